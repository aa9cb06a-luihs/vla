       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CRCLT.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPORTE TRIMESTRAL DE RECLAMOS PARA EL REGULADOR     *00000060
      *           (SBS / INDECOPI). PARA EL TRIMESTRE DE SYSIN EXTRAE  *00000070
      *           DE VLDTRCL LOS RECLAMOS ATENDIDOS EN EL PERIODO:     *00000080
      *           RECIBIDOS EN EL TRIMESTRE, RESUELTOS EN EL           *00000090
      *           TRIMESTRE Y PENDIENTES AL CIERRE. GRABA EN S1DQRCLT  *00000100
      *           EL FICHERO EN FORMATO DEL REGULADOR (CABECERA '0',   *00000110
      *           DETALLE '1' POR RECLAMO Y TOTALES '9') CON LA        *00000120
      *           SITUACION AL CIERRE, LOS DIAS DE ATENCION Y SI SE    *00000130
      *           CONTESTO DENTRO DEL PLAZO LEGAL, Y EL RESUMEN EN     *00000140
      *           S1RRCLT PARA ATENCION AL CLIENTE.                    *00000150
      *           EL MOTIVO SE INFORMA CON EL CODIGO DE LA TABLA DEL   *00000160
      *           REGULADOR:                                           *00000170
      *             101 POLIZA / DOCUMENTO NO RECIBIDO                 *00000180
      *             102 COMISION / COBRO INDEBIDO                      *00000190
      *             103 DEMORA EN LA LIQUIDACION                       *00000200
      *             199 OTROS                                          *00000210
      *           PARAMETROS DE VLDTPAR (VL9CPAR0):                    *00000220
      *             RCL-COD-ENTIDAD CODIGO DE LA ENTIDAD ANTE EL       *00000230
      *                             REGULADOR (5 DIGITOS)              *00000240
      * SYSIN   : 1. TRIMESTRE AAAAT (ANO + TRIMESTRE 1-4)             *00000250
      * FECHA   : 15-10-2026                                           *00000260
      ******************************************************************00000270
      ******************************************************************00000280
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000290
      *---------- ---------- ---------------- -------------------------*00000300
      *RITM49177  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000310
      *---------- ---------- ---------------- -------------------------*00000320
      ******************************************************************00000330
       ENVIRONMENT DIVISION.                                            00000340
       CONFIGURATION SECTION.                                           00000350
       SPECIAL-NAMES.                                                   00000360
       INPUT-OUTPUT SECTION.                                            00000370
       FILE-CONTROL.                                                    00000380
                                                                        00000390
           SELECT S1DQRCLT  ASSIGN       TO S1DQRCLT                    00000400
                            FILE STATUS  IS FS-SRCLT.                   00000410
                                                                        00000420
           SELECT S1RRCLT   ASSIGN       TO S1RRCLT                     00000430
                            FILE STATUS  IS FS-SRRCLT.                  00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
      *                                                                *00000470
       FD  S1DQRCLT                                                     00000480
           RECORDING MODE  IS  F                                        00000490
           LABEL  RECORDS  IS  STANDARD                                 00000500
           DATA   RECORD   IS  REG-S1DQRCLT.                            00000510
         01 REG-S1DQRCLT           PIC X(200).                          00000520
      *                                                                *00000530
       FD  S1RRCLT                                                      00000540
           RECORDING MODE  IS  F                                        00000550
           LABEL  RECORDS  IS  STANDARD                                 00000560
           DATA   RECORD   IS  SAL-RRCLT.                               00000570
         01 SAL-RRCLT              PIC X(132).                          00000580
      *                                                                 00000590
      ******************************************************************00000600
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000610
      ******************************************************************00000620
       WORKING-STORAGE SECTION.                                         00000630
      *************************                                         00000640
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CRCLT'.          00000650
      *                                                                 00000660
      * PARAMETROS (SYSIN): TRIMESTRE (AAAA + T)                        00000670
       01  WS-PARAMETROS.                                               00000680
           05 WA-CARD-TRIM         PIC X(05) VALUE SPACES.              00000690
           05 WA-CARD-TRIM-R REDEFINES WA-CARD-TRIM.                    00000700
              10 WA-TRIM-AAAA      PIC 9(04).                           00000710
              10 WA-TRIM-T         PIC 9(01).                           00000720
           05 WK-PRM-NOMBRE        PIC X(16) VALUE SPACES.              00000730
           05 WK-PRM-DEFECTO       PIC 9(05) VALUE ZEROS.               00000740
           05 WK-PRM-VALOR         PIC 9(05) VALUE ZEROS.               00000750
           05 WK-PRM-CARD          PIC X(05) VALUE SPACES.              00000760
           05 WK-PRM-CARD-N REDEFINES WK-PRM-CARD PIC 9(05).            00000770
      *                                                                 00000780
       01  WS-PERIODO.                                                  00000790
           05 WK-MES-INI           PIC S9(4) COMP VALUE ZEROS.          00000800
           05 WK-MES-FIN           PIC S9(4) COMP VALUE ZEROS.          00000810
           05 WK-FECHA-DESDE       PIC S9(8)V COMP-3 VALUE ZEROS.       00000820
           05 WK-FECHA-HASTA       PIC S9(8)V COMP-3 VALUE ZEROS.       00000830
           05 WK-COD-ENTIDAD       PIC 9(05) VALUE ZEROS.               00000840
      *                                                                 00000850
       01  WS-VARIOS.                                                   00000860
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000870
              88 FIN-CURSOR                  VALUE 'SI'.                00000880
           05 WK-FECHA-FIN-AT      PIC S9(8)V COMP-3 VALUE ZEROS.       00000890
           05 WK-DIAS-CONT         PIC S9(5)  COMP-3 VALUE ZEROS.       00000900
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000910
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000920
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00000930
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00000940
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00000950
       01  WK-FECHA-W.                                                  00000960
           05 WK-FW-AAAA           PIC 9(4).                            00000970
           05 WK-FW-MM             PIC 9(2).                            00000980
           05 WK-FW-DD             PIC 9(2).                            00000990
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00001000
      *                                                                 00001010
       01  W-DATE                  PIC 9(6).                            00001020
       01  FILLER                  REDEFINES W-DATE.                    00001030
           02 W-ANO                PIC 99.                              00001040
           02 W-MES                PIC 99.                              00001050
           02 W-DIA                PIC 99.                              00001060
       01  W-FECHA-AMD.                                                 00001070
           05 W-AA-AMD             PIC 9(4).                            00001080
           05 W-MM-AMD             PIC 9(2).                            00001090
           05 W-DD-AMD             PIC 9(2).                            00001100
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001110
       01  W-HORA-CURRENT.                                              00001120
           02  W-HORA              PIC 99.                              00001130
           02  W-MINUTOS           PIC 99.                              00001140
           02  W-SEGUNDOS          PIC 99.                              00001150
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001160
      *                                                                 00001170
       01 W-CONTADORES.                                                 00001180
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001190
          05 CONT-RECIBIDOS        PIC 9(08)  VALUE ZEROES.             00001200
          05 CONT-RESUELTOS        PIC 9(08)  VALUE ZEROES.             00001210
          05 CONT-PENDIENTES       PIC 9(08)  VALUE ZEROES.             00001220
          05 CONT-FUERA-PLAZO      PIC 9(08)  VALUE ZEROES.             00001230
          05 CONT-FUNDADOS         PIC 9(08)  VALUE ZEROES.             00001240
          05 CONT-PARCIALES        PIC 9(08)  VALUE ZEROES.             00001250
          05 CONT-INFUNDADOS       PIC 9(08)  VALUE ZEROES.             00001260
          05 CONT-POLIZA           PIC 9(08)  VALUE ZEROES.             00001270
          05 CONT-COMISION         PIC 9(08)  VALUE ZEROES.             00001280
          05 CONT-LIQUIDAC         PIC 9(08)  VALUE ZEROES.             00001290
          05 CONT-OTRO             PIC 9(08)  VALUE ZEROES.             00001300
          05 TOT-DEVUELTO          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001310
      * VARIABLES PARA CONTROL DE ERRORES                               00001320
       01 WS-ERROR.                                                     00001330
          05 WS-ACCION             PIC X(24).                           00001340
          05 WS-PARRAFO            PIC X(19).                           00001350
      * VARIABLES CONTROL DE ARCHIVOS                                   00001360
       01 WS-CTRL-ARCHIVOS.                                             00001370
          05 FS-SRCLT              PIC X(02) VALUE '00'.                00001380
             88 S1DQRCLT-OK                  VALUE '00'.                00001390
          05 FS-SRRCLT             PIC X(02) VALUE '00'.                00001400
             88 S1RRCLT-OK                   VALUE '00'.                00001410
      *                                                                 00001420
      * FICHERO PARA EL REGULADOR (REGISTRO DE 200 POSICIONES)          00001430
       01 REG-RCLT.                                                     00001440
          05 RCLT-TIPREG           PIC X(01).                           00001450
          05 RCLT-DATOS            PIC X(199).                          00001460
      *    CABECERA                                                     00001470
          05 RCLT-CABECERA REDEFINES RCLT-DATOS.                        00001480
             10 RCLT-C-ENTIDAD     PIC 9(05).                           00001490
             10 RCLT-C-PERIODO     PIC X(05).                           00001500
             10 RCLT-C-FECGEN      PIC 9(08).                           00001510
             10 RCLT-C-DESDE       PIC 9(08).                           00001520
             10 RCLT-C-HASTA       PIC 9(08).                           00001530
             10 FILLER             PIC X(165).                          00001540
      *    DETALLE: UN REGISTRO POR RECLAMO                             00001550
          05 RCLT-DETALLE REDEFINES RCLT-DATOS.                         00001560
             10 RCLT-D-ENTIDAD     PIC 9(05).                           00001570
             10 RCLT-D-ID          PIC 9(09).                           00001580
             10 RCLT-D-FECALTA     PIC 9(08).                           00001590
             10 RCLT-D-CANAL       PIC X(01).                           00001600
             10 RCLT-D-MOTIVO      PIC X(03).                           00001610
             10 RCLT-D-NUMCLI      PIC 9(08).                           00001620
             10 RCLT-D-CUENTA      PIC 9(07).                           00001630
             10 RCLT-D-IMP-RECL    PIC 9(13)V9(02).                     00001640
             10 RCLT-D-UNIDAD      PIC X(08).                           00001650
      *          SITUACION AL CIERRE: R RESUELTO / P PENDIENTE          00001660
             10 RCLT-D-SITUACION   PIC X(01).                           00001670
             10 RCLT-D-FECRESOL    PIC 9(08).                           00001680
             10 RCLT-D-RESULTADO   PIC X(01).                           00001690
             10 RCLT-D-DIAS-ATEN   PIC 9(05).                           00001700
      *          S = ATENDIDO (O AUN) DENTRO DEL PLAZO LEGAL            00001710
             10 RCLT-D-EN-PLAZO    PIC X(01).                           00001720
             10 RCLT-D-IMP-DEVUEL  PIC 9(13)V9(02).                     00001730
             10 RCLT-D-FECLIMITE   PIC 9(08).                           00001740
             10 FILLER             PIC X(96).                           00001750
      *    TOTALES                                                      00001760
          05 RCLT-TOTALES REDEFINES RCLT-DATOS.                         00001770
             10 RCLT-T-ENTIDAD     PIC 9(05).                           00001780
             10 RCLT-T-REGISTROS   PIC 9(09).                           00001790
             10 RCLT-T-RECIBIDOS   PIC 9(09).                           00001800
             10 RCLT-T-RESUELTOS   PIC 9(09).                           00001810
             10 RCLT-T-PENDIENTES  PIC 9(09).                           00001820
             10 RCLT-T-FUERA-PLAZO PIC 9(09).                           00001830
             10 RCLT-T-DEVUELTO    PIC 9(13)V9(02).                     00001840
             10 FILLER             PIC X(134).                          00001850
      *                                                                 00001860
      * RESUMEN PARA ATENCION AL CLIENTE                                00001870
       01 LIN-CABECERA.                                                 00001880
          05 FILLER                PIC X(48) VALUE                      00001890
             ' RECLAMOS DE CLIENTES - REPORTE TRIMESTRAL  -  '.         00001900
          05 CAB-TRIM              PIC X(05).                           00001910
          05 FILLER                PIC X(79) VALUE SPACES.              00001920
       01 LIN-RESUMEN.                                                  00001930
          05 FILLER                PIC X(01) VALUE SPACE.               00001940
          05 RES-CONCEPTO          PIC X(40).                           00001950
          05 RES-CANTIDAD          PIC ZZ,ZZZ,ZZ9.                      00001960
          05 FILLER                PIC X(81) VALUE SPACES.              00001970
       01 LIN-IMPORTE.                                                  00001980
          05 FILLER                PIC X(01) VALUE SPACE.               00001990
          05 FILLER                PIC X(40) VALUE                      00002000
             'IMPORTE TOTAL DEVUELTO A CLIENTES'.                       00002010
          05 RES-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002020
          05 FILLER                PIC X(74) VALUE SPACES.              00002030
      *                                                                 00002040
      *    RECLAMOS DE CLIENTES                                         00002050
           COPY VLCPTRCL.                                               00002060
      *                                                                 00002070
      *    PARAMETROS CENTRALES (CODIGO DE ENTIDAD)                     00002080
           COPY VLCPTPA0.                                               00002090
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00002100
      *                                                                 00002110
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002120
           COPY VLCPTCTL.                                               00002130
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002140
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002150
      *                                                                *00002160
      *  AREA DE COMUNICACION SQLCA                                     00002170
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002180
      *                                                                 00002190
      *    RECLAMOS ATENDIDOS EN EL TRIMESTRE: RECIBIDOS HASTA EL       00002200
      *    CIERRE Y NO RESUELTOS ANTES DEL INICIO                       00002210
           EXEC SQL                                                     00002220
                DECLARE VLDCRCL3 CURSOR FOR                             00002230
                 SELECT VRCL_ID                                         00002240
                      , VRCL_CUENTA                                     00002250
                      , VRCL_NUMCLI                                     00002260
                      , VRCL_FECALTA                                    00002270
                      , VRCL_CANAL                                      00002280
                      , VRCL_TIPO                                       00002290
                      , VRCL_IMP_RECLAMADO                              00002300
                      , VRCL_UNIDAD                                     00002310
                      , VRCL_ESTADO                                     00002320
                      , VRCL_FECLIMITE                                  00002330
                      , VRCL_FECRESOL                                   00002340
                      , VRCL_RESULTADO                                  00002350
                      , VRCL_IMP_DEVUELTO                               00002360
                   FROM VLDTRCL                                         00002370
                  WHERE VRCL_FECALTA  <= :WK-FECHA-HASTA                00002380
                    AND (VRCL_ESTADO  <> 'R'                            00002390
                     OR  VRCL_FECRESOL >= :WK-FECHA-DESDE)              00002400
                  ORDER BY VRCL_ID                                      00002410
           END-EXEC.                                                    00002420
      *                                                                *00002430
       PROCEDURE DIVISION.                                              00002440
      *                                                                 00002450
           PERFORM 1000-INICIO                                          00002460
              THRU 1000-INICIO-EXIT.                                    00002470
                                                                        00002480
           PERFORM 2000-PROCESO-RECLAMO                                 00002490
              THRU 2000-PROCESO-RECLAMO-EXIT                            00002500
              UNTIL FIN-CURSOR.                                         00002510
                                                                        00002520
           PERFORM 3000-FIN                                             00002530
              THRU 3000-FIN-EXIT.                                       00002540
                                                                        00002550
           STOP RUN.                                                    00002560
      *                                                                *00002570
      *-----------*                                                     00002580
       1000-INICIO.                                                     00002590
      *-----------*                                                     00002600
           INITIALIZE W-CONTADORES.                                     00002610
                                                                        00002620
           ACCEPT WA-CARD-TRIM.                                         00002630
           IF WA-CARD-TRIM NUMERIC                                      00002640
              AND WA-TRIM-T > 0 AND WA-TRIM-T < 5                       00002650
              COMPUTE WK-MES-INI = (WA-TRIM-T - 1) * 3 + 1              00002660
              COMPUTE WK-MES-FIN = WA-TRIM-T * 3                        00002670
           ELSE                                                         00002680
              MOVE 'TRIMESTRE INVALIDO'     TO WS-ACCION                00002690
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002700
              PERFORM 3001-ERROR                                        00002710
           END-IF.                                                      00002720
                                                                        00002730
      *    PRIMER Y ULTIMO DIA DEL TRIMESTRE                            00002740
           MOVE WA-TRIM-AAAA       TO WK-FW-AAAA.                       00002750
           MOVE WK-MES-FIN         TO WK-FW-MM.                         00002760
           PERFORM 1250-DIAS-DEL-MES                                    00002770
              THRU 1250-DIAS-DEL-MES-EXIT.                              00002780
           COMPUTE WK-FECHA-DESDE = WA-TRIM-AAAA * 10000                00002790
                                  + WK-MES-INI * 100 + 1.               00002800
           COMPUTE WK-FECHA-HASTA = WA-TRIM-AAAA * 10000                00002810
                                  + WK-MES-FIN * 100 + WK-DIAS-MES.     00002820
                                                                        00002830
           ACCEPT W-DATE FROM DATE.                                     00002840
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002850
           MOVE W-MES              TO W-MM-AMD.                         00002860
           MOVE W-DIA              TO W-DD-AMD.                         00002870
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002880
                                                                        00002890
           MOVE 'RCL-COD-ENTIDAD'  TO WK-PRM-NOMBRE.                    00002900
           MOVE ZEROS              TO WK-PRM-DEFECTO.                   00002910
           PERFORM 1100-LEE-PARAMETRO                                   00002920
              THRU 1100-LEE-PARAMETRO-EXIT.                             00002930
           MOVE WK-PRM-VALOR       TO WK-COD-ENTIDAD.                   00002940
                                                                        00002950
           OPEN OUTPUT S1DQRCLT S1RRCLT.                                00002960
           IF NOT S1DQRCLT-OK OR NOT S1RRCLT-OK                         00002970
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00002980
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002990
              PERFORM 3001-ERROR                                        00003000
           END-IF.                                                      00003010
                                                                        00003020
           MOVE SPACES             TO REG-RCLT.                         00003030
           MOVE '0'                TO RCLT-TIPREG.                      00003040
           MOVE WK-COD-ENTIDAD     TO RCLT-C-ENTIDAD.                   00003050
           MOVE WA-CARD-TRIM       TO RCLT-C-PERIODO.                   00003060
           MOVE W-FECHA-AMD-N      TO RCLT-C-FECGEN.                    00003070
           MOVE WK-FECHA-DESDE     TO RCLT-C-DESDE.                     00003080
           MOVE WK-FECHA-HASTA     TO RCLT-C-HASTA.                     00003090
           WRITE REG-S1DQRCLT    FROM REG-RCLT.                         00003100
                                                                        00003110
           MOVE WA-CARD-TRIM       TO CAB-TRIM.                         00003120
           WRITE SAL-RRCLT       FROM LIN-CABECERA.                     00003130
                                                                        00003140
           EXEC SQL                                                     00003150
                OPEN VLDCRCL3                                           00003160
           END-EXEC.                                                    00003170
           IF SQLCODE NOT = ZERO                                        00003180
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003190
              MOVE 'VLDCRCL3-1000'          TO WS-PARRAFO               00003200
              PERFORM 3001-ERROR                                        00003210
           END-IF.                                                      00003220
                                                                        00003230
           PERFORM 1300-FETCH-RECLAMO                                   00003240
              THRU 1300-FETCH-RECLAMO-EXIT.                             00003250
      *                                                                 00003260
      *----------------*                                                00003270
       1000-INICIO-EXIT.                                                00003280
      *----------------*                                                00003290
           EXIT.                                                        00003300
                                                                        00003310
      *---------------------*                                           00003320
       1100-LEE-PARAMETRO.                                              00003330
      *---------------------*                                           00003340
      *    EL PARAMETRO VIAJA COMO 5 DIGITOS ENTEROS (EJ. 00005)        00003350
           INITIALIZE VL9CPAR0-AREA.                                    00003360
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00003370
           MOVE WK-PRM-NOMBRE        TO  PAR0-NOMBRE.                   00003380
           MOVE WK-FECHA-HASTA       TO  PAR0-FECHA.                    00003390
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00003400
           MOVE PAR0-VALOR (1:5)     TO  WK-PRM-CARD.                   00003410
           IF PAR0-CODRESP = ZEROS                                      00003420
              AND WK-PRM-CARD NUMERIC                                   00003430
              MOVE WK-PRM-CARD-N     TO  WK-PRM-VALOR                   00003440
           ELSE                                                         00003450
              MOVE WK-PRM-DEFECTO    TO  WK-PRM-VALOR                   00003460
           END-IF.                                                      00003470
           DISPLAY 'PARAMETRO ' WK-PRM-NOMBRE ': ' WK-PRM-VALOR.        00003480
      *                                                                *00003490
      *-------------------------*                                       00003500
       1100-LEE-PARAMETRO-EXIT.                                         00003510
      *-------------------------*                                       00003520
           EXIT.                                                        00003530
                                                                        00003540
      *----------------------*                                          00003550
       1200-SUMA-UN-DIA.                                                00003560
      *----------------------*                                          00003570
           PERFORM 1250-DIAS-DEL-MES                                    00003580
              THRU 1250-DIAS-DEL-MES-EXIT.                              00003590
           IF WK-FW-DD < WK-DIAS-MES                                    00003600
              ADD 1 TO WK-FW-DD                                         00003610
           ELSE                                                         00003620
              MOVE 01 TO WK-FW-DD                                       00003630
              IF WK-FW-MM < 12                                          00003640
                 ADD 1 TO WK-FW-MM                                      00003650
              ELSE                                                      00003660
                 MOVE 01 TO WK-FW-MM                                    00003670
                 ADD 1 TO WK-FW-AAAA                                    00003680
              END-IF                                                    00003690
           END-IF.                                                      00003700
           ADD 1 TO WK-DIAS-CONT.                                       00003710
      *                                                                *00003720
      *---------------------------*                                     00003730
       1200-SUMA-UN-DIA-EXIT.                                           00003740
      *---------------------------*                                     00003750
           EXIT.                                                        00003760
                                                                        00003770
      *----------------------*                                          00003780
       1250-DIAS-DEL-MES.                                               00003790
      *----------------------*                                          00003800
           EVALUATE WK-FW-MM                                            00003810
               WHEN 01                                                  00003820
               WHEN 03                                                  00003830
               WHEN 05                                                  00003840
               WHEN 07                                                  00003850
               WHEN 08                                                  00003860
               WHEN 10                                                  00003870
               WHEN 12                                                  00003880
                    MOVE 31 TO WK-DIAS-MES                              00003890
               WHEN 04                                                  00003900
               WHEN 06                                                  00003910
               WHEN 09                                                  00003920
               WHEN 11                                                  00003930
                    MOVE 30 TO WK-DIAS-MES                              00003940
               WHEN 02                                                  00003950
                    MOVE 28 TO WK-DIAS-MES                              00003960
                    DIVIDE WK-FW-AAAA BY 4                              00003970
                           GIVING WK-COC4 REMAINDER WK-RES4             00003980
                    DIVIDE WK-FW-AAAA BY 100                            00003990
                           GIVING WK-COC4 REMAINDER WK-RES100           00004000
                    DIVIDE WK-FW-AAAA BY 400                            00004010
                           GIVING WK-COC4 REMAINDER WK-RES400           00004020
                    IF WK-RES4 = ZEROS                                  00004030
                       AND (WK-RES100 NOT = ZEROS                       00004040
                            OR WK-RES400 = ZEROS)                       00004050
                       MOVE 29 TO WK-DIAS-MES                           00004060
                    END-IF                                              00004070
           END-EVALUATE.                                                00004080
      *                                                                *00004090
      *---------------------------*                                     00004100
       1250-DIAS-DEL-MES-EXIT.                                          00004110
      *---------------------------*                                     00004120
           EXIT.                                                        00004130
                                                                        00004140
      *--------------------------*                                      00004150
       1300-FETCH-RECLAMO.                                              00004160
      *--------------------------*                                      00004170
           EXEC SQL                                                     00004180
                FETCH  VLDCRCL3                                         00004190
                 INTO :VRCL-ID                                          00004200
                    , :VRCL-CUENTA                                      00004210
                    , :VRCL-NUMCLI                                      00004220
                    , :VRCL-FECALTA                                     00004230
                    , :VRCL-CANAL                                       00004240
                    , :VRCL-TIPO                                        00004250
                    , :VRCL-IMP-RECLAMADO                               00004260
                    , :VRCL-UNIDAD                                      00004270
                    , :VRCL-ESTADO                                      00004280
                    , :VRCL-FECLIMITE                                   00004290
                    , :VRCL-FECRESOL                                    00004300
                    , :VRCL-RESULTADO                                   00004310
                    , :VRCL-IMP-DEVUELTO                                00004320
           END-EXEC.                                                    00004330
                                                                        00004340
           EVALUATE SQLCODE                                             00004350
               WHEN ZERO                                                00004360
                    ADD 1 TO CONT-LEIDOS                                00004370
               WHEN 100                                                 00004380
                    MOVE 'SI'           TO SW-FIN-CUR                   00004390
               WHEN OTHER                                               00004400
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00004410
                    MOVE 'VLDCRCL3-1300'      TO WS-PARRAFO             00004420
                    PERFORM 3001-ERROR                                  00004430
           END-EVALUATE.                                                00004440
      *                                                                *00004450
      *--------------------------*                                      00004460
       1300-FETCH-RECLAMO-EXIT.                                         00004470
      *--------------------------*                                      00004480
           EXIT.                                                        00004490
                                                                        00004500
      *-----------------------*                                         00004510
       2000-PROCESO-RECLAMO.                                            00004520
      *-----------------------*                                         00004530
           MOVE SPACES             TO REG-RCLT.                         00004540
           MOVE '1'                TO RCLT-TIPREG.                      00004550
           MOVE WK-COD-ENTIDAD     TO RCLT-D-ENTIDAD.                   00004560
           MOVE VRCL-ID            TO RCLT-D-ID.                        00004570
           MOVE VRCL-FECALTA       TO RCLT-D-FECALTA.                   00004580
           MOVE VRCL-CANAL         TO RCLT-D-CANAL.                     00004590
           MOVE VRCL-NUMCLI        TO RCLT-D-NUMCLI.                    00004600
           MOVE VRCL-CUENTA        TO RCLT-D-CUENTA.                    00004610
           MOVE VRCL-IMP-RECLAMADO TO RCLT-D-IMP-RECL.                  00004620
           MOVE VRCL-UNIDAD        TO RCLT-D-UNIDAD.                    00004630
           MOVE VRCL-FECLIMITE     TO RCLT-D-FECLIMITE.                 00004640
                                                                        00004650
      *    RECIBIDOS EN EL TRIMESTRE, POR MOTIVO                        00004660
           IF VRCL-FECALTA NOT < WK-FECHA-DESDE                         00004670
              ADD 1                TO CONT-RECIBIDOS                    00004680
           END-IF.                                                      00004690
           EVALUATE TRUE                                                00004700
               WHEN VRCL-TIPO-POLIZA                                    00004710
                    MOVE '101'          TO RCLT-D-MOTIVO                00004720
                    ADD 1               TO CONT-POLIZA                  00004730
               WHEN VRCL-TIPO-COMISION                                  00004740
                    MOVE '102'          TO RCLT-D-MOTIVO                00004750
                    ADD 1               TO CONT-COMISION                00004760
               WHEN VRCL-TIPO-LIQUIDAC                                  00004770
                    MOVE '103'          TO RCLT-D-MOTIVO                00004780
                    ADD 1               TO CONT-LIQUIDAC                00004790
               WHEN OTHER                                               00004800
                    MOVE '199'          TO RCLT-D-MOTIVO                00004810
                    ADD 1               TO CONT-OTRO                    00004820
           END-EVALUATE.                                                00004830
                                                                        00004840
      *    SITUACION AL CIERRE DEL TRIMESTRE: UN RECLAMO RESUELTO       00004850
      *    DESPUES DEL CIERRE SE INFORMA COMO PENDIENTE                 00004860
           IF VRCL-RESUELTO                                             00004870
              AND VRCL-FECRESOL NOT > WK-FECHA-HASTA                    00004880
              MOVE 'R'                TO RCLT-D-SITUACION               00004890
              MOVE VRCL-FECRESOL      TO RCLT-D-FECRESOL                00004900
              MOVE VRCL-RESULTADO     TO RCLT-D-RESULTADO               00004910
              MOVE VRCL-IMP-DEVUELTO  TO RCLT-D-IMP-DEVUEL              00004920
              MOVE VRCL-FECRESOL      TO WK-FECHA-FIN-AT                00004930
              ADD 1                   TO CONT-RESUELTOS                 00004940
              ADD VRCL-IMP-DEVUELTO   TO TOT-DEVUELTO                   00004950
              EVALUATE TRUE                                             00004960
                  WHEN VRCL-FUNDADO                                     00004970
                       ADD 1          TO CONT-FUNDADOS                  00004980
                  WHEN VRCL-PARCIAL                                     00004990
                       ADD 1          TO CONT-PARCIALES                 00005000
                  WHEN OTHER                                            00005010
                       ADD 1          TO CONT-INFUNDADOS                00005020
              END-EVALUATE                                              00005030
           ELSE                                                         00005040
              MOVE 'P'                TO RCLT-D-SITUACION               00005050
              MOVE ZEROS              TO RCLT-D-FECRESOL                00005060
                                         RCLT-D-IMP-DEVUEL              00005070
              MOVE SPACE              TO RCLT-D-RESULTADO               00005080
              MOVE WK-FECHA-HASTA     TO WK-FECHA-FIN-AT                00005090
              ADD 1                   TO CONT-PENDIENTES                00005100
           END-IF.                                                      00005110
                                                                        00005120
      *    DIAS DE ATENCION: DEL ALTA A LA RESOLUCION (O AL CIERRE      00005130
      *    DEL TRIMESTRE SI SIGUE PENDIENTE)                            00005140
           MOVE ZEROS              TO WK-DIAS-CONT.                     00005150
           MOVE VRCL-FECALTA       TO WK-FECHA-W-N.                     00005160
           PERFORM 1200-SUMA-UN-DIA                                     00005170
              THRU 1200-SUMA-UN-DIA-EXIT                                00005180
              UNTIL WK-FECHA-W-N NOT < WK-FECHA-FIN-AT.                 00005190
           MOVE WK-DIAS-CONT       TO RCLT-D-DIAS-ATEN.                 00005200
                                                                        00005210
           IF WK-FECHA-FIN-AT > VRCL-FECLIMITE                          00005220
              MOVE 'N'             TO RCLT-D-EN-PLAZO                   00005230
              ADD 1                TO CONT-FUERA-PLAZO                  00005240
           ELSE                                                         00005250
              MOVE 'S'             TO RCLT-D-EN-PLAZO                   00005260
           END-IF.                                                      00005270
                                                                        00005280
           WRITE REG-S1DQRCLT    FROM REG-RCLT.                         00005290
                                                                        00005300
           PERFORM 1300-FETCH-RECLAMO                                   00005310
              THRU 1300-FETCH-RECLAMO-EXIT.                             00005320
      *                                                                 00005330
      *----------------------------*                                    00005340
       2000-PROCESO-RECLAMO-EXIT.                                       00005350
      *----------------------------*                                    00005360
           EXIT.                                                        00005370
                                                                        00005380
      *--------*                                                        00005390
       3000-FIN.                                                        00005400
      *--------*                                                        00005410
           EXEC SQL                                                     00005420
                CLOSE VLDCRCL3                                          00005430
           END-EXEC.                                                    00005440
                                                                        00005450
           MOVE SPACES             TO REG-RCLT.                         00005460
           MOVE '9'                TO RCLT-TIPREG.                      00005470
           MOVE WK-COD-ENTIDAD     TO RCLT-T-ENTIDAD.                   00005480
           MOVE CONT-LEIDOS        TO RCLT-T-REGISTROS.                 00005490
           MOVE CONT-RECIBIDOS     TO RCLT-T-RECIBIDOS.                 00005500
           MOVE CONT-RESUELTOS     TO RCLT-T-RESUELTOS.                 00005510
           MOVE CONT-PENDIENTES    TO RCLT-T-PENDIENTES.                00005520
           MOVE CONT-FUERA-PLAZO   TO RCLT-T-FUERA-PLAZO.               00005530
           MOVE TOT-DEVUELTO       TO RCLT-T-DEVUELTO.                  00005540
           WRITE REG-S1DQRCLT    FROM REG-RCLT.                         00005550
                                                                        00005560
           MOVE 'RECLAMOS ATENDIDOS EN EL TRIMESTRE'  TO RES-CONCEPTO.  00005570
           MOVE CONT-LEIDOS        TO RES-CANTIDAD.                     00005580
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005590
           MOVE 'RECIBIDOS EN EL TRIMESTRE'           TO RES-CONCEPTO.  00005600
           MOVE CONT-RECIBIDOS     TO RES-CANTIDAD.                     00005610
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005620
           MOVE '  MOTIVO POLIZA / DOCUMENTO'         TO RES-CONCEPTO.  00005630
           MOVE CONT-POLIZA        TO RES-CANTIDAD.                     00005640
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005650
           MOVE '  MOTIVO COMISION'                   TO RES-CONCEPTO.  00005660
           MOVE CONT-COMISION      TO RES-CANTIDAD.                     00005670
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005680
           MOVE '  MOTIVO LIQUIDACION'                TO RES-CONCEPTO.  00005690
           MOVE CONT-LIQUIDAC      TO RES-CANTIDAD.                     00005700
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005710
           MOVE '  OTROS MOTIVOS'                     TO RES-CONCEPTO.  00005720
           MOVE CONT-OTRO          TO RES-CANTIDAD.                     00005730
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005740
           MOVE 'RESUELTOS AL CIERRE'                 TO RES-CONCEPTO.  00005750
           MOVE CONT-RESUELTOS     TO RES-CANTIDAD.                     00005760
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005770
           MOVE '  FUNDADOS'                          TO RES-CONCEPTO.  00005780
           MOVE CONT-FUNDADOS      TO RES-CANTIDAD.                     00005790
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005800
           MOVE '  FUNDADOS EN PARTE'                 TO RES-CONCEPTO.  00005810
           MOVE CONT-PARCIALES     TO RES-CANTIDAD.                     00005820
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005830
           MOVE '  INFUNDADOS'                        TO RES-CONCEPTO.  00005840
           MOVE CONT-INFUNDADOS    TO RES-CANTIDAD.                     00005850
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005860
           MOVE 'PENDIENTES AL CIERRE'                TO RES-CONCEPTO.  00005870
           MOVE CONT-PENDIENTES    TO RES-CANTIDAD.                     00005880
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005890
           MOVE 'ATENDIDOS FUERA DEL PLAZO LEGAL'     TO RES-CONCEPTO.  00005900
           MOVE CONT-FUERA-PLAZO   TO RES-CANTIDAD.                     00005910
           WRITE SAL-RRCLT       FROM LIN-RESUMEN.                      00005920
           MOVE TOT-DEVUELTO       TO RES-IMPORTE.                      00005930
           WRITE SAL-RRCLT       FROM LIN-IMPORTE.                      00005940
                                                                        00005950
           CLOSE S1DQRCLT S1RRCLT.                                      00005960
                                                                        00005970
           DISPLAY '******* FIN REPORTE TRIMESTRAL DE RECLAMOS *******'.00005980
           DISPLAY 'TRIMESTRE                : ' WA-CARD-TRIM.          00005990
           DISPLAY 'RECLAMOS EXTRAIDOS       : ' CONT-LEIDOS.           00006000
           DISPLAY 'RESUELTOS AL CIERRE      : ' CONT-RESUELTOS.        00006010
           DISPLAY 'PENDIENTES AL CIERRE     : ' CONT-PENDIENTES.       00006020
           DISPLAY 'FUERA DEL PLAZO LEGAL    : ' CONT-FUERA-PLAZO.      00006030
                                                                        00006040
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006050
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006060
           INITIALIZE DCLVLDTCTL.                                       00006070
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00006080
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00006090
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00006100
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006110
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00006120
           MOVE CONT-LEIDOS         TO VCTL-ESCRITOS.                   00006130
           MOVE 'OK'                TO VCTL-ESTADO.                     00006140
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00006150
           IF VCTL-CODRESP NOT = ZEROS                                  00006160
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00006170
           END-IF.                                                      00006180
      *                                                                *00006190
      *-------------*                                                   00006200
       3000-FIN-EXIT.                                                   00006210
      *-------------*                                                   00006220
           EXIT.                                                        00006230
                                                                        00006240
       3001-ERROR.                                                      00006250
      *-----------*                                                     00006260
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00006270
           DISPLAY 'ACCION:          ' WS-ACCION.                       00006280
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00006290
           DISPLAY '******************************************'.        00006300
           MOVE 08 TO RETURN-CODE.                                      00006310
           STOP RUN.                                                    00006320
      *-----------------*                                               00006330
      * FIN DE PROGRAMA *                                               00006340
      *-----------------*                                               00006350
