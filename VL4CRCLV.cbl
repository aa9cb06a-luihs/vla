       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CRCLV.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : AVISO NOCTURNO DE PLAZOS DE RECLAMOS. LISTA EN       *00000060
      *           S1RRCLV LOS RECLAMOS NO RESUELTOS DE VLDTRCL CUYO    *00000070
      *           PLAZO LEGAL DE RESPUESTA (VRCL_FECLIMITE, 30 DIAS    *00000080
      *           DESDE EL ALTA EN VL7CRCL0) VENCE DENTRO DE LOS       *00000090
      *           PROXIMOS N DIAS O YA VENCIO, CON LA UNIDAD           *00000100
      *           RESPONSABLE Y LOS DIAS QUE FALTAN O QUE LLEVA        *00000110
      *           VENCIDO, PARA QUE CADA UNIDAD CONTESTE A TIEMPO.     *00000120
      *           PARAMETROS DE VLDTPAR (VL9CPAR0):                    *00000130
      *             RCL-DIAS-AVISO  DIAS DE ANTICIPACION (DEFECTO 5)   *00000140
      * SYSIN   : 1. FECHA PROCESO AAAAMMDD (BLANCOS = FECHA SISTEMA)  *00000150
      * FECHA   : 15-10-2026                                           *00000160
      ******************************************************************00000170
      ******************************************************************00000180
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000190
      *---------- ---------- ---------------- -------------------------*00000200
      *RITM49177  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000210
      *---------- ---------- ---------------- -------------------------*00000220
      ******************************************************************00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
       SPECIAL-NAMES.                                                   00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
                                                                        00000290
           SELECT S1RRCLV   ASSIGN       TO S1RRCLV                     00000300
                            FILE STATUS  IS FS-SRRCLV.                  00000310
       DATA DIVISION.                                                   00000320
       FILE SECTION.                                                    00000330
      *                                                                *00000340
       FD  S1RRCLV                                                      00000350
           RECORDING MODE  IS  F                                        00000360
           LABEL  RECORDS  IS  STANDARD                                 00000370
           DATA   RECORD   IS  SAL-RRCLV.                               00000380
         01 SAL-RRCLV              PIC X(132).                          00000390
      *                                                                 00000400
      ******************************************************************00000410
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000420
      ******************************************************************00000430
       WORKING-STORAGE SECTION.                                         00000440
      *************************                                         00000450
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CRCLV'.          00000460
      *                                                                 00000470
      * PARAMETROS DE EJECUCION (SYSIN)                                 00000480
       01  WS-PARAMETROS.                                               00000490
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000500
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA                   00000510
                                   PIC 9(08).                           00000520
           05 WK-PRM-NOMBRE        PIC X(16) VALUE SPACES.              00000530
           05 WK-PRM-DEFECTO       PIC 9(05) VALUE ZEROS.               00000540
           05 WK-PRM-VALOR         PIC 9(05) VALUE ZEROS.               00000550
           05 WK-PRM-CARD          PIC X(05) VALUE SPACES.              00000560
           05 WK-PRM-CARD-N REDEFINES WK-PRM-CARD PIC 9(05).            00000570
      *                                                                 00000580
       01  WS-FECHAS.                                                   00000590
           05 WK-FECHA-PROC        PIC S9(8)V COMP-3 VALUE ZEROS.       00000600
           05 WK-FECHA-AVISO       PIC S9(8)V COMP-3 VALUE ZEROS.       00000610
           05 WK-DIAS-AVISO        PIC S9(5)  COMP-3 VALUE ZEROS.       00000620
           05 WK-FECHA-HASTA       PIC 9(08) VALUE ZEROS.               00000630
      *                                                                 00000640
       01  WS-VARIOS.                                                   00000650
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000660
              88 FIN-CURSOR                  VALUE 'SI'.                00000670
           05 WK-DIAS-CONT         PIC S9(5)  COMP-3 VALUE ZEROS.       00000680
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000690
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000700
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00000710
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00000720
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00000730
       01  WK-FECHA-W.                                                  00000740
           05 WK-FW-AAAA           PIC 9(4).                            00000750
           05 WK-FW-MM             PIC 9(2).                            00000760
           05 WK-FW-DD             PIC 9(2).                            00000770
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00000780
      *                                                                 00000790
       01  W-DATE                  PIC 9(6).                            00000800
       01  FILLER                  REDEFINES W-DATE.                    00000810
           02 W-ANO                PIC 99.                              00000820
           02 W-MES                PIC 99.                              00000830
           02 W-DIA                PIC 99.                              00000840
       01  W-FECHA-AMD.                                                 00000850
           05 W-AA-AMD             PIC 9(4).                            00000860
           05 W-MM-AMD             PIC 9(2).                            00000870
           05 W-DD-AMD             PIC 9(2).                            00000880
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00000890
       01  W-HORA-CURRENT.                                              00000900
           02  W-HORA              PIC 99.                              00000910
           02  W-MINUTOS           PIC 99.                              00000920
           02  W-SEGUNDOS          PIC 99.                              00000930
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000940
      *                                                                 00000950
       01 W-CONTADORES.                                                 00000960
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00000970
          05 CONT-VENCIDOS         PIC 9(08)  VALUE ZEROES.             00000980
          05 CONT-POR-VENCER       PIC 9(08)  VALUE ZEROES.             00000990
      * VARIABLES PARA CONTROL DE ERRORES                               00001000
       01 WS-ERROR.                                                     00001010
          05 WS-ACCION             PIC X(24).                           00001020
          05 WS-PARRAFO            PIC X(19).                           00001030
      * VARIABLES CONTROL DE ARCHIVOS                                   00001040
       01 WS-CTRL-ARCHIVOS.                                             00001050
          05 FS-SRRCLV             PIC X(02) VALUE '00'.                00001060
             88 S1RRCLV-OK                   VALUE '00'.                00001070
      *                                                                 00001080
      * REPORTE PARA ATENCION AL CLIENTE Y UNIDADES RESPONSABLES        00001090
       01 CAB-RRCLV-1.                                                  00001100
          05 FILLER                PIC X(39) VALUE                      00001110
             'RECLAMOS PROXIMOS AL PLAZO LEGAL - PROC'.                 00001120
          05 FILLER                PIC X(06) VALUE 'ESO : '.            00001130
          05 CAB1-FECHA            PIC 9(08).                           00001140
          05 FILLER                PIC X(14) VALUE '  AVISO HASTA '.    00001150
          05 CAB1-HASTA            PIC 9(08).                           00001160
          05 FILLER                PIC X(57) VALUE SPACES.              00001170
       01 CAB-RRCLV-2.                                                  00001180
          05 FILLER                PIC X(09) VALUE 'RECLAMO  '.         00001190
          05 FILLER                PIC X(01) VALUE SPACE.               00001200
          05 FILLER                PIC X(07) VALUE 'CUENTA '.           00001210
          05 FILLER                PIC X(01) VALUE SPACE.               00001220
          05 FILLER                PIC X(08) VALUE 'CLIENTE '.          00001230
          05 FILLER                PIC X(01) VALUE SPACE.               00001240
          05 FILLER                PIC X(08) VALUE 'MOTIVO  '.          00001250
          05 FILLER                PIC X(01) VALUE SPACE.               00001260
          05 FILLER                PIC X(02) VALUE 'CN'.                00001270
          05 FILLER                PIC X(01) VALUE SPACE.               00001280
          05 FILLER                PIC X(08) VALUE 'UNIDAD  '.          00001290
          05 FILLER                PIC X(01) VALUE SPACE.               00001300
          05 FILLER                PIC X(02) VALUE 'ES'.                00001310
          05 FILLER                PIC X(01) VALUE SPACE.               00001320
          05 FILLER                PIC X(08) VALUE 'F.ALTA  '.          00001330
          05 FILLER                PIC X(01) VALUE SPACE.               00001340
          05 FILLER                PIC X(08) VALUE 'F.LIMITE'.          00001350
          05 FILLER                PIC X(01) VALUE SPACE.               00001360
          05 FILLER                PIC X(05) VALUE ' DIAS'.             00001370
          05 FILLER                PIC X(01) VALUE SPACE.               00001380
          05 FILLER                PIC X(10) VALUE 'SITUACION '.        00001390
          05 FILLER                PIC X(47) VALUE SPACES.              00001400
       01 DET-RRCLV.                                                    00001410
          05 DET-ID                PIC 9(09).                           00001420
          05 FILLER                PIC X(01) VALUE SPACE.               00001430
          05 DET-CUENTA            PIC 9(07).                           00001440
          05 FILLER                PIC X(01) VALUE SPACE.               00001450
          05 DET-NUMCLI            PIC 9(08).                           00001460
          05 FILLER                PIC X(01) VALUE SPACE.               00001470
          05 DET-TIPO              PIC X(08).                           00001480
          05 FILLER                PIC X(01) VALUE SPACE.               00001490
          05 DET-CANAL             PIC X(02).                           00001500
          05 FILLER                PIC X(01) VALUE SPACE.               00001510
          05 DET-UNIDAD            PIC X(08).                           00001520
          05 FILLER                PIC X(01) VALUE SPACE.               00001530
          05 DET-ESTADO            PIC X(02).                           00001540
          05 FILLER                PIC X(01) VALUE SPACE.               00001550
          05 DET-FECALTA           PIC 9(08).                           00001560
          05 FILLER                PIC X(01) VALUE SPACE.               00001570
          05 DET-FECLIMITE         PIC 9(08).                           00001580
          05 FILLER                PIC X(01) VALUE SPACE.               00001590
          05 DET-DIAS              PIC ZZZZ9.                           00001600
          05 FILLER                PIC X(01) VALUE SPACE.               00001610
          05 DET-SITUACION         PIC X(10).                           00001620
          05 FILLER                PIC X(47) VALUE SPACES.              00001630
      *                                                                 00001640
      *    RECLAMOS DE CLIENTES                                         00001650
           COPY VLCPTRCL.                                               00001660
      *                                                                 00001670
      *    PARAMETROS CENTRALES (DIAS DE ANTICIPACION)                  00001680
           COPY VLCPTPA0.                                               00001690
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00001700
      *                                                                 00001710
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001720
           COPY VLCPTCTL.                                               00001730
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001740
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001750
      *                                                                *00001760
      *  AREA DE COMUNICACION SQLCA                                    *00001770
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001780
      *                                                                *00001790
      *  RECLAMOS NO RESUELTOS CON EL PLAZO DENTRO DEL AVISO           *00001800
           EXEC SQL                                                     00001810
                DECLARE VLDCRCL2 CURSOR FOR                             00001820
                 SELECT  VRCL_ID                                        00001830
                      ,  VRCL_CUENTA                                    00001840
                      ,  VRCL_NUMCLI                                    00001850
                      ,  VRCL_FECALTA                                   00001860
                      ,  VRCL_CANAL                                     00001870
                      ,  VRCL_TIPO                                      00001880
                      ,  VRCL_UNIDAD                                    00001890
                      ,  VRCL_ESTADO                                    00001900
                      ,  VRCL_FECLIMITE                                 00001910
                   FROM  VLDTRCL                                        00001920
                  WHERE  VRCL_ESTADO    <> 'R'                          00001930
                    AND  VRCL_FECLIMITE <= :WK-FECHA-AVISO              00001940
                  ORDER  BY VRCL_UNIDAD, VRCL_FECLIMITE, VRCL_ID        00001950
           END-EXEC.                                                    00001960
      *                                                                 00001970
       PROCEDURE DIVISION.                                              00001980
      *                                                                 00001990
           PERFORM 1000-INICIO                                          00002000
              THRU 1000-INICIO-EXIT.                                    00002010
                                                                        00002020
           PERFORM 2000-PROCESO                                         00002030
              THRU 2000-PROCESO-EXIT                                    00002040
              UNTIL FIN-CURSOR.                                         00002050
                                                                        00002060
           PERFORM 3000-FIN                                             00002070
              THRU 3000-FIN-EXIT.                                       00002080
                                                                        00002090
           STOP RUN.                                                    00002100
      *                                                                *00002110
      *-----------*                                                     00002120
       1000-INICIO.                                                     00002130
      *-----------*                                                     00002140
           INITIALIZE W-CONTADORES.                                     00002150
                                                                        00002160
           ACCEPT W-DATE FROM DATE.                                     00002170
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002180
           MOVE W-MES              TO W-MM-AMD.                         00002190
           MOVE W-DIA              TO W-DD-AMD.                         00002200
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002210
                                                                        00002220
           ACCEPT WA-CARD-FECHA.                                        00002230
           IF WA-CARD-FECHA NUMERIC                                     00002240
              MOVE WA-CARD-FECHA-N TO WK-FECHA-PROC                     00002250
           ELSE                                                         00002260
              MOVE W-FECHA-AMD-N   TO WK-FECHA-PROC                     00002270
                                      WA-CARD-FECHA-N                   00002280
           END-IF.                                                      00002290
                                                                        00002300
           MOVE 'RCL-DIAS-AVISO'   TO WK-PRM-NOMBRE.                    00002310
           MOVE 5                  TO WK-PRM-DEFECTO.                   00002320
           PERFORM 1100-LEE-PARAMETRO                                   00002330
              THRU 1100-LEE-PARAMETRO-EXIT.                             00002340
           MOVE WK-PRM-VALOR       TO WK-DIAS-AVISO.                    00002350
                                                                        00002360
      *    ULTIMO DIA DEL AVISO (HOY + N DIAS)                          00002370
           MOVE WA-CARD-FECHA-N    TO WK-FECHA-W-N.                     00002380
           MOVE ZEROS              TO WK-DIAS-CONT.                     00002390
           PERFORM 1200-SUMA-UN-DIA                                     00002400
              THRU 1200-SUMA-UN-DIA-EXIT                                00002410
              UNTIL WK-DIAS-CONT NOT < WK-DIAS-AVISO.                   00002420
           MOVE WK-FECHA-W-N       TO WK-FECHA-HASTA.                   00002430
           MOVE WK-FECHA-HASTA     TO WK-FECHA-AVISO.                   00002440
                                                                        00002450
           OPEN OUTPUT S1RRCLV.                                         00002460
           IF NOT S1RRCLV-OK                                            00002470
              MOVE 'OPEN FICHERO S1RRCLV'    TO WS-ACCION               00002480
              MOVE '1000-INICIO'             TO WS-PARRAFO              00002490
              PERFORM 3001-ERROR                                        00002500
           END-IF.                                                      00002510
                                                                        00002520
           MOVE WK-FECHA-PROC      TO CAB1-FECHA.                       00002530
           MOVE WK-FECHA-HASTA     TO CAB1-HASTA.                       00002540
           MOVE CAB-RRCLV-1        TO SAL-RRCLV.                        00002550
           WRITE SAL-RRCLV.                                             00002560
           MOVE CAB-RRCLV-2        TO SAL-RRCLV.                        00002570
           WRITE SAL-RRCLV.                                             00002580
           MOVE SPACES             TO SAL-RRCLV.                        00002590
           WRITE SAL-RRCLV.                                             00002600
                                                                        00002610
           MOVE SPACES             TO SW-FIN-CUR.                       00002620
           EXEC SQL                                                     00002630
                OPEN VLDCRCL2                                           00002640
           END-EXEC.                                                    00002650
           IF SQLCODE NOT = ZERO                                        00002660
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00002670
              MOVE 'VLDCRCL2-1000'          TO WS-PARRAFO               00002680
              PERFORM 3001-ERROR                                        00002690
           END-IF.                                                      00002700
                                                                        00002710
           PERFORM 1300-LEE-RECLAMO                                     00002720
              THRU 1300-LEE-RECLAMO-EXIT.                               00002730
      *                                                                *00002740
      *----------------*                                                00002750
       1000-INICIO-EXIT.                                                00002760
      *----------------*                                                00002770
           EXIT.                                                        00002780
                                                                        00002790
      *---------------------*                                           00002800
       1100-LEE-PARAMETRO.                                              00002810
      *---------------------*                                           00002820
      *    EL PARAMETRO VIAJA COMO 5 DIGITOS ENTEROS (EJ. 00005)        00002830
           INITIALIZE VL9CPAR0-AREA.                                    00002840
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00002850
           MOVE WK-PRM-NOMBRE        TO  PAR0-NOMBRE.                   00002860
           MOVE WA-CARD-FECHA-N      TO  PAR0-FECHA.                    00002870
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00002880
           MOVE PAR0-VALOR (1:5)     TO  WK-PRM-CARD.                   00002890
           IF PAR0-CODRESP = ZEROS                                      00002900
              AND WK-PRM-CARD NUMERIC                                   00002910
              MOVE WK-PRM-CARD-N     TO  WK-PRM-VALOR                   00002920
           ELSE                                                         00002930
              MOVE WK-PRM-DEFECTO    TO  WK-PRM-VALOR                   00002940
           END-IF.                                                      00002950
           DISPLAY 'PARAMETRO ' WK-PRM-NOMBRE ': ' WK-PRM-VALOR.        00002960
      *                                                                *00002970
      *-------------------------*                                       00002980
       1100-LEE-PARAMETRO-EXIT.                                         00002990
      *-------------------------*                                       00003000
           EXIT.                                                        00003010
                                                                        00003020
      *----------------------*                                          00003030
       1200-SUMA-UN-DIA.                                                00003040
      *----------------------*                                          00003050
           PERFORM 1250-DIAS-DEL-MES                                    00003060
              THRU 1250-DIAS-DEL-MES-EXIT.                              00003070
           IF WK-FW-DD < WK-DIAS-MES                                    00003080
              ADD 1 TO WK-FW-DD                                         00003090
           ELSE                                                         00003100
              MOVE 01 TO WK-FW-DD                                       00003110
              IF WK-FW-MM < 12                                          00003120
                 ADD 1 TO WK-FW-MM                                      00003130
              ELSE                                                      00003140
                 MOVE 01 TO WK-FW-MM                                    00003150
                 ADD 1 TO WK-FW-AAAA                                    00003160
              END-IF                                                    00003170
           END-IF.                                                      00003180
           ADD 1 TO WK-DIAS-CONT.                                       00003190
      *                                                                *00003200
      *---------------------------*                                     00003210
       1200-SUMA-UN-DIA-EXIT.                                           00003220
      *---------------------------*                                     00003230
           EXIT.                                                        00003240
                                                                        00003250
      *----------------------*                                          00003260
       1250-DIAS-DEL-MES.                                               00003270
      *----------------------*                                          00003280
           EVALUATE WK-FW-MM                                            00003290
               WHEN 01                                                  00003300
               WHEN 03                                                  00003310
               WHEN 05                                                  00003320
               WHEN 07                                                  00003330
               WHEN 08                                                  00003340
               WHEN 10                                                  00003350
               WHEN 12                                                  00003360
                    MOVE 31 TO WK-DIAS-MES                              00003370
               WHEN 04                                                  00003380
               WHEN 06                                                  00003390
               WHEN 09                                                  00003400
               WHEN 11                                                  00003410
                    MOVE 30 TO WK-DIAS-MES                              00003420
               WHEN 02                                                  00003430
                    MOVE 28 TO WK-DIAS-MES                              00003440
                    DIVIDE WK-FW-AAAA BY 4                              00003450
                           GIVING WK-COC4 REMAINDER WK-RES4             00003460
                    DIVIDE WK-FW-AAAA BY 100                            00003470
                           GIVING WK-COC4 REMAINDER WK-RES100           00003480
                    DIVIDE WK-FW-AAAA BY 400                            00003490
                           GIVING WK-COC4 REMAINDER WK-RES400           00003500
                    IF WK-RES4 = ZEROS                                  00003510
                       AND (WK-RES100 NOT = ZEROS                       00003520
                            OR WK-RES400 = ZEROS)                       00003530
                       MOVE 29 TO WK-DIAS-MES                           00003540
                    END-IF                                              00003550
           END-EVALUATE.                                                00003560
      *                                                                *00003570
      *---------------------------*                                     00003580
       1250-DIAS-DEL-MES-EXIT.                                          00003590
      *---------------------------*                                     00003600
           EXIT.                                                        00003610
                                                                        00003620
      *----------------------*                                          00003630
       1300-LEE-RECLAMO.                                                00003640
      *----------------------*                                          00003650
           EXEC SQL                                                     00003660
                FETCH  VLDCRCL2                                         00003670
                 INTO :VRCL-ID                                          00003680
                    , :VRCL-CUENTA                                      00003690
                    , :VRCL-NUMCLI                                      00003700
                    , :VRCL-FECALTA                                     00003710
                    , :VRCL-CANAL                                       00003720
                    , :VRCL-TIPO                                        00003730
                    , :VRCL-UNIDAD                                      00003740
                    , :VRCL-ESTADO                                      00003750
                    , :VRCL-FECLIMITE                                   00003760
           END-EXEC.                                                    00003770
                                                                        00003780
           EVALUATE SQLCODE                                             00003790
               WHEN ZERO                                                00003800
                    ADD 1 TO CONT-LEIDOS                                00003810
               WHEN 100                                                 00003820
                    MOVE 'SI'           TO SW-FIN-CUR                   00003830
               WHEN OTHER                                               00003840
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00003850
                    MOVE 'VLDCRCL2-1300'      TO WS-PARRAFO             00003860
                    PERFORM 3001-ERROR                                  00003870
           END-EVALUATE.                                                00003880
      *                                                                *00003890
      *---------------------------*                                     00003900
       1300-LEE-RECLAMO-EXIT.                                           00003910
      *---------------------------*                                     00003920
           EXIT.                                                        00003930
                                                                        00003940
      *------------*                                                    00003950
       2000-PROCESO.                                                    00003960
      *------------*                                                    00003970
      *    DIAS HASTA EL PLAZO, O DIAS QUE LLEVA VENCIDO, CONTANDO      00003980
      *    DIA A DIA DESDE LA FECHA MENOR HASTA LA MAYOR                00003990
           MOVE ZEROS              TO WK-DIAS-CONT.                     00004000
           IF VRCL-FECLIMITE < WK-FECHA-PROC                            00004010
              MOVE VRCL-FECLIMITE  TO WK-FECHA-W-N                      00004020
              PERFORM 1200-SUMA-UN-DIA                                  00004030
                 THRU 1200-SUMA-UN-DIA-EXIT                             00004040
                 UNTIL WK-FECHA-W-N NOT < WK-FECHA-PROC                 00004050
              MOVE 'VENCIDO   '    TO DET-SITUACION                     00004060
              ADD 1                TO CONT-VENCIDOS                     00004070
           ELSE                                                         00004080
              MOVE WK-FECHA-PROC   TO WK-FECHA-W-N                      00004090
              PERFORM 1200-SUMA-UN-DIA                                  00004100
                 THRU 1200-SUMA-UN-DIA-EXIT                             00004110
                 UNTIL WK-FECHA-W-N NOT < VRCL-FECLIMITE                00004120
              MOVE 'POR VENCER'    TO DET-SITUACION                     00004130
              ADD 1                TO CONT-POR-VENCER                   00004140
           END-IF.                                                      00004150
                                                                        00004160
           MOVE VRCL-ID            TO DET-ID.                           00004170
           MOVE VRCL-CUENTA        TO DET-CUENTA.                       00004180
           MOVE VRCL-NUMCLI        TO DET-NUMCLI.                       00004190
           MOVE VRCL-TIPO          TO DET-TIPO.                         00004200
           MOVE VRCL-CANAL         TO DET-CANAL.                        00004210
           MOVE VRCL-UNIDAD        TO DET-UNIDAD.                       00004220
           MOVE VRCL-ESTADO        TO DET-ESTADO.                       00004230
           MOVE VRCL-FECALTA       TO DET-FECALTA.                      00004240
           MOVE VRCL-FECLIMITE     TO DET-FECLIMITE.                    00004250
           MOVE WK-DIAS-CONT       TO DET-DIAS.                         00004260
           MOVE DET-RRCLV          TO SAL-RRCLV.                        00004270
           WRITE SAL-RRCLV.                                             00004280
                                                                        00004290
           PERFORM 1300-LEE-RECLAMO                                     00004300
              THRU 1300-LEE-RECLAMO-EXIT.                               00004310
      *                                                                *00004320
      *------------------*                                              00004330
       2000-PROCESO-EXIT.                                               00004340
      *------------------*                                              00004350
           EXIT.                                                        00004360
                                                                        00004370
      *--------*                                                        00004380
       3000-FIN.                                                        00004390
      *--------*                                                        00004400
           EXEC SQL                                                     00004410
                CLOSE VLDCRCL2                                          00004420
           END-EXEC.                                                    00004430
                                                                        00004440
           CLOSE S1RRCLV.                                               00004450
                                                                        00004460
           DISPLAY '********* FIN AVISO PLAZOS DE RECLAMOS **********'. 00004470
           DISPLAY 'RECLAMOS LEIDOS          : ' CONT-LEIDOS.           00004480
           DISPLAY 'RECLAMOS VENCIDOS        : ' CONT-VENCIDOS.         00004490
           DISPLAY 'RECLAMOS POR VENCER      : ' CONT-POR-VENCER.       00004500
                                                                        00004510
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00004520
           ACCEPT WK-HORA-FIN       FROM TIME.                          00004530
           INITIALIZE DCLVLDTCTL.                                       00004540
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00004550
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00004560
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00004570
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00004580
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00004590
           MOVE CONT-LEIDOS         TO VCTL-ESCRITOS.                   00004600
           MOVE 'OK'                TO VCTL-ESTADO.                     00004610
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00004620
           IF VCTL-CODRESP NOT = ZEROS                                  00004630
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00004640
           END-IF.                                                      00004650
      *                                                                *00004660
      *-------------*                                                   00004670
       3000-FIN-EXIT.                                                   00004680
      *-------------*                                                   00004690
           EXIT.                                                        00004700
                                                                        00004710
       3001-ERROR.                                                      00004720
      *-----------*                                                     00004730
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00004740
           DISPLAY 'ACCION:          ' WS-ACCION.                       00004750
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00004760
           DISPLAY '******************************************'.        00004770
           MOVE 08 TO RETURN-CODE.                                      00004780
           STOP RUN.                                                    00004790
      *-----------------*                                               00004800
      * FIN DE PROGRAMA *                                               00004810
      *-----------------*                                               00004820
