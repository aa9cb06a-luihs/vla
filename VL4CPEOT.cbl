       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CPEOT.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPORTE TRIMESTRAL DE EVENTOS DE PERDIDA OPERACIONAL *00000060
      *           POR CATEGORIA DE CAUSA. PARA EL TRIMESTRE DE SYSIN   *00000070
      *           LEE DE VLDTPEO LOS EVENTOS DESCUBIERTOS EN EL        *00000080
      *           PERIODO, CONVIERTE EL IMPORTE Y EL RECUPERO A PEN    *00000090
      *           CON EL TIPO DE CAMBIO DE VLDTFXR A LA FECHA DE       *00000100
      *           DESCUBRIMIENTO Y LISTA EN S1RPEOT CADA EVENTO CON    *00000110
      *           SU EVIDENCIA, EL SUBTOTAL POR CATEGORIA (EVENTOS,    *00000120
      *           PERDIDA BRUTA, RECUPERADO Y PERDIDA NETA) Y EL       *00000130
      *           TOTAL DEL TRIMESTRE PARA RIESGO OPERACIONAL.         *00000140
      *           UN EVENTO EN DIVISA SIN TIPO DE CAMBIO SE MARCA CON  *00000150
      *           '*' Y NO SUMA EN LOS TOTALES EN PEN.                 *00000160
      * SYSIN   : 1. TRIMESTRE AAAAT (ANO + TRIMESTRE 1-4)             *00000170
      * FECHA   : 15-10-2026                                           *00000180
      ******************************************************************00000190
      ******************************************************************00000200
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000210
      *---------- ---------- ---------------- -------------------------*00000220
      *RITM49178  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      ******************************************************************00000250
       ENVIRONMENT DIVISION.                                            00000260
       CONFIGURATION SECTION.                                           00000270
       SPECIAL-NAMES.                                                   00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
                                                                        00000310
           SELECT S1RPEOT   ASSIGN       TO S1RPEOT                     00000320
                            FILE STATUS  IS FS-SRPEOT.                  00000330
       DATA DIVISION.                                                   00000340
       FILE SECTION.                                                    00000350
      *                                                                *00000360
       FD  S1RPEOT                                                      00000370
           RECORDING MODE  IS  F                                        00000380
           LABEL  RECORDS  IS  STANDARD                                 00000390
           DATA   RECORD   IS  SAL-RPEOT.                               00000400
         01 SAL-RPEOT              PIC X(132).                          00000410
      *                                                                 00000420
      ******************************************************************00000430
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000440
      ******************************************************************00000450
       WORKING-STORAGE SECTION.                                         00000460
      *************************                                         00000470
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CPEOT'.          00000480
      *                                                                 00000490
      * PARAMETROS (SYSIN): TRIMESTRE (AAAA + T)                        00000500
       01  WS-PARAMETROS.                                               00000510
           05 WA-CARD-TRIM         PIC X(05) VALUE SPACES.              00000520
           05 WA-CARD-TRIM-R REDEFINES WA-CARD-TRIM.                    00000530
              10 WA-TRIM-AAAA      PIC 9(04).                           00000540
              10 WA-TRIM-T         PIC 9(01).                           00000550
      *                                                                 00000560
       01  WS-PERIODO.                                                  00000570
           05 WK-MES-INI           PIC S9(4) COMP VALUE ZEROS.          00000580
           05 WK-MES-FIN           PIC S9(4) COMP VALUE ZEROS.          00000590
           05 WK-FECHA-DESDE       PIC S9(8)V COMP-3 VALUE ZEROS.       00000600
           05 WK-FECHA-HASTA       PIC S9(8)V COMP-3 VALUE ZEROS.       00000610
      *                                                                 00000620
       01  WS-VARIOS.                                                   00000630
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000640
              88 FIN-CURSOR                  VALUE 'SI'.                00000650
           05 SW-SIN-CAMBIO        PIC X(01) VALUE 'N'.                 00000660
              88 SIN-CAMBIO                  VALUE 'S'.                 00000670
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000680
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000690
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00000700
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00000710
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00000720
       01  WK-FECHA-W.                                                  00000730
           05 WK-FW-AAAA           PIC 9(4).                            00000740
           05 WK-FW-MM             PIC 9(2).                            00000750
           05 WK-FW-DD             PIC 9(2).                            00000760
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00000770
      *                                                                 00000780
      *    CORTE DE CONTROL POR CATEGORIA                               00000790
       01  WK-CATEGORIA-ANT        PIC X(08) VALUE SPACES.              00000800
      *                                                                 00000810
      *    CONVERSION A PEN (SE GUARDA LA ULTIMA DIVISA Y FECHA)        00000820
       01  WK-DIVISA               PIC X(03) VALUE SPACES.              00000830
       01  WK-CAMBIO               PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00000840
       01  WK-DIVISA-CACHE         PIC X(03) VALUE SPACES.              00000850
       01  WK-FECHA-CACHE          PIC S9(8)V COMP-3 VALUE ZEROS.       00000860
       01  WK-CAMBIO-CACHE         PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00000870
       01  WK-IMPORTE-PEN          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000880
       01  WK-RECUP-PEN            PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000890
       01  WK-NETO-PEN             PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000900
      *                                                                 00000910
       01  W-DATE                  PIC 9(6).                            00000920
       01  FILLER                  REDEFINES W-DATE.                    00000930
           02 W-ANO                PIC 99.                              00000940
           02 W-MES                PIC 99.                              00000950
           02 W-DIA                PIC 99.                              00000960
       01  W-FECHA-AMD.                                                 00000970
           05 W-AA-AMD             PIC 9(4).                            00000980
           05 W-MM-AMD             PIC 9(2).                            00000990
           05 W-DD-AMD             PIC 9(2).                            00001000
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001010
       01  W-HORA-CURRENT.                                              00001020
           02  W-HORA              PIC 99.                              00001030
           02  W-MINUTOS           PIC 99.                              00001040
           02  W-SEGUNDOS          PIC 99.                              00001050
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001060
      *                                                                 00001070
       01 W-CONTADORES.                                                 00001080
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001090
          05 CONT-ABIERTOS         PIC 9(08)  VALUE ZEROES.             00001100
          05 CONT-SIN-CAMBIO       PIC 9(08)  VALUE ZEROES.             00001110
          05 CONT-CAT-EVENTOS      PIC 9(08)  VALUE ZEROES.             00001120
          05 CAT-BRUTO             PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001130
          05 CAT-RECUPERADO        PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001140
          05 CAT-NETO              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001150
          05 TOT-BRUTO             PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001160
          05 TOT-RECUPERADO        PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001170
          05 TOT-NETO              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001180
      * VARIABLES PARA CONTROL DE ERRORES                               00001190
       01 WS-ERROR.                                                     00001200
          05 WS-ACCION             PIC X(24).                           00001210
          05 WS-PARRAFO            PIC X(19).                           00001220
      * VARIABLES CONTROL DE ARCHIVOS                                   00001230
       01 WS-CTRL-ARCHIVOS.                                             00001240
          05 FS-SRPEOT             PIC X(02) VALUE '00'.                00001250
             88 S1RPEOT-OK                   VALUE '00'.                00001260
      *                                                                 00001270
      * REPORTE PARA RIESGO OPERACIONAL                                 00001280
       01 LIN-CABECERA.                                                 00001290
          05 FILLER                PIC X(49) VALUE                      00001300
             ' EVENTOS DE PERDIDA OPERACIONAL POR CATEGORIA - '.        00001310
          05 FILLER                PIC X(12) VALUE                      00001320
             'TRIMESTRE  '.                                             00001330
          05 CAB-TRIM              PIC X(05).                           00001340
          05 FILLER                PIC X(66) VALUE SPACES.              00001350
       01 LIN-TITULOS.                                                  00001360
          05 FILLER                PIC X(50) VALUE                      00001370
             ' CATEGOR  LN   EVENTO  DESCUBRE   OCURRIO  MON'.          00001380
          05 FILLER                PIC X(54) VALUE                      00001390
             '          IMPORTE      PERDIDA PEN    RECUPERADO PEN'.    00001400
          05 FILLER                PIC X(28) VALUE                      00001410
             '        NETO PEN E'.                                      00001420
       01 LIN-DETALLE.                                                  00001430
          05 FILLER                PIC X(01) VALUE SPACE.               00001440
          05 DET-CATEGORIA         PIC X(08).                           00001450
          05 FILLER                PIC X(02) VALUE SPACES.              00001460
          05 DET-LINEA-NEG         PIC X(02).                           00001470
          05 FILLER                PIC X(02) VALUE SPACES.              00001480
          05 DET-ID                PIC Z(8)9.                           00001490
          05 FILLER                PIC X(02) VALUE SPACES.              00001500
          05 DET-FECDESCUB         PIC 9(08).                           00001510
          05 FILLER                PIC X(02) VALUE SPACES.              00001520
          05 DET-FECEVENTO         PIC 9(08).                           00001530
          05 FILLER                PIC X(02) VALUE SPACES.              00001540
          05 DET-MONEDA            PIC X(03).                           00001550
          05 FILLER                PIC X(01) VALUE SPACE.               00001560
          05 DET-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001570
          05 FILLER                PIC X(01) VALUE SPACE.               00001580
          05 DET-IMPORTE-PEN       PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001590
          05 FILLER                PIC X(01) VALUE SPACE.               00001600
          05 DET-RECUP-PEN         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001610
          05 FILLER                PIC X(01) VALUE SPACE.               00001620
          05 DET-NETO-PEN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001630
          05 FILLER                PIC X(01) VALUE SPACE.               00001640
          05 DET-ESTADO            PIC X(01).                           00001650
      *       '*' = DIVISA SIN TIPO DE CAMBIO EN VLDTFXR                00001660
          05 DET-AVISO             PIC X(01).                           00001670
          05 FILLER                PIC X(08) VALUE SPACES.              00001680
       01 LIN-EVIDENCIA.                                                00001690
          05 FILLER                PIC X(14) VALUE SPACES.              00001700
          05 FILLER                PIC X(12) VALUE 'EVIDENCIA: '.       00001710
          05 EVI-TEXTO             PIC X(106).                          00001720
       01 LIN-EVI-RLOG.                                                 00001730
          05 FILLER                PIC X(09) VALUE 'VLDTRLOG '.         00001740
          05 EVI-RLOG-FECHA        PIC X(08).                           00001750
          05 FILLER                PIC X(01) VALUE SPACE.               00001760
          05 EVI-RLOG-HORA         PIC X(06).                           00001770
          05 FILLER                PIC X(01) VALUE SPACE.               00001780
          05 EVI-RLOG-NUMTER       PIC X(04).                           00001790
          05 FILLER                PIC X(01) VALUE SPACE.               00001800
          05 EVI-RLOG-TABLA        PIC X(08).                           00001810
          05 FILLER                PIC X(68) VALUE SPACES.              00001820
       01 LIN-EVI-FLQ.                                                  00001830
          05 FILLER                PIC X(08) VALUE 'VLDTFLQ '.          00001840
          05 EVI-FLQ-CUENTA        PIC 9(07).                           00001850
          05 FILLER                PIC X(01) VALUE '/'.                 00001860
          05 EVI-FLQ-REFER         PIC 9(09).                           00001870
          05 FILLER                PIC X(81) VALUE SPACES.              00001880
       01 LIN-EVI-RIPL.                                                 00001890
          05 FILLER                PIC X(09) VALUE 'VL4CRIPL '.         00001900
          05 EVI-RIPL-FECHA        PIC X(08).                           00001910
          05 FILLER                PIC X(01) VALUE SPACE.               00001920
          05 EVI-RIPL-VALOR        PIC X(12).                           00001930
          05 FILLER                PIC X(76) VALUE SPACES.              00001940
       01 LIN-TOTAL.                                                    00001950
          05 FILLER                PIC X(01) VALUE SPACE.               00001960
          05 TOT-TEXTO             PIC X(35).                           00001970
          05 TOT-EVENTOS           PIC ZZZ,ZZ9.                         00001980
          05 FILLER                PIC X(25) VALUE SPACES.              00001990
          05 TOT-IMP-BRUTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002000
          05 FILLER                PIC X(01) VALUE SPACE.               00002010
          05 TOT-IMP-RECUP         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002020
          05 FILLER                PIC X(01) VALUE SPACE.               00002030
          05 TOT-IMP-NETO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002040
          05 FILLER                PIC X(11) VALUE SPACES.              00002050
       01 LIN-BLANCO               PIC X(132) VALUE SPACES.             00002060
      *                                                                 00002070
      *    EVENTOS DE PERDIDA OPERACIONAL                               00002080
           COPY VLCPTPEO.                                               00002090
      *                                                                 00002100
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002110
           COPY VLCPTCTL.                                               00002120
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002130
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002140
      *                                                                *00002150
      *  AREA DE COMUNICACION SQLCA                                     00002160
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002170
      *                                                                 00002180
      *    EVENTOS DESCUBIERTOS EN EL TRIMESTRE, POR CATEGORIA          00002190
           EXEC SQL                                                     00002200
                DECLARE VLDCPEO2 CURSOR FOR                             00002210
                 SELECT VPEO_ID                                         00002220
                      , VPEO_FECEVENTO                                  00002230
                      , VPEO_FECDESCUB                                  00002240
                      , VPEO_CATEGORIA                                  00002250
                      , VPEO_LINEA_NEG                                  00002260
                      , VPEO_CUENTA                                     00002270
                      , VPEO_MONEDA                                     00002280
                      , VPEO_IMPORTE                                    00002290
                      , VPEO_RECUPERADO                                 00002300
                      , VPEO_RLOG_FECHA                                 00002310
                      , VPEO_RLOG_HORA                                  00002320
                      , VPEO_RLOG_NUMTER                                00002330
                      , VPEO_RLOG_TABLA                                 00002340
                      , VPEO_FLQ_REFER                                  00002350
                      , VPEO_RIPL_FECHA                                 00002360
                      , VPEO_RIPL_VALOR                                 00002370
                      , VPEO_ESTADO                                     00002380
                   FROM VLDTPEO                                         00002390
                  WHERE VPEO_FECDESCUB BETWEEN :WK-FECHA-DESDE          00002400
                                           AND :WK-FECHA-HASTA          00002410
                  ORDER BY VPEO_CATEGORIA, VPEO_LINEA_NEG               00002420
                         , VPEO_FECDESCUB, VPEO_ID                      00002430
           END-EXEC.                                                    00002440
      *                                                                *00002450
       PROCEDURE DIVISION.                                              00002460
      *                                                                 00002470
           PERFORM 1000-INICIO                                          00002480
              THRU 1000-INICIO-EXIT.                                    00002490
                                                                        00002500
           PERFORM 2000-PROCESO-EVENTO                                  00002510
              THRU 2000-PROCESO-EVENTO-EXIT                             00002520
              UNTIL FIN-CURSOR.                                         00002530
                                                                        00002540
           PERFORM 3000-FIN                                             00002550
              THRU 3000-FIN-EXIT.                                       00002560
                                                                        00002570
           STOP RUN.                                                    00002580
      *                                                                *00002590
      *-----------*                                                     00002600
       1000-INICIO.                                                     00002610
      *-----------*                                                     00002620
           INITIALIZE W-CONTADORES.                                     00002630
                                                                        00002640
           ACCEPT WA-CARD-TRIM.                                         00002650
           IF WA-CARD-TRIM NUMERIC                                      00002660
              AND WA-TRIM-T > 0 AND WA-TRIM-T < 5                       00002670
              COMPUTE WK-MES-INI = (WA-TRIM-T - 1) * 3 + 1              00002680
              COMPUTE WK-MES-FIN = WA-TRIM-T * 3                        00002690
           ELSE                                                         00002700
              MOVE 'TRIMESTRE INVALIDO'     TO WS-ACCION                00002710
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002720
              PERFORM 3001-ERROR                                        00002730
           END-IF.                                                      00002740
                                                                        00002750
      *    PRIMER Y ULTIMO DIA DEL TRIMESTRE                            00002760
           MOVE WA-TRIM-AAAA       TO WK-FW-AAAA.                       00002770
           MOVE WK-MES-FIN         TO WK-FW-MM.                         00002780
           PERFORM 1250-DIAS-DEL-MES                                    00002790
              THRU 1250-DIAS-DEL-MES-EXIT.                              00002800
           COMPUTE WK-FECHA-DESDE = WA-TRIM-AAAA * 10000                00002810
                                  + WK-MES-INI * 100 + 1.               00002820
           COMPUTE WK-FECHA-HASTA = WA-TRIM-AAAA * 10000                00002830
                                  + WK-MES-FIN * 100 + WK-DIAS-MES.     00002840
                                                                        00002850
           ACCEPT W-DATE FROM DATE.                                     00002860
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002870
           MOVE W-MES              TO W-MM-AMD.                         00002880
           MOVE W-DIA              TO W-DD-AMD.                         00002890
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002900
                                                                        00002910
           OPEN OUTPUT S1RPEOT.                                         00002920
           IF NOT S1RPEOT-OK                                            00002930
              MOVE 'OPEN FICHERO SALIDA'    TO WS-ACCION                00002940
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002950
              PERFORM 3001-ERROR                                        00002960
           END-IF.                                                      00002970
                                                                        00002980
           MOVE WA-CARD-TRIM       TO CAB-TRIM.                         00002990
           WRITE SAL-RPEOT       FROM LIN-CABECERA.                     00003000
           WRITE SAL-RPEOT       FROM LIN-BLANCO.                       00003010
           WRITE SAL-RPEOT       FROM LIN-TITULOS.                      00003020
                                                                        00003030
           EXEC SQL                                                     00003040
                OPEN VLDCPEO2                                           00003050
           END-EXEC.                                                    00003060
           IF SQLCODE NOT = ZERO                                        00003070
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003080
              MOVE 'VLDCPEO2-1000'          TO WS-PARRAFO               00003090
              PERFORM 3001-ERROR                                        00003100
           END-IF.                                                      00003110
                                                                        00003120
           PERFORM 1300-FETCH-EVENTO                                    00003130
              THRU 1300-FETCH-EVENTO-EXIT.                              00003140
      *                                                                 00003150
      *----------------*                                                00003160
       1000-INICIO-EXIT.                                                00003170
      *----------------*                                                00003180
           EXIT.                                                        00003190
      *----------------------*                                          00003200
       1250-DIAS-DEL-MES.                                               00003210
      *----------------------*                                          00003220
           EVALUATE WK-FW-MM                                            00003230
               WHEN 01                                                  00003240
               WHEN 03                                                  00003250
               WHEN 05                                                  00003260
               WHEN 07                                                  00003270
               WHEN 08                                                  00003280
               WHEN 10                                                  00003290
               WHEN 12                                                  00003300
                    MOVE 31 TO WK-DIAS-MES                              00003310
               WHEN 04                                                  00003320
               WHEN 06                                                  00003330
               WHEN 09                                                  00003340
               WHEN 11                                                  00003350
                    MOVE 30 TO WK-DIAS-MES                              00003360
               WHEN 02                                                  00003370
                    MOVE 28 TO WK-DIAS-MES                              00003380
                    DIVIDE WK-FW-AAAA BY 4                              00003390
                           GIVING WK-COC4 REMAINDER WK-RES4             00003400
                    DIVIDE WK-FW-AAAA BY 100                            00003410
                           GIVING WK-COC4 REMAINDER WK-RES100           00003420
                    DIVIDE WK-FW-AAAA BY 400                            00003430
                           GIVING WK-COC4 REMAINDER WK-RES400           00003440
                    IF WK-RES4 = ZEROS                                  00003450
                       AND (WK-RES100 NOT = ZEROS                       00003460
                            OR WK-RES400 = ZEROS)                       00003470
                       MOVE 29 TO WK-DIAS-MES                           00003480
                    END-IF                                              00003490
           END-EVALUATE.                                                00003500
      *                                                                *00003510
      *---------------------------*                                     00003520
       1250-DIAS-DEL-MES-EXIT.                                          00003530
      *---------------------------*                                     00003540
           EXIT.                                                        00003550
      *--------------------------*                                      00003560
       1300-FETCH-EVENTO.                                               00003570
      *--------------------------*                                      00003580
           EXEC SQL                                                     00003590
                FETCH  VLDCPEO2                                         00003600
                 INTO :VPEO-ID                                          00003610
                    , :VPEO-FECEVENTO                                   00003620
                    , :VPEO-FECDESCUB                                   00003630
                    , :VPEO-CATEGORIA                                   00003640
                    , :VPEO-LINEA-NEG                                   00003650
                    , :VPEO-CUENTA                                      00003660
                    , :VPEO-MONEDA                                      00003670
                    , :VPEO-IMPORTE                                     00003680
                    , :VPEO-RECUPERADO                                  00003690
                    , :VPEO-RLOG-FECHA                                  00003700
                    , :VPEO-RLOG-HORA                                   00003710
                    , :VPEO-RLOG-NUMTER                                 00003720
                    , :VPEO-RLOG-TABLA                                  00003730
                    , :VPEO-FLQ-REFER                                   00003740
                    , :VPEO-RIPL-FECHA                                  00003750
                    , :VPEO-RIPL-VALOR                                  00003760
                    , :VPEO-ESTADO                                      00003770
           END-EXEC.                                                    00003780
           EVALUATE SQLCODE                                             00003790
               WHEN ZERO                                                00003800
                    ADD 1 TO CONT-LEIDOS                                00003810
               WHEN 100                                                 00003820
                    MOVE 'SI'           TO SW-FIN-CUR                   00003830
               WHEN OTHER                                               00003840
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00003850
                    MOVE 'VLDCPEO2-1300'      TO WS-PARRAFO             00003860
                    PERFORM 3001-ERROR                                  00003870
           END-EVALUATE.                                                00003880
      *                                                                *00003890
      *--------------------------*                                      00003900
       1300-FETCH-EVENTO-EXIT.                                          00003910
      *--------------------------*                                      00003920
           EXIT.                                                        00003930
      *-----------------------*                                         00003940
       2000-PROCESO-EVENTO.                                             00003950
      *-----------------------*                                         00003960
      *    CORTE DE CATEGORIA                                           00003970
           IF VPEO-CATEGORIA NOT = WK-CATEGORIA-ANT                     00003980
              IF WK-CATEGORIA-ANT NOT = SPACES                          00003990
                 PERFORM 2300-TOTAL-CATEGORIA                           00004000
                    THRU 2300-TOTAL-CATEGORIA-EXIT                      00004010
              END-IF                                                    00004020
              MOVE VPEO-CATEGORIA   TO WK-CATEGORIA-ANT                 00004030
           END-IF.                                                      00004040
                                                                        00004050
           MOVE VPEO-MONEDA        TO WK-DIVISA.                        00004060
           PERFORM 2100-TIPO-CAMBIO                                     00004070
              THRU 2100-TIPO-CAMBIO-EXIT.                               00004080
           IF SIN-CAMBIO                                                00004090
              MOVE ZEROS           TO WK-IMPORTE-PEN                    00004100
                                      WK-RECUP-PEN                      00004110
              ADD 1                TO CONT-SIN-CAMBIO                   00004120
           ELSE                                                         00004130
              COMPUTE WK-IMPORTE-PEN ROUNDED                            00004140
                    = VPEO-IMPORTE * WK-CAMBIO                          00004150
              COMPUTE WK-RECUP-PEN ROUNDED                              00004160
                    = VPEO-RECUPERADO * WK-CAMBIO                       00004170
           END-IF.                                                      00004180
           COMPUTE WK-NETO-PEN = WK-IMPORTE-PEN - WK-RECUP-PEN.         00004190
                                                                        00004200
           ADD 1                   TO CONT-CAT-EVENTOS.                 00004210
           ADD WK-IMPORTE-PEN      TO CAT-BRUTO.                        00004220
           ADD WK-RECUP-PEN        TO CAT-RECUPERADO.                   00004230
           ADD WK-NETO-PEN         TO CAT-NETO.                         00004240
           IF VPEO-ABIERTO                                              00004250
              ADD 1                TO CONT-ABIERTOS                     00004260
           END-IF.                                                      00004270
                                                                        00004280
           MOVE VPEO-CATEGORIA     TO DET-CATEGORIA.                    00004290
           MOVE VPEO-LINEA-NEG     TO DET-LINEA-NEG.                    00004300
           MOVE VPEO-ID            TO DET-ID.                           00004310
           MOVE VPEO-FECDESCUB     TO DET-FECDESCUB.                    00004320
           MOVE VPEO-FECEVENTO     TO DET-FECEVENTO.                    00004330
           MOVE VPEO-MONEDA        TO DET-MONEDA.                       00004340
           MOVE VPEO-IMPORTE       TO DET-IMPORTE.                      00004350
           MOVE WK-IMPORTE-PEN     TO DET-IMPORTE-PEN.                  00004360
           MOVE WK-RECUP-PEN       TO DET-RECUP-PEN.                    00004370
           MOVE WK-NETO-PEN        TO DET-NETO-PEN.                     00004380
           MOVE VPEO-ESTADO        TO DET-ESTADO.                       00004390
           IF SIN-CAMBIO                                                00004400
              MOVE '*'             TO DET-AVISO                         00004410
           ELSE                                                         00004420
              MOVE SPACE           TO DET-AVISO                         00004430
           END-IF.                                                      00004440
           WRITE SAL-RPEOT       FROM LIN-DETALLE.                      00004450
                                                                        00004460
           PERFORM 2200-EVIDENCIA                                       00004470
              THRU 2200-EVIDENCIA-EXIT.                                 00004480
                                                                        00004490
           PERFORM 1300-FETCH-EVENTO                                    00004500
              THRU 1300-FETCH-EVENTO-EXIT.                              00004510
      *                                                                 00004520
      *----------------------------*                                    00004530
       2000-PROCESO-EVENTO-EXIT.                                        00004540
      *----------------------------*                                    00004550
           EXIT.                                                        00004560
      *--------------------*                                            00004570
       2100-TIPO-CAMBIO.                                                00004580
      *--------------------*                                            00004590
      *    CAMBIO DE VLDTFXR (PEN POR UNIDAD DE LA DIVISA) VIGENTE A LA 00004600
      *    FECHA DE DESCUBRIMIENTO; SE GUARDA EL ULTIMO PEDIDO          00004610
           MOVE 'N'                TO SW-SIN-CAMBIO.                    00004620
           IF WK-DIVISA = 'PEN' OR WK-DIVISA = SPACES                   00004630
              MOVE 1               TO WK-CAMBIO                         00004640
              GO TO 2100-TIPO-CAMBIO-EXIT                               00004650
           END-IF.                                                      00004660
           IF WK-DIVISA = WK-DIVISA-CACHE                               00004670
              AND VPEO-FECDESCUB = WK-FECHA-CACHE                       00004680
              MOVE WK-CAMBIO-CACHE TO WK-CAMBIO                         00004690
              IF WK-CAMBIO = ZEROS                                      00004700
                 MOVE 'S'          TO SW-SIN-CAMBIO                     00004710
              END-IF                                                    00004720
              GO TO 2100-TIPO-CAMBIO-EXIT                               00004730
           END-IF.                                                      00004740
                                                                        00004750
           MOVE ZEROS              TO WK-CAMBIO.                        00004760
           EXEC SQL                                                     00004770
                SELECT VFXR_TIPOCAM                                     00004780
                  INTO :WK-CAMBIO                                       00004790
                  FROM VLDTFXR                                          00004800
                 WHERE VFXR_MONEDA = :WK-DIVISA                         00004810
                   AND VFXR_FECDIA =                                    00004820
                       (SELECT MAX(F2.VFXR_FECDIA)                      00004830
                          FROM VLDTFXR F2                               00004840
                         WHERE F2.VFXR_MONEDA  = :WK-DIVISA             00004850
                           AND F2.VFXR_FECDIA <= :VPEO-FECDESCUB)       00004860
           END-EXEC.                                                    00004870
           EVALUATE SQLCODE                                             00004880
               WHEN ZERO                                                00004890
                    CONTINUE                                            00004900
               WHEN 100                                                 00004910
                    MOVE 'S'               TO SW-SIN-CAMBIO             00004920
               WHEN OTHER                                               00004930
                    MOVE 'SELECT'          TO WS-ACCION                 00004940
                    MOVE 'VLDTFXR-2100'    TO WS-PARRAFO                00004950
                    PERFORM 3001-ERROR                                  00004960
           END-EVALUATE.                                                00004970
           MOVE WK-DIVISA          TO WK-DIVISA-CACHE.                  00004980
           MOVE VPEO-FECDESCUB     TO WK-FECHA-CACHE.                   00004990
           MOVE WK-CAMBIO          TO WK-CAMBIO-CACHE.                  00005000
      *                                                                *00005010
      *-------------------------*                                       00005020
       2100-TIPO-CAMBIO-EXIT.                                           00005030
      *-------------------------*                                       00005040
           EXIT.                                                        00005050
      *--------------------*                                            00005060
       2200-EVIDENCIA.                                                  00005070
      *--------------------*                                            00005080
      *    UNA LINEA POR CADA EVIDENCIA ENLAZADA AL EVENTO              00005090
           IF VPEO-RLOG-FECHA NOT = SPACES                              00005100
              MOVE VPEO-RLOG-FECHA     TO EVI-RLOG-FECHA                00005110
              MOVE VPEO-RLOG-HORA      TO EVI-RLOG-HORA                 00005120
              MOVE VPEO-RLOG-NUMTER    TO EVI-RLOG-NUMTER               00005130
              MOVE VPEO-RLOG-TABLA     TO EVI-RLOG-TABLA                00005140
              MOVE LIN-EVI-RLOG        TO EVI-TEXTO                     00005150
              WRITE SAL-RPEOT        FROM LIN-EVIDENCIA                 00005160
           END-IF.                                                      00005170
           IF VPEO-FLQ-REFER > ZEROS                                    00005180
              MOVE VPEO-CUENTA         TO EVI-FLQ-CUENTA                00005190
              MOVE VPEO-FLQ-REFER      TO EVI-FLQ-REFER                 00005200
              MOVE LIN-EVI-FLQ         TO EVI-TEXTO                     00005210
              WRITE SAL-RPEOT        FROM LIN-EVIDENCIA                 00005220
           END-IF.                                                      00005230
           IF VPEO-RIPL-FECHA NOT = SPACES                              00005240
              MOVE VPEO-RIPL-FECHA     TO EVI-RIPL-FECHA                00005250
              MOVE VPEO-RIPL-VALOR     TO EVI-RIPL-VALOR                00005260
              MOVE LIN-EVI-RIPL        TO EVI-TEXTO                     00005270
              WRITE SAL-RPEOT        FROM LIN-EVIDENCIA                 00005280
           END-IF.                                                      00005290
      *                                                                *00005300
      *-------------------------*                                       00005310
       2200-EVIDENCIA-EXIT.                                             00005320
      *-------------------------*                                       00005330
           EXIT.                                                        00005340
      *-------------------------*                                       00005350
       2300-TOTAL-CATEGORIA.                                            00005360
      *-------------------------*                                       00005370
           MOVE SPACES             TO TOT-TEXTO.                        00005380
           STRING '  TOTAL CATEGORIA ' WK-CATEGORIA-ANT                 00005390
                  DELIMITED BY SIZE  INTO TOT-TEXTO.                    00005400
           MOVE CONT-CAT-EVENTOS   TO TOT-EVENTOS.                      00005410
           MOVE CAT-BRUTO          TO TOT-IMP-BRUTO.                    00005420
           MOVE CAT-RECUPERADO     TO TOT-IMP-RECUP.                    00005430
           MOVE CAT-NETO           TO TOT-IMP-NETO.                     00005440
           WRITE SAL-RPEOT       FROM LIN-TOTAL.                        00005450
           WRITE SAL-RPEOT       FROM LIN-BLANCO.                       00005460
                                                                        00005470
           ADD CAT-BRUTO           TO TOT-BRUTO.                        00005480
           ADD CAT-RECUPERADO      TO TOT-RECUPERADO.                   00005490
           ADD CAT-NETO            TO TOT-NETO.                         00005500
           MOVE ZEROS              TO CONT-CAT-EVENTOS                  00005510
                                      CAT-BRUTO                         00005520
                                      CAT-RECUPERADO                    00005530
                                      CAT-NETO.                         00005540
      *                                                                *00005550
      *-------------------------*                                       00005560
       2300-TOTAL-CATEGORIA-EXIT.                                       00005570
      *-------------------------*                                       00005580
           EXIT.                                                        00005590
      *--------*                                                        00005600
       3000-FIN.                                                        00005610
      *--------*                                                        00005620
           EXEC SQL                                                     00005630
                CLOSE VLDCPEO2                                          00005640
           END-EXEC.                                                    00005650
           IF WK-CATEGORIA-ANT NOT = SPACES                             00005660
              PERFORM 2300-TOTAL-CATEGORIA                              00005670
                 THRU 2300-TOTAL-CATEGORIA-EXIT                         00005680
           END-IF.                                                      00005690
           MOVE 'TOTAL DEL TRIMESTRE'  TO TOT-TEXTO.                    00005700
           MOVE CONT-LEIDOS        TO TOT-EVENTOS.                      00005710
           MOVE TOT-BRUTO          TO TOT-IMP-BRUTO.                    00005720
           MOVE TOT-RECUPERADO     TO TOT-IMP-RECUP.                    00005730
           MOVE TOT-NETO           TO TOT-IMP-NETO.                     00005740
           WRITE SAL-RPEOT       FROM LIN-TOTAL.                        00005750
           IF CONT-SIN-CAMBIO > ZEROS                                   00005760
              MOVE SPACES          TO LIN-TOTAL                         00005770
              MOVE '(*) EVENTOS SIN TIPO DE CAMBIO'  TO TOT-TEXTO       00005780
              MOVE CONT-SIN-CAMBIO TO TOT-EVENTOS                       00005790
              WRITE SAL-RPEOT    FROM LIN-TOTAL                         00005800
           END-IF.                                                      00005810
           CLOSE S1RPEOT.                                               00005820
           DISPLAY '*** FIN REPORTE TRIMESTRAL PERDIDA OPERACIONAL ***'.00005830
           DISPLAY 'TRIMESTRE                : ' WA-CARD-TRIM.          00005840
           DISPLAY 'EVENTOS DEL TRIMESTRE    : ' CONT-LEIDOS.           00005850
           DISPLAY 'EVENTOS ABIERTOS         : ' CONT-ABIERTOS.         00005860
           DISPLAY 'EVENTOS SIN TIPO CAMBIO  : ' CONT-SIN-CAMBIO.       00005870
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00005880
           ACCEPT WK-HORA-FIN       FROM TIME.                          00005890
           INITIALIZE DCLVLDTCTL.                                       00005900
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00005910
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00005920
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00005930
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00005940
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00005950
           MOVE CONT-LEIDOS         TO VCTL-ESCRITOS.                   00005960
           MOVE 'OK'                TO VCTL-ESTADO.                     00005970
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00005980
           IF VCTL-CODRESP NOT = ZEROS                                  00005990
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00006000
           END-IF.                                                      00006010
      *                                                                *00006020
      *-------------*                                                   00006030
       3000-FIN-EXIT.                                                   00006040
      *-------------*                                                   00006050
           EXIT.                                                        00006060
       3001-ERROR.                                                      00006070
      *-----------*                                                     00006080
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00006090
           DISPLAY 'ACCION:          ' WS-ACCION.                       00006100
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00006110
           DISPLAY '******************************************'.        00006120
           MOVE 08 TO RETURN-CODE.                                      00006130
           STOP RUN.                                                    00006140
      *-----------------*                                               00006150
      * FIN DE PROGRAMA *                                               00006160
      *-----------------*                                               00006170
