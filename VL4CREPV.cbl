       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CREPV.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : VENCIMIENTO DE REPORTES BURSATILES (VLDTREP).        *00000060
      *           1. PARA CADA REPORTE ABIERTO CUYA PATA A PLAZO VENCE *00000070
      *              HOY O ANTES: LIBERA LA PRENDA QUE BLOQUEABA EL    *00000080
      *              COLATERAL, GENERA LA OPERACION DE CIERRE EN EL    *00000090
      *              LAYOUT DEL FICHERO DE BOLSA (S1DQREPV, ENTRA POR  *00000100
      *              VL4CAGRU/VL4CPREV JUNTO CON EL FICHERO DE LA BVL) *00000110
      *              CON EL SENTIDO CONTRARIO AL CONTADO ('VR'/'CR')   *00000120
      *              Y EL IMPORTE PACTADO, Y DEJA EL REPORTE COMO      *00000130
      *              GENERADO CON SU REFERENCIA A PLAZO.               *00000140
      *           2. REPORTE S1RREPV DE REPORTES ABIERTOS POR CLIENTE: *00000150
      *              EXPOSICION A PLAZO, DIAS AL VENCIMIENTO, VALOR    *00000160
      *              DEL COLATERAL (ULTIMA COTIZACION DE VLDTCAM) Y    *00000170
      *              COBERTURA, TODO EN PEN (CAMBIO DE VLDTFXR).       *00000180
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000190
      * FECHA   : 15-10-2026                                           *00000200
      ******************************************************************00000210
      ******************************************************************00000220
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      *RITM49157  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000250
      *---------- ---------- ---------------- -------------------------*00000260
      ******************************************************************00000270
       ENVIRONMENT DIVISION.                                            00000280
       CONFIGURATION SECTION.                                           00000290
       SPECIAL-NAMES.                                                   00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
                                                                        00000330
           SELECT S1DQREPV  ASSIGN       TO S1DQREPV                    00000340
                            FILE STATUS  IS FS-SDQREPV.                 00000350
           SELECT S1RREPV   ASSIGN       TO S1RREPV                     00000360
                            FILE STATUS  IS FS-SRREPV.                  00000370
       DATA DIVISION.                                                   00000380
       FILE SECTION.                                                    00000390
      *                                                                *00000400
       FD  S1DQREPV                                                     00000410
           RECORDING MODE  IS  F                                        00000420
           LABEL  RECORDS  IS  STANDARD                                 00000430
           DATA   RECORD   IS  SAL-DQREPV.                              00000440
         01 SAL-DQREPV             PIC X(80).                           00000450
      *                                                                *00000460
       FD  S1RREPV                                                      00000470
           RECORDING MODE  IS  F                                        00000480
           LABEL  RECORDS  IS  STANDARD                                 00000490
           DATA   RECORD   IS  SAL-RREPV.                               00000500
         01 SAL-RREPV              PIC X(132).                          00000510
      *                                                                 00000520
      ******************************************************************00000530
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000540
      ******************************************************************00000550
       WORKING-STORAGE SECTION.                                         00000560
      *************************                                         00000570
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CREPV'.          00000580
      *                                                                 00000590
      * PARAMETROS (SYSIN)                                              00000600
       01  WS-PARAMETROS.                                               00000610
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000620
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000630
      *                                                                 00000640
       01  W-HORA-CURRENT.                                              00000650
           02  W-HORA              PIC 99.                              00000660
           02  W-MINUTOS           PIC 99.                              00000670
           02  W-SEGUNDOS          PIC 99.                              00000680
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000690
      *                                                                 00000700
       01  W-CONTADORES.                                                00000710
          05 CONT-VENCIDOS         PIC 9(08)  VALUE ZEROES.             00000720
          05 CONT-GENERADAS        PIC 9(08)  VALUE ZEROES.             00000730
          05 CONT-PRENDAS          PIC 9(08)  VALUE ZEROES.             00000740
          05 CONT-ABIERTOS         PIC 9(08)  VALUE ZEROES.             00000750
          05 CONT-CLIENTES         PIC 9(08)  VALUE ZEROES.             00000760
          05 CONT-SIN-PRECIO       PIC 9(08)  VALUE ZEROES.             00000770
          05 CONT-SIN-CAMBIO       PIC 9(08)  VALUE ZEROES.             00000780
      * VARIABLES PARA CONTROL DE ERRORES                               00000790
       01  WS-ERROR.                                                    00000800
          05 WS-ACCION             PIC X(24).                           00000810
          05 WS-PARRAFO            PIC X(19).                           00000820
      * VARIABLES CONTROL DE ARCHIVOS                                   00000830
       01  WS-CTRL-ARCHIVOS.                                            00000840
          05 FS-SDQREPV            PIC X(02) VALUE '00'.                00000850
             88 S1DQREPV-OK                  VALUE '00'.                00000860
          05 FS-SRREPV             PIC X(02) VALUE '00'.                00000870
             88 S1RREPV-OK                   VALUE '00'.                00000880
      *                                                                 00000890
       01  WS-SWITCHES.                                                 00000900
          05 SW-FIN-VTO            PIC X(02) VALUE SPACES.              00000910
             88 FIN-VENCIDOS                 VALUE '10'.                00000920
          05 SW-FIN-ABI            PIC X(02) VALUE SPACES.              00000930
             88 FIN-ABIERTOS                 VALUE '10'.                00000940
      *                                                                 00000950
      * OPERACION DE CIERRE EN EL LAYOUT DEL FICHERO DE BOLSA (VL4CPREV)00000960
       01  SALIDA-BOLSA.                                                00000970
           05 BOL-CUENTA           PIC 9(07).                           00000980
           05 BOL-CODVALOR         PIC X(12).                           00000990
           05 BOL-FECHOP           PIC 9(08).                           00001000
           05 BOL-TIPOP            PIC X(02).                           00001010
           05 BOL-TITULOS          PIC 9(13).                           00001020
           05 BOL-IMPORTE          PIC 9(13)V9(02).                     00001030
           05 BOL-MONEDA           PIC X(03).                           00001040
           05 BOL-REFER            PIC 9(09).                           00001050
           05 FILLER               PIC X(11) VALUE SPACES.              00001060
      *                                                                 00001070
      *    REPORTE ABIERTO LEIDO (CORTE POR CLIENTE)                    00001080
       01  WK-ABIERTO.                                                  00001090
           05 WK-NUMCLI            PIC S9(8)V COMP-3 VALUE ZEROS.       00001100
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00001110
           05 WK-DIVISA            PIC X(03) VALUE SPACES.              00001120
           05 WK-DIVISA-VALOR      PIC X(03) VALUE SPACES.              00001130
       01  WK-NUMCLI-ANT           PIC S9(8)V COMP-3 VALUE ZEROS.       00001140
      *                                                                 00001150
       01  WK-PRECIO               PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00001160
       01  WK-CAMBIO               PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00001170
       01  WK-DIVISA-CACHE         PIC X(03) VALUE SPACES.              00001180
       01  WK-CAMBIO-CACHE         PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00001190
       01  WK-EXPOSICION           PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001200
       01  WK-COLATERAL            PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001210
       01  WK-COBERTURA            PIC S9(5)V9(2) COMP-3 VALUE ZEROS.   00001220
       01  WK-DIAS-VTO             PIC S9(05) COMP-3 VALUE ZEROS.       00001230
       01  WK-TOT-EXP-CLI          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001240
       01  WK-TOT-COL-CLI          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001250
       01  WK-TOT-EXP-CASA         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001260
       01  WK-TOT-COL-CASA         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001270
      *                                                                 00001280
      * CALCULO DE DIAS ENTRE FECHAS (NUMERO DE DIA JULIANO)            00001290
       01  WS-DIAS-ENTRE.                                               00001300
           05 WJD-AAAA             PIC S9(05) COMP-3 VALUE ZEROS.       00001310
           05 WJD-MM               PIC S9(03) COMP-3 VALUE ZEROS.       00001320
           05 WJD-DD               PIC S9(03) COMP-3 VALUE ZEROS.       00001330
           05 WJD-A                PIC S9(05) COMP-3 VALUE ZEROS.       00001340
           05 WJD-Y                PIC S9(05) COMP-3 VALUE ZEROS.       00001350
           05 WJD-M                PIC S9(03) COMP-3 VALUE ZEROS.       00001360
           05 WJD-JDN              PIC S9(09) COMP-3 VALUE ZEROS.       00001370
           05 WJD-T1               PIC S9(09) COMP-3 VALUE ZEROS.       00001380
           05 WJD-T2               PIC S9(09) COMP-3 VALUE ZEROS.       00001390
           05 WJD-T3               PIC S9(09) COMP-3 VALUE ZEROS.       00001400
           05 WJD-T4               PIC S9(09) COMP-3 VALUE ZEROS.       00001410
           05 WJD-JDN-PROC         PIC S9(09) COMP-3 VALUE ZEROS.       00001420
           05 WJD-FECHA            PIC 9(08)         VALUE ZEROS.       00001430
           05 WJD-FECHA-R REDEFINES WJD-FECHA.                          00001440
              10 WJD-FECHA-AAAA    PIC 9(04).                           00001450
              10 WJD-FECHA-MM      PIC 9(02).                           00001460
              10 WJD-FECHA-DD      PIC 9(02).                           00001470
      *                                                                 00001480
       01  LIN-CABECERA.                                                00001490
          05 FILLER                PIC X(45) VALUE                      00001500
             ' REPORTES BURSATILES ABIERTOS (PEN) - FECHA '.            00001510
          05 CAB-FECHA             PIC 9(08).                           00001520
          05 FILLER                PIC X(79) VALUE SPACES.              00001530
       01  LIN-TITULOS.                                                 00001540
          05 FILLER                PIC X(40) VALUE                      00001550
             '    REPORTE|CUENTA |VALOR       |L|     '.                00001560
          05 FILLER                PIC X(40) VALUE                      00001570
             '   TITULOS|VENCE   | DIAS|   EXPOSICION'.                 00001580
          05 FILLER                PIC X(40) VALUE                      00001590
             ' (PEN)|  COLATERAL (PEN)  |COBERT.%|'.                    00001600
          05 FILLER                PIC X(12) VALUE SPACES.              00001610
       01  LIN-CLIENTE.                                                 00001620
          05 FILLER                PIC X(09) VALUE 'CLIENTE: '.         00001630
          05 CLI-NUMCLI            PIC 9(08).                           00001640
          05 FILLER                PIC X(115) VALUE SPACES.             00001650
       01  LIN-DETALLE.                                                 00001660
          05 FILLER                PIC X(02) VALUE SPACES.              00001670
          05 DET-NUMREP            PIC 9(09).                           00001680
          05 FILLER                PIC X(01) VALUE '|'.                 00001690
          05 DET-CUENTA            PIC 9(07).                           00001700
          05 FILLER                PIC X(01) VALUE '|'.                 00001710
          05 DET-CODVALOR          PIC X(12).                           00001720
          05 FILLER                PIC X(01) VALUE '|'.                 00001730
          05 DET-LADO              PIC X(01).                           00001740
          05 FILLER                PIC X(01) VALUE '|'.                 00001750
          05 DET-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001760
          05 FILLER                PIC X(01) VALUE '|'.                 00001770
          05 DET-FEC-PLAZO         PIC 9(08).                           00001780
          05 FILLER                PIC X(01) VALUE '|'.                 00001790
          05 DET-DIAS              PIC -ZZZ9.                           00001800
          05 FILLER                PIC X(01) VALUE '|'.                 00001810
          05 DET-EXPOSICION        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00001820
          05 FILLER                PIC X(01) VALUE '|'.                 00001830
          05 DET-COLATERAL         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00001840
          05 FILLER                PIC X(01) VALUE '|'.                 00001850
          05 DET-COBERTURA         PIC ZZZZ9.99.                        00001860
          05 FILLER                PIC X(01) VALUE '|'.                 00001870
          05 FILLER                PIC X(12) VALUE SPACES.              00001880
       01  LIN-SUBTOTAL.                                                00001890
          05 FILLER                PIC X(75) VALUE                      00001900
             '  TOTAL CLIENTE'.                                         00001910
          05 SUB-EXPOSICION        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00001920
          05 FILLER                PIC X(01) VALUE '|'.                 00001930
          05 SUB-COLATERAL         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00001940
          05 FILLER                PIC X(01) VALUE '|'.                 00001950
          05 SUB-COBERTURA         PIC ZZZZ9.99.                        00001960
          05 FILLER                PIC X(09) VALUE SPACES.              00001970
       01  LIN-TOTAL.                                                   00001980
          05 FILLER                PIC X(12) VALUE ' VENCIDOS: '.       00001990
          05 TOT-VENCIDOS          PIC ZZ,ZZ9.                          00002000
          05 FILLER                PIC X(14) VALUE '  GENERADAS: '.     00002010
          05 TOT-GENERADAS         PIC ZZ,ZZ9.                          00002020
          05 FILLER                PIC X(13) VALUE '  ABIERTOS: '.      00002030
          05 TOT-ABIERTOS          PIC ZZ,ZZ9.                          00002040
          05 FILLER                PIC X(13) VALUE '  EXPOSICION '.     00002050
          05 TOT-EXPOSICION        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002060
          05 FILLER                PIC X(12) VALUE '  COLATERAL '.      00002070
          05 TOT-COLATERAL         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002080
          05 FILLER                PIC X(12) VALUE SPACES.              00002090
      *                                                                 00002100
      *    REPORTES Y PRENDAS DEL COLATERAL                             00002110
           COPY VLCPTREP.                                               00002120
           COPY VLCPTPRE.                                               00002130
      *                                                                 00002140
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002150
           COPY VLCPTCTL.                                               00002160
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002170
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002180
      *                                                                *00002190
      *  AREA DE COMUNICACION SQLCA                                     00002200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002210
      *                                                                 00002220
      *    REPORTES ABIERTOS CUYA PATA A PLAZO YA VENCE                 00002230
           EXEC SQL                                                     00002240
                DECLARE VLDCREV1  CURSOR WITH HOLD FOR                  00002250
                SELECT  VREP_NUMREP                                     00002260
                     ,  VREP_CUENTA                                     00002270
                     ,  VREP_PAVAL                                      00002280
                     ,  VREP_VALOR                                      00002290
                     ,  VREP_ISIN                                       00002300
                     ,  VREP_LADO                                       00002310
                     ,  VREP_TITULOS                                    00002320
                     ,  VREP_MONEDA                                     00002330
                     ,  VREP_IMP_PLAZO                                  00002340
                     ,  VREP_NUMPRE                                     00002350
                  FROM  VLDTREP                                         00002360
                 WHERE  VREP_ESTADO    = 'A'                            00002370
                   AND  VREP_FEC_PLAZO <= :WA-CARD-FECHA-N              00002380
                 ORDER  BY VREP_NUMREP                                  00002390
           END-EXEC.                                                    00002400
      *                                                                 00002410
      *    REPORTES QUE SIGUEN ABIERTOS, POR CLIENTE TITULAR            00002420
           EXEC SQL                                                     00002430
                DECLARE VLDCREV2  CURSOR FOR                            00002440
                SELECT  C.VARC_NUMCLI                                   00002450
                     ,  R.VREP_NUMREP                                   00002460
                     ,  R.VREP_CUENTA                                   00002470
                     ,  R.VREP_PAVAL CONCAT R.VREP_VALOR                00002480
                                     CONCAT DIGITS(R.VREP_ISIN)         00002490
                     ,  R.VREP_LADO                                     00002500
                     ,  R.VREP_TITULOS                                  00002510
                     ,  R.VREP_MONEDA                                   00002520
                     ,  R.VREP_FEC_PLAZO                                00002530
                     ,  R.VREP_IMP_PLAZO                                00002540
                     ,  X.VXEN_CODDIVI                                  00002550
                  FROM  VLDTREP R                                       00002560
                        INNER JOIN VLDTARC C                            00002570
                           ON C.VARC_CUENTA = R.VREP_CUENTA             00002580
                        INNER JOIN VLDTXEN X                            00002590
                           ON X.VXEN_PAVAL  = R.VREP_PAVAL              00002600
                          AND X.VXEN_VALOR  = R.VREP_VALOR              00002610
                          AND X.VXEN_ISIN   = R.VREP_ISIN               00002620
                 WHERE  R.VREP_ESTADO   = 'A'                           00002630
                 ORDER  BY 1, R.VREP_FEC_PLAZO, R.VREP_NUMREP           00002640
           END-EXEC.                                                    00002650
      *                                                                *00002660
       PROCEDURE DIVISION.                                              00002670
      *                                                                *00002680
           PERFORM 1000-INICIO                                          00002690
              THRU 1000-INICIO-EXIT.                                    00002700
                                                                        00002710
           PERFORM 2000-VENCE-REPORTE                                   00002720
              THRU 2000-VENCE-REPORTE-EXIT                              00002730
              UNTIL FIN-VENCIDOS.                                       00002740
                                                                        00002750
           PERFORM 2500-REPORTES-ABIERTOS                               00002760
              THRU 2500-REPORTES-ABIERTOS-EXIT.                         00002770
                                                                        00002780
           PERFORM 3000-FIN                                             00002790
              THRU 3000-FIN-EXIT.                                       00002800
                                                                        00002810
           STOP RUN.                                                    00002820
      *                                                                *00002830
      *-----------*                                                     00002840
       1000-INICIO.                                                     00002850
      *-----------*                                                     00002860
           INITIALIZE W-CONTADORES.                                     00002870
                                                                        00002880
           ACCEPT WA-CARD-FECHA.                                        00002890
           IF WA-CARD-FECHA NOT NUMERIC                                 00002900
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00002910
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002920
              PERFORM 3001-ERROR                                        00002930
           END-IF                                                       00002940
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002950
                                                                        00002960
           OPEN OUTPUT S1DQREPV S1RREPV.                                00002970
           IF NOT S1DQREPV-OK OR NOT S1RREPV-OK                         00002980
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00002990
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003000
              PERFORM 3001-ERROR                                        00003010
           END-IF.                                                      00003020
                                                                        00003030
      *    DIA JULIANO DE LA FECHA DE PROCESO                           00003040
           MOVE WA-CARD-FECHA-N    TO WJD-FECHA.                        00003050
           PERFORM 8000-DIA-JULIANO                                     00003060
              THRU 8000-DIA-JULIANO-EXIT.                               00003070
           MOVE WJD-JDN            TO WJD-JDN-PROC.                     00003080
                                                                        00003090
           EXEC SQL                                                     00003100
                OPEN VLDCREV1                                           00003110
           END-EXEC.                                                    00003120
           IF SQLCODE NOT = ZERO                                        00003130
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003140
              MOVE 'VLDCREV1-1000'          TO WS-PARRAFO               00003150
              PERFORM 3001-ERROR                                        00003160
           END-IF.                                                      00003170
                                                                        00003180
           PERFORM 1100-LEE-VENCIDO                                     00003190
              THRU 1100-LEE-VENCIDO-EXIT.                               00003200
      *                                                                *00003210
      *----------------*                                                00003220
       1000-INICIO-EXIT.                                                00003230
      *----------------*                                                00003240
           EXIT.                                                        00003250
                                                                        00003260
      *--------------------*                                            00003270
       1100-LEE-VENCIDO.                                                00003280
      *--------------------*                                            00003290
           EXEC SQL                                                     00003300
                FETCH VLDCREV1                                          00003310
                 INTO :VREP-NUMREP                                      00003320
                    , :VREP-CUENTA                                      00003330
                    , :VREP-PAVAL                                       00003340
                    , :VREP-VALOR                                       00003350
                    , :VREP-ISIN                                        00003360
                    , :VREP-LADO                                        00003370
                    , :VREP-TITULOS                                     00003380
                    , :VREP-MONEDA                                      00003390
                    , :VREP-IMP-PLAZO                                   00003400
                    , :VREP-NUMPRE                                      00003410
           END-EXEC.                                                    00003420
           EVALUATE SQLCODE                                             00003430
               WHEN ZERO                                                00003440
                    ADD 1 TO CONT-VENCIDOS                              00003450
               WHEN 100                                                 00003460
                    MOVE '10' TO SW-FIN-VTO                             00003470
               WHEN OTHER                                               00003480
                    MOVE 'FETCH'           TO WS-ACCION                 00003490
                    MOVE 'VLDCREV1-1100'   TO WS-PARRAFO                00003500
                    PERFORM 3001-ERROR                                  00003510
           END-EVALUATE.                                                00003520
      *                                                                *00003530
      *-------------------------*                                       00003540
       1100-LEE-VENCIDO-EXIT.                                           00003550
      *-------------------------*                                       00003560
           EXIT.                                                        00003570
                                                                        00003580
      *----------------------*                                          00003590
       2000-VENCE-REPORTE.                                              00003600
      *----------------------*                                          00003610
      *    PRIMERO SE LIBERA EL COLATERAL: LA VENTA A PLAZO DEL         00003620
      *    REPORTANTE NO DEBE TROPEZAR CON SU PROPIA PRENDA EN VL4CPREV 00003630
           IF VREP-NUMPRE > ZEROS                                       00003640
              PERFORM 2100-LIBERA-PRENDA                                00003650
                 THRU 2100-LIBERA-PRENDA-EXIT                           00003660
           END-IF.                                                      00003670
                                                                        00003680
      *    OPERACION DE CIERRE: SENTIDO CONTRARIO AL CONTADO            00003690
           MOVE VREP-CUENTA        TO BOL-CUENTA.                       00003700
           MOVE VREP-PAVAL         TO BOL-CODVALOR (01:03).             00003710
           MOVE VREP-VALOR         TO BOL-CODVALOR (04:08).             00003720
           MOVE VREP-ISIN          TO BOL-CODVALOR (12:01).             00003730
           MOVE WA-CARD-FECHA-N    TO BOL-FECHOP.                       00003740
           IF VREP-REPORTANTE                                           00003750
              MOVE 'VR'            TO BOL-TIPOP                         00003760
           ELSE                                                         00003770
              MOVE 'CR'            TO BOL-TIPOP                         00003780
           END-IF.                                                      00003790
           MOVE VREP-TITULOS       TO BOL-TITULOS.                      00003800
           MOVE VREP-IMP-PLAZO     TO BOL-IMPORTE.                      00003810
           MOVE VREP-MONEDA        TO BOL-MONEDA.                       00003820
           MOVE VREP-NUMREP        TO BOL-REFER.                        00003830
           WRITE SAL-DQREPV      FROM SALIDA-BOLSA.                     00003840
           IF NOT S1DQREPV-OK                                           00003850
              MOVE 'WRITE S1DQREPV'         TO WS-ACCION                00003860
              MOVE '2000-VENCE-REPORTE'     TO WS-PARRAFO               00003870
              PERFORM 3001-ERROR                                        00003880
           END-IF.                                                      00003890
           ADD 1                   TO CONT-GENERADAS.                   00003900
                                                                        00003910
           MOVE VREP-NUMREP        TO VREP-REFER-PLAZO.                 00003920
           MOVE WA-CARD-FECHA-N    TO VREP-FEULMOD.                     00003930
           MOVE W-HORA-CURRENT-N   TO VREP-HORULMOD.                    00003940
           EXEC SQL                                                     00003950
                UPDATE VLDTREP                                          00003960
                   SET VREP_ESTADO      = 'G'                           00003970
                     , VREP_REFER_PLAZO = :VREP-REFER-PLAZO             00003980
                     , VREP_FEULMOD     = :VREP-FEULMOD                 00003990
                     , VREP_HORULMOD    = :VREP-HORULMOD                00004000
                     , VREP_NUMTER      = 'BTCH'                        00004010
                     , VREP_USUARIO     = :W-PROGRAMA                   00004020
                 WHERE VREP_NUMREP      = :VREP-NUMREP                  00004030
                   AND VREP_ESTADO      = 'A'                           00004040
           END-EXEC.                                                    00004050
           IF SQLCODE NOT = ZERO                                        00004060
              MOVE 'UPDATE'                 TO WS-ACCION                00004070
              MOVE 'VLDTREP-2000'           TO WS-PARRAFO               00004080
              PERFORM 3001-ERROR                                        00004090
           END-IF.                                                      00004100
                                                                        00004110
           PERFORM 1100-LEE-VENCIDO                                     00004120
              THRU 1100-LEE-VENCIDO-EXIT.                               00004130
      *                                                                *00004140
      *---------------------------*                                     00004150
       2000-VENCE-REPORTE-EXIT.                                         00004160
      *---------------------------*                                     00004170
           EXIT.                                                        00004180
                                                                        00004190
      *----------------------*                                          00004200
       2100-LIBERA-PRENDA.                                              00004210
      *----------------------*                                          00004220
           MOVE VREP-CUENTA        TO VPRE-CUENTA.                      00004230
           MOVE VREP-PAVAL         TO VPRE-PAVAL.                       00004240
           MOVE VREP-VALOR         TO VPRE-VALOR.                       00004250
           MOVE VREP-ISIN          TO VPRE-ISIN.                        00004260
           MOVE VREP-NUMPRE        TO VPRE-NUMPRE.                      00004270
           MOVE WA-CARD-FECHA-N    TO VPRE-FEULMOD.                     00004280
           MOVE W-HORA-CURRENT-N   TO VPRE-HORULMOD.                    00004290
           EXEC SQL                                                     00004300
                UPDATE VLDTPRE                                          00004310
                   SET VPRE_ESTADO   = 'L'                              00004320
                     , VPRE_FEULMOD  = :VPRE-FEULMOD                    00004330
                     , VPRE_HORULMOD = :VPRE-HORULMOD                   00004340
                     , VPRE_NUMTER   = 'BTCH'                           00004350
                     , VPRE_USUARIO  = :W-PROGRAMA                      00004360
                 WHERE VPRE_CUENTA   = :VPRE-CUENTA                     00004370
                   AND VPRE_PAVAL    = :VPRE-PAVAL                      00004380
                   AND VPRE_VALOR    = :VPRE-VALOR                      00004390
                   AND VPRE_ISIN     = :VPRE-ISIN                       00004400
                   AND VPRE_NUMPRE   = :VPRE-NUMPRE                     00004410
                   AND VPRE_ESTADO   = 'V'                              00004420
           END-EXEC.                                                    00004430
           EVALUATE SQLCODE                                             00004440
               WHEN ZERO                                                00004450
                    ADD 1 TO CONT-PRENDAS                               00004460
      *        YA LIBERADA A MANO DESDE VL7CPRE0                        00004470
               WHEN 100                                                 00004480
                    CONTINUE                                            00004490
               WHEN OTHER                                               00004500
                    MOVE 'UPDATE'          TO WS-ACCION                 00004510
                    MOVE 'VLDTPRE-2100'    TO WS-PARRAFO                00004520
                    PERFORM 3001-ERROR                                  00004530
           END-EVALUATE.                                                00004540
      *                                                                *00004550
      *---------------------------*                                     00004560
       2100-LIBERA-PRENDA-EXIT.                                         00004570
      *---------------------------*                                     00004580
           EXIT.                                                        00004590
                                                                        00004600
      *--------------------------*                                      00004610
       2500-REPORTES-ABIERTOS.                                          00004620
      *--------------------------*                                      00004630
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00004640
           WRITE SAL-RREPV       FROM LIN-CABECERA.                     00004650
           WRITE SAL-RREPV       FROM LIN-TITULOS AFTER 2.              00004660
                                                                        00004670
           EXEC SQL                                                     00004680
                OPEN VLDCREV2                                           00004690
           END-EXEC.                                                    00004700
           IF SQLCODE NOT = ZERO                                        00004710
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004720
              MOVE 'VLDCREV2-2500'          TO WS-PARRAFO               00004730
              PERFORM 3001-ERROR                                        00004740
           END-IF.                                                      00004750
                                                                        00004760
           PERFORM 2600-LEE-ABIERTO                                     00004770
              THRU 2600-LEE-ABIERTO-EXIT.                               00004780
                                                                        00004790
           PERFORM 2700-PROCESO-CLIENTE                                 00004800
              THRU 2700-PROCESO-CLIENTE-EXIT                            00004810
              UNTIL FIN-ABIERTOS.                                       00004820
                                                                        00004830
           EXEC SQL                                                     00004840
                CLOSE VLDCREV2                                          00004850
           END-EXEC.                                                    00004860
           IF SQLCODE NOT = ZERO                                        00004870
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00004880
              MOVE 'VLDCREV2-2500'          TO WS-PARRAFO               00004890
              PERFORM 3001-ERROR                                        00004900
           END-IF.                                                      00004910
      *                                                                *00004920
      *------------------------------*                                  00004930
       2500-REPORTES-ABIERTOS-EXIT.                                     00004940
      *------------------------------*                                  00004950
           EXIT.                                                        00004960
                                                                        00004970
      *--------------------*                                            00004980
       2600-LEE-ABIERTO.                                                00004990
      *--------------------*                                            00005000
           EXEC SQL                                                     00005010
                FETCH VLDCREV2                                          00005020
                 INTO :WK-NUMCLI                                        00005030
                    , :VREP-NUMREP                                      00005040
                    , :VREP-CUENTA                                      00005050
                    , :WK-CODVALOR                                      00005060
                    , :VREP-LADO                                        00005070
                    , :VREP-TITULOS                                     00005080
                    , :VREP-MONEDA                                      00005090
                    , :VREP-FEC-PLAZO                                   00005100
                    , :VREP-IMP-PLAZO                                   00005110
                    , :WK-DIVISA-VALOR                                  00005120
           END-EXEC.                                                    00005130
           EVALUATE SQLCODE                                             00005140
               WHEN ZERO                                                00005150
                    ADD 1 TO CONT-ABIERTOS                              00005160
               WHEN 100                                                 00005170
                    MOVE '10' TO SW-FIN-ABI                             00005180
               WHEN OTHER                                               00005190
                    MOVE 'FETCH'           TO WS-ACCION                 00005200
                    MOVE 'VLDCREV2-2600'   TO WS-PARRAFO                00005210
                    PERFORM 3001-ERROR                                  00005220
           END-EVALUATE.                                                00005230
      *                                                                *00005240
      *-------------------------*                                       00005250
       2600-LEE-ABIERTO-EXIT.                                           00005260
      *-------------------------*                                       00005270
           EXIT.                                                        00005280
                                                                        00005290
      *------------------------*                                        00005300
       2700-PROCESO-CLIENTE.                                            00005310
      *------------------------*                                        00005320
           ADD 1                   TO CONT-CLIENTES.                    00005330
           MOVE WK-NUMCLI          TO WK-NUMCLI-ANT                     00005340
                                      CLI-NUMCLI.                       00005350
           MOVE ZEROS              TO WK-TOT-EXP-CLI                    00005360
                                      WK-TOT-COL-CLI.                   00005370
           WRITE SAL-RREPV       FROM LIN-CLIENTE AFTER 2.              00005380
                                                                        00005390
           PERFORM 2800-DETALLE-REPORTE                                 00005400
              THRU 2800-DETALLE-REPORTE-EXIT                            00005410
              UNTIL FIN-ABIERTOS                                        00005420
                 OR WK-NUMCLI NOT = WK-NUMCLI-ANT.                      00005430
                                                                        00005440
           MOVE WK-TOT-EXP-CLI     TO SUB-EXPOSICION.                   00005450
           MOVE WK-TOT-COL-CLI     TO SUB-COLATERAL.                    00005460
           MOVE WK-TOT-EXP-CLI     TO WK-EXPOSICION.                    00005470
           MOVE WK-TOT-COL-CLI     TO WK-COLATERAL.                     00005480
           PERFORM 2950-COBERTURA                                       00005490
              THRU 2950-COBERTURA-EXIT.                                 00005500
           MOVE WK-COBERTURA       TO SUB-COBERTURA.                    00005510
           WRITE SAL-RREPV       FROM LIN-SUBTOTAL.                     00005520
      *                                                                *00005530
      *-----------------------------*                                   00005540
       2700-PROCESO-CLIENTE-EXIT.                                       00005550
      *-----------------------------*                                   00005560
           EXIT.                                                        00005570
                                                                        00005580
      *------------------------*                                        00005590
       2800-DETALLE-REPORTE.                                            00005600
      *------------------------*                                        00005610
      *    EXPOSICION: IMPORTE A PLAZO PACTADO, EN PEN                  00005620
           MOVE VREP-MONEDA        TO WK-DIVISA.                        00005630
           PERFORM 2900-TIPO-CAMBIO                                     00005640
              THRU 2900-TIPO-CAMBIO-EXIT.                               00005650
           COMPUTE WK-EXPOSICION ROUNDED =                              00005660
                   VREP-IMP-PLAZO * WK-CAMBIO.                          00005670
      *    COLATERAL: TITULOS A LA ULTIMA COTIZACION, EN PEN            00005680
           MOVE ZEROS              TO WK-PRECIO.                        00005690
           EXEC SQL                                                     00005700
                SELECT VCAM_CIERRE_D                                    00005710
                  INTO :WK-PRECIO                                       00005720
                  FROM VLDTCAM                                          00005730
                 WHERE VCAM_CODVALOR = :WK-CODVALOR                     00005740
                   AND VCAM_FECDIA =                                    00005750
                       (SELECT MAX(C2.VCAM_FECDIA)                      00005760
                          FROM VLDTCAM C2                               00005770
                         WHERE C2.VCAM_CODVALOR = :WK-CODVALOR          00005780
                           AND C2.VCAM_FECDIA  <= :WA-CARD-FECHA-N)     00005790
           END-EXEC.                                                    00005800
           EVALUATE SQLCODE                                             00005810
               WHEN ZERO                                                00005820
                    CONTINUE                                            00005830
               WHEN 100                                                 00005840
                    ADD 1 TO CONT-SIN-PRECIO                            00005850
               WHEN OTHER                                               00005860
                    MOVE 'SELECT'          TO WS-ACCION                 00005870
                    MOVE 'VLDTCAM-2800'    TO WS-PARRAFO                00005880
                    PERFORM 3001-ERROR                                  00005890
           END-EVALUATE.                                                00005900
           MOVE WK-DIVISA-VALOR    TO WK-DIVISA.                        00005910
           PERFORM 2900-TIPO-CAMBIO                                     00005920
              THRU 2900-TIPO-CAMBIO-EXIT.                               00005930
           COMPUTE WK-COLATERAL ROUNDED =                               00005940
                   VREP-TITULOS * WK-PRECIO * WK-CAMBIO.                00005950
           PERFORM 2950-COBERTURA                                       00005960
              THRU 2950-COBERTURA-EXIT.                                 00005970
                                                                        00005980
      *    DIAS AL VENCIMIENTO DE LA PATA A PLAZO                       00005990
           MOVE VREP-FEC-PLAZO     TO WJD-FECHA.                        00006000
           PERFORM 8000-DIA-JULIANO                                     00006010
              THRU 8000-DIA-JULIANO-EXIT.                               00006020
           COMPUTE WK-DIAS-VTO = WJD-JDN - WJD-JDN-PROC.                00006030
                                                                        00006040
           MOVE VREP-NUMREP        TO DET-NUMREP.                       00006050
           MOVE VREP-CUENTA        TO DET-CUENTA.                       00006060
           MOVE WK-CODVALOR        TO DET-CODVALOR.                     00006070
           MOVE VREP-LADO          TO DET-LADO.                         00006080
           MOVE VREP-TITULOS       TO DET-TITULOS.                      00006090
           MOVE VREP-FEC-PLAZO     TO DET-FEC-PLAZO.                    00006100
           MOVE WK-DIAS-VTO        TO DET-DIAS.                         00006110
           MOVE WK-EXPOSICION      TO DET-EXPOSICION.                   00006120
           MOVE WK-COLATERAL       TO DET-COLATERAL.                    00006130
           MOVE WK-COBERTURA       TO DET-COBERTURA.                    00006140
           WRITE SAL-RREPV       FROM LIN-DETALLE.                      00006150
                                                                        00006160
           ADD WK-EXPOSICION       TO WK-TOT-EXP-CLI                    00006170
                                      WK-TOT-EXP-CASA.                  00006180
           ADD WK-COLATERAL        TO WK-TOT-COL-CLI                    00006190
                                      WK-TOT-COL-CASA.                  00006200
                                                                        00006210
           PERFORM 2600-LEE-ABIERTO                                     00006220
              THRU 2600-LEE-ABIERTO-EXIT.                               00006230
      *                                                                *00006240
      *-----------------------------*                                   00006250
       2800-DETALLE-REPORTE-EXIT.                                       00006260
      *-----------------------------*                                   00006270
           EXIT.                                                        00006280
                                                                        00006290
      *--------------------*                                            00006300
       2900-TIPO-CAMBIO.                                                00006310
      *--------------------*                                            00006320
      *    CAMBIO DE CIERRE DE VLDTFXR (PEN POR UNIDAD DE LA DIVISA);   00006330
      *    SE GUARDA EL DE LA ULTIMA DIVISA PEDIDA                      00006340
           IF WK-DIVISA = 'PEN' OR WK-DIVISA = SPACES                   00006350
              MOVE 1               TO WK-CAMBIO                         00006360
              GO TO 2900-TIPO-CAMBIO-EXIT                               00006370
           END-IF.                                                      00006380
           IF WK-DIVISA = WK-DIVISA-CACHE                               00006390
              MOVE WK-CAMBIO-CACHE TO WK-CAMBIO                         00006400
              GO TO 2900-TIPO-CAMBIO-EXIT                               00006410
           END-IF.                                                      00006420
                                                                        00006430
           MOVE ZEROS              TO WK-CAMBIO.                        00006440
           EXEC SQL                                                     00006450
                SELECT VFXR_TIPOCAM                                     00006460
                  INTO :WK-CAMBIO                                       00006470
                  FROM VLDTFXR                                          00006480
                 WHERE VFXR_MONEDA = :WK-DIVISA                         00006490
                   AND VFXR_FECDIA =                                    00006500
                       (SELECT MAX(F2.VFXR_FECDIA)                      00006510
                          FROM VLDTFXR F2                               00006520
                         WHERE F2.VFXR_MONEDA  = :WK-DIVISA             00006530
                           AND F2.VFXR_FECDIA <= :WA-CARD-FECHA-N)      00006540
           END-EXEC.                                                    00006550
           EVALUATE SQLCODE                                             00006560
               WHEN ZERO                                                00006570
                    CONTINUE                                            00006580
               WHEN 100                                                 00006590
                    ADD 1 TO CONT-SIN-CAMBIO                            00006600
               WHEN OTHER                                               00006610
                    MOVE 'SELECT'          TO WS-ACCION                 00006620
                    MOVE 'VLDTFXR-2900'    TO WS-PARRAFO                00006630
                    PERFORM 3001-ERROR                                  00006640
           END-EVALUATE.                                                00006650
           MOVE WK-DIVISA          TO WK-DIVISA-CACHE.                  00006660
           MOVE WK-CAMBIO          TO WK-CAMBIO-CACHE.                  00006670
      *                                                                *00006680
      *-------------------------*                                       00006690
       2900-TIPO-CAMBIO-EXIT.                                           00006700
      *-------------------------*                                       00006710
           EXIT.                                                        00006720
                                                                        00006730
      *--------------------*                                            00006740
       2950-COBERTURA.                                                  00006750
      *--------------------*                                            00006760
      *    COLATERAL SOBRE EXPOSICION, EN PORCENTAJE                    00006770
           MOVE ZEROS              TO WK-COBERTURA.                     00006780
           IF WK-EXPOSICION > ZEROS                                     00006790
              COMPUTE WK-COBERTURA ROUNDED =                            00006800
                      WK-COLATERAL * 100 / WK-EXPOSICION                00006810
                 ON SIZE ERROR                                          00006820
                    MOVE 99999.99  TO WK-COBERTURA                      00006830
              END-COMPUTE                                               00006840
           END-IF.                                                      00006850
      *                                                                *00006860
      *-------------------------*                                       00006870
       2950-COBERTURA-EXIT.                                             00006880
      *-------------------------*                                       00006890
           EXIT.                                                        00006900
                                                                        00006910
      *--------------------*                                            00006920
       8000-DIA-JULIANO.                                                00006930
      *--------------------*                                            00006940
      *    NUMERO DE DIA JULIANO DE WJD-FECHA (AAAAMMDD), COMO VL4CMORA 00006950
           MOVE WJD-FECHA-AAAA      TO WJD-AAAA.                        00006960
           MOVE WJD-FECHA-MM        TO WJD-MM.                          00006970
           MOVE WJD-FECHA-DD        TO WJD-DD.                          00006980
                                                                        00006990
           COMPUTE WJD-A = (14 - WJD-MM) / 12.                          00007000
           COMPUTE WJD-Y = WJD-AAAA + 4800 - WJD-A.                     00007010
           COMPUTE WJD-M = WJD-MM + (12 * WJD-A) - 3.                   00007020
      *    CADA TERMINO SE TRUNCA POR SEPARADO (DIVISION ENTERA)        00007030
           COMPUTE WJD-T1 = (153 * WJD-M + 2) / 5.                      00007040
           COMPUTE WJD-T2 = WJD-Y / 4.                                  00007050
           COMPUTE WJD-T3 = WJD-Y / 100.                                00007060
           COMPUTE WJD-T4 = WJD-Y / 400.                                00007070
           COMPUTE WJD-JDN = WJD-DD + WJD-T1 + (365 * WJD-Y)            00007080
                   + WJD-T2 - WJD-T3 + WJD-T4 - 32045.                  00007090
      *                                                                *00007100
      *-----------------------*                                         00007110
       8000-DIA-JULIANO-EXIT.                                           00007120
      *-----------------------*                                         00007130
           EXIT.                                                        00007140
                                                                        00007150
      *--------*                                                        00007160
       3000-FIN.                                                        00007170
      *--------*                                                        00007180
      *                                                                 00007190
           EXEC SQL                                                     00007200
                CLOSE VLDCREV1                                          00007210
           END-EXEC.                                                    00007220
           IF SQLCODE NOT = ZERO                                        00007230
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00007240
              MOVE 'VLDCREV1-3000'          TO WS-PARRAFO               00007250
              PERFORM 3001-ERROR                                        00007260
           END-IF.                                                      00007270
                                                                        00007280
           EXEC SQL                                                     00007290
                COMMIT                                                  00007300
           END-EXEC.                                                    00007310
           IF SQLCODE NOT = ZERO                                        00007320
              MOVE 'COMMIT'                 TO WS-ACCION                00007330
              MOVE '3000-FIN'               TO WS-PARRAFO               00007340
              PERFORM 3001-ERROR                                        00007350
           END-IF.                                                      00007360
                                                                        00007370
           MOVE CONT-VENCIDOS       TO TOT-VENCIDOS.                    00007380
           MOVE CONT-GENERADAS      TO TOT-GENERADAS.                   00007390
           MOVE CONT-ABIERTOS       TO TOT-ABIERTOS.                    00007400
           MOVE WK-TOT-EXP-CASA     TO TOT-EXPOSICION.                  00007410
           MOVE WK-TOT-COL-CASA     TO TOT-COLATERAL.                   00007420
           WRITE SAL-RREPV       FROM LIN-TOTAL AFTER 2.                00007430
                                                                        00007440
           CLOSE S1DQREPV S1RREPV.                                      00007450
                                                                        00007460
           DISPLAY '****** FIN VENCIMIENTO DE REPORTES ******'.         00007470
           DISPLAY 'REPORTES VENCIDOS      : ' CONT-VENCIDOS.           00007480
           DISPLAY 'OPERACIONES GENERADAS  : ' CONT-GENERADAS.          00007490
           DISPLAY 'PRENDAS LIBERADAS      : ' CONT-PRENDAS.            00007500
           DISPLAY 'REPORTES ABIERTOS      : ' CONT-ABIERTOS.           00007510
           DISPLAY 'CLIENTES CON REPORTES  : ' CONT-CLIENTES.           00007520
           DISPLAY 'VALORES SIN PRECIO     : ' CONT-SIN-PRECIO.         00007530
           DISPLAY 'DIVISAS SIN CAMBIO     : ' CONT-SIN-CAMBIO.         00007540
                                                                        00007550
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00007560
           ACCEPT WK-HORA-FIN       FROM TIME.                          00007570
           INITIALIZE DCLVLDTCTL.                                       00007580
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00007590
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00007600
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00007610
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00007620
           MOVE CONT-VENCIDOS       TO VCTL-LEIDOS.                     00007630
           MOVE CONT-GENERADAS      TO VCTL-ESCRITOS.                   00007640
           COMPUTE VCTL-RECHAZADOS = CONT-SIN-PRECIO + CONT-SIN-CAMBIO. 00007650
           MOVE 'OK'                TO VCTL-ESTADO.                     00007660
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00007670
           IF VCTL-CODRESP NOT = ZEROS                                  00007680
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00007690
           END-IF.                                                      00007700
      *                                                                *00007710
      *-------------*                                                   00007720
       3000-FIN-EXIT.                                                   00007730
      *-------------*                                                   00007740
           EXIT.                                                        00007750
                                                                        00007760
       3001-ERROR.                                                      00007770
      *-----------*                                                     00007780
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00007790
           DISPLAY 'ACCION:          ' WS-ACCION.                       00007800
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00007810
           DISPLAY '******************************************'.        00007820
           MOVE 08 TO RETURN-CODE.                                      00007830
           STOP RUN.                                                    00007840
      *-----------------*                                               00007850
      * FIN DE PROGRAMA *                                               00007860
      *-----------------*                                               00007870
