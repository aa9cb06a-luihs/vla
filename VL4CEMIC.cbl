       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CEMIC.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : CONCENTRACION DIARIA POR EMISOR. VALORIZA LAS        *00000060
      *           POSICIONES VIVAS DE VLDTADS CON LA ULTIMA COTIZACION *00000070
      *           DE VLDTCAM (COMO VL4CGPOS), LAS PASA A PEN CON EL    *00000080
      *           CAMBIO DE VLDTFXR Y LAS TOTALIZA POR EMISOR          *00000090
      *           (VXEN_EMISOR): POR CLIENTE, POR GRUPO ECONOMICO      *00000100
      *           (VLDTGRU) Y PARA TODA LA CASA. CADA TOTAL SE COMPARA *00000110
      *           CON EL LIMITE DEL MAESTRO DE EMISORES VLDTEMI Y SE   *00000120
      *           MARCA EL EXCESO. DESPUES LISTA TODOS LOS TENEDORES   *00000130
      *           DE LOS EMISORES CUYA CALIFICACION BAJO DESDE LA      *00000140
      *           CORRIDA ANTERIOR (VEMI_RATING_ULT, ESCALA VLWCRAT0)  *00000150
      *           Y DEJA LA CALIFICACION ACTUAL COMO REFERENCIA.       *00000160
      *           REPORTE S1REMIC.                                     *00000170
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000180
      * FECHA   : 15-10-2026                                           *00000190
      ******************************************************************00000200
      ******************************************************************00000210
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000220
      *---------- ---------- ---------------- -------------------------*00000230
      *RITM49156  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000240
      *---------- ---------- ---------------- -------------------------*00000250
      ******************************************************************00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
       SPECIAL-NAMES.                                                   00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
                                                                        00000320
           SELECT S1REMIC   ASSIGN       TO S1REMIC                     00000330
                            FILE STATUS  IS FS-SREMIC.                  00000340
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
      *                                                                *00000370
       FD  S1REMIC                                                      00000380
           RECORDING MODE  IS  F                                        00000390
           LABEL  RECORDS  IS  STANDARD                                 00000400
           DATA   RECORD   IS  SAL-REMIC.                               00000410
         01 SAL-REMIC              PIC X(132).                          00000420
      *                                                                 00000430
      ******************************************************************00000440
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000450
      ******************************************************************00000460
       WORKING-STORAGE SECTION.                                         00000470
      *************************                                         00000480
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CEMIC'.          00000490
      *                                                                 00000500
      * PARAMETROS (SYSIN)                                              00000510
       01  WS-PARAMETROS.                                               00000520
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000530
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000540
      *                                                                 00000550
       01  W-HORA-CURRENT.                                              00000560
           02  W-HORA              PIC 99.                              00000570
           02  W-MINUTOS           PIC 99.                              00000580
           02  W-SEGUNDOS          PIC 99.                              00000590
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000600
      *                                                                 00000610
       01  W-CONTADORES.                                                00000620
          05 CONT-EMISORES         PIC 9(08)  VALUE ZEROES.             00000630
          05 CONT-POSICIONES       PIC 9(08)  VALUE ZEROES.             00000640
          05 CONT-SIN-PRECIO       PIC 9(08)  VALUE ZEROES.             00000650
          05 CONT-SIN-CAMBIO       PIC 9(08)  VALUE ZEROES.             00000660
          05 CONT-SIN-MAESTRO      PIC 9(08)  VALUE ZEROES.             00000670
          05 CONT-EXCESOS          PIC 9(08)  VALUE ZEROES.             00000680
          05 CONT-REBAJAS          PIC 9(08)  VALUE ZEROES.             00000690
          05 CONT-TENEDORES        PIC 9(08)  VALUE ZEROES.             00000700
      * VARIABLES PARA CONTROL DE ERRORES                               00000710
       01  WS-ERROR.                                                    00000720
          05 WS-ACCION             PIC X(24).                           00000730
          05 WS-PARRAFO            PIC X(19).                           00000740
      * VARIABLES CONTROL DE ARCHIVOS                                   00000750
       01  WS-CTRL-ARCHIVOS.                                            00000760
          05 FS-SREMIC             PIC X(02) VALUE '00'.                00000770
             88 S1REMIC-OK                   VALUE '00'.                00000780
      *                                                                 00000790
       01  WS-SWITCHES.                                                 00000800
          05 SW-FIN-POS            PIC X(02) VALUE SPACES.              00000810
             88 FIN-POSICIONES               VALUE '10'.                00000820
          05 SW-FIN-EMI            PIC X(02) VALUE SPACES.              00000830
             88 FIN-EMISORES                 VALUE '10'.                00000840
          05 SW-FIN-TEN            PIC X(02) VALUE SPACES.              00000850
             88 FIN-TENEDORES                VALUE '10'.                00000860
          05 SW-CON-MAESTRO        PIC X(01) VALUE 'N'.                 00000870
             88 CON-MAESTRO                  VALUE 'S'.                 00000880
      *                                                                 00000890
      *    POSICION LEIDA (CLAVE DE CORTE: EMISOR / GRUPO / CLIENTE)    00000900
       01  WK-POSICION.                                                 00000910
           05 WK-EMISOR            PIC X(40) VALUE SPACES.              00000920
           05 WK-CODGRU            PIC S9(8)V COMP-3 VALUE ZEROS.       00000930
           05 WK-NUMCLI            PIC S9(8)V COMP-3 VALUE ZEROS.       00000940
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00000950
           05 WK-DIVISA            PIC X(03) VALUE SPACES.              00000960
           05 WK-TITULOS           PIC S9(13)V COMP-3 VALUE ZEROS.      00000970
       01  WK-CORTE.                                                    00000980
           05 WK-EMISOR-ANT        PIC X(40) VALUE SPACES.              00000990
           05 WK-CODGRU-ANT        PIC S9(8)V COMP-3 VALUE ZEROS.       00001000
           05 WK-NUMCLI-ANT        PIC S9(8)V COMP-3 VALUE ZEROS.       00001010
      *                                                                 00001020
       01  WK-PRECIO               PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00001030
       01  WK-CAMBIO               PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00001040
       01  WK-DIVISA-CACHE         PIC X(03) VALUE SPACES.              00001050
       01  WK-CAMBIO-CACHE         PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00001060
       01  WK-VALORADO             PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001070
       01  WK-TOT-CLIENTE          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001080
       01  WK-TOT-GRUPO            PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001090
       01  WK-TOT-CASA             PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001100
       01  WK-LIMITE               PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001110
       01  WK-TOTAL                PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001120
      *                                                                 00001130
      *    TENEDORES DE UN EMISOR REBAJADO                              00001140
       01  WK-TENENCIA.                                                 00001150
           05 WK-CUENTA            PIC S9(7)V COMP-3 VALUE ZEROS.       00001160
           05 WK-DENOM             PIC X(40) VALUE SPACES.              00001170
      *                                                                 00001180
      *    ORDEN DE LA CALIFICACION EN LA ESCALA (0 = SIN CALIFICAR)    00001190
       01  WK-ORDEN-RATING.                                             00001200
           05 WK-RATING-BUSCA      PIC X(04) VALUE SPACES.              00001210
           05 WK-ORDEN             PIC 9(02) VALUE ZEROS.               00001220
           05 WK-ORDEN-ACT         PIC 9(02) VALUE ZEROS.               00001230
           05 WK-ORDEN-ULT         PIC 9(02) VALUE ZEROS.               00001240
      *                                                                 00001250
       01  LIN-CABECERA.                                                00001260
          05 FILLER                PIC X(45) VALUE                      00001270
             ' CONCENTRACION POR EMISOR (PEN) - FECHA '.                00001280
          05 CAB-FECHA             PIC 9(08).                           00001290
          05 FILLER                PIC X(79) VALUE SPACES.              00001300
       01  LIN-EMISOR.                                                  00001310
          05 FILLER                PIC X(08) VALUE 'EMISOR: '.          00001320
          05 EMI-EMISOR            PIC X(40).                           00001330
          05 FILLER                PIC X(01) VALUE SPACES.              00001340
          05 EMI-NOMBRE            PIC X(40).                           00001350
          05 FILLER                PIC X(08) VALUE ' SECTOR '.          00001360
          05 EMI-SECTOR            PIC X(04).                           00001370
          05 FILLER                PIC X(06) VALUE ' PAIS '.            00001380
          05 EMI-PAIS              PIC X(03).                           00001390
          05 FILLER                PIC X(08) VALUE ' RATING '.          00001400
          05 EMI-RATING            PIC X(04).                           00001410
          05 FILLER                PIC X(10) VALUE SPACES.              00001420
       01  LIN-DETALLE.                                                 00001430
          05 FILLER                PIC X(02) VALUE SPACES.              00001440
          05 DET-NIVEL             PIC X(08).                           00001450
          05 FILLER                PIC X(01) VALUE SPACES.              00001460
          05 DET-CODIGO            PIC ZZZZZZZ9.                        00001470
          05 FILLER                PIC X(01) VALUE '|'.                 00001480
          05 DET-GRUPO             PIC ZZZZZZZ9.                        00001490
          05 FILLER                PIC X(01) VALUE '|'.                 00001500
          05 DET-VALORADO          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00001510
          05 FILLER                PIC X(01) VALUE '|'.                 00001520
          05 DET-LIMITE            PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.             00001530
          05 FILLER                PIC X(01) VALUE '|'.                 00001540
          05 DET-MARCA             PIC X(20).                           00001550
          05 FILLER                PIC X(43) VALUE SPACES.              00001560
       01  LIN-REBAJA.                                                  00001570
          05 FILLER                PIC X(24) VALUE                      00001580
             'REBAJA DE CALIFICACION: '.                                00001590
          05 REB-EMISOR            PIC X(40).                           00001600
          05 FILLER                PIC X(01) VALUE SPACES.              00001610
          05 REB-RATING-ULT        PIC X(04).                           00001620
          05 FILLER                PIC X(04) VALUE ' -> '.              00001630
          05 REB-RATING            PIC X(04).                           00001640
          05 FILLER                PIC X(07) VALUE ' DESDE '.           00001650
          05 REB-FEC-RATING        PIC 9(08).                           00001660
          05 FILLER                PIC X(40) VALUE SPACES.              00001670
       01  LIN-TENEDOR.                                                 00001680
          05 FILLER                PIC X(04) VALUE SPACES.              00001690
          05 TEN-CUENTA            PIC 9(07).                           00001700
          05 FILLER                PIC X(01) VALUE '|'.                 00001710
          05 TEN-NUMCLI            PIC 9(08).                           00001720
          05 FILLER                PIC X(01) VALUE '|'.                 00001730
          05 TEN-DENOM             PIC X(40).                           00001740
          05 FILLER                PIC X(01) VALUE '|'.                 00001750
          05 TEN-CODVALOR          PIC X(12).                           00001760
          05 FILLER                PIC X(01) VALUE '|'.                 00001770
          05 TEN-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001780
          05 FILLER                PIC X(42) VALUE SPACES.              00001790
       01  LIN-TOTAL.                                                   00001800
          05 FILLER                PIC X(10) VALUE ' EMISORES:'.        00001810
          05 TOT-EMISORES          PIC ZZ,ZZ9.                          00001820
          05 FILLER                PIC X(10) VALUE '  EXCESOS:'.        00001830
          05 TOT-EXCESOS           PIC ZZ,ZZ9.                          00001840
          05 FILLER                PIC X(14) VALUE '  SIN MAESTRO:'.    00001850
          05 TOT-SIN-MAESTRO       PIC ZZ,ZZ9.                          00001860
          05 FILLER                PIC X(10) VALUE '  REBAJAS:'.        00001870
          05 TOT-REBAJAS           PIC ZZ,ZZ9.                          00001880
          05 FILLER                PIC X(13) VALUE '  TENEDORES: '.     00001890
          05 TOT-TENEDORES         PIC ZZ,ZZ9.                          00001900
          05 FILLER                PIC X(40) VALUE SPACES.              00001910
      *                                                                 00001920
      *    MAESTRO DE EMISORES Y ESCALA DE CALIFICACIONES               00001930
           COPY VLCPTEMI.                                               00001940
           COPY VLWCRAT0.                                               00001950
      *                                                                 00001960
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001970
           COPY VLCPTCTL.                                               00001980
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001990
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002000
      *                                                                *00002010
      *  AREA DE COMUNICACION SQLCA                                     00002020
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002030
      *                                                                 00002040
      *    POSICIONES VIVAS POR EMISOR, GRUPO, CLIENTE Y VALOR. EL      00002050
      *    CLIENTE SIN GRUPO ECONOMICO VIENE CON GRUPO CERO.            00002060
           EXEC SQL                                                     00002070
                DECLARE VLDCEMC1  CURSOR FOR                            00002080
                SELECT  X.VXEN_EMISOR                                   00002090
                     ,  COALESCE(G.VGRU_CODGRU, 0)                      00002100
                     ,  C.VARC_NUMCLI                                   00002110
                     ,  A.VADS_PAVAL CONCAT A.VADS_VALOR                00002120
                                     CONCAT A.VADS_ISIN                 00002130
                     ,  X.VXEN_CODDIVI                                  00002140
                     ,  SUM(A.VADS_DEPOS)                               00002150
                  FROM  VLDTADS A                                       00002160
                        INNER JOIN VLDTXEN X                            00002170
                           ON X.VXEN_PAVAL  = A.VADS_PAVAL              00002180
                          AND X.VXEN_VALOR  = A.VADS_VALOR              00002190
                          AND X.VXEN_ISIN   = A.VADS_ISIN               00002200
                        INNER JOIN VLDTARC C                            00002210
                           ON C.VARC_CUENTA = A.VADS_CUENTA             00002220
                        LEFT OUTER JOIN VLDTGRU G                       00002230
                           ON G.VGRU_NUMCLI = C.VARC_NUMCLI             00002240
                 WHERE  A.VADS_DEPOS  > 0                               00002250
                   AND  X.VXEN_EMISOR <> ' '                            00002260
                 GROUP  BY X.VXEN_EMISOR, G.VGRU_CODGRU, C.VARC_NUMCLI  00002270
                        ,  A.VADS_PAVAL, A.VADS_VALOR, A.VADS_ISIN      00002280
                        ,  X.VXEN_CODDIVI                               00002290
                 ORDER  BY 1, 2, 3, 4                                   00002300
           END-EXEC.                                                    00002310
      *                                                                 00002320
      *    EMISORES CUYA CALIFICACION CAMBIO DESDE LA ULTIMA CORRIDA    00002330
           EXEC SQL                                                     00002340
                DECLARE VLDCEMC2  CURSOR FOR                            00002350
                SELECT  VEMI_EMISOR                                     00002360
                     ,  VEMI_RATING                                     00002370
                     ,  VEMI_FEC_RATING                                 00002380
                     ,  VEMI_RATING_ULT                                 00002390
                  FROM  VLDTEMI                                         00002400
                 WHERE  VEMI_RATING <> VEMI_RATING_ULT                  00002410
                 ORDER  BY VEMI_EMISOR                                  00002420
           END-EXEC.                                                    00002430
      *                                                                 00002440
      *    TENEDORES DE UN EMISOR, POR CUENTA Y VALOR                   00002450
           EXEC SQL                                                     00002460
                DECLARE VLDCEMC3  CURSOR FOR                            00002470
                SELECT  A.VADS_CUENTA                                   00002480
                     ,  C.VARC_NUMCLI                                   00002490
                     ,  M.VXMI_DENOM                                    00002500
                     ,  A.VADS_PAVAL CONCAT A.VADS_VALOR                00002510
                                     CONCAT A.VADS_ISIN                 00002520
                     ,  A.VADS_DEPOS                                    00002530
                  FROM  VLDTADS A                                       00002540
                     ,  VLDTXEN X                                       00002550
                     ,  VLDTARC C                                       00002560
                     ,  VLDTXMI M                                       00002570
                 WHERE  X.VXEN_EMISOR = :VEMI-EMISOR                    00002580
                   AND  A.VADS_PAVAL  = X.VXEN_PAVAL                    00002590
                   AND  A.VADS_VALOR  = X.VXEN_VALOR                    00002600
                   AND  A.VADS_ISIN   = X.VXEN_ISIN                     00002610
                   AND  A.VADS_DEPOS  > 0                               00002620
                   AND  C.VARC_CUENTA = A.VADS_CUENTA                   00002630
                   AND  M.VXMI_CODCLI = C.VARC_NUMCLI                   00002640
                 ORDER  BY A.VADS_CUENTA, 4                             00002650
           END-EXEC.                                                    00002660
      *                                                                *00002670
       PROCEDURE DIVISION.                                              00002680
      *                                                                *00002690
           PERFORM 1000-INICIO                                          00002700
              THRU 1000-INICIO-EXIT.                                    00002710
                                                                        00002720
           PERFORM 2000-PROCESO-EMISOR                                  00002730
              THRU 2000-PROCESO-EMISOR-EXIT                             00002740
              UNTIL FIN-POSICIONES.                                     00002750
                                                                        00002760
           PERFORM 2500-REBAJAS-RATING                                  00002770
              THRU 2500-REBAJAS-RATING-EXIT.                            00002780
                                                                        00002790
           PERFORM 3000-FIN                                             00002800
              THRU 3000-FIN-EXIT.                                       00002810
                                                                        00002820
           STOP RUN.                                                    00002830
      *                                                                *00002840
      *-----------*                                                     00002850
       1000-INICIO.                                                     00002860
      *-----------*                                                     00002870
           INITIALIZE W-CONTADORES.                                     00002880
                                                                        00002890
           ACCEPT WA-CARD-FECHA.                                        00002900
           IF WA-CARD-FECHA NOT NUMERIC                                 00002910
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00002920
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002930
              PERFORM 3001-ERROR                                        00002940
           END-IF                                                       00002950
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002960
                                                                        00002970
           OPEN OUTPUT S1REMIC.                                         00002980
           IF NOT S1REMIC-OK                                            00002990
              MOVE 'OPEN FICHERO S1REMIC'   TO WS-ACCION                00003000
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003010
              PERFORM 3001-ERROR                                        00003020
           END-IF.                                                      00003030
                                                                        00003040
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00003050
           WRITE SAL-REMIC       FROM LIN-CABECERA.                     00003060
                                                                        00003070
           EXEC SQL                                                     00003080
                OPEN VLDCEMC1                                           00003090
           END-EXEC.                                                    00003100
           IF SQLCODE NOT = ZERO                                        00003110
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003120
              MOVE 'VLDCEMC1-1000'          TO WS-PARRAFO               00003130
              PERFORM 3001-ERROR                                        00003140
           END-IF.                                                      00003150
                                                                        00003160
           PERFORM 1100-LEE-POSICION                                    00003170
              THRU 1100-LEE-POSICION-EXIT.                              00003180
      *                                                                *00003190
      *----------------*                                                00003200
       1000-INICIO-EXIT.                                                00003210
      *----------------*                                                00003220
           EXIT.                                                        00003230
                                                                        00003240
      *--------------------*                                            00003250
       1100-LEE-POSICION.                                               00003260
      *--------------------*                                            00003270
           EXEC SQL                                                     00003280
                FETCH VLDCEMC1                                          00003290
                 INTO :WK-EMISOR                                        00003300
                    , :WK-CODGRU                                        00003310
                    , :WK-NUMCLI                                        00003320
                    , :WK-CODVALOR                                      00003330
                    , :WK-DIVISA                                        00003340
                    , :WK-TITULOS                                       00003350
           END-EXEC.                                                    00003360
           EVALUATE SQLCODE                                             00003370
               WHEN ZERO                                                00003380
                    ADD 1 TO CONT-POSICIONES                            00003390
               WHEN 100                                                 00003400
                    MOVE '10' TO SW-FIN-POS                             00003410
               WHEN OTHER                                               00003420
                    MOVE 'FETCH'           TO WS-ACCION                 00003430
                    MOVE 'VLDCEMC1-1100'   TO WS-PARRAFO                00003440
                    PERFORM 3001-ERROR                                  00003450
           END-EVALUATE.                                                00003460
      *                                                                *00003470
      *-------------------------*                                       00003480
       1100-LEE-POSICION-EXIT.                                          00003490
      *-------------------------*                                       00003500
           EXIT.                                                        00003510
                                                                        00003520
      *----------------------*                                          00003530
       2000-PROCESO-EMISOR.                                             00003540
      *----------------------*                                          00003550
           ADD 1                   TO CONT-EMISORES.                    00003560
           MOVE WK-EMISOR          TO WK-EMISOR-ANT                     00003570
                                      VEMI-EMISOR.                      00003580
           MOVE ZEROS              TO WK-TOT-CASA.                      00003590
                                                                        00003600
      *    DATOS Y LIMITES DEL MAESTRO; SIN MAESTRO NO HAY LIMITES      00003610
           MOVE 'S'                TO SW-CON-MAESTRO.                   00003620
           EXEC SQL                                                     00003630
                SELECT VEMI_NOMBRE                                      00003640
                     , VEMI_SECTOR                                      00003650
                     , VEMI_PAIS                                        00003660
                     , VEMI_RATING                                      00003670
                     , VEMI_LIM_CLIENTE                                 00003680
                     , VEMI_LIM_GRUPO                                   00003690
                     , VEMI_LIM_CASA                                    00003700
                  INTO :VEMI-NOMBRE                                     00003710
                     , :VEMI-SECTOR                                     00003720
                     , :VEMI-PAIS                                       00003730
                     , :VEMI-RATING                                     00003740
                     , :VEMI-LIM-CLIENTE                                00003750
                     , :VEMI-LIM-GRUPO                                  00003760
                     , :VEMI-LIM-CASA                                   00003770
                  FROM VLDTEMI                                          00003780
                 WHERE VEMI_EMISOR = :VEMI-EMISOR                       00003790
           END-EXEC.                                                    00003800
           EVALUATE SQLCODE                                             00003810
               WHEN ZERO                                                00003820
                    CONTINUE                                            00003830
               WHEN 100                                                 00003840
                    MOVE 'N'             TO SW-CON-MAESTRO              00003850
                    ADD 1                TO CONT-SIN-MAESTRO            00003860
                    MOVE '*** SIN MAESTRO VLDTEMI' TO VEMI-NOMBRE       00003870
                    MOVE SPACES          TO VEMI-SECTOR                 00003880
                                            VEMI-PAIS                   00003890
                                            VEMI-RATING                 00003900
                    MOVE ZEROS           TO VEMI-LIM-CLIENTE            00003910
                                            VEMI-LIM-GRUPO              00003920
                                            VEMI-LIM-CASA               00003930
               WHEN OTHER                                               00003940
                    MOVE 'SELECT'          TO WS-ACCION                 00003950
                    MOVE 'VLDTEMI-2000'    TO WS-PARRAFO                00003960
                    PERFORM 3001-ERROR                                  00003970
           END-EVALUATE.                                                00003980
                                                                        00003990
           MOVE WK-EMISOR          TO EMI-EMISOR.                       00004000
           MOVE VEMI-NOMBRE        TO EMI-NOMBRE.                       00004010
           MOVE VEMI-SECTOR        TO EMI-SECTOR.                       00004020
           MOVE VEMI-PAIS          TO EMI-PAIS.                         00004030
           MOVE VEMI-RATING        TO EMI-RATING.                       00004040
           WRITE SAL-REMIC       FROM LIN-EMISOR AFTER 2.               00004050
                                                                        00004060
           PERFORM 2100-PROCESO-GRUPO                                   00004070
              THRU 2100-PROCESO-GRUPO-EXIT                              00004080
              UNTIL FIN-POSICIONES                                      00004090
                 OR WK-EMISOR NOT = WK-EMISOR-ANT.                      00004100
                                                                        00004110
      *    TOTAL DE LA CASA EN EL EMISOR                                00004120
           MOVE 'CASA    '         TO DET-NIVEL.                        00004130
           MOVE ZEROS              TO DET-CODIGO                        00004140
                                      DET-GRUPO.                        00004150
           MOVE WK-TOT-CASA        TO WK-TOTAL.                         00004160
           MOVE VEMI-LIM-CASA      TO WK-LIMITE.                        00004170
           PERFORM 2900-ESCRIBE-TOTAL                                   00004180
              THRU 2900-ESCRIBE-TOTAL-EXIT.                             00004190
      *                                                                *00004200
      *---------------------------*                                     00004210
       2000-PROCESO-EMISOR-EXIT.                                        00004220
      *---------------------------*                                     00004230
           EXIT.                                                        00004240
                                                                        00004250
      *----------------------*                                          00004260
       2100-PROCESO-GRUPO.                                              00004270
      *----------------------*                                          00004280
           MOVE WK-CODGRU          TO WK-CODGRU-ANT.                    00004290
           MOVE ZEROS              TO WK-TOT-GRUPO.                     00004300
                                                                        00004310
           PERFORM 2200-PROCESO-CLIENTE                                 00004320
              THRU 2200-PROCESO-CLIENTE-EXIT                            00004330
              UNTIL FIN-POSICIONES                                      00004340
                 OR WK-EMISOR NOT = WK-EMISOR-ANT                       00004350
                 OR WK-CODGRU NOT = WK-CODGRU-ANT.                      00004360
                                                                        00004370
      *    LOS CLIENTES SIN GRUPO NO TIENEN TOTAL DE GRUPO              00004380
           IF WK-CODGRU-ANT NOT = ZEROS                                 00004390
              MOVE 'GRUPO   '      TO DET-NIVEL                         00004400
              MOVE WK-CODGRU-ANT   TO DET-CODIGO                        00004410
                                      DET-GRUPO                         00004420
              MOVE WK-TOT-GRUPO    TO WK-TOTAL                          00004430
              MOVE VEMI-LIM-GRUPO  TO WK-LIMITE                         00004440
              PERFORM 2900-ESCRIBE-TOTAL                                00004450
                 THRU 2900-ESCRIBE-TOTAL-EXIT                           00004460
           END-IF.                                                      00004470
      *                                                                *00004480
      *---------------------------*                                     00004490
       2100-PROCESO-GRUPO-EXIT.                                         00004500
      *---------------------------*                                     00004510
           EXIT.                                                        00004520
                                                                        00004530
      *------------------------*                                        00004540
       2200-PROCESO-CLIENTE.                                            00004550
      *------------------------*                                        00004560
           MOVE WK-NUMCLI          TO WK-NUMCLI-ANT.                    00004570
           MOVE ZEROS              TO WK-TOT-CLIENTE.                   00004580
                                                                        00004590
           PERFORM 2300-VALORA-POSICION                                 00004600
              THRU 2300-VALORA-POSICION-EXIT                            00004610
              UNTIL FIN-POSICIONES                                      00004620
                 OR WK-EMISOR NOT = WK-EMISOR-ANT                       00004630
                 OR WK-CODGRU NOT = WK-CODGRU-ANT                       00004640
                 OR WK-NUMCLI NOT = WK-NUMCLI-ANT.                      00004650
                                                                        00004660
           MOVE 'CLIENTE '         TO DET-NIVEL.                        00004670
           MOVE WK-NUMCLI-ANT      TO DET-CODIGO.                       00004680
           MOVE WK-CODGRU-ANT      TO DET-GRUPO.                        00004690
           MOVE WK-TOT-CLIENTE     TO WK-TOTAL.                         00004700
           MOVE VEMI-LIM-CLIENTE   TO WK-LIMITE.                        00004710
           PERFORM 2900-ESCRIBE-TOTAL                                   00004720
              THRU 2900-ESCRIBE-TOTAL-EXIT.                             00004730
                                                                        00004740
           ADD WK-TOT-CLIENTE      TO WK-TOT-GRUPO                      00004750
                                      WK-TOT-CASA.                      00004760
      *                                                                *00004770
      *-----------------------------*                                   00004780
       2200-PROCESO-CLIENTE-EXIT.                                       00004790
      *-----------------------------*                                   00004800
           EXIT.                                                        00004810
                                                                        00004820
      *------------------------*                                        00004830
       2300-VALORA-POSICION.                                            00004840
      *------------------------*                                        00004850
      *    ULTIMA COTIZACION DISPONIBLE, COMO VL4CGPOS                  00004860
           MOVE ZEROS              TO WK-PRECIO                         00004870
                                      WK-VALORADO.                      00004880
           EXEC SQL                                                     00004890
                SELECT VCAM_CIERRE_D                                    00004900
                  INTO :WK-PRECIO                                       00004910
                  FROM VLDTCAM                                          00004920
                 WHERE VCAM_CODVALOR = :WK-CODVALOR                     00004930
                   AND VCAM_FECDIA =                                    00004940
                       (SELECT MAX(C2.VCAM_FECDIA)                      00004950
                          FROM VLDTCAM C2                               00004960
                         WHERE C2.VCAM_CODVALOR = :WK-CODVALOR          00004970
                           AND C2.VCAM_FECDIA  <= :WA-CARD-FECHA-N)     00004980
           END-EXEC.                                                    00004990
           EVALUATE SQLCODE                                             00005000
               WHEN ZERO                                                00005010
                    CONTINUE                                            00005020
               WHEN 100                                                 00005030
                    ADD 1 TO CONT-SIN-PRECIO                            00005040
               WHEN OTHER                                               00005050
                    MOVE 'SELECT'          TO WS-ACCION                 00005060
                    MOVE 'VLDTCAM-2300'    TO WS-PARRAFO                00005070
                    PERFORM 3001-ERROR                                  00005080
           END-EVALUATE.                                                00005090
                                                                        00005100
           PERFORM 2400-TIPO-CAMBIO                                     00005110
              THRU 2400-TIPO-CAMBIO-EXIT.                               00005120
                                                                        00005130
           COMPUTE WK-VALORADO ROUNDED =                                00005140
                   WK-TITULOS * WK-PRECIO * WK-CAMBIO.                  00005150
           ADD WK-VALORADO         TO WK-TOT-CLIENTE.                   00005160
                                                                        00005170
           PERFORM 1100-LEE-POSICION                                    00005180
              THRU 1100-LEE-POSICION-EXIT.                              00005190
      *                                                                *00005200
      *------------------------------*                                  00005210
       2300-VALORA-POSICION-EXIT.                                       00005220
      *------------------------------*                                  00005230
           EXIT.                                                        00005240
                                                                        00005250
      *--------------------*                                            00005260
       2400-TIPO-CAMBIO.                                                00005270
      *--------------------*                                            00005280
      *    CAMBIO DE CIERRE DE VLDTFXR (PEN POR UNIDAD DE LA DIVISA);   00005290
      *    SE GUARDA EL DE LA ULTIMA DIVISA PEDIDA                      00005300
           IF WK-DIVISA = 'PEN' OR WK-DIVISA = SPACES                   00005310
              MOVE 1               TO WK-CAMBIO                         00005320
              GO TO 2400-TIPO-CAMBIO-EXIT                               00005330
           END-IF.                                                      00005340
           IF WK-DIVISA = WK-DIVISA-CACHE                               00005350
              MOVE WK-CAMBIO-CACHE TO WK-CAMBIO                         00005360
              GO TO 2400-TIPO-CAMBIO-EXIT                               00005370
           END-IF.                                                      00005380
                                                                        00005390
           MOVE ZEROS              TO WK-CAMBIO.                        00005400
           EXEC SQL                                                     00005410
                SELECT VFXR_TIPOCAM                                     00005420
                  INTO :WK-CAMBIO                                       00005430
                  FROM VLDTFXR                                          00005440
                 WHERE VFXR_MONEDA = :WK-DIVISA                         00005450
                   AND VFXR_FECDIA =                                    00005460
                       (SELECT MAX(F2.VFXR_FECDIA)                      00005470
                          FROM VLDTFXR F2                               00005480
                         WHERE F2.VFXR_MONEDA  = :WK-DIVISA             00005490
                           AND F2.VFXR_FECDIA <= :WA-CARD-FECHA-N)      00005500
           END-EXEC.                                                    00005510
           EVALUATE SQLCODE                                             00005520
               WHEN ZERO                                                00005530
                    CONTINUE                                            00005540
               WHEN 100                                                 00005550
                    ADD 1 TO CONT-SIN-CAMBIO                            00005560
               WHEN OTHER                                               00005570
                    MOVE 'SELECT'          TO WS-ACCION                 00005580
                    MOVE 'VLDTFXR-2400'    TO WS-PARRAFO                00005590
                    PERFORM 3001-ERROR                                  00005600
           END-EVALUATE.                                                00005610
           MOVE WK-DIVISA          TO WK-DIVISA-CACHE.                  00005620
           MOVE WK-CAMBIO          TO WK-CAMBIO-CACHE.                  00005630
      *                                                                *00005640
      *-------------------------*                                       00005650
       2400-TIPO-CAMBIO-EXIT.                                           00005660
      *-------------------------*                                       00005670
           EXIT.                                                        00005680
                                                                        00005690
      *------------------------*                                        00005700
       2500-REBAJAS-RATING.                                             00005710
      *------------------------*                                        00005720
           EXEC SQL                                                     00005730
                OPEN VLDCEMC2                                           00005740
           END-EXEC.                                                    00005750
           IF SQLCODE NOT = ZERO                                        00005760
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005770
              MOVE 'VLDCEMC2-2500'          TO WS-PARRAFO               00005780
              PERFORM 3001-ERROR                                        00005790
           END-IF.                                                      00005800
                                                                        00005810
           PERFORM 2510-FETCH-CAMBIO-RATING                             00005820
              THRU 2510-FETCH-CAMBIO-RATING-EXIT                        00005830
              UNTIL FIN-EMISORES.                                       00005840
                                                                        00005850
           EXEC SQL                                                     00005860
                CLOSE VLDCEMC2                                          00005870
           END-EXEC.                                                    00005880
           IF SQLCODE NOT = ZERO                                        00005890
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00005900
              MOVE 'VLDCEMC2-2500'          TO WS-PARRAFO               00005910
              PERFORM 3001-ERROR                                        00005920
           END-IF.                                                      00005930
                                                                        00005940
      *    LA CALIFICACION ACTUAL PASA A SER LA DE REFERENCIA           00005950
           EXEC SQL                                                     00005960
                UPDATE VLDTEMI                                          00005970
                   SET VEMI_RATING_ULT  = VEMI_RATING                   00005980
                     , VEMI_FEC_ULTCONC = :WA-CARD-FECHA-N              00005990
           END-EXEC.                                                    00006000
           IF SQLCODE NOT = ZERO AND 100                                00006010
              MOVE 'UPDATE'                 TO WS-ACCION                00006020
              MOVE 'VLDTEMI-2500'           TO WS-PARRAFO               00006030
              PERFORM 3001-ERROR                                        00006040
           END-IF.                                                      00006050
      *                                                                *00006060
      *-----------------------------*                                   00006070
       2500-REBAJAS-RATING-EXIT.                                        00006080
      *-----------------------------*                                   00006090
           EXIT.                                                        00006100
                                                                        00006110
      *------------------------------*                                  00006120
       2510-FETCH-CAMBIO-RATING.                                        00006130
      *------------------------------*                                  00006140
           EXEC SQL                                                     00006150
                FETCH VLDCEMC2                                          00006160
                 INTO :VEMI-EMISOR                                      00006170
                    , :VEMI-RATING                                      00006180
                    , :VEMI-FEC-RATING                                  00006190
                    , :VEMI-RATING-ULT                                  00006200
           END-EXEC.                                                    00006210
           EVALUATE SQLCODE                                             00006220
               WHEN ZERO                                                00006230
                    CONTINUE                                            00006240
               WHEN 100                                                 00006250
                    MOVE '10' TO SW-FIN-EMI                             00006260
                    GO TO 2510-FETCH-CAMBIO-RATING-EXIT                 00006270
               WHEN OTHER                                               00006280
                    MOVE 'FETCH'           TO WS-ACCION                 00006290
                    MOVE 'VLDCEMC2-2510'   TO WS-PARRAFO                00006300
                    PERFORM 3001-ERROR                                  00006310
           END-EVALUATE.                                                00006320
                                                                        00006330
      *    ES REBAJA SI AMBAS ESTAN EN LA ESCALA Y LA ACTUAL ES PEOR    00006340
           MOVE VEMI-RATING        TO WK-RATING-BUSCA.                  00006350
           PERFORM 2520-ORDEN-RATING                                    00006360
              THRU 2520-ORDEN-RATING-EXIT.                              00006370
           MOVE WK-ORDEN           TO WK-ORDEN-ACT.                     00006380
           MOVE VEMI-RATING-ULT    TO WK-RATING-BUSCA.                  00006390
           PERFORM 2520-ORDEN-RATING                                    00006400
              THRU 2520-ORDEN-RATING-EXIT.                              00006410
           MOVE WK-ORDEN           TO WK-ORDEN-ULT.                     00006420
           IF WK-ORDEN-ACT = ZEROS OR WK-ORDEN-ULT = ZEROS              00006430
              OR WK-ORDEN-ACT NOT > WK-ORDEN-ULT                        00006440
              GO TO 2510-FETCH-CAMBIO-RATING-EXIT                       00006450
           END-IF.                                                      00006460
                                                                        00006470
           ADD 1                   TO CONT-REBAJAS.                     00006480
           MOVE VEMI-EMISOR        TO REB-EMISOR.                       00006490
           MOVE VEMI-RATING-ULT    TO REB-RATING-ULT.                   00006500
           MOVE VEMI-RATING        TO REB-RATING.                       00006510
           MOVE VEMI-FEC-RATING    TO REB-FEC-RATING.                   00006520
           WRITE SAL-REMIC       FROM LIN-REBAJA AFTER 2.               00006530
                                                                        00006540
           MOVE SPACES             TO SW-FIN-TEN.                       00006550
           EXEC SQL                                                     00006560
                OPEN VLDCEMC3                                           00006570
           END-EXEC.                                                    00006580
           IF SQLCODE NOT = ZERO                                        00006590
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006600
              MOVE 'VLDCEMC3-2510'          TO WS-PARRAFO               00006610
              PERFORM 3001-ERROR                                        00006620
           END-IF.                                                      00006630
                                                                        00006640
           PERFORM 2530-FETCH-TENEDOR                                   00006650
              THRU 2530-FETCH-TENEDOR-EXIT                              00006660
              UNTIL FIN-TENEDORES.                                      00006670
                                                                        00006680
           EXEC SQL                                                     00006690
                CLOSE VLDCEMC3                                          00006700
           END-EXEC.                                                    00006710
           IF SQLCODE NOT = ZERO                                        00006720
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00006730
              MOVE 'VLDCEMC3-2510'          TO WS-PARRAFO               00006740
              PERFORM 3001-ERROR                                        00006750
           END-IF.                                                      00006760
      *                                                                *00006770
      *-----------------------------------*                             00006780
       2510-FETCH-CAMBIO-RATING-EXIT.                                   00006790
      *-----------------------------------*                             00006800
           EXIT.                                                        00006810
                                                                        00006820
      *-----------------------*                                         00006830
       2520-ORDEN-RATING.                                               00006840
      *-----------------------*                                         00006850
           MOVE ZEROS              TO WK-ORDEN.                         00006860
           PERFORM 2525-COMPARA-RATING                                  00006870
              THRU 2525-COMPARA-RATING-EXIT                             00006880
              VARYING IX-RAT FROM 1 BY 1                                00006890
                UNTIL IX-RAT > RAT-MAXIMO OR WK-ORDEN > ZEROS.          00006900
      *                                                                *00006910
      *----------------------------*                                    00006920
       2520-ORDEN-RATING-EXIT.                                          00006930
      *----------------------------*                                    00006940
           EXIT.                                                        00006950
                                                                        00006960
      *-------------------------*                                       00006970
       2525-COMPARA-RATING.                                             00006980
      *-------------------------*                                       00006990
           IF RAT-CALIFICACION (IX-RAT) = WK-RATING-BUSCA               00007000
              AND WK-RATING-BUSCA NOT = SPACES                          00007010
              MOVE IX-RAT          TO WK-ORDEN                          00007020
           END-IF.                                                      00007030
      *                                                                *00007040
      *------------------------------*                                  00007050
       2525-COMPARA-RATING-EXIT.                                        00007060
      *------------------------------*                                  00007070
           EXIT.                                                        00007080
                                                                        00007090
      *------------------------*                                        00007100
       2530-FETCH-TENEDOR.                                              00007110
      *------------------------*                                        00007120
           EXEC SQL                                                     00007130
                FETCH VLDCEMC3                                          00007140
                 INTO :WK-CUENTA                                        00007150
                    , :WK-NUMCLI                                        00007160
                    , :WK-DENOM                                         00007170
                    , :WK-CODVALOR                                      00007180
                    , :WK-TITULOS                                       00007190
           END-EXEC.                                                    00007200
           EVALUATE SQLCODE                                             00007210
               WHEN ZERO                                                00007220
                    ADD 1               TO CONT-TENEDORES               00007230
                    MOVE WK-CUENTA      TO TEN-CUENTA                   00007240
                    MOVE WK-NUMCLI      TO TEN-NUMCLI                   00007250
                    MOVE WK-DENOM       TO TEN-DENOM                    00007260
                    MOVE WK-CODVALOR    TO TEN-CODVALOR                 00007270
                    MOVE WK-TITULOS     TO TEN-TITULOS                  00007280
                    WRITE SAL-REMIC   FROM LIN-TENEDOR                  00007290
               WHEN 100                                                 00007300
                    MOVE '10' TO SW-FIN-TEN                             00007310
               WHEN OTHER                                               00007320
                    MOVE 'FETCH'           TO WS-ACCION                 00007330
                    MOVE 'VLDCEMC3-2530'   TO WS-PARRAFO                00007340
                    PERFORM 3001-ERROR                                  00007350
           END-EVALUATE.                                                00007360
      *                                                                *00007370
      *-----------------------------*                                   00007380
       2530-FETCH-TENEDOR-EXIT.                                         00007390
      *-----------------------------*                                   00007400
           EXIT.                                                        00007410
                                                                        00007420
      *------------------------*                                        00007430
       2900-ESCRIBE-TOTAL.                                              00007440
      *------------------------*                                        00007450
      *    LIMITE CERO = SIN LIMITE PARA ESE AMBITO                     00007460
           MOVE WK-TOTAL           TO DET-VALORADO.                     00007470
           MOVE WK-LIMITE          TO DET-LIMITE.                       00007480
           MOVE SPACES             TO DET-MARCA.                        00007490
           IF WK-LIMITE > ZEROS AND WK-TOTAL > WK-LIMITE                00007500
              MOVE '*** EXCEDE LIMITE'  TO DET-MARCA                    00007510
              ADD 1                TO CONT-EXCESOS                      00007520
           END-IF.                                                      00007530
           WRITE SAL-REMIC       FROM LIN-DETALLE.                      00007540
           IF NOT S1REMIC-OK                                            00007550
              MOVE 'WRITE S1REMIC'          TO WS-ACCION                00007560
              MOVE '2900-ESCRIBE-TOTAL'     TO WS-PARRAFO               00007570
              PERFORM 3001-ERROR                                        00007580
           END-IF.                                                      00007590
      *                                                                *00007600
      *-----------------------------*                                   00007610
       2900-ESCRIBE-TOTAL-EXIT.                                         00007620
      *-----------------------------*                                   00007630
           EXIT.                                                        00007640
                                                                        00007650
      *--------*                                                        00007660
       3000-FIN.                                                        00007670
      *--------*                                                        00007680
      *                                                                 00007690
           EXEC SQL                                                     00007700
                CLOSE VLDCEMC1                                          00007710
           END-EXEC.                                                    00007720
           IF SQLCODE NOT = ZERO                                        00007730
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00007740
              MOVE 'VLDCEMC1-3000'          TO WS-PARRAFO               00007750
              PERFORM 3001-ERROR                                        00007760
           END-IF.                                                      00007770
                                                                        00007780
           EXEC SQL                                                     00007790
                COMMIT                                                  00007800
           END-EXEC.                                                    00007810
           IF SQLCODE NOT = ZERO                                        00007820
              MOVE 'COMMIT'                 TO WS-ACCION                00007830
              MOVE '3000-FIN'               TO WS-PARRAFO               00007840
              PERFORM 3001-ERROR                                        00007850
           END-IF.                                                      00007860
                                                                        00007870
           MOVE CONT-EMISORES       TO TOT-EMISORES.                    00007880
           MOVE CONT-EXCESOS        TO TOT-EXCESOS.                     00007890
           MOVE CONT-SIN-MAESTRO    TO TOT-SIN-MAESTRO.                 00007900
           MOVE CONT-REBAJAS        TO TOT-REBAJAS.                     00007910
           MOVE CONT-TENEDORES      TO TOT-TENEDORES.                   00007920
           WRITE SAL-REMIC       FROM LIN-TOTAL AFTER 2.                00007930
                                                                        00007940
           CLOSE S1REMIC.                                               00007950
                                                                        00007960
           DISPLAY '****** FIN CONCENTRACION POR EMISOR ******'.        00007970
           DISPLAY 'EMISORES CON TENENCIAS : ' CONT-EMISORES.           00007980
           DISPLAY 'POSICIONES VALORIZADAS : ' CONT-POSICIONES.         00007990
           DISPLAY 'VALORES SIN PRECIO     : ' CONT-SIN-PRECIO.         00008000
           DISPLAY 'POSICIONES SIN CAMBIO  : ' CONT-SIN-CAMBIO.         00008010
           DISPLAY 'EMISORES SIN MAESTRO   : ' CONT-SIN-MAESTRO.        00008020
           DISPLAY 'EXCESOS DE LIMITE      : ' CONT-EXCESOS.            00008030
           DISPLAY 'REBAJAS DE CALIFICACION: ' CONT-REBAJAS.            00008040
           DISPLAY 'TENEDORES LISTADOS     : ' CONT-TENEDORES.          00008050
                                                                        00008060
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00008070
           ACCEPT WK-HORA-FIN       FROM TIME.                          00008080
           INITIALIZE DCLVLDTCTL.                                       00008090
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00008100
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00008110
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00008120
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00008130
           MOVE CONT-POSICIONES     TO VCTL-LEIDOS.                     00008140
           MOVE CONT-EXCESOS        TO VCTL-ESCRITOS.                   00008150
           COMPUTE VCTL-RECHAZADOS = CONT-SIN-PRECIO + CONT-SIN-CAMBIO. 00008160
           MOVE 'OK'                TO VCTL-ESTADO.                     00008170
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00008180
           IF VCTL-CODRESP NOT = ZEROS                                  00008190
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00008200
           END-IF.                                                      00008210
      *                                                                *00008220
      *-------------*                                                   00008230
       3000-FIN-EXIT.                                                   00008240
      *-------------*                                                   00008250
           EXIT.                                                        00008260
                                                                        00008270
       3001-ERROR.                                                      00008280
      *-----------*                                                     00008290
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00008300
           DISPLAY 'ACCION:          ' WS-ACCION.                       00008310
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00008320
           DISPLAY '******************************************'.        00008330
           MOVE 08 TO RETURN-CODE.                                      00008340
           STOP RUN.                                                    00008350
      *-----------------*                                               00008360
      * FIN DE PROGRAMA *                                               00008370
      *-----------------*                                               00008380
