       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CORDE.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : CICLO DE LAS ORDENES DE CLIENTES (VLDTORD) TOMADAS   *00000060
      *           EN LINEA POR VL7CORD0.                               *00000070
      *           1. CASA CADA OPERACION DEL FICHERO DE BOLSA          *00000080
      *              (E1DQBOLS, MISMO LAYOUT QUE VL4CPREV) CON LA      *00000090
      *              ORDEN VIVA MAS ANTIGUA DE LA MISMA CUENTA, VALOR  *00000100
      *              Y SENTIDO: ACUMULA LO EJECUTADO Y LA DEJA         *00000110
      *              EJECUTADA O EJECUTADA EN PARTE. LAS OPERACIONES   *00000120
      *              SIN ORDEN SE LISTAN PARA LA MESA.                 *00000130
      *           2. VENCE LAS ORDENES VIVAS CUYA VIGENCIA TERMINO.    *00000140
      *           3. PASA A LA MESA (S1DQORDE) LAS ORDENES ACEPTADAS   *00000150
      *              NUEVAS Y LAS ANULACIONES DE ORDENES YA ENVIADAS.  *00000160
      *           REPORTE S1RORDE.                                     *00000170
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000180
      * FECHA   : 15-10-2026                                           *00000190
      ******************************************************************00000200
      ******************************************************************00000210
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000220
      *---------- ---------- ---------------- -------------------------*00000230
      *RITM49158  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000240
      *---------- ---------- ---------------- -------------------------*00000250
      ******************************************************************00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
       SPECIAL-NAMES.                                                   00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
                                                                        00000320
           SELECT E1DQBOLS  ASSIGN       TO E1DQBOLS                    00000330
                            FILE STATUS  IS FS-EBOLS.                   00000340
           SELECT S1DQORDE  ASSIGN       TO S1DQORDE                    00000350
                            FILE STATUS  IS FS-SDQORDE.                 00000360
           SELECT S1RORDE   ASSIGN       TO S1RORDE                     00000370
                            FILE STATUS  IS FS-SRORDE.                  00000380
       DATA DIVISION.                                                   00000390
       FILE SECTION.                                                    00000400
      *                                                                *00000410
       FD  E1DQBOLS                                                     00000420
           RECORDING MODE  IS  F                                        00000430
           LABEL  RECORDS  IS  STANDARD                                 00000440
           DATA   RECORD   IS  REG-E1DQBOLS.                            00000450
         01 REG-E1DQBOLS           PIC X(80).                           00000460
      *                                                                *00000470
       FD  S1DQORDE                                                     00000480
           RECORDING MODE  IS  F                                        00000490
           LABEL  RECORDS  IS  STANDARD                                 00000500
           DATA   RECORD   IS  SAL-DQORDE.                              00000510
         01 SAL-DQORDE             PIC X(100).                          00000520
      *                                                                *00000530
       FD  S1RORDE                                                      00000540
           RECORDING MODE  IS  F                                        00000550
           LABEL  RECORDS  IS  STANDARD                                 00000560
           DATA   RECORD   IS  SAL-RORDE.                               00000570
         01 SAL-RORDE              PIC X(132).                          00000580
      *                                                                 00000590
      ******************************************************************00000600
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000610
      ******************************************************************00000620
       WORKING-STORAGE SECTION.                                         00000630
      *************************                                         00000640
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CORDE'.          00000650
      *                                                                 00000660
      * PARAMETROS (SYSIN)                                              00000670
       01  WS-PARAMETROS.                                               00000680
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000690
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000700
      *                                                                 00000710
       01  W-HORA-CURRENT.                                              00000720
           02  W-HORA              PIC 99.                              00000730
           02  W-MINUTOS           PIC 99.                              00000740
           02  W-SEGUNDOS          PIC 99.                              00000750
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000760
      *                                                                 00000770
       01  W-CONTADORES.                                                00000780
          05 CONT-BOLSA            PIC 9(08)  VALUE ZEROES.             00000790
          05 CONT-CASADAS          PIC 9(08)  VALUE ZEROES.             00000800
          05 CONT-SIN-ORDEN        PIC 9(08)  VALUE ZEROES.             00000810
          05 CONT-VENCIDAS         PIC 9(08)  VALUE ZEROES.             00000820
          05 CONT-ENVIADAS         PIC 9(08)  VALUE ZEROES.             00000830
          05 CONT-ANULACIONES      PIC 9(08)  VALUE ZEROES.             00000840
      * VARIABLES PARA CONTROL DE ERRORES                               00000850
       01  WS-ERROR.                                                    00000860
          05 WS-ACCION             PIC X(24).                           00000870
          05 WS-PARRAFO            PIC X(19).                           00000880
      * VARIABLES CONTROL DE ARCHIVOS                                   00000890
       01  WS-CTRL-ARCHIVOS.                                            00000900
          05 FS-EBOLS              PIC X(02) VALUE '00'.                00000910
             88 E1DQBOLS-OK                  VALUE '00'.                00000920
             88 E1DQBOLS-EOF                 VALUE '10'.                00000930
          05 FS-SDQORDE            PIC X(02) VALUE '00'.                00000940
             88 S1DQORDE-OK                  VALUE '00'.                00000950
          05 FS-SRORDE             PIC X(02) VALUE '00'.                00000960
             88 S1RORDE-OK                   VALUE '00'.                00000970
      *                                                                 00000980
       01  WS-SWITCHES.                                                 00000990
          05 SW-FIN-VEN            PIC X(02) VALUE SPACES.              00001000
             88 FIN-VENCIDAS                 VALUE '10'.                00001010
          05 SW-FIN-ENV            PIC X(02) VALUE SPACES.              00001020
             88 FIN-ENVIOS                   VALUE '10'.                00001030
      *                                                                 00001040
      * LAYOUT DEL FICHERO DE OPERACIONES DE BOLSA                      00001050
       01  W-REG-BOLS.                                                  00001060
           05 BOL-CUENTA           PIC X(07).                           00001070
           05 BOL-CUENTA-N REDEFINES BOL-CUENTA PIC 9(07).              00001080
           05 BOL-CODVALOR         PIC X(12).                           00001090
           05 BOL-FECHOP           PIC X(08).                           00001100
           05 BOL-FECHOP-N REDEFINES BOL-FECHOP PIC 9(08).              00001110
           05 BOL-TIPOP            PIC X(02).                           00001120
           05 BOL-TITULOS          PIC X(13).                           00001130
           05 BOL-TITULOS-N REDEFINES BOL-TITULOS PIC 9(13).            00001140
           05 BOL-IMPORTE          PIC X(15).                           00001150
           05 BOL-IMPORTE-N REDEFINES BOL-IMPORTE PIC 9(13)V9(02).      00001160
           05 BOL-MONEDA           PIC X(03).                           00001170
           05 BOL-REFER            PIC X(09).                           00001180
           05 BOL-REFER-N REDEFINES BOL-REFER PIC 9(09).                00001190
           05 FILLER               PIC X(11).                           00001200
      *                                                                 00001210
      * ORDEN PARA LA MESA DE NEGOCIACION                               00001220
       01  SALIDA-ORDEN.                                                00001230
           05 SOR-TIPO-REG         PIC X(01).                           00001240
      *       'A' ORDEN NUEVA / 'X' ANULACION                           00001250
           05 SOR-NUMORD           PIC 9(09).                           00001260
           05 SOR-CUENTA           PIC 9(07).                           00001270
           05 SOR-CODVALOR         PIC X(12).                           00001280
           05 SOR-TIPOP            PIC X(01).                           00001290
           05 SOR-TITULOS          PIC 9(13).                           00001300
           05 SOR-PRECIO-LIM       PIC 9(09)V9(06).                     00001310
           05 SOR-MONEDA           PIC X(03).                           00001320
           05 SOR-FECORD           PIC 9(08).                           00001330
           05 SOR-HORORD           PIC 9(06).                           00001340
           05 SOR-FECVIG           PIC 9(08).                           00001350
           05 FILLER               PIC X(17) VALUE SPACES.              00001360
      *                                                                 00001370
       01  WK-CUENTA               PIC S9(7)V COMP-3 VALUE ZEROS.       00001380
       01  WK-TIPOP                PIC X(01) VALUE SPACES.              00001390
       01  WK-TITULOS              PIC S9(13)V COMP-3 VALUE ZEROS.      00001400
       01  WK-IMPORTE              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001410
       01  WK-REFER                PIC S9(9)V COMP-3 VALUE ZEROS.       00001420
      *                                                                 00001430
       01  LIN-CABECERA.                                                00001440
          05 FILLER                PIC X(45) VALUE                      00001450
             ' ORDENES DE CLIENTES - CICLO DEL DIA FECHA '.             00001460
          05 CAB-FECHA             PIC 9(08).                           00001470
          05 FILLER                PIC X(79) VALUE SPACES.              00001480
       01  LIN-DETALLE.                                                 00001490
          05 FILLER                PIC X(02) VALUE SPACES.              00001500
          05 DET-EVENTO            PIC X(16).                           00001510
          05 FILLER                PIC X(01) VALUE '|'.                 00001520
          05 DET-NUMORD            PIC ZZZZZZZZ9.                       00001530
          05 FILLER                PIC X(01) VALUE '|'.                 00001540
          05 DET-CUENTA            PIC 9(07).                           00001550
          05 FILLER                PIC X(01) VALUE '|'.                 00001560
          05 DET-CODVALOR          PIC X(12).                           00001570
          05 FILLER                PIC X(01) VALUE '|'.                 00001580
          05 DET-TIPOP             PIC X(02).                           00001590
          05 FILLER                PIC X(01) VALUE '|'.                 00001600
          05 DET-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001610
          05 FILLER                PIC X(01) VALUE '|'.                 00001620
          05 DET-TIT-EJEC          PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001630
          05 FILLER                PIC X(01) VALUE '|'.                 00001640
          05 DET-REFER             PIC X(09).                           00001650
          05 FILLER                PIC X(01) VALUE '|'.                 00001660
          05 DET-ESTADO            PIC X(01).                           00001670
          05 FILLER                PIC X(37) VALUE SPACES.              00001680
       01  LIN-TOTAL.                                                   00001690
          05 FILLER                PIC X(09) VALUE ' BOLSA: '.          00001700
          05 TOT-BOLSA             PIC ZZ,ZZ9.                          00001710
          05 FILLER                PIC X(10) VALUE '  CASADAS:'.        00001720
          05 TOT-CASADAS           PIC ZZ,ZZ9.                          00001730
          05 FILLER                PIC X(12) VALUE '  SIN ORDEN:'.      00001740
          05 TOT-SIN-ORDEN         PIC ZZ,ZZ9.                          00001750
          05 FILLER                PIC X(11) VALUE '  VENCIDAS:'.       00001760
          05 TOT-VENCIDAS          PIC ZZ,ZZ9.                          00001770
          05 FILLER                PIC X(11) VALUE '  ENVIADAS:'.       00001780
          05 TOT-ENVIADAS          PIC ZZ,ZZ9.                          00001790
          05 FILLER                PIC X(14) VALUE '  ANULACIONES:'.    00001800
          05 TOT-ANULACIONES       PIC ZZ,ZZ9.                          00001810
          05 FILLER                PIC X(29) VALUE SPACES.              00001820
      *                                                                 00001830
      *    ORDENES DE CLIENTES                                          00001840
           COPY VLCPTORD.                                               00001850
      *                                                                 00001860
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001870
           COPY VLCPTCTL.                                               00001880
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001890
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001900
      *                                                                *00001910
      *  AREA DE COMUNICACION SQLCA                                     00001920
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001930
      *                                                                 00001940
      *    ORDENES VIVAS CUYA VIGENCIA YA TERMINO                       00001950
           EXEC SQL                                                     00001960
                DECLARE VLDCORE1  CURSOR WITH HOLD FOR                  00001970
                SELECT  VORD_NUMORD                                     00001980
                     ,  VORD_CUENTA                                     00001990
                     ,  VORD_PAVAL                                      00002000
                     ,  VORD_VALOR                                      00002010
                     ,  VORD_ISIN                                       00002020
                     ,  VORD_TIPOP                                      00002030
                     ,  VORD_TITULOS                                    00002040
                     ,  VORD_TIT_EJEC                                   00002050
                     ,  VORD_IND_ENVIO                                  00002060
                  FROM  VLDTORD                                         00002070
                 WHERE  VORD_ESTADO IN ('A', 'E', 'R')                  00002080
                   AND  VORD_FECVIG < :WA-CARD-FECHA-N                  00002090
                 ORDER  BY VORD_NUMORD                                  00002100
           END-EXEC.                                                    00002110
      *                                                                 00002120
      *    ORDENES A COMUNICAR A LA MESA: ACEPTADAS SIN ENVIAR Y        00002130
      *    ANULADAS DESPUES DE ENVIADAS                                 00002140
           EXEC SQL                                                     00002150
                DECLARE VLDCORE2  CURSOR WITH HOLD FOR                  00002160
                SELECT  VORD_NUMORD                                     00002170
                     ,  VORD_CUENTA                                     00002180
                     ,  VORD_PAVAL                                      00002190
                     ,  VORD_VALOR                                      00002200
                     ,  VORD_ISIN                                       00002210
                     ,  VORD_TIPOP                                      00002220
                     ,  VORD_TITULOS                                    00002230
                     ,  VORD_PRECIO_LIM                                 00002240
                     ,  VORD_MONEDA                                     00002250
                     ,  VORD_FECORD                                     00002260
                     ,  VORD_HORORD                                     00002270
                     ,  VORD_FECVIG                                     00002280
                     ,  VORD_ESTADO                                     00002290
                  FROM  VLDTORD                                         00002300
                 WHERE  (VORD_ESTADO = 'A' AND VORD_IND_ENVIO = 'N')    00002310
                    OR  (VORD_ESTADO = 'X' AND VORD_IND_ENVIO = 'S')    00002320
                 ORDER  BY VORD_NUMORD                                  00002330
           END-EXEC.                                                    00002340
      *                                                                *00002350
       PROCEDURE DIVISION.                                              00002360
      *                                                                *00002370
           PERFORM 1000-INICIO                                          00002380
              THRU 1000-INICIO-EXIT.                                    00002390
                                                                        00002400
           PERFORM 2000-CASA-OPERACION                                  00002410
              THRU 2000-CASA-OPERACION-EXIT                             00002420
              UNTIL E1DQBOLS-EOF.                                       00002430
                                                                        00002440
           PERFORM 2500-VENCE-ORDENES                                   00002450
              THRU 2500-VENCE-ORDENES-EXIT.                             00002460
                                                                        00002470
           PERFORM 2700-ENVIA-ORDENES                                   00002480
              THRU 2700-ENVIA-ORDENES-EXIT.                             00002490
                                                                        00002500
           PERFORM 3000-FIN                                             00002510
              THRU 3000-FIN-EXIT.                                       00002520
                                                                        00002530
           STOP RUN.                                                    00002540
      *                                                                *00002550
      *-----------*                                                     00002560
       1000-INICIO.                                                     00002570
      *-----------*                                                     00002580
           INITIALIZE W-CONTADORES.                                     00002590
                                                                        00002600
           ACCEPT WA-CARD-FECHA.                                        00002610
           IF WA-CARD-FECHA NOT NUMERIC                                 00002620
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00002630
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002640
              PERFORM 3001-ERROR                                        00002650
           END-IF                                                       00002660
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002670
                                                                        00002680
           OPEN INPUT  E1DQBOLS.                                        00002690
           IF NOT E1DQBOLS-OK                                           00002700
              MOVE 'OPEN FICHERO E1DQBOLS'  TO WS-ACCION                00002710
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002720
              PERFORM 3001-ERROR                                        00002730
           END-IF.                                                      00002740
           OPEN OUTPUT S1DQORDE S1RORDE.                                00002750
           IF NOT S1DQORDE-OK OR NOT S1RORDE-OK                         00002760
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00002770
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002780
              PERFORM 3001-ERROR                                        00002790
           END-IF.                                                      00002800
                                                                        00002810
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00002820
           WRITE SAL-RORDE       FROM LIN-CABECERA.                     00002830
                                                                        00002840
           PERFORM 1100-LEE-BOLSA                                       00002850
              THRU 1100-LEE-BOLSA-EXIT.                                 00002860
      *                                                                *00002870
      *----------------*                                                00002880
       1000-INICIO-EXIT.                                                00002890
      *----------------*                                                00002900
           EXIT.                                                        00002910
                                                                        00002920
      *--------------------*                                            00002930
       1100-LEE-BOLSA.                                                  00002940
      *--------------------*                                            00002950
           READ E1DQBOLS INTO W-REG-BOLS.                               00002960
           EVALUATE TRUE                                                00002970
               WHEN E1DQBOLS-OK                                         00002980
                    ADD 1 TO CONT-BOLSA                                 00002990
               WHEN E1DQBOLS-EOF                                        00003000
                    CONTINUE                                            00003010
               WHEN OTHER                                               00003020
                    MOVE 'READ E1DQBOLS'   TO WS-ACCION                 00003030
                    MOVE '1100-LEE-BOLSA'  TO WS-PARRAFO                00003040
                    PERFORM 3001-ERROR                                  00003050
           END-EVALUATE.                                                00003060
      *                                                                *00003070
      *-------------------------*                                       00003080
       1100-LEE-BOLSA-EXIT.                                             00003090
      *-------------------------*                                       00003100
           EXIT.                                                        00003110
                                                                        00003120
      *------------------------*                                        00003130
       2000-CASA-OPERACION.                                             00003140
      *------------------------*                                        00003150
      *    SOLO COMPRAS Y VENTAS DE CLIENTE; LAS PATAS A PLAZO DE       00003160
      *    REPORTE ('CR'/'VR') Y LOS REGISTROS NO NUMERICOS NO          00003170
      *    VIENEN DE UNA ORDEN                                          00003180
           IF (BOL-TIPOP (1:1) NOT = 'C' AND 'V')                       00003190
              OR BOL-TIPOP (2:1) = 'R'                                  00003200
              OR BOL-CUENTA  NOT NUMERIC                                00003210
              OR BOL-TITULOS NOT NUMERIC                                00003220
              GO TO 2000-CASA-SIGUIENTE                                 00003230
           END-IF.                                                      00003240
                                                                        00003250
           MOVE BOL-CUENTA-N          TO WK-CUENTA.                     00003260
           MOVE BOL-CODVALOR (01:03)  TO VORD-PAVAL.                    00003270
           MOVE BOL-CODVALOR (04:08)  TO VORD-VALOR.                    00003280
           MOVE BOL-CODVALOR (12:01)  TO VORD-ISIN.                     00003290
           MOVE BOL-TIPOP (1:1)       TO WK-TIPOP.                      00003300
           MOVE BOL-TITULOS-N         TO WK-TITULOS.                    00003310
           MOVE ZEROS                 TO WK-IMPORTE WK-REFER.           00003320
           IF BOL-IMPORTE NUMERIC                                       00003330
              MOVE BOL-IMPORTE-N      TO WK-IMPORTE                     00003340
           END-IF.                                                      00003350
           IF BOL-REFER NUMERIC                                         00003360
              MOVE BOL-REFER-N        TO WK-REFER                       00003370
           END-IF.                                                      00003380
                                                                        00003390
      *    LA ORDEN VIVA MAS ANTIGUA DE LA CUENTA, VALOR Y SENTIDO      00003400
           EXEC SQL                                                     00003410
                SELECT  VORD_NUMORD                                     00003420
                     ,  VORD_TITULOS                                    00003430
                     ,  VORD_TIT_EJEC                                   00003440
                     ,  VORD_IMP_EJEC                                   00003450
                  INTO :VORD-NUMORD                                     00003460
                     , :VORD-TITULOS                                    00003470
                     , :VORD-TIT-EJEC                                   00003480
                     , :VORD-IMP-EJEC                                   00003490
                  FROM  VLDTORD                                         00003500
                 WHERE  VORD_CUENTA = :WK-CUENTA                        00003510
                   AND  VORD_PAVAL  = :VORD-PAVAL                       00003520
                   AND  VORD_VALOR  = :VORD-VALOR                       00003530
                   AND  VORD_ISIN   = :VORD-ISIN                        00003540
                   AND  VORD_TIPOP  = :WK-TIPOP                         00003550
                   AND  VORD_ESTADO IN ('A', 'E', 'R')                  00003560
                   AND  VORD_FECORD <= :BOL-FECHOP-N                    00003570
                 ORDER  BY VORD_FECORD, VORD_NUMORD                     00003580
                 FETCH  FIRST 1 ROW ONLY                                00003590
           END-EXEC.                                                    00003600
           EVALUATE SQLCODE                                             00003610
               WHEN ZERO                                                00003620
                    CONTINUE                                            00003630
               WHEN 100                                                 00003640
                    ADD 1                   TO CONT-SIN-ORDEN           00003650
                    MOVE 'OPER. SIN ORDEN' TO DET-EVENTO                00003660
                    MOVE ZEROS              TO DET-NUMORD               00003670
                                               DET-TIT-EJEC             00003680
                    MOVE BOL-TITULOS-N      TO DET-TITULOS              00003690
                    MOVE SPACES             TO DET-ESTADO               00003700
                    PERFORM 2900-ESCRIBE-DETALLE                        00003710
                       THRU 2900-ESCRIBE-DETALLE-EXIT                   00003720
                    GO TO 2000-CASA-SIGUIENTE                           00003730
               WHEN OTHER                                               00003740
                    MOVE 'SELECT'          TO WS-ACCION                 00003750
                    MOVE 'VLDTORD-2000'    TO WS-PARRAFO                00003760
                    PERFORM 3001-ERROR                                  00003770
           END-EVALUATE.                                                00003780
                                                                        00003790
           ADD WK-TITULOS             TO VORD-TIT-EJEC.                 00003800
           ADD WK-IMPORTE             TO VORD-IMP-EJEC.                 00003810
           IF VORD-TIT-EJEC < VORD-TITULOS                              00003820
              MOVE 'R'                TO VORD-ESTADO                    00003830
           ELSE                                                         00003840
              MOVE 'J'                TO VORD-ESTADO                    00003850
           END-IF.                                                      00003860
           MOVE WK-REFER              TO VORD-REFER-EJEC.               00003870
           MOVE BOL-FECHOP-N          TO VORD-FEC-EJEC.                 00003880
           MOVE WA-CARD-FECHA-N       TO VORD-FEULMOD.                  00003890
           MOVE W-HORA-CURRENT-N      TO VORD-HORULMOD.                 00003900
           EXEC SQL                                                     00003910
                UPDATE VLDTORD                                          00003920
                   SET VORD_TIT_EJEC   = :VORD-TIT-EJEC                 00003930
                     , VORD_IMP_EJEC   = :VORD-IMP-EJEC                 00003940
                     , VORD_REFER_EJEC = :VORD-REFER-EJEC               00003950
                     , VORD_FEC_EJEC   = :VORD-FEC-EJEC                 00003960
                     , VORD_ESTADO     = :VORD-ESTADO                   00003970
                     , VORD_FEULMOD    = :VORD-FEULMOD                  00003980
                     , VORD_HORULMOD   = :VORD-HORULMOD                 00003990
                     , VORD_NUMTER     = 'BTCH'                         00004000
                     , VORD_USUARIO    = :W-PROGRAMA                    00004010
                 WHERE VORD_NUMORD     = :VORD-NUMORD                   00004020
           END-EXEC.                                                    00004030
           IF SQLCODE NOT = ZERO                                        00004040
              MOVE 'UPDATE'                 TO WS-ACCION                00004050
              MOVE 'VLDTORD-2000'           TO WS-PARRAFO               00004060
              PERFORM 3001-ERROR                                        00004070
           END-IF.                                                      00004080
           ADD 1                      TO CONT-CASADAS.                  00004090
                                                                        00004100
           MOVE 'EJECUCION'           TO DET-EVENTO.                    00004110
           MOVE VORD-NUMORD           TO DET-NUMORD.                    00004120
           MOVE VORD-TITULOS          TO DET-TITULOS.                   00004130
           MOVE VORD-TIT-EJEC         TO DET-TIT-EJEC.                  00004140
           MOVE VORD-ESTADO           TO DET-ESTADO.                    00004150
           PERFORM 2900-ESCRIBE-DETALLE                                 00004160
              THRU 2900-ESCRIBE-DETALLE-EXIT.                           00004170
                                                                        00004180
       2000-CASA-SIGUIENTE.                                             00004190
           PERFORM 1100-LEE-BOLSA                                       00004200
              THRU 1100-LEE-BOLSA-EXIT.                                 00004210
      *                                                                *00004220
      *------------------------------*                                  00004230
       2000-CASA-OPERACION-EXIT.                                        00004240
      *------------------------------*                                  00004250
           EXIT.                                                        00004260
                                                                        00004270
      *------------------------*                                        00004280
       2500-VENCE-ORDENES.                                              00004290
      *------------------------*                                        00004300
           EXEC SQL                                                     00004310
                OPEN VLDCORE1                                           00004320
           END-EXEC.                                                    00004330
           IF SQLCODE NOT = ZERO                                        00004340
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004350
              MOVE 'VLDCORE1-2500'          TO WS-PARRAFO               00004360
              PERFORM 3001-ERROR                                        00004370
           END-IF.                                                      00004380
                                                                        00004390
           PERFORM 2600-VENCE-ORDEN                                     00004400
              THRU 2600-VENCE-ORDEN-EXIT                                00004410
              UNTIL FIN-VENCIDAS.                                       00004420
                                                                        00004430
           EXEC SQL                                                     00004440
                CLOSE VLDCORE1                                          00004450
           END-EXEC.                                                    00004460
           IF SQLCODE NOT = ZERO                                        00004470
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00004480
              MOVE 'VLDCORE1-2500'          TO WS-PARRAFO               00004490
              PERFORM 3001-ERROR                                        00004500
           END-IF.                                                      00004510
      *                                                                *00004520
      *-----------------------------*                                   00004530
       2500-VENCE-ORDENES-EXIT.                                         00004540
      *-----------------------------*                                   00004550
           EXIT.                                                        00004560
                                                                        00004570
      *----------------------*                                          00004580
       2600-VENCE-ORDEN.                                                00004590
      *----------------------*                                          00004600
           EXEC SQL                                                     00004610
                FETCH VLDCORE1                                          00004620
                 INTO :VORD-NUMORD                                      00004630
                    , :VORD-CUENTA                                      00004640
                    , :VORD-PAVAL                                       00004650
                    , :VORD-VALOR                                       00004660
                    , :VORD-ISIN                                        00004670
                    , :VORD-TIPOP                                       00004680
                    , :VORD-TITULOS                                     00004690
                    , :VORD-TIT-EJEC                                    00004700
                    , :VORD-IND-ENVIO                                   00004710
           END-EXEC.                                                    00004720
           EVALUATE SQLCODE                                             00004730
               WHEN ZERO                                                00004740
                    CONTINUE                                            00004750
               WHEN 100                                                 00004760
                    MOVE '10' TO SW-FIN-VEN                             00004770
                    GO TO 2600-VENCE-ORDEN-EXIT                         00004780
               WHEN OTHER                                               00004790
                    MOVE 'FETCH'           TO WS-ACCION                 00004800
                    MOVE 'VLDCORE1-2600'   TO WS-PARRAFO                00004810
                    PERFORM 3001-ERROR                                  00004820
           END-EVALUATE.                                                00004830
                                                                        00004840
           MOVE WA-CARD-FECHA-N       TO VORD-FEULMOD.                  00004850
           MOVE W-HORA-CURRENT-N      TO VORD-HORULMOD.                 00004860
           EXEC SQL                                                     00004870
                UPDATE VLDTORD                                          00004880
                   SET VORD_ESTADO     = 'V'                            00004890
                     , VORD_FEULMOD    = :VORD-FEULMOD                  00004900
                     , VORD_HORULMOD   = :VORD-HORULMOD                 00004910
                     , VORD_NUMTER     = 'BTCH'                         00004920
                     , VORD_USUARIO    = :W-PROGRAMA                    00004930
                 WHERE VORD_NUMORD     = :VORD-NUMORD                   00004940
           END-EXEC.                                                    00004950
           IF SQLCODE NOT = ZERO                                        00004960
              MOVE 'UPDATE'                 TO WS-ACCION                00004970
              MOVE 'VLDTORD-2600'           TO WS-PARRAFO               00004980
              PERFORM 3001-ERROR                                        00004990
           END-IF.                                                      00005000
           ADD 1                      TO CONT-VENCIDAS.                 00005010
                                                                        00005020
           MOVE 'VENCIDA'             TO DET-EVENTO.                    00005030
           MOVE VORD-NUMORD           TO DET-NUMORD.                    00005040
           MOVE VORD-CUENTA           TO DET-CUENTA.                    00005050
           MOVE VORD-PAVAL            TO DET-CODVALOR (01:03).          00005060
           MOVE VORD-VALOR            TO DET-CODVALOR (04:08).          00005070
           MOVE VORD-ISIN             TO DET-CODVALOR (12:01).          00005080
           MOVE VORD-TIPOP            TO DET-TIPOP.                     00005090
           MOVE VORD-TITULOS          TO DET-TITULOS.                   00005100
           MOVE VORD-TIT-EJEC         TO DET-TIT-EJEC.                  00005110
           MOVE SPACES                TO DET-REFER.                     00005120
           MOVE 'V'                   TO DET-ESTADO.                    00005130
           WRITE SAL-RORDE          FROM LIN-DETALLE.                   00005140
      *                                                                *00005150
      *---------------------------*                                     00005160
       2600-VENCE-ORDEN-EXIT.                                           00005170
      *---------------------------*                                     00005180
           EXIT.                                                        00005190
                                                                        00005200
      *------------------------*                                        00005210
       2700-ENVIA-ORDENES.                                              00005220
      *------------------------*                                        00005230
           EXEC SQL                                                     00005240
                OPEN VLDCORE2                                           00005250
           END-EXEC.                                                    00005260
           IF SQLCODE NOT = ZERO                                        00005270
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005280
              MOVE 'VLDCORE2-2700'          TO WS-PARRAFO               00005290
              PERFORM 3001-ERROR                                        00005300
           END-IF.                                                      00005310
                                                                        00005320
           PERFORM 2800-ENVIA-ORDEN                                     00005330
              THRU 2800-ENVIA-ORDEN-EXIT                                00005340
              UNTIL FIN-ENVIOS.                                         00005350
                                                                        00005360
           EXEC SQL                                                     00005370
                CLOSE VLDCORE2                                          00005380
           END-EXEC.                                                    00005390
           IF SQLCODE NOT = ZERO                                        00005400
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00005410
              MOVE 'VLDCORE2-2700'          TO WS-PARRAFO               00005420
              PERFORM 3001-ERROR                                        00005430
           END-IF.                                                      00005440
      *                                                                *00005450
      *-----------------------------*                                   00005460
       2700-ENVIA-ORDENES-EXIT.                                         00005470
      *-----------------------------*                                   00005480
           EXIT.                                                        00005490
                                                                        00005500
      *----------------------*                                          00005510
       2800-ENVIA-ORDEN.                                                00005520
      *----------------------*                                          00005530
           EXEC SQL                                                     00005540
                FETCH VLDCORE2                                          00005550
                 INTO :VORD-NUMORD                                      00005560
                    , :VORD-CUENTA                                      00005570
                    , :VORD-PAVAL                                       00005580
                    , :VORD-VALOR                                       00005590
                    , :VORD-ISIN                                        00005600
                    , :VORD-TIPOP                                       00005610
                    , :VORD-TITULOS                                     00005620
                    , :VORD-PRECIO-LIM                                  00005630
                    , :VORD-MONEDA                                      00005640
                    , :VORD-FECORD                                      00005650
                    , :VORD-HORORD                                      00005660
                    , :VORD-FECVIG                                      00005670
                    , :VORD-ESTADO                                      00005680
           END-EXEC.                                                    00005690
           EVALUATE SQLCODE                                             00005700
               WHEN ZERO                                                00005710
                    CONTINUE                                            00005720
               WHEN 100                                                 00005730
                    MOVE '10' TO SW-FIN-ENV                             00005740
                    GO TO 2800-ENVIA-ORDEN-EXIT                         00005750
               WHEN OTHER                                               00005760
                    MOVE 'FETCH'           TO WS-ACCION                 00005770
                    MOVE 'VLDCORE2-2800'   TO WS-PARRAFO                00005780
                    PERFORM 3001-ERROR                                  00005790
           END-EVALUATE.                                                00005800
                                                                        00005810
           IF VORD-ANULADA                                              00005820
              MOVE 'X'                TO SOR-TIPO-REG                   00005830
              MOVE 'A'                TO VORD-IND-ENVIO                 00005840
              MOVE 'ANULACION A MESA' TO DET-EVENTO                     00005850
              ADD 1                   TO CONT-ANULACIONES               00005860
           ELSE                                                         00005870
              MOVE 'A'                TO SOR-TIPO-REG                   00005880
              MOVE 'S'                TO VORD-IND-ENVIO                 00005890
              MOVE 'E'                TO VORD-ESTADO                    00005900
              MOVE 'ENVIADA A MESA'   TO DET-EVENTO                     00005910
              ADD 1                   TO CONT-ENVIADAS                  00005920
           END-IF.                                                      00005930
           MOVE VORD-NUMORD           TO SOR-NUMORD.                    00005940
           MOVE VORD-CUENTA           TO SOR-CUENTA.                    00005950
           MOVE VORD-PAVAL            TO SOR-CODVALOR (01:03).          00005960
           MOVE VORD-VALOR            TO SOR-CODVALOR (04:08).          00005970
           MOVE VORD-ISIN             TO SOR-CODVALOR (12:01).          00005980
           MOVE VORD-TIPOP            TO SOR-TIPOP.                     00005990
           MOVE VORD-TITULOS          TO SOR-TITULOS.                   00006000
           MOVE VORD-PRECIO-LIM       TO SOR-PRECIO-LIM.                00006010
           MOVE VORD-MONEDA           TO SOR-MONEDA.                    00006020
           MOVE VORD-FECORD           TO SOR-FECORD.                    00006030
           MOVE VORD-HORORD           TO SOR-HORORD.                    00006040
           MOVE VORD-FECVIG           TO SOR-FECVIG.                    00006050
           WRITE SAL-DQORDE         FROM SALIDA-ORDEN.                  00006060
           IF NOT S1DQORDE-OK                                           00006070
              MOVE 'WRITE S1DQORDE'         TO WS-ACCION                00006080
              MOVE '2800-ENVIA-ORDEN'       TO WS-PARRAFO               00006090
              PERFORM 3001-ERROR                                        00006100
           END-IF.                                                      00006110
                                                                        00006120
           MOVE WA-CARD-FECHA-N       TO VORD-FEULMOD.                  00006130
           MOVE W-HORA-CURRENT-N      TO VORD-HORULMOD.                 00006140
           EXEC SQL                                                     00006150
                UPDATE VLDTORD                                          00006160
                   SET VORD_ESTADO     = :VORD-ESTADO                   00006170
                     , VORD_IND_ENVIO  = :VORD-IND-ENVIO                00006180
                     , VORD_FEULMOD    = :VORD-FEULMOD                  00006190
                     , VORD_HORULMOD   = :VORD-HORULMOD                 00006200
                     , VORD_NUMTER     = 'BTCH'                         00006210
                     , VORD_USUARIO    = :W-PROGRAMA                    00006220
                 WHERE VORD_NUMORD     = :VORD-NUMORD                   00006230
           END-EXEC.                                                    00006240
           IF SQLCODE NOT = ZERO                                        00006250
              MOVE 'UPDATE'                 TO WS-ACCION                00006260
              MOVE 'VLDTORD-2800'           TO WS-PARRAFO               00006270
              PERFORM 3001-ERROR                                        00006280
           END-IF.                                                      00006290
                                                                        00006300
           MOVE VORD-NUMORD           TO DET-NUMORD.                    00006310
           MOVE VORD-CUENTA           TO DET-CUENTA.                    00006320
           MOVE SOR-CODVALOR          TO DET-CODVALOR.                  00006330
           MOVE VORD-TIPOP            TO DET-TIPOP.                     00006340
           MOVE VORD-TITULOS          TO DET-TITULOS.                   00006350
           MOVE ZEROS                 TO DET-TIT-EJEC.                  00006360
           MOVE SPACES                TO DET-REFER.                     00006370
           MOVE VORD-ESTADO           TO DET-ESTADO.                    00006380
           WRITE SAL-RORDE          FROM LIN-DETALLE.                   00006390
      *                                                                *00006400
      *---------------------------*                                     00006410
       2800-ENVIA-ORDEN-EXIT.                                           00006420
      *---------------------------*                                     00006430
           EXIT.                                                        00006440
                                                                        00006450
      *--------------------------*                                      00006460
       2900-ESCRIBE-DETALLE.                                            00006470
      *--------------------------*                                      00006480
      *    LINEA DE UNA OPERACION DEL FICHERO DE BOLSA                  00006490
           MOVE BOL-CUENTA-N          TO DET-CUENTA.                    00006500
           MOVE BOL-CODVALOR          TO DET-CODVALOR.                  00006510
           MOVE BOL-TIPOP             TO DET-TIPOP.                     00006520
           MOVE BOL-REFER             TO DET-REFER.                     00006530
           WRITE SAL-RORDE          FROM LIN-DETALLE.                   00006540
      *                                                                *00006550
      *------------------------------*                                  00006560
       2900-ESCRIBE-DETALLE-EXIT.                                       00006570
      *------------------------------*                                  00006580
           EXIT.                                                        00006590
                                                                        00006600
      *--------*                                                        00006610
       3000-FIN.                                                        00006620
      *--------*                                                        00006630
      *                                                                 00006640
           EXEC SQL                                                     00006650
                COMMIT                                                  00006660
           END-EXEC.                                                    00006670
           IF SQLCODE NOT = ZERO                                        00006680
              MOVE 'COMMIT'                 TO WS-ACCION                00006690
              MOVE '3000-FIN'               TO WS-PARRAFO               00006700
              PERFORM 3001-ERROR                                        00006710
           END-IF.                                                      00006720
                                                                        00006730
           MOVE CONT-BOLSA          TO TOT-BOLSA.                       00006740
           MOVE CONT-CASADAS        TO TOT-CASADAS.                     00006750
           MOVE CONT-SIN-ORDEN      TO TOT-SIN-ORDEN.                   00006760
           MOVE CONT-VENCIDAS       TO TOT-VENCIDAS.                    00006770
           MOVE CONT-ENVIADAS       TO TOT-ENVIADAS.                    00006780
           MOVE CONT-ANULACIONES    TO TOT-ANULACIONES.                 00006790
           WRITE SAL-RORDE       FROM LIN-TOTAL AFTER 2.                00006800
                                                                        00006810
           CLOSE E1DQBOLS S1DQORDE S1RORDE.                             00006820
                                                                        00006830
           DISPLAY '****** FIN CICLO DE ORDENES DE CLIENTES ******'.    00006840
           DISPLAY 'OPERACIONES DE BOLSA   : ' CONT-BOLSA.              00006850
           DISPLAY 'CASADAS CON ORDEN      : ' CONT-CASADAS.            00006860
           DISPLAY 'OPERACIONES SIN ORDEN  : ' CONT-SIN-ORDEN.          00006870
           DISPLAY 'ORDENES VENCIDAS       : ' CONT-VENCIDAS.           00006880
           DISPLAY 'ORDENES ENVIADAS       : ' CONT-ENVIADAS.           00006890
           DISPLAY 'ANULACIONES ENVIADAS   : ' CONT-ANULACIONES.        00006900
                                                                        00006910
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006920
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006930
           INITIALIZE DCLVLDTCTL.                                       00006940
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00006950
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00006960
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00006970
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006980
           MOVE CONT-BOLSA          TO VCTL-LEIDOS.                     00006990
           COMPUTE VCTL-ESCRITOS = CONT-ENVIADAS + CONT-ANULACIONES.    00007000
           MOVE CONT-SIN-ORDEN      TO VCTL-RECHAZADOS.                 00007010
           MOVE 'OK'                TO VCTL-ESTADO.                     00007020
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00007030
           IF VCTL-CODRESP NOT = ZEROS                                  00007040
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00007050
           END-IF.                                                      00007060
      *                                                                *00007070
      *-------------*                                                   00007080
       3000-FIN-EXIT.                                                   00007090
      *-------------*                                                   00007100
           EXIT.                                                        00007110
                                                                        00007120
       3001-ERROR.                                                      00007130
      *-----------*                                                     00007140
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00007150
           DISPLAY 'ACCION:          ' WS-ACCION.                       00007160
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00007170
           DISPLAY '******************************************'.        00007180
           MOVE 08 TO RETURN-CODE.                                      00007190
           STOP RUN.                                                    00007200
      *-----------------*                                               00007210
      * FIN DE PROGRAMA *                                               00007220
      *-----------------*                                               00007230
