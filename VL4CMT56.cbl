       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CMT56.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RECEPCION DE AVISOS DE EVENTOS CORPORATIVOS MT564 Y  *00000060
      *           CONFIRMACIONES MT566 (ISO 15022) DE LOS CUSTODIOS    *00000070
      *           INTERNACIONALES. CAMINO DE ENTRADA DE VL4C535M Y     *00000080
      *           VL4C536M, PARA LA MISMA LISTA TABLADA DE CUSTODIOS   *00000090
      *           (FICHERO E1DQCUST: CODIGO + BIC):                    *00000100
      *             - MT564: CADA AVISO QUEDA EN LA COLA DE EVENTOS    *00000110
      *               PENDIENTES VLDTECA (NEWM ALTA, REPL REEMPLAZA,   *00000120
      *               CANC ANULA) CON SU DESTINO SEGUN EL CODIGO CAEV: *00000130
      *               VL4CCORP, VL4CDIVC O EL CALENDARIO VLDTCUP. LO   *00000140
      *               APRUEBA VL7CECA0 Y LO ENCAMINA VL4CECAR.         *00000150
      *             - MT566: SE CUADRA CON LO QUE REALMENTE SE ABONO A *00000160
      *               LOS TENEDORES DEL CUSTODIO: EN EVENTOS DE        *00000170
      *               EFECTIVO, LA SUMA DE LOS ABONOS OPS DE LOS PAGOS *00000180
      *               (S1DQDIVC / S1DQCUPO RECIBIDOS EN E1DQABON); EN  *00000190
      *               EVENTOS EN TITULOS, LO QUE VL4CCORP AGREGO A LA  *00000200
      *               POSICION VLDTADS SEGUN EL FACTOR DEL EVENTO. LAS *00000210
      *               DIFERENCIAS DE IMPORTE O CANTIDAD SE INFORMAN.   *00000220
      *           EL DETALLE DE CADA MENSAJE SALE EN S1RMT56.          *00000230
      * ENTRADAS: E1DQCUST LISTA DE CUSTODIOS                          *00000240
      *           E1DQSWIF MENSAJES RECIBIDOS DEL GATEWAY SWIFT (80)   *00000250
      *           E1DQABON ABONOS OPS DE LOS PAGOS DEL PERIODO         *00000260
      * FECHA   : 15-10-2026                                           *00000270
      ******************************************************************00000280
      ******************************************************************00000290
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000300
      *---------- ---------- ---------------- -------------------------*00000310
      *RITM49154  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000320
      *---------- ---------- ---------------- -------------------------*00000330
      ******************************************************************00000340
       ENVIRONMENT DIVISION.                                            00000350
       CONFIGURATION SECTION.                                           00000360
       SPECIAL-NAMES.                                                   00000370
       INPUT-OUTPUT SECTION.                                            00000380
       FILE-CONTROL.                                                    00000390
                                                                        00000400
           SELECT E1DQCUST  ASSIGN       TO E1DQCUST                    00000410
                            FILE STATUS  IS FS-ECUST.                   00000420
                                                                        00000430
           SELECT E1DQSWIF  ASSIGN       TO E1DQSWIF                    00000440
                            FILE STATUS  IS FS-ESWIF.                   00000450
                                                                        00000460
           SELECT E1DQABON  ASSIGN       TO E1DQABON                    00000470
                            FILE STATUS  IS FS-EABON.                   00000480
                                                                        00000490
           SELECT S1RMT56   ASSIGN       TO S1RMT56                     00000500
                            FILE STATUS  IS FS-SRMT56.                  00000510
       DATA DIVISION.                                                   00000520
       FILE SECTION.                                                    00000530
      *                                                                *00000540
       FD  E1DQCUST                                                     00000550
           RECORDING MODE  IS  F                                        00000560
           LABEL  RECORDS  IS  STANDARD                                 00000570
           DATA   RECORD   IS  REG-E1DQCUST.                            00000580
         01 REG-E1DQCUST           PIC X(40).                           00000590
      *                                                                *00000600
       FD  E1DQSWIF                                                     00000610
           RECORDING MODE  IS  F                                        00000620
           LABEL  RECORDS  IS  STANDARD                                 00000630
           DATA   RECORD   IS  REG-E1DQSWIF.                            00000640
         01 REG-E1DQSWIF           PIC X(80).                           00000650
      *                                                                *00000660
       FD  E1DQABON                                                     00000670
           RECORDING MODE  IS  F                                        00000680
           LABEL  RECORDS  IS  STANDARD                                 00000690
           DATA   RECORD   IS  REG-E1DQABON.                            00000700
         01 REG-E1DQABON           PIC X(2390).                         00000710
      *                                                                *00000720
       FD  S1RMT56                                                      00000730
           RECORDING MODE  IS  F                                        00000740
           LABEL  RECORDS  IS  STANDARD                                 00000750
           DATA   RECORD   IS  SAL-RMT56.                               00000760
         01 SAL-RMT56              PIC X(132).                          00000770
      *                                                                 00000780
      ******************************************************************00000790
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000800
      ******************************************************************00000810
       WORKING-STORAGE SECTION.                                         00000820
      *************************                                         00000830
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CMT56'.          00000840
      *                                                                 00000850
      * REGISTRO DE CARGO/ABONO OPS (FORMATO DE VL4CDIVC Y VL4CCUPO)    00000860
       01  REGISTRO-BGECOPS.                                            00000870
           COPY BGECOPS.                                                00000880
       01  REGISTRO-BGECMIR.                                            00000890
           COPY BGECMIR.                                                00000900
      *                                                                 00000910
      * LISTA TABLADA DE CUSTODIOS INTERNACIONALES: CODIGO + BIC        00000920
       01  W-REG-CUST.                                                  00000930
           05 CUS-CODIGO           PIC X(08).                           00000940
           05 CUS-BIC              PIC X(11).                           00000950
           05 FILLER               PIC X(21).                           00000960
       01  TB-CUSTODIOS.                                                00000970
           05 CONT-CUST            PIC 9(02) VALUE ZEROS.               00000980
           05 IN-CUS               PIC 9(02) VALUE ZEROS.               00000990
           05 TB-CUS-FILA          OCCURS 21.                           00001000
              10 TB-CUS-CODIGO     PIC X(08).                           00001010
              10 TB-CUS-BIC        PIC X(11).                           00001020
      *                                                                 00001030
      * ABONOS OPS ACUMULADOS POR CUSTODIO Y CODIGO DE VALOR            00001040
       01  TB-ABONOS.                                                   00001050
           05 CONT-ABO             PIC 9(04) COMP VALUE ZEROS.          00001060
           05 IN-ABO               PIC 9(04) COMP VALUE ZEROS.          00001070
           05 TB-ABO-FILA          OCCURS 500.                          00001080
              10 TB-ABO-CODSUS     PIC X(08).                           00001090
              10 TB-ABO-CODVALOR   PIC X(12).                           00001100
              10 TB-ABO-IMPORTE    PIC S9(15)V9(2) COMP-3.              00001110
      *                                                                 00001120
      * MENSAJE EN CURSO (UN MT564 O MT566 ENTRE '{1:' Y '-}')          00001130
       01  WS-MENSAJE.                                                  00001140
           05 MSG-TIPO             PIC X(03).                           00001150
              88 MSG-MT564                   VALUE '564'.               00001160
              88 MSG-MT566                   VALUE '566'.               00001170
           05 MSG-BIC              PIC X(11).                           00001180
           05 MSG-CODSUS           PIC X(08).                           00001190
           05 MSG-CORP             PIC X(16).                           00001200
           05 MSG-FUNCION          PIC X(04).                           00001210
              88 MSG-NUEVO                   VALUE 'NEWM'.              00001220
              88 MSG-REEMPLAZO               VALUE 'REPL'.              00001230
              88 MSG-ANULACION               VALUE 'CANC'.              00001240
           05 MSG-CAEV             PIC X(04).                           00001250
           05 MSG-CODVALOR         PIC X(12).                           00001260
           05 MSG-FECREG           PIC 9(08).                           00001270
           05 MSG-FECPAGO          PIC 9(08).                           00001280
           05 MSG-MONEDA           PIC X(03).                           00001290
           05 MSG-IMPTIT           PIC 9(09)V9(06).                     00001300
           05 MSG-FACTOR           PIC 9(04)V9(06).                     00001310
           05 MSG-IMP-PSTA         PIC 9(13)V9(02).                     00001320
           05 MSG-CAN-PSTA         PIC 9(13).                           00001330
      *                                                                 00001340
      * CONVERSION DE NUMEROS SWIFT (COMA DECIMAL, LONGITUD VARIABLE)   00001350
       01  WS-CONVERSION.                                               00001360
           05 WK-NUM-TXT           PIC X(30).                           00001370
           05 WK-NUM-ENT           PIC X(13).                           00001380
           05 WK-NUM-DEC           PIC X(06).                           00001390
           05 WK-LEN-ENT           PIC 9(02) COMP.                      00001400
           05 WK-LEN-DEC           PIC 9(02) COMP.                      00001410
           05 WK-ENT-9             PIC 9(13).                           00001420
           05 WK-DEC-9             PIC 9(06).                           00001430
           05 WK-NUM-CONV          PIC 9(13)V9(06).                     00001440
           05 WK-RAZON-A           PIC X(20).                           00001450
           05 WK-RAZON-B           PIC X(20).                           00001460
           05 WK-NUEVOS            PIC 9(13)V9(06).                     00001470
           05 WK-VIEJOS            PIC 9(13)V9(06).                     00001480
      *                                                                 00001490
       01  WS-VARIOS.                                                   00001500
           05 SW-EN-MENSAJE        PIC X(01) VALUE 'N'.                 00001510
              88 EN-MENSAJE                  VALUE 'S'.                 00001520
           05 SW-CUS-HALLADO       PIC X(01) VALUE 'N'.                 00001530
              88 CUS-HALLADO                 VALUE 'S'.                 00001540
           05 SW-ABO-HALLADO       PIC X(01) VALUE 'N'.                 00001550
              88 ABO-HALLADO                 VALUE 'S'.                 00001560
           05 WK-BLOQUE-1          PIC X(80) VALUE SPACES.              00001570
           05 WK-BLOQUE-2          PIC X(80) VALUE SPACES.              00001580
           05 WK-CODSUS            PIC X(08) VALUE SPACES.              00001590
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00001600
           05 WK-CUENTA-X          PIC X(07) VALUE SPACES.              00001610
           05 WK-CUENTA-9 REDEFINES WK-CUENTA-X PIC 9(07).              00001620
           05 WK-TENEDORES         PIC S9(9)       COMP   VALUE ZEROS.  00001630
           05 WK-EXISTE            PIC S9(9)       COMP   VALUE ZEROS.  00001640
           05 WK-POSICION          PIC S9(15)V     COMP-3 VALUE ZEROS.  00001650
           05 WK-NUESTRO-IMP       PIC S9(15)V9(2) COMP-3 VALUE ZEROS.  00001660
           05 WK-NUESTRA-CAN       PIC S9(15)V     COMP-3 VALUE ZEROS.  00001670
           05 WK-DIFERENCIA        PIC S9(15)V9(2) COMP-3 VALUE ZEROS.  00001680
      *                                                                 00001690
       01  W-DATE                  PIC 9(6).                            00001700
       01  FILLER                  REDEFINES W-DATE.                    00001710
           02 W-ANO                PIC 99.                              00001720
           02 W-MES                PIC 99.                              00001730
           02 W-DIA                PIC 99.                              00001740
       01  W-FECHA-AMD.                                                 00001750
           05 W-AA-AMD             PIC 9(4).                            00001760
           05 W-MM-AMD             PIC 9(2).                            00001770
           05 W-DD-AMD             PIC 9(2).                            00001780
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001790
       01  W-HORA-CURRENT.                                              00001800
           02  W-HORA              PIC 99.                              00001810
           02  W-MINUTOS           PIC 99.                              00001820
           02  W-SEGUNDOS          PIC 99.                              00001830
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001840
      *                                                                 00001850
       01 W-CONTADORES.                                                 00001860
          05 CONT-LINEAS           PIC 9(08)  VALUE ZEROES.             00001870
          05 CONT-MT564            PIC 9(08)  VALUE ZEROES.             00001880
          05 CONT-MT566            PIC 9(08)  VALUE ZEROES.             00001890
          05 CONT-ENCOLADOS        PIC 9(08)  VALUE ZEROES.             00001900
          05 CONT-RECHAZADOS       PIC 9(08)  VALUE ZEROES.             00001910
          05 CONT-DIFERENCIAS      PIC 9(08)  VALUE ZEROES.             00001920
          05 CONT-ABONOS-LEIDOS    PIC 9(08)  VALUE ZEROES.             00001930
      * VARIABLES PARA CONTROL DE ERRORES                               00001940
       01 WS-ERROR.                                                     00001950
          05 WS-ACCION             PIC X(24).                           00001960
          05 WS-PARRAFO            PIC X(19).                           00001970
      * VARIABLES CONTROL DE ARCHIVOS                                   00001980
       01 WS-CTRL-ARCHIVOS.                                             00001990
          05 FS-ECUST              PIC X(02) VALUE '00'.                00002000
             88 E1DQCUST-OK                  VALUE '00'.                00002010
          05 FS-ESWIF              PIC X(02) VALUE '00'.                00002020
             88 E1DQSWIF-OK                  VALUE '00'.                00002030
          05 FS-EABON              PIC X(02) VALUE '00'.                00002040
             88 E1DQABON-OK                  VALUE '00'.                00002050
          05 FS-SRMT56             PIC X(02) VALUE '00'.                00002060
             88 S1RMT56-OK                   VALUE '00'.                00002070
          05 FIN-FILE-CUST         PIC X(02) VALUE SPACES.              00002080
             88 FIN-E1DQCUST                 VALUE '10'.                00002090
          05 FIN-FILE-SWIF         PIC X(02) VALUE SPACES.              00002100
             88 FIN-E1DQSWIF                 VALUE '10'.                00002110
          05 FIN-FILE-ABON         PIC X(02) VALUE SPACES.              00002120
             88 FIN-E1DQABON                 VALUE '10'.                00002130
      *                                                                 00002140
      * LINEAS DEL REPORTE                                              00002150
       01 LIN-CABECERA.                                                 00002160
          05 FILLER                PIC X(48) VALUE                      00002170
             ' AVISOS Y CONFIRMACIONES DE CUSTODIOS - FECHA '.          00002180
          05 CAB-FECHA             PIC 9(08).                           00002190
          05 FILLER                PIC X(76) VALUE SPACES.              00002200
       01 LIN-DETALLE.                                                  00002210
          05 FILLER                PIC X(01) VALUE SPACES.              00002220
          05 DET-TIPO              PIC X(03).                           00002230
          05 FILLER                PIC X(01) VALUE SPACES.              00002240
          05 DET-CODSUS            PIC X(08).                           00002250
          05 FILLER                PIC X(01) VALUE SPACES.              00002260
          05 DET-CORP              PIC X(16).                           00002270
          05 FILLER                PIC X(01) VALUE SPACES.              00002280
          05 DET-FUNCION           PIC X(04).                           00002290
          05 FILLER                PIC X(01) VALUE SPACES.              00002300
          05 DET-CAEV              PIC X(04).                           00002310
          05 FILLER                PIC X(01) VALUE SPACES.              00002320
          05 DET-CODVALOR          PIC X(12).                           00002330
          05 FILLER                PIC X(01) VALUE SPACES.              00002340
          05 DET-RESULTADO         PIC X(30).                           00002350
          05 FILLER                PIC X(01) VALUE SPACES.              00002360
          05 DET-NUESTRO           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002370
          05 FILLER                PIC X(01) VALUE SPACES.              00002380
          05 DET-CUSTODIO          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002390
          05 FILLER                PIC X(08) VALUE SPACES.              00002400
       01 LIN-TOTAL.                                                    00002410
          05 FILLER                PIC X(15) VALUE ' MT564 LEIDOS: '.   00002420
          05 TOT-MT564             PIC ZZ,ZZ9.                          00002430
          05 FILLER                PIC X(12) VALUE '  ENCOLADOS:'.      00002440
          05 TOT-ENCOLADOS         PIC ZZ,ZZ9.                          00002450
          05 FILLER                PIC X(13) VALUE '  RECHAZADOS:'.     00002460
          05 TOT-RECHAZADOS        PIC ZZ,ZZ9.                          00002470
          05 FILLER                PIC X(16) VALUE '  MT566 LEIDOS: '.  00002480
          05 TOT-MT566             PIC ZZ,ZZ9.                          00002490
          05 FILLER                PIC X(15) VALUE '  DIFERENCIAS: '.   00002500
          05 TOT-DIFERENCIAS       PIC ZZ,ZZ9.                          00002510
          05 FILLER                PIC X(31) VALUE SPACES.              00002520
      *                                                                 00002530
      *    COLA DE EVENTOS CORPORATIVOS DE CUSTODIOS                    00002540
           COPY VLCPTECA.                                               00002550
      *                                                                 00002560
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002570
           COPY VLCPTCTL.                                               00002580
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002590
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002600
      *                                                                *00002610
      *  AREA DE COMUNICACION SQLCA                                    *00002620
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002630
      *                                                                 00002640
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002650
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002660
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00002670
      *                                                                *00002680
       PROCEDURE DIVISION.                                              00002690
      *                                                                *00002700
           PERFORM 1000-INICIO                                          00002710
              THRU 1000-INICIO-EXIT.                                    00002720
                                                                        00002730
           PERFORM 2000-PROCESA-LINEA                                   00002740
              THRU 2000-PROCESA-LINEA-EXIT                              00002750
              UNTIL FIN-E1DQSWIF.                                       00002760
                                                                        00002770
           PERFORM 3000-FIN                                             00002780
              THRU 3000-FIN-EXIT.                                       00002790
                                                                        00002800
           STOP RUN.                                                    00002810
      *                                                                *00002820
      *-----------*                                                     00002830
       1000-INICIO.                                                     00002840
      *-----------*                                                     00002850
           INITIALIZE W-CONTADORES                                      00002860
                      TB-CUSTODIOS                                      00002870
                      TB-ABONOS.                                        00002880
                                                                        00002890
           ACCEPT W-DATE FROM DATE.                                     00002900
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002910
           MOVE W-MES              TO W-MM-AMD.                         00002920
           MOVE W-DIA              TO W-DD-AMD.                         00002930
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002940
                                                                        00002950
           OPEN INPUT  E1DQCUST E1DQSWIF E1DQABON.                      00002960
           IF NOT E1DQCUST-OK OR NOT E1DQSWIF-OK OR NOT E1DQABON-OK     00002970
              MOVE 'OPEN FICHEROS ENTRADA'  TO WS-ACCION                00002980
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002990
              PERFORM 3001-ERROR                                        00003000
           END-IF.                                                      00003010
                                                                        00003020
           OPEN OUTPUT S1RMT56.                                         00003030
           IF NOT S1RMT56-OK                                            00003040
              MOVE 'OPEN FICHERO S1RMT56'   TO WS-ACCION                00003050
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003060
              PERFORM 3001-ERROR                                        00003070
           END-IF.                                                      00003080
                                                                        00003090
           PERFORM 1100-CARGA-CUSTODIOS                                 00003100
              THRU 1100-CARGA-CUSTODIOS-EXIT                            00003110
              UNTIL FIN-E1DQCUST.                                       00003120
                                                                        00003130
           PERFORM 1200-CARGA-ABONOS                                    00003140
              THRU 1200-CARGA-ABONOS-EXIT                               00003150
              UNTIL FIN-E1DQABON.                                       00003160
                                                                        00003170
           MOVE W-FECHA-AMD-N       TO CAB-FECHA.                       00003180
           WRITE SAL-RMT56       FROM LIN-CABECERA.                     00003190
                                                                        00003200
           PERFORM 1300-LEE-SWIFT                                       00003210
              THRU 1300-LEE-SWIFT-EXIT.                                 00003220
      *                                                                *00003230
      *----------------*                                                00003240
       1000-INICIO-EXIT.                                                00003250
      *----------------*                                                00003260
           EXIT.                                                        00003270
                                                                        00003280
      *------------------------*                                        00003290
       1100-CARGA-CUSTODIOS.                                            00003300
      *------------------------*                                        00003310
           READ E1DQCUST                                                00003320
           AT END                                                       00003330
              MOVE '10'            TO FIN-FILE-CUST                     00003340
           NOT AT END                                                   00003350
              MOVE REG-E1DQCUST    TO W-REG-CUST                        00003360
              IF CONT-CUST = 20                                         00003370
                 MOVE 'DESBORDE TB-CUSTODIOS' TO WS-ACCION              00003380
                 MOVE '1100-CARGA-CUSTODIOS'  TO WS-PARRAFO             00003390
                 PERFORM 3001-ERROR                                     00003400
              END-IF                                                    00003410
              ADD  1               TO CONT-CUST                         00003420
              MOVE CUS-CODIGO      TO TB-CUS-CODIGO (CONT-CUST)         00003430
              MOVE CUS-BIC         TO TB-CUS-BIC    (CONT-CUST)         00003440
           END-READ.                                                    00003450
      *                                                                *00003460
      *-----------------------------*                                   00003470
       1100-CARGA-CUSTODIOS-EXIT.                                       00003480
      *-----------------------------*                                   00003490
           EXIT.                                                        00003500
                                                                        00003510
      *---------------------*                                           00003520
       1200-CARGA-ABONOS.                                               00003530
      *---------------------*                                           00003540
      *    ACUMULA POR CUSTODIO Y VALOR LOS ABONOS DE DIVIDENDOS        00003550
      *    (VL4CDIVC) Y DE CUPONES/VENCIMIENTOS (VL4CCUPO)              00003560
           READ E1DQABON INTO REGISTRO-BGECOPS                          00003570
           AT END                                                       00003580
              MOVE '10'            TO FIN-FILE-ABON                     00003590
              GO TO 1200-CARGA-ABONOS-EXIT                              00003600
           END-READ.                                                    00003610
                                                                        00003620
           MOVE OPS-BGECMIR         TO REGISTRO-BGECMIR.                00003630
           IF MIR-CODIGO NOT = '066'                                    00003640
              GO TO 1200-CARGA-ABONOS-EXIT                              00003650
           END-IF.                                                      00003660
           EVALUATE TRUE                                                00003670
               WHEN MIR-OBSERVA (01:09) = 'DIVIDENDO'                   00003680
                    MOVE MIR-OBSERVA (24:12) TO WK-CODVALOR             00003690
               WHEN MIR-OBSERVA (01:05) = 'CUPON'                       00003700
               WHEN MIR-OBSERVA (01:11) = 'VENCIMIENTO'                 00003710
                    MOVE MIR-OBSERVA (25:12) TO WK-CODVALOR             00003720
               WHEN OTHER                                               00003730
                    GO TO 1200-CARGA-ABONOS-EXIT                        00003740
           END-EVALUATE.                                                00003750
           ADD 1                    TO CONT-ABONOS-LEIDOS.              00003760
                                                                        00003770
           MOVE MIR-REF-INTERNA (01:07) TO WK-CUENTA-X.                 00003780
           IF WK-CUENTA-X NOT NUMERIC                                   00003790
              GO TO 1200-CARGA-ABONOS-EXIT                              00003800
           END-IF.                                                      00003810
           MOVE WK-CUENTA-9         TO VARC-CUENTA.                     00003820
           EXEC SQL                                                     00003830
                SELECT VARC_CODSUS                                      00003840
                  INTO :VARC-CODSUS                                     00003850
                  FROM VLDTARC                                          00003860
                 WHERE VARC_CUENTA = :VARC-CUENTA                       00003870
           END-EXEC.                                                    00003880
           IF SQLCODE NOT = ZERO                                        00003890
              GO TO 1200-CARGA-ABONOS-EXIT                              00003900
           END-IF.                                                      00003910
           MOVE VARC-CODSUS         TO WK-CODSUS.                       00003920
                                                                        00003930
           MOVE 'N'                 TO SW-ABO-HALLADO.                  00003940
           PERFORM 1250-BUSCA-ABONO                                     00003950
              THRU 1250-BUSCA-ABONO-EXIT                                00003960
              VARYING IN-ABO FROM 1 BY 1                                00003970
                UNTIL IN-ABO > CONT-ABO OR ABO-HALLADO.                 00003980
           IF NOT ABO-HALLADO                                           00003990
              IF CONT-ABO = 500                                         00004000
                 MOVE 'DESBORDE TB-ABONOS'  TO WS-ACCION                00004010
                 MOVE '1200-CARGA-ABONOS'   TO WS-PARRAFO               00004020
                 PERFORM 3001-ERROR                                     00004030
              END-IF                                                    00004040
              ADD 1                 TO CONT-ABO                         00004050
              MOVE CONT-ABO         TO IN-ABO                           00004060
              MOVE WK-CODSUS        TO TB-ABO-CODSUS   (IN-ABO)         00004070
              MOVE WK-CODVALOR      TO TB-ABO-CODVALOR (IN-ABO)         00004080
              MOVE ZEROS            TO TB-ABO-IMPORTE  (IN-ABO)         00004090
           ELSE                                                         00004100
              SUBTRACT 1            FROM IN-ABO                         00004110
           END-IF.                                                      00004120
           ADD MIR-IMPORTE          TO TB-ABO-IMPORTE (IN-ABO).         00004130
      *                                                                *00004140
      *--------------------------*                                      00004150
       1200-CARGA-ABONOS-EXIT.                                          00004160
      *--------------------------*                                      00004170
           EXIT.                                                        00004180
                                                                        00004190
      *--------------------*                                            00004200
       1250-BUSCA-ABONO.                                                00004210
      *--------------------*                                            00004220
           IF TB-ABO-CODSUS (IN-ABO)   = WK-CODSUS                      00004230
              AND TB-ABO-CODVALOR (IN-ABO) = WK-CODVALOR                00004240
              MOVE 'S'              TO SW-ABO-HALLADO                   00004250
           END-IF.                                                      00004260
      *                                                                *00004270
      *-------------------------*                                       00004280
       1250-BUSCA-ABONO-EXIT.                                           00004290
      *-------------------------*                                       00004300
           EXIT.                                                        00004310
                                                                        00004320
      *------------------*                                              00004330
       1300-LEE-SWIFT.                                                  00004340
      *------------------*                                              00004350
           READ E1DQSWIF                                                00004360
           AT END                                                       00004370
              MOVE '10'            TO FIN-FILE-SWIF                     00004380
           NOT AT END                                                   00004390
              ADD 1                TO CONT-LINEAS                       00004400
           END-READ.                                                    00004410
      *                                                                *00004420
      *-----------------------*                                         00004430
       1300-LEE-SWIFT-EXIT.                                             00004440
      *-----------------------*                                         00004450
           EXIT.                                                        00004460
                                                                        00004470
      *----------------------*                                          00004480
       2000-PROCESA-LINEA.                                              00004490
      *----------------------*                                          00004500
      *    CADA LINEA ES UN BLOQUE DE CABECERA, UN CAMPO ':TAG:' O EL   00004510
      *    CIERRE '-}' DEL MENSAJE; SOLO SE RECOGEN LOS CAMPOS QUE      00004520
      *    NECESITAN LA COLA Y EL CUADRE                                00004530
           EVALUATE TRUE                                                00004540
               WHEN REG-E1DQSWIF (01:03) = '{1:'                        00004550
               WHEN REG-E1DQSWIF (01:03) = '{2:'                        00004560
                    PERFORM 2050-CABECERA                               00004570
                       THRU 2050-CABECERA-EXIT                          00004580
               WHEN NOT EN-MENSAJE                                      00004590
                    CONTINUE                                            00004600
               WHEN REG-E1DQSWIF (01:12) = ':20C::CORP//'               00004610
                    MOVE REG-E1DQSWIF (13:16) TO MSG-CORP               00004620
               WHEN REG-E1DQSWIF (01:05) = ':23G:'                      00004630
                    MOVE REG-E1DQSWIF (06:04) TO MSG-FUNCION            00004640
               WHEN REG-E1DQSWIF (01:12) = ':22F::CAEV//'               00004650
                    MOVE REG-E1DQSWIF (13:04) TO MSG-CAEV               00004660
               WHEN REG-E1DQSWIF (01:09) = ':35B:/PE/'                  00004670
                    MOVE REG-E1DQSWIF (10:12) TO MSG-CODVALOR           00004680
               WHEN REG-E1DQSWIF (01:12) = ':98A::RDTE//'               00004690
                    MOVE REG-E1DQSWIF (13:08) TO MSG-FECREG             00004700
               WHEN REG-E1DQSWIF (01:12) = ':98A::PAYD//'               00004710
                    MOVE REG-E1DQSWIF (13:08) TO MSG-FECPAGO            00004720
               WHEN REG-E1DQSWIF (01:12) = ':92F::GRSS//'               00004730
               WHEN REG-E1DQSWIF (01:12) = ':92F::INTP//'               00004740
                    MOVE REG-E1DQSWIF (13:03) TO MSG-MONEDA             00004750
                    MOVE REG-E1DQSWIF (16:30) TO WK-NUM-TXT             00004760
                    PERFORM 2700-CONVIERTE-NUMERO                       00004770
                       THRU 2700-CONVIERTE-NUMERO-EXIT                  00004780
                    MOVE WK-NUM-CONV          TO MSG-IMPTIT             00004790
               WHEN REG-E1DQSWIF (01:12) = ':92D::NEWO//'               00004800
               WHEN REG-E1DQSWIF (01:12) = ':92D::ADEX//'               00004810
                    PERFORM 2750-CONVIERTE-RAZON                        00004820
                       THRU 2750-CONVIERTE-RAZON-EXIT                   00004830
               WHEN REG-E1DQSWIF (01:12) = ':19B::PSTA//'               00004840
                    MOVE REG-E1DQSWIF (13:03) TO MSG-MONEDA             00004850
                    MOVE REG-E1DQSWIF (16:30) TO WK-NUM-TXT             00004860
                    PERFORM 2700-CONVIERTE-NUMERO                       00004870
                       THRU 2700-CONVIERTE-NUMERO-EXIT                  00004880
                    MOVE WK-NUM-CONV          TO MSG-IMP-PSTA           00004890
               WHEN REG-E1DQSWIF (01:17) = ':36B::PSTA//UNIT/'          00004900
                    MOVE REG-E1DQSWIF (18:30) TO WK-NUM-TXT             00004910
                    PERFORM 2700-CONVIERTE-NUMERO                       00004920
                       THRU 2700-CONVIERTE-NUMERO-EXIT                  00004930
                    MOVE WK-NUM-CONV          TO MSG-CAN-PSTA           00004940
               WHEN REG-E1DQSWIF (01:02) = '-}'                         00004950
                    PERFORM 2100-FIN-MENSAJE                            00004960
                       THRU 2100-FIN-MENSAJE-EXIT                       00004970
               WHEN OTHER                                               00004980
                    CONTINUE                                            00004990
           END-EVALUATE.                                                00005000
                                                                        00005010
           PERFORM 1300-LEE-SWIFT                                       00005020
              THRU 1300-LEE-SWIFT-EXIT.                                 00005030
      *                                                                *00005040
      *---------------------------*                                     00005050
       2000-PROCESA-LINEA-EXIT.                                         00005060
      *---------------------------*                                     00005070
           EXIT.                                                        00005080
                                                                        00005090
      *-----------------*                                               00005100
       2050-CABECERA.                                                   00005110
      *-----------------*                                               00005120
      *    EL BLOQUE 1 ABRE EL MENSAJE; EL BLOQUE 2 DE SALIDA DEL       00005130
      *    CUSTODIO (O564/O566 + HORA + FECHA + DIRECCION LT) DA EL     00005140
      *    TIPO Y EL BIC EMISOR. AMBOS PUEDEN VENIR EN LA MISMA LINEA.  00005150
           IF REG-E1DQSWIF (01:03) = '{1:'                              00005160
              INITIALIZE WS-MENSAJE                                     00005170
              MOVE 'S'              TO SW-EN-MENSAJE                    00005180
           END-IF.                                                      00005190
           MOVE SPACES              TO WK-BLOQUE-1                      00005200
                                       WK-BLOQUE-2.                     00005210
           UNSTRING REG-E1DQSWIF DELIMITED BY '{2:'                     00005220
               INTO WK-BLOQUE-1 WK-BLOQUE-2                             00005230
           END-UNSTRING.                                                00005240
           IF REG-E1DQSWIF (01:03) = '{2:'                              00005250
              MOVE REG-E1DQSWIF (04:77) TO WK-BLOQUE-2                  00005260
           END-IF.                                                      00005270
           IF WK-BLOQUE-2 (01:01) = 'O'                                 00005280
              MOVE WK-BLOQUE-2 (02:03) TO MSG-TIPO                      00005290
              MOVE WK-BLOQUE-2 (15:08) TO MSG-BIC (01:08)               00005300
              MOVE WK-BLOQUE-2 (24:03) TO MSG-BIC (09:03)               00005310
           END-IF.                                                      00005320
      *                                                                *00005330
      *---------------------*                                           00005340
       2050-CABECERA-EXIT.                                              00005350
      *---------------------*                                           00005360
           EXIT.                                                        00005370
                                                                        00005380
      *---------------------*                                           00005390
       2100-FIN-MENSAJE.                                                00005400
      *---------------------*                                           00005410
           MOVE 'N'                 TO SW-EN-MENSAJE.                   00005420
           IF NOT MSG-MT564 AND NOT MSG-MT566                           00005430
              GO TO 2100-FIN-MENSAJE-EXIT                               00005440
           END-IF.                                                      00005450
                                                                        00005460
           MOVE MSG-TIPO            TO DET-TIPO.                        00005470
           MOVE MSG-CORP            TO DET-CORP.                        00005480
           MOVE MSG-FUNCION         TO DET-FUNCION.                     00005490
           MOVE MSG-CAEV            TO DET-CAEV.                        00005500
           MOVE MSG-CODVALOR        TO DET-CODVALOR.                    00005510
           MOVE SPACES              TO DET-CODSUS.                      00005520
           MOVE ZEROS               TO DET-NUESTRO                      00005530
                                       DET-CUSTODIO.                    00005540
                                                                        00005550
      *    SOLO CUSTODIOS DE LA LISTA INTERNACIONAL                     00005560
           MOVE 'N'                 TO SW-CUS-HALLADO.                  00005570
           PERFORM 2150-BUSCA-CUSTODIO                                  00005580
              THRU 2150-BUSCA-CUSTODIO-EXIT                             00005590
              VARYING IN-CUS FROM 1 BY 1                                00005600
                UNTIL IN-CUS > CONT-CUST OR CUS-HALLADO.                00005610
           IF NOT CUS-HALLADO                                           00005620
              MOVE 'CUSTODIO FUERA DE LISTA'  TO DET-RESULTADO          00005630
              MOVE MSG-BIC (01:08)          TO DET-CODSUS               00005640
              PERFORM 2800-RECHAZA                                      00005650
                 THRU 2800-RECHAZA-EXIT                                 00005660
              GO TO 2100-FIN-MENSAJE-EXIT                               00005670
           END-IF.                                                      00005680
           MOVE MSG-CODSUS          TO DET-CODSUS.                      00005690
                                                                        00005700
           IF MSG-CORP = SPACES OR MSG-CODVALOR = SPACES                00005710
              MOVE 'MENSAJE INCOMPLETO'     TO DET-RESULTADO            00005720
              PERFORM 2800-RECHAZA                                      00005730
                 THRU 2800-RECHAZA-EXIT                                 00005740
              GO TO 2100-FIN-MENSAJE-EXIT                               00005750
           END-IF.                                                      00005760
                                                                        00005770
           IF MSG-MT564                                                 00005780
              ADD 1                 TO CONT-MT564                       00005790
              PERFORM 2200-AVISO-MT564                                  00005800
                 THRU 2200-AVISO-MT564-EXIT                             00005810
           ELSE                                                         00005820
              ADD 1                 TO CONT-MT566                       00005830
              PERFORM 2400-CONFIRMA-MT566                               00005840
                 THRU 2400-CONFIRMA-MT566-EXIT                          00005850
           END-IF.                                                      00005860
      *                                                                *00005870
      *--------------------------*                                      00005880
       2100-FIN-MENSAJE-EXIT.                                           00005890
      *--------------------------*                                      00005900
           EXIT.                                                        00005910
                                                                        00005920
      *-----------------------*                                         00005930
       2150-BUSCA-CUSTODIO.                                             00005940
      *-----------------------*                                         00005950
           IF TB-CUS-BIC (IN-CUS) = MSG-BIC                             00005960
              OR (TB-CUS-BIC (IN-CUS) (09:03) = SPACES                  00005970
                  AND TB-CUS-BIC (IN-CUS) (01:08) = MSG-BIC (01:08))    00005980
              MOVE 'S'                    TO SW-CUS-HALLADO             00005990
              MOVE TB-CUS-CODIGO (IN-CUS) TO MSG-CODSUS                 00006000
           END-IF.                                                      00006010
      *                                                                *00006020
      *----------------------------*                                    00006030
       2150-BUSCA-CUSTODIO-EXIT.                                        00006040
      *----------------------------*                                    00006050
           EXIT.                                                        00006060
                                                                        00006070
      *---------------------*                                           00006080
       2200-AVISO-MT564.                                                00006090
      *---------------------*                                           00006100
      *    DESTINO SEGUN EL TIPO DE EVENTO (CAEV)                       00006110
           EVALUATE MSG-CAEV                                            00006120
               WHEN 'DVCA'                                              00006130
                    MOVE 'D'           TO VECA-DESTINO                  00006140
               WHEN 'INTR'                                              00006150
               WHEN 'REDM'                                              00006160
               WHEN 'MCAL'                                              00006170
                    MOVE 'U'           TO VECA-DESTINO                  00006180
               WHEN 'SPLF'                                              00006190
               WHEN 'BONU'                                              00006200
               WHEN 'DVSE'                                              00006210
                    MOVE 'C'           TO VECA-DESTINO                  00006220
               WHEN OTHER                                               00006230
                    MOVE 'M'           TO VECA-DESTINO                  00006240
           END-EVALUATE.                                                00006250
                                                                        00006260
      *    UN VALOR QUE NO ESTA EN EL MAESTRO NO SE PUEDE ENCAMINAR     00006270
           MOVE MSG-CODVALOR (01:03) TO VXEN-PAVAL.                     00006280
           MOVE MSG-CODVALOR (04:08) TO VXEN-VALOR.                     00006290
           MOVE MSG-CODVALOR (12:01) TO VXEN-ISIN.                      00006300
           EXEC SQL                                                     00006310
                SELECT COUNT(*)                                         00006320
                  INTO :WK-EXISTE                                       00006330
                  FROM VLDTXEN                                          00006340
                 WHERE VXEN_PAVAL  = :VXEN-PAVAL                        00006350
                   AND VXEN_VALOR  = :VXEN-VALOR                        00006360
                   AND VXEN_ISIN   = :VXEN-ISIN                         00006370
           END-EXEC.                                                    00006380
           IF SQLCODE NOT = ZERO                                        00006390
              MOVE 'SELECT COUNT'           TO WS-ACCION                00006400
              MOVE 'VLDTXEN-2200'           TO WS-PARRAFO               00006410
              PERFORM 3001-ERROR                                        00006420
           END-IF.                                                      00006430
           IF WK-EXISTE = ZEROS                                         00006440
              MOVE 'M'              TO VECA-DESTINO                     00006450
           END-IF.                                                      00006460
                                                                        00006470
      *    TENEDORES DEL VALOR EN CUENTAS DE ESTE CUSTODIO              00006480
           MOVE MSG-CODSUS          TO VARC-CODSUS.                     00006490
           EXEC SQL                                                     00006500
                SELECT COUNT(*)                                         00006510
                  INTO :WK-TENEDORES                                    00006520
                  FROM VLDTADS A                                        00006530
                     , VLDTARC R                                        00006540
                 WHERE R.VARC_CODSUS = :VARC-CODSUS                     00006550
                   AND A.VADS_CUENTA = R.VARC_CUENTA                    00006560
                   AND A.VADS_PAVAL  = :VXEN-PAVAL                      00006570
                   AND A.VADS_VALOR  = :VXEN-VALOR                      00006580
                   AND A.VADS_ISIN   = :VXEN-ISIN                       00006590
                   AND A.VADS_DEPOS  > 0                                00006600
           END-EXEC.                                                    00006610
           IF SQLCODE NOT = ZERO                                        00006620
              MOVE 'SELECT COUNT'           TO WS-ACCION                00006630
              MOVE 'VLDTADS-2200'           TO WS-PARRAFO               00006640
              PERFORM 3001-ERROR                                        00006650
           END-IF.                                                      00006660
                                                                        00006670
           MOVE MSG-CODSUS          TO VECA-CODSUS.                     00006680
           MOVE MSG-CORP            TO VECA-CORP.                       00006690
           MOVE MSG-CAEV            TO VECA-CAEV.                       00006700
           MOVE MSG-FUNCION         TO VECA-FUNCION.                    00006710
           MOVE MSG-CODVALOR        TO VECA-CODVALOR.                   00006720
           MOVE MSG-FECREG          TO VECA-FECREG.                     00006730
           MOVE MSG-FECPAGO         TO VECA-FECPAGO.                    00006740
           MOVE MSG-IMPTIT          TO VECA-IMPTIT.                     00006750
           MOVE MSG-FACTOR          TO VECA-FACTOR.                     00006760
           MOVE MSG-MONEDA          TO VECA-MONEDA.                     00006770
           MOVE W-FECHA-AMD-N       TO VECA-FECREC                      00006780
                                       VECA-FEULMOD.                    00006790
           MOVE 'BATC'              TO VECA-NUMTER.                     00006800
           MOVE W-PROGRAMA          TO VECA-USUARIO.                    00006810
                                                                        00006820
           EVALUATE TRUE                                                00006830
               WHEN MSG-ANULACION                                       00006840
                    PERFORM 2230-ANULA-EVENTO                           00006850
                       THRU 2230-ANULA-EVENTO-EXIT                      00006860
               WHEN MSG-REEMPLAZO                                       00006870
                    PERFORM 2220-REEMPLAZA-EVENTO                       00006880
                       THRU 2220-REEMPLAZA-EVENTO-EXIT                  00006890
               WHEN OTHER                                               00006900
                    PERFORM 2210-ALTA-EVENTO                            00006910
                       THRU 2210-ALTA-EVENTO-EXIT                       00006920
           END-EVALUATE.                                                00006930
      *                                                                *00006940
      *--------------------------*                                      00006950
       2200-AVISO-MT564-EXIT.                                           00006960
      *--------------------------*                                      00006970
           EXIT.                                                        00006980
                                                                        00006990
      *---------------------*                                           00007000
       2210-ALTA-EVENTO.                                                00007010
      *---------------------*                                           00007020
           MOVE 'P'                 TO VECA-ESTADO.                     00007030
           MOVE SPACES              TO VECA-USUAPRO.                    00007040
           MOVE ZEROS               TO VECA-FECAPRO                     00007050
                                       VECA-IMP566                      00007060
                                       VECA-CAN566                      00007070
                                       VECA-FEC566.                     00007080
           EXEC SQL                                                     00007090
                INSERT INTO VLDTECA                                     00007100
                      ( VECA_CODSUS                                     00007110
                      , VECA_CORP                                       00007120
                      , VECA_CAEV                                       00007130
                      , VECA_FUNCION                                    00007140
                      , VECA_CODVALOR                                   00007150
                      , VECA_DESTINO                                    00007160
                      , VECA_FECREG                                     00007170
                      , VECA_FECPAGO                                    00007180
                      , VECA_IMPTIT                                     00007190
                      , VECA_FACTOR                                     00007200
                      , VECA_MONEDA                                     00007210
                      , VECA_ESTADO                                     00007220
                      , VECA_FECREC                                     00007230
                      , VECA_USUAPRO                                    00007240
                      , VECA_FECAPRO                                    00007250
                      , VECA_IMP566                                     00007260
                      , VECA_CAN566                                     00007270
                      , VECA_FEC566                                     00007280
                      , VECA_FEULMOD                                    00007290
                      , VECA_NUMTER                                     00007300
                      , VECA_USUARIO )                                  00007310
                VALUES                                                  00007320
                      ( :VECA-CODSUS                                    00007330
                      , :VECA-CORP                                      00007340
                      , :VECA-CAEV                                      00007350
                      , :VECA-FUNCION                                   00007360
                      , :VECA-CODVALOR                                  00007370
                      , :VECA-DESTINO                                   00007380
                      , :VECA-FECREG                                    00007390
                      , :VECA-FECPAGO                                   00007400
                      , :VECA-IMPTIT                                    00007410
                      , :VECA-FACTOR                                    00007420
                      , :VECA-MONEDA                                    00007430
                      , :VECA-ESTADO                                    00007440
                      , :VECA-FECREC                                    00007450
                      , :VECA-USUAPRO                                   00007460
                      , :VECA-FECAPRO                                   00007470
                      , :VECA-IMP566                                    00007480
                      , :VECA-CAN566                                    00007490
                      , :VECA-FEC566                                    00007500
                      , :VECA-FEULMOD                                   00007510
                      , :VECA-NUMTER                                    00007520
                      , :VECA-USUARIO )                                 00007530
           END-EXEC.                                                    00007540
           EVALUATE SQLCODE                                             00007550
               WHEN ZERO                                                00007560
                    ADD 1                TO CONT-ENCOLADOS              00007570
                    IF WK-TENEDORES = ZEROS                             00007580
                       MOVE 'ENCOLADO - SIN TENEDORES'                  00007590
                                          TO DET-RESULTADO              00007600
                    ELSE                                                00007610
                       MOVE 'ENCOLADO PENDIENTE'                        00007620
                                          TO DET-RESULTADO              00007630
                    END-IF                                              00007640
                    IF VECA-DEST-MANUAL                                 00007650
                       MOVE 'ENCOLADO - TRATAMIENTO MANUAL'             00007660
                                          TO DET-RESULTADO              00007670
                    END-IF                                              00007680
                    PERFORM 2900-ESCRIBE-LINEA                          00007690
                       THRU 2900-ESCRIBE-LINEA-EXIT                     00007700
               WHEN -803                                                00007710
                    MOVE 'CORP YA RECIBIDA (NEWM)' TO DET-RESULTADO     00007720
                    PERFORM 2800-RECHAZA                                00007730
                       THRU 2800-RECHAZA-EXIT                           00007740
               WHEN OTHER                                               00007750
                    MOVE 'INSERT'              TO WS-ACCION             00007760
                    MOVE 'VLDTECA-2210'        TO WS-PARRAFO            00007770
                    PERFORM 3001-ERROR                                  00007780
           END-EVALUATE.                                                00007790
      *                                                                *00007800
      *--------------------------*                                      00007810
       2210-ALTA-EVENTO-EXIT.                                           00007820
      *--------------------------*                                      00007830
           EXIT.                                                        00007840
                                                                        00007850
      *-------------------------*                                       00007860
       2220-REEMPLAZA-EVENTO.                                           00007870
      *-------------------------*                                       00007880
      *    SOLO SE REEMPLAZA LO QUE AUN NO SE APROBO                    00007890
           EXEC SQL                                                     00007900
                UPDATE VLDTECA                                          00007910
                   SET VECA_CAEV     = :VECA-CAEV                       00007920
                     , VECA_FUNCION  = :VECA-FUNCION                    00007930
                     , VECA_CODVALOR = :VECA-CODVALOR                   00007940
                     , VECA_DESTINO  = :VECA-DESTINO                    00007950
                     , VECA_FECREG   = :VECA-FECREG                     00007960
                     , VECA_FECPAGO  = :VECA-FECPAGO                    00007970
                     , VECA_IMPTIT   = :VECA-IMPTIT                     00007980
                     , VECA_FACTOR   = :VECA-FACTOR                     00007990
                     , VECA_MONEDA   = :VECA-MONEDA                     00008000
                     , VECA_FECREC   = :VECA-FECREC                     00008010
                     , VECA_FEULMOD  = :VECA-FEULMOD                    00008020
                     , VECA_NUMTER   = :VECA-NUMTER                     00008030
                     , VECA_USUARIO  = :VECA-USUARIO                    00008040
                 WHERE VECA_CODSUS   = :VECA-CODSUS                     00008050
                   AND VECA_CORP     = :VECA-CORP                       00008060
                   AND VECA_ESTADO   = 'P'                              00008070
           END-EXEC.                                                    00008080
           EVALUATE SQLCODE                                             00008090
               WHEN ZERO                                                00008100
                    ADD 1                TO CONT-ENCOLADOS              00008110
                    MOVE 'REEMPLAZADO PENDIENTE' TO DET-RESULTADO       00008120
                    PERFORM 2900-ESCRIBE-LINEA                          00008130
                       THRU 2900-ESCRIBE-LINEA-EXIT                     00008140
               WHEN 100                                                 00008150
                    MOVE 'REPL SIN EVENTO PENDIENTE' TO DET-RESULTADO   00008160
                    PERFORM 2800-RECHAZA                                00008170
                       THRU 2800-RECHAZA-EXIT                           00008180
               WHEN OTHER                                               00008190
                    MOVE 'UPDATE'              TO WS-ACCION             00008200
                    MOVE 'VLDTECA-2220'        TO WS-PARRAFO            00008210
                    PERFORM 3001-ERROR                                  00008220
           END-EVALUATE.                                                00008230
      *                                                                *00008240
      *------------------------------*                                  00008250
       2220-REEMPLAZA-EVENTO-EXIT.                                      00008260
      *------------------------------*                                  00008270
           EXIT.                                                        00008280
                                                                        00008290
      *---------------------*                                           00008300
       2230-ANULA-EVENTO.                                               00008310
      *---------------------*                                           00008320
      *    UN EVENTO YA ENCAMINADO NO SE ANULA AQUI: SE AVISA PARA SU   00008330
      *    REVERSION MANUAL                                             00008340
           EXEC SQL                                                     00008350
                UPDATE VLDTECA                                          00008360
                   SET VECA_ESTADO   = 'X'                              00008370
                     , VECA_FUNCION  = :VECA-FUNCION                    00008380
                     , VECA_FEULMOD  = :VECA-FEULMOD                    00008390
                     , VECA_NUMTER   = :VECA-NUMTER                     00008400
                     , VECA_USUARIO  = :VECA-USUARIO                    00008410
                 WHERE VECA_CODSUS   = :VECA-CODSUS                     00008420
                   AND VECA_CORP     = :VECA-CORP                       00008430
                   AND VECA_ESTADO  IN ('P', 'A')                       00008440
           END-EXEC.                                                    00008450
           EVALUATE SQLCODE                                             00008460
               WHEN ZERO                                                00008470
                    MOVE 'EVENTO ANULADO'      TO DET-RESULTADO         00008480
                    PERFORM 2900-ESCRIBE-LINEA                          00008490
                       THRU 2900-ESCRIBE-LINEA-EXIT                     00008500
               WHEN 100                                                 00008510
                    MOVE 'CANC NO APLICADA - REVISAR' TO DET-RESULTADO  00008520
                    PERFORM 2800-RECHAZA                                00008530
                       THRU 2800-RECHAZA-EXIT                           00008540
               WHEN OTHER                                               00008550
                    MOVE 'UPDATE'              TO WS-ACCION             00008560
                    MOVE 'VLDTECA-2230'        TO WS-PARRAFO            00008570
                    PERFORM 3001-ERROR                                  00008580
           END-EVALUATE.                                                00008590
      *                                                                *00008600
      *--------------------------*                                      00008610
       2230-ANULA-EVENTO-EXIT.                                          00008620
      *--------------------------*                                      00008630
           EXIT.                                                        00008640
                                                                        00008650
      *------------------------*                                        00008660
       2400-CONFIRMA-MT566.                                             00008670
      *------------------------*                                        00008680
           MOVE MSG-CODSUS          TO VECA-CODSUS.                     00008690
           MOVE MSG-CORP            TO VECA-CORP.                       00008700
           EXEC SQL                                                     00008710
                SELECT VECA_DESTINO                                     00008720
                     , VECA_ESTADO                                      00008730
                     , VECA_FACTOR                                      00008740
                  INTO :VECA-DESTINO                                    00008750
                     , :VECA-ESTADO                                     00008760
                     , :VECA-FACTOR                                     00008770
                  FROM VLDTECA                                          00008780
                 WHERE VECA_CODSUS = :VECA-CODSUS                       00008790
                   AND VECA_CORP   = :VECA-CORP                         00008800
           END-EXEC.                                                    00008810
           EVALUATE SQLCODE                                             00008820
               WHEN ZERO                                                00008830
                    CONTINUE                                            00008840
               WHEN 100                                                 00008850
                    MOVE 'CONFIRMACION SIN MT564'  TO DET-RESULTADO     00008860
                    MOVE MSG-IMP-PSTA              TO DET-CUSTODIO      00008870
                    PERFORM 2800-RECHAZA                                00008880
                       THRU 2800-RECHAZA-EXIT                           00008890
                    GO TO 2400-CONFIRMA-MT566-EXIT                      00008900
               WHEN OTHER                                               00008910
                    MOVE 'SELECT'              TO WS-ACCION             00008920
                    MOVE 'VLDTECA-2400'        TO WS-PARRAFO            00008930
                    PERFORM 3001-ERROR                                  00008940
           END-EVALUATE.                                                00008950
                                                                        00008960
           IF VECA-DEST-CORP                                            00008970
              PERFORM 2420-CUADRA-TITULOS                               00008980
                 THRU 2420-CUADRA-TITULOS-EXIT                          00008990
           ELSE                                                         00009000
              PERFORM 2410-CUADRA-EFECTIVO                              00009010
                 THRU 2410-CUADRA-EFECTIVO-EXIT                         00009020
           END-IF.                                                      00009030
                                                                        00009040
           IF NOT VECA-ENCAMINADO                                       00009050
              MOVE 'EVENTO NO ENCAMINADO'   TO DET-RESULTADO            00009060
              ADD 1                 TO CONT-DIFERENCIAS                 00009070
           END-IF.                                                      00009080
                                                                        00009090
           MOVE MSG-IMP-PSTA        TO VECA-IMP566.                     00009100
           MOVE MSG-CAN-PSTA        TO VECA-CAN566.                     00009110
           MOVE W-FECHA-AMD-N       TO VECA-FEC566                      00009120
                                       VECA-FEULMOD.                    00009130
           MOVE 'BATC'              TO VECA-NUMTER.                     00009140
           MOVE W-PROGRAMA          TO VECA-USUARIO.                    00009150
           EXEC SQL                                                     00009160
                UPDATE VLDTECA                                          00009170
                   SET VECA_IMP566   = :VECA-IMP566                     00009180
                     , VECA_CAN566   = :VECA-CAN566                     00009190
                     , VECA_FEC566   = :VECA-FEC566                     00009200
                     , VECA_FEULMOD  = :VECA-FEULMOD                    00009210
                     , VECA_NUMTER   = :VECA-NUMTER                     00009220
                     , VECA_USUARIO  = :VECA-USUARIO                    00009230
                 WHERE VECA_CODSUS   = :VECA-CODSUS                     00009240
                   AND VECA_CORP     = :VECA-CORP                       00009250
           END-EXEC.                                                    00009260
           IF SQLCODE NOT = ZERO                                        00009270
              MOVE 'UPDATE'                 TO WS-ACCION                00009280
              MOVE 'VLDTECA-2400'           TO WS-PARRAFO               00009290
              PERFORM 3001-ERROR                                        00009300
           END-IF.                                                      00009310
                                                                        00009320
           PERFORM 2900-ESCRIBE-LINEA                                   00009330
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00009340
      *                                                                *00009350
      *-----------------------------*                                   00009360
       2400-CONFIRMA-MT566-EXIT.                                        00009370
      *-----------------------------*                                   00009380
           EXIT.                                                        00009390
                                                                        00009400
      *-------------------------*                                       00009410
       2410-CUADRA-EFECTIVO.                                            00009420
      *-------------------------*                                       00009430
      *    LO ABONADO A LOS TENEDORES DEL CUSTODIO EN LOS FICHEROS OPS  00009440
      *    DE LOS PAGOS FRENTE AL IMPORTE ASENTADO POR EL CUSTODIO      00009450
           MOVE MSG-CODSUS          TO WK-CODSUS.                       00009460
           MOVE MSG-CODVALOR        TO WK-CODVALOR.                     00009470
           MOVE 'N'                 TO SW-ABO-HALLADO.                  00009480
           PERFORM 1250-BUSCA-ABONO                                     00009490
              THRU 1250-BUSCA-ABONO-EXIT                                00009500
              VARYING IN-ABO FROM 1 BY 1                                00009510
                UNTIL IN-ABO > CONT-ABO OR ABO-HALLADO.                 00009520
           IF ABO-HALLADO                                               00009530
              SUBTRACT 1            FROM IN-ABO                         00009540
              MOVE TB-ABO-IMPORTE (IN-ABO) TO WK-NUESTRO-IMP            00009550
           ELSE                                                         00009560
              MOVE ZEROS            TO WK-NUESTRO-IMP                   00009570
           END-IF.                                                      00009580
                                                                        00009590
           COMPUTE WK-DIFERENCIA = WK-NUESTRO-IMP - MSG-IMP-PSTA.       00009600
           MOVE WK-NUESTRO-IMP      TO DET-NUESTRO.                     00009610
           MOVE MSG-IMP-PSTA        TO DET-CUSTODIO.                    00009620
           IF WK-DIFERENCIA = ZEROS                                     00009630
              MOVE 'CUADRA IMPORTE'         TO DET-RESULTADO            00009640
           ELSE                                                         00009650
              MOVE 'DIFERENCIA DE IMPORTE'  TO DET-RESULTADO            00009660
              ADD 1                 TO CONT-DIFERENCIAS                 00009670
           END-IF.                                                      00009680
      *                                                                *00009690
      *------------------------------*                                  00009700
       2410-CUADRA-EFECTIVO-EXIT.                                       00009710
      *------------------------------*                                  00009720
           EXIT.                                                        00009730
                                                                        00009740
      *-------------------------*                                       00009750
       2420-CUADRA-TITULOS.                                             00009760
      *-------------------------*                                       00009770
      *    VL4CCORP MULTIPLICA LA POSICION POR EL FACTOR: LO AGREGADO   00009780
      *    ES LA POSICION ACTUAL MENOS LA POSICION ACTUAL / FACTOR      00009790
           MOVE MSG-CODSUS          TO VARC-CODSUS.                     00009800
           MOVE MSG-CODVALOR (01:03) TO VXEN-PAVAL.                     00009810
           MOVE MSG-CODVALOR (04:08) TO VXEN-VALOR.                     00009820
           MOVE MSG-CODVALOR (12:01) TO VXEN-ISIN.                      00009830
           EXEC SQL                                                     00009840
                SELECT COALESCE(SUM(A.VADS_DEPOS), 0)                   00009850
                  INTO :WK-POSICION                                     00009860
                  FROM VLDTADS A                                        00009870
                     , VLDTARC R                                        00009880
                 WHERE R.VARC_CODSUS = :VARC-CODSUS                     00009890
                   AND A.VADS_CUENTA = R.VARC_CUENTA                    00009900
                   AND A.VADS_PAVAL  = :VXEN-PAVAL                      00009910
                   AND A.VADS_VALOR  = :VXEN-VALOR                      00009920
                   AND A.VADS_ISIN   = :VXEN-ISIN                       00009930
           END-EXEC.                                                    00009940
           IF SQLCODE NOT = ZERO                                        00009950
              MOVE 'SELECT SUM'             TO WS-ACCION                00009960
              MOVE 'VLDTADS-2420'           TO WS-PARRAFO               00009970
              PERFORM 3001-ERROR                                        00009980
           END-IF.                                                      00009990
                                                                        00010000
           IF VECA-FACTOR > ZEROS                                       00010010
              COMPUTE WK-NUESTRA-CAN ROUNDED =                          00010020
                      WK-POSICION - WK-POSICION / VECA-FACTOR           00010030
           ELSE                                                         00010040
              MOVE ZEROS            TO WK-NUESTRA-CAN                   00010050
           END-IF.                                                      00010060
                                                                        00010070
           COMPUTE WK-DIFERENCIA = WK-NUESTRA-CAN - MSG-CAN-PSTA.       00010080
           MOVE WK-NUESTRA-CAN      TO DET-NUESTRO.                     00010090
           MOVE MSG-CAN-PSTA        TO DET-CUSTODIO.                    00010100
           IF WK-DIFERENCIA = ZEROS                                     00010110
              MOVE 'CUADRA CANTIDAD'        TO DET-RESULTADO            00010120
           ELSE                                                         00010130
              MOVE 'DIFERENCIA DE CANTIDAD' TO DET-RESULTADO            00010140
              ADD 1                 TO CONT-DIFERENCIAS                 00010150
           END-IF.                                                      00010160
      *                                                                *00010170
      *-----------------------------*                                   00010180
       2420-CUADRA-TITULOS-EXIT.                                        00010190
      *-----------------------------*                                   00010200
           EXIT.                                                        00010210
                                                                        00010220
      *--------------------------*                                      00010230
       2700-CONVIERTE-NUMERO.                                           00010240
      *--------------------------*                                      00010250
      *    PASA UN NUMERO SWIFT ('1234,56') DE WK-NUM-TXT A WK-NUM-CONV 00010260
           MOVE ZEROS               TO WK-NUM-CONV                      00010270
                                       WK-ENT-9                         00010280
                                       WK-DEC-9                         00010290
                                       WK-LEN-ENT                       00010300
                                       WK-LEN-DEC.                      00010310
           MOVE SPACES              TO WK-NUM-ENT                       00010320
                                       WK-NUM-DEC.                      00010330
           UNSTRING WK-NUM-TXT DELIMITED BY ',' OR SPACE OR '/'         00010340
               INTO WK-NUM-ENT COUNT IN WK-LEN-ENT                      00010350
                    WK-NUM-DEC COUNT IN WK-LEN-DEC                      00010360
           END-UNSTRING.                                                00010370
                                                                        00010380
           IF WK-LEN-ENT > ZEROS AND WK-LEN-ENT NOT > 13                00010390
              IF WK-NUM-ENT (1:WK-LEN-ENT) NUMERIC                      00010400
                 MOVE WK-NUM-ENT (1:WK-LEN-ENT) TO WK-ENT-9             00010410
              END-IF                                                    00010420
           END-IF.                                                      00010430
           INSPECT WK-NUM-DEC REPLACING ALL SPACE BY '0'.               00010440
           IF WK-NUM-DEC NUMERIC                                        00010450
              MOVE WK-NUM-DEC       TO WK-DEC-9                         00010460
           END-IF.                                                      00010470
           COMPUTE WK-NUM-CONV = WK-ENT-9 + WK-DEC-9 / 1000000.         00010480
      *                                                                *00010490
      *-------------------------------*                                 00010500
       2700-CONVIERTE-NUMERO-EXIT.                                      00010510
      *-------------------------------*                                 00010520
           EXIT.                                                        00010530
                                                                        00010540
      *--------------------------*                                      00010550
       2750-CONVIERTE-RAZON.                                            00010560
      *--------------------------*                                      00010570
      *    NEWO//NUEVOS,/VIEJOS, : FACTOR = NUEVOS / VIEJOS             00010580
      *    ADEX//ADICIONAL,/BASE, : FACTOR = 1 + ADICIONAL / BASE       00010590
           MOVE SPACES              TO WK-RAZON-A                       00010600
                                       WK-RAZON-B.                      00010610
           UNSTRING REG-E1DQSWIF (13:40) DELIMITED BY '/'               00010620
               INTO WK-RAZON-A WK-RAZON-B                               00010630
           END-UNSTRING.                                                00010640
           MOVE WK-RAZON-A          TO WK-NUM-TXT.                      00010650
           PERFORM 2700-CONVIERTE-NUMERO                                00010660
              THRU 2700-CONVIERTE-NUMERO-EXIT.                          00010670
           MOVE WK-NUM-CONV         TO WK-NUEVOS.                       00010680
           MOVE WK-RAZON-B          TO WK-NUM-TXT.                      00010690
           PERFORM 2700-CONVIERTE-NUMERO                                00010700
              THRU 2700-CONVIERTE-NUMERO-EXIT.                          00010710
           MOVE WK-NUM-CONV         TO WK-VIEJOS.                       00010720
           IF WK-VIEJOS = ZEROS                                         00010730
              MOVE ZEROS            TO MSG-FACTOR                       00010740
              GO TO 2750-CONVIERTE-RAZON-EXIT                           00010750
           END-IF.                                                      00010760
           IF REG-E1DQSWIF (07:04) = 'ADEX'                             00010770
              COMPUTE MSG-FACTOR = 1 + WK-NUEVOS / WK-VIEJOS            00010780
           ELSE                                                         00010790
              COMPUTE MSG-FACTOR = WK-NUEVOS / WK-VIEJOS                00010800
           END-IF.                                                      00010810
      *                                                                *00010820
      *-------------------------------*                                 00010830
       2750-CONVIERTE-RAZON-EXIT.                                       00010840
      *-------------------------------*                                 00010850
           EXIT.                                                        00010860
                                                                        00010870
      *----------------*                                                00010880
       2800-RECHAZA.                                                    00010890
      *----------------*                                                00010900
           ADD 1                    TO CONT-RECHAZADOS.                 00010910
           PERFORM 2900-ESCRIBE-LINEA                                   00010920
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00010930
      *                                                                *00010940
      *---------------------*                                           00010950
       2800-RECHAZA-EXIT.                                               00010960
      *---------------------*                                           00010970
           EXIT.                                                        00010980
                                                                        00010990
      *------------------------*                                        00011000
       2900-ESCRIBE-LINEA.                                              00011010
      *------------------------*                                        00011020
           WRITE SAL-RMT56       FROM LIN-DETALLE.                      00011030
           IF NOT S1RMT56-OK                                            00011040
              MOVE 'WRITE S1RMT56'          TO WS-ACCION                00011050
              MOVE '2900-ESCRIBE-LINEA'     TO WS-PARRAFO               00011060
              PERFORM 3001-ERROR                                        00011070
           END-IF.                                                      00011080
      *                                                                *00011090
      *-----------------------------*                                   00011100
       2900-ESCRIBE-LINEA-EXIT.                                         00011110
      *-----------------------------*                                   00011120
           EXIT.                                                        00011130
                                                                        00011140
      *--------*                                                        00011150
       3000-FIN.                                                        00011160
      *--------*                                                        00011170
      *                                                                 00011180
           IF EN-MENSAJE                                                00011190
              DISPLAY 'AVISO: ULTIMO MENSAJE SIN CIERRE -}'             00011200
           END-IF.                                                      00011210
                                                                        00011220
           EXEC SQL                                                     00011230
                COMMIT                                                  00011240
           END-EXEC.                                                    00011250
           IF SQLCODE NOT = ZERO                                        00011260
              MOVE 'COMMIT'                 TO WS-ACCION                00011270
              MOVE '3000-FIN'               TO WS-PARRAFO               00011280
              PERFORM 3001-ERROR                                        00011290
           END-IF.                                                      00011300
                                                                        00011310
           MOVE CONT-MT564          TO TOT-MT564.                       00011320
           MOVE CONT-ENCOLADOS      TO TOT-ENCOLADOS.                   00011330
           MOVE CONT-RECHAZADOS     TO TOT-RECHAZADOS.                  00011340
           MOVE CONT-MT566          TO TOT-MT566.                       00011350
           MOVE CONT-DIFERENCIAS    TO TOT-DIFERENCIAS.                 00011360
           WRITE SAL-RMT56       FROM LIN-TOTAL AFTER 2.                00011370
                                                                        00011380
           CLOSE E1DQCUST E1DQSWIF E1DQABON S1RMT56.                    00011390
                                                                        00011400
           DISPLAY '****** FIN RECEPCION MT564/MT566 ******'.           00011410
           DISPLAY 'LINEAS LEIDAS          : ' CONT-LINEAS.             00011420
           DISPLAY 'ABONOS OPS LEIDOS      : ' CONT-ABONOS-LEIDOS.      00011430
           DISPLAY 'MT564 RECIBIDOS        : ' CONT-MT564.              00011440
           DISPLAY 'EVENTOS ENCOLADOS      : ' CONT-ENCOLADOS.          00011450
           DISPLAY 'MENSAJES RECHAZADOS    : ' CONT-RECHAZADOS.         00011460
           DISPLAY 'MT566 RECIBIDOS        : ' CONT-MT566.              00011470
           DISPLAY 'CONFIRM. CON DIFERENCIA: ' CONT-DIFERENCIAS.        00011480
                                                                        00011490
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00011500
           ACCEPT WK-HORA-FIN       FROM TIME.                          00011510
           INITIALIZE DCLVLDTCTL.                                       00011520
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00011530
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00011540
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00011550
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00011560
           COMPUTE VCTL-LEIDOS = CONT-MT564 + CONT-MT566.               00011570
           MOVE CONT-ENCOLADOS      TO VCTL-ESCRITOS.                   00011580
           MOVE CONT-RECHAZADOS     TO VCTL-RECHAZADOS.                 00011590
           MOVE 'OK'                TO VCTL-ESTADO.                     00011600
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00011610
           IF VCTL-CODRESP NOT = ZEROS                                  00011620
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00011630
           END-IF.                                                      00011640
      *                                                                *00011650
      *-------------*                                                   00011660
       3000-FIN-EXIT.                                                   00011670
      *-------------*                                                   00011680
           EXIT.                                                        00011690
                                                                        00011700
       3001-ERROR.                                                      00011710
      *-----------*                                                     00011720
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00011730
           DISPLAY 'ACCION:          ' WS-ACCION.                       00011740
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00011750
           DISPLAY '******************************************'.        00011760
           MOVE 08 TO RETURN-CODE.                                      00011770
           STOP RUN.                                                    00011780
      *-----------------*                                               00011790
      * FIN DE PROGRAMA *                                               00011800
      *-----------------*                                               00011810
