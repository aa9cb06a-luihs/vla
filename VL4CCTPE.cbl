       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CCTPE.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : EXPOSICION PENDIENTE DE LIQUIDAR POR CONTRAPARTE.    *00000060
      *           SUMA LOS DETALLES AUN SIN LIQUIDAR (SIN MARCA 'P' EN *00000070
      *           VDET_DATOS_DETAL POSICION 107) DE VLDTOPE / VLDTDET  *00000080
      *           POR CONTRAPARTE (VOPE_BANQUE), MONEDA Y FECHA VALOR  *00000090
      *           Y COMPARA EL TOTAL DE CADA MONEDA CONTRA EL LIMITE   *00000100
      *           DE VLDTLCP, MARCANDO LOS EXCESOS. POR CONTRAPARTE    *00000110
      *           INFORMA ADEMAS LAS LIQUIDACIONES FALLIDAS DE         *00000120
      *           VLDTFLQ PENDIENTES CON MAS DE N DIAS (VCTP_DIAS_FALLA*00000130
      *           DEL MAESTRO VLDTCTP O, SI ES CERO, LOS DEL SYSIN).   *00000140
      *           TERMINA CON RETURN-CODE 4 SI HAY EXCESOS O FALLIDAS  *00000150
      *           ENVEJECIDAS PARA QUE LA MALLA AVISE A TESORERIA Y    *00000160
      *           RIESGOS.                                             *00000170
      * SYSIN   : 1. FECHA PROCESO AAAAMMDD (BLANCOS = FECHA SISTEMA)  *00000180
      *           2. DIAS DE ANTIGUEDAD DE FALLIDAS POR DEFECTO 9(03)  *00000190
      * FECHA   : 15-10-2026                                           *00000200
      ******************************************************************00000210
      ******************************************************************00000220
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      *RITM49163  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000250
      *---------- ---------- ---------------- -------------------------*00000260
      ******************************************************************00000270
       ENVIRONMENT DIVISION.                                            00000280
       CONFIGURATION SECTION.                                           00000290
       SPECIAL-NAMES.                                                   00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
                                                                        00000330
           SELECT S1RCTPE   ASSIGN       TO S1RCTPE                     00000340
                            FILE STATUS  IS FS-SCTPE.                   00000350
       DATA DIVISION.                                                   00000360
       FILE SECTION.                                                    00000370
      *                                                                *00000380
       FD  S1RCTPE                                                      00000390
           RECORDING MODE  IS  F                                        00000400
           LABEL  RECORDS  IS  STANDARD                                 00000410
           DATA   RECORD   IS  SAL-CTPE.                                00000420
         01 SAL-CTPE               PIC X(132).                          00000430
      *                                                                 00000440
      ******************************************************************00000450
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000460
      ******************************************************************00000470
       WORKING-STORAGE SECTION.                                         00000480
      *************************                                         00000490
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CCTPE'.          00000500
      *                                                                 00000510
      * PARAMETROS (SYSIN)                                              00000520
       01  WS-PARAMETROS.                                               00000530
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000540
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000550
           05 WA-CARD-DIAS         PIC X(03) VALUE SPACES.              00000560
           05 WA-CARD-DIAS-N REDEFINES WA-CARD-DIAS PIC 9(03).          00000570
           05 WA-DIAS-FALLA        PIC 9(03) VALUE ZEROS.               00000580
      *                                                                 00000590
       01  WS-VARIOS.                                                   00000600
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000610
              88 FIN-CURSOR                  VALUE 'SI'.                00000620
           05 SW-CON-MAESTRO       PIC X(01) VALUE 'N'.                 00000630
              88 CON-MAESTRO                 VALUE 'S'.                 00000640
           05 SW-AVISO             PIC X(01) VALUE 'N'.                 00000650
              88 CON-AVISO                   VALUE 'S'.                 00000660
           05 W-BANQUE-ANT         PIC X(08) VALUE HIGH-VALUES.         00000670
           05 W-FVALOR-ANT         PIC S9(8)V COMP-3 VALUE ZEROS.       00000680
           05 W-DIAS-CTP           PIC 9(03) VALUE ZEROS.               00000690
           05 IX-DIAS              PIC 9(03) VALUE ZEROS.               00000700
           05 IX                   PIC S9(4)  COMP  VALUE ZEROS.        00000710
           05 WK-MON-IX            PIC S9(4)  COMP  VALUE ZEROS.        00000720
      *                                                                 00000730
      * OPERACION LEIDA                                                 00000740
       01  WK-OPERACION.                                                00000750
           05 WK-BANQUE            PIC X(08) VALUE SPACES.              00000760
           05 WK-FVALOR            PIC S9(8)V COMP-3 VALUE ZEROS.       00000770
           05 WK-IMP-DET           PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000780
      *                                                                 00000790
      * IMPORTE PENDIENTE DE LA FECHA VALOR EN PROCESO, POR MONEDA      00000800
       01  W-DIA-MONEDAS.                                               00000810
           05 WK-DMON-USADAS       PIC S9(4) COMP VALUE ZEROS.          00000820
           05 TAB-DMON-ENT OCCURS 10 TIMES.                             00000830
              10 TAB-DMONEDA       PIC X(03).                           00000840
              10 TAB-DIMPORTE      PIC S9(13)V9(2) COMP-3.              00000850
              10 TAB-DOPERAC       PIC S9(7) COMP-3.                    00000860
      *                                                                 00000870
      * TOTALES POR MONEDA DE LA CONTRAPARTE EN PROCESO                 00000880
       01  W-CTP-MONEDAS.                                               00000890
           05 WK-CMON-USADAS       PIC S9(4) COMP VALUE ZEROS.          00000900
           05 TAB-CMON-ENT OCCURS 10 TIMES.                             00000910
              10 TAB-CMONEDA       PIC X(03).                           00000920
              10 TAB-CIMPORTE      PIC S9(13)V9(2) COMP-3.              00000930
      *                                                                 00000940
      * RESUMEN DE FALLIDAS ENVEJECIDAS DE LA CONTRAPARTE               00000950
       01  W-FALLIDAS.                                                  00000960
           05 W-FLQ-NUMERO         PIC S9(9) COMP VALUE ZEROS.          00000970
           05 W-FLQ-IMPORTE        PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000980
           05 W-FLQ-FEC-MIN        PIC S9(8)V COMP-3 VALUE ZEROS.       00000990
      *                                                                 00001000
       01  WK-USO                  PIC S9(5)V9(2) COMP-3 VALUE ZEROS.   00001010
      *                                                                 00001020
      * FECHA DE CORTE PARA LA ANTIGUEDAD DE LAS FALLIDAS               00001030
       01  W-FECHA-CORTE.                                               00001040
           05 WCO-AAAA             PIC 9(04).                           00001050
           05 WCO-MM               PIC 9(02).                           00001060
           05 WCO-DD               PIC 9(02).                           00001070
       01  W-FECHA-CORTE-N REDEFINES W-FECHA-CORTE PIC 9(08).           00001080
       01  W-DIAS-MES.                                                  00001090
           05 FILLER               PIC 9(02) VALUE 31.                  00001100
           05 FILLER               PIC 9(02) VALUE 28.                  00001110
           05 FILLER               PIC 9(02) VALUE 31.                  00001120
           05 FILLER               PIC 9(02) VALUE 30.                  00001130
           05 FILLER               PIC 9(02) VALUE 31.                  00001140
           05 FILLER               PIC 9(02) VALUE 30.                  00001150
           05 FILLER               PIC 9(02) VALUE 31.                  00001160
           05 FILLER               PIC 9(02) VALUE 31.                  00001170
           05 FILLER               PIC 9(02) VALUE 30.                  00001180
           05 FILLER               PIC 9(02) VALUE 31.                  00001190
           05 FILLER               PIC 9(02) VALUE 30.                  00001200
           05 FILLER               PIC 9(02) VALUE 31.                  00001210
       01  FILLER REDEFINES W-DIAS-MES.                                 00001220
           05 W-DIAS-X-MES         PIC 9(02) OCCURS 12.                 00001230
      *                                                                 00001240
       01  W-DATE                  PIC 9(6).                            00001250
       01  FILLER                  REDEFINES W-DATE.                    00001260
           02 W-ANO                PIC 99.                              00001270
           02 W-MES                PIC 99.                              00001280
           02 W-DIA                PIC 99.                              00001290
       01  W-FECHA-AMD.                                                 00001300
           05 W-AA-AMD             PIC 9(4).                            00001310
           05 W-MM-AMD             PIC 9(2).                            00001320
           05 W-DD-AMD             PIC 9(2).                            00001330
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001340
       01  W-HORA-CURRENT.                                              00001350
           02  W-HORA              PIC 99.                              00001360
           02  W-MINUTOS           PIC 99.                              00001370
           02  W-SEGUNDOS          PIC 99.                              00001380
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001390
      *                                                                 00001400
       01 W-CONTADORES.                                                 00001410
          05 CONT-DETALLES         PIC 9(08)  VALUE ZEROES.             00001420
          05 CONT-CONTRAPARTES     PIC 9(08)  VALUE ZEROES.             00001430
          05 CONT-SIN-MAESTRO      PIC 9(08)  VALUE ZEROES.             00001440
          05 CONT-EXCESOS          PIC 9(08)  VALUE ZEROES.             00001450
          05 CONT-CON-FALLIDAS     PIC 9(08)  VALUE ZEROES.             00001460
      * VARIABLES PARA CONTROL DE ERRORES                               00001470
       01 WS-ERROR.                                                     00001480
          05 WS-ACCION             PIC X(24).                           00001490
          05 WS-PARRAFO            PIC X(19).                           00001500
      * VARIABLES CONTROL DE ARCHIVOS                                   00001510
       01 WS-CTRL-ARCHIVOS.                                             00001520
          05 FS-SCTPE              PIC X(02) VALUE '00'.                00001530
             88 S1RCTPE-OK                   VALUE '00'.                00001540
      *                                                                 00001550
      * LINEAS DEL REPORTE                                              00001560
       01 LIN-CABECERA.                                                 00001570
          05 FILLER                PIC X(47) VALUE                      00001580
             ' EXPOSICION PENDIENTE POR CONTRAPARTE - FECHA '.          00001590
          05 CAB-FECHA             PIC 9(08).                           00001600
          05 FILLER                PIC X(77) VALUE SPACES.              00001610
       01 LIN-CONTRAPARTE.                                              00001620
          05 FILLER                PIC X(14) VALUE ' CONTRAPARTE: '.    00001630
          05 CTP-BANQUE            PIC X(08).                           00001640
          05 FILLER                PIC X(01) VALUE SPACES.              00001650
          05 CTP-NOMBRE            PIC X(40).                           00001660
          05 FILLER                PIC X(06) VALUE ' TIPO '.            00001670
          05 CTP-TIPO              PIC X(01).                           00001680
          05 FILLER                PIC X(06) VALUE ' PAIS '.            00001690
          05 CTP-PAIS              PIC X(03).                           00001700
          05 FILLER                PIC X(08) VALUE ' ESTADO '.          00001710
          05 CTP-ESTADO            PIC X(01).                           00001720
          05 FILLER                PIC X(02) VALUE SPACES.              00001730
          05 CTP-MARCA             PIC X(12).                           00001740
          05 FILLER                PIC X(30) VALUE SPACES.              00001750
       01 LIN-FECHA.                                                    00001760
          05 FILLER                PIC X(12) VALUE '   F.VALOR: '.      00001770
          05 FEC-FVALOR            PIC 9(08).                           00001780
          05 FILLER                PIC X(09) VALUE '  MONEDA '.         00001790
          05 FEC-MONEDA            PIC X(03).                           00001800
          05 FILLER                PIC X(02) VALUE SPACES.              00001810
          05 FEC-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00001820
          05 FILLER                PIC X(10) VALUE '  DETALLES'.        00001830
          05 FEC-OPERAC            PIC ZZZ,ZZ9.                         00001840
          05 FILLER                PIC X(63) VALUE SPACES.              00001850
       01 LIN-TOTAL-MON.                                                00001860
          05 FILLER                PIC X(12) VALUE '   TOTAL    '.      00001870
          05 TMO-MONEDA            PIC X(03).                           00001880
          05 FILLER                PIC X(02) VALUE SPACES.              00001890
          05 TMO-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00001900
          05 FILLER                PIC X(09) VALUE '  LIMITE '.         00001910
          05 TMO-LIMITE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00001920
          05 FILLER                PIC X(07) VALUE '  USO %'.           00001930
          05 TMO-USO               PIC ZZ,ZZ9.99.                       00001940
          05 FILLER                PIC X(02) VALUE SPACES.              00001950
          05 TMO-MARCA             PIC X(12).                           00001960
          05 FILLER                PIC X(40) VALUE SPACES.              00001970
       01 LIN-FALLIDAS.                                                 00001980
          05 FILLER                PIC X(25) VALUE                      00001990
             '   FALLIDAS CON MAS DE   '.                               00002000
          05 FLL-DIAS              PIC ZZ9.                             00002010
          05 FILLER                PIC X(08) VALUE ' DIAS : '.          00002020
          05 FLL-NUMERO            PIC ZZZ,ZZ9.                         00002030
          05 FILLER                PIC X(10) VALUE '  IMPORTE '.        00002040
          05 FLL-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002050
          05 FILLER                PIC X(16) VALUE '  MAS ANTIGUA   '.  00002060
          05 FLL-FEC-MIN           PIC 9(08).                           00002070
          05 FILLER                PIC X(37) VALUE SPACES.              00002080
       01 LIN-RESUMEN.                                                  00002090
          05 FILLER                PIC X(14) VALUE ' CONTRAPARTES:'.    00002100
          05 RES-CONTRAPARTES      PIC ZZ,ZZ9.                          00002110
          05 FILLER                PIC X(14) VALUE '  SIN MAESTRO:'.    00002120
          05 RES-SIN-MAESTRO       PIC ZZ,ZZ9.                          00002130
          05 FILLER                PIC X(10) VALUE '  EXCESOS:'.        00002140
          05 RES-EXCESOS           PIC ZZ,ZZ9.                          00002150
          05 FILLER                PIC X(23) VALUE                      00002160
             '  FALLIDAS ENVEJECIDAS:'.                                 00002170
          05 RES-CON-FALLIDAS      PIC ZZ,ZZ9.                          00002180
          05 FILLER                PIC X(47) VALUE SPACES.              00002190
      *                                                                 00002200
      *    CONTRAPARTES Y LIMITES POR MONEDA                            00002210
           COPY VLCPTCTP.                                               00002220
           COPY VLCPTLCP.                                               00002230
      *                                                                 00002240
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002250
           COPY VLCPTCTL.                                               00002260
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002270
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002280
      *                                                                *00002290
      *  AREA DE COMUNICACION SQLCA                                     00002300
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002310
           EXEC SQL INCLUDE VLGTOPE END-EXEC.                           00002320
           EXEC SQL INCLUDE VLGTDET END-EXEC.                           00002330
      *                                                                *00002340
      *  DETALLES PENDIENTES POR CONTRAPARTE Y FECHA VALOR. IMPORTE   * 00002350
      *  (VDET-PTS-COMVEN) Y MONEDA (VOPE-MON-FACT) VIVEN DENTRO DE   * 00002360
      *  LOS COMPUESTOS VDET_DATOS_DETAL / VOPE_DATOS_FINANZ, ASI     * 00002370
      *  QUE LOS TOTALES POR MONEDA SE ARMAN EN COBOL.                * 00002380
           EXEC SQL                                                     00002390
                DECLARE VLDCCTP1 CURSOR FOR                             00002400
                 SELECT  O.VOPE_BANQUE                                  00002410
                      ,  O.VOPE_FVALOR                                  00002420
                      ,  D.VDET_DATOS_DETAL                             00002430
                      ,  O.VOPE_DATOS_FINANZ                            00002440
                   FROM  VLDTDET D                                      00002450
                      ,  VLDTOPE O                                      00002460
                  WHERE  O.VOPE_FECHOP = D.VDET_FECHOP                  00002470
                    AND  O.VOPE_PAVAL  = D.VDET_PAVAL                   00002480
                    AND  O.VOPE_VALOR  = D.VDET_VALOR                   00002490
                    AND  O.VOPE_ISIN   = D.VDET_ISIN                    00002500
                    AND  O.VOPE_FORMAT = D.VDET_FORMAT                  00002510
                    AND  SUBSTR(D.VDET_DATOS_DETAL, 107, 1) <> 'P'      00002520
                  ORDER  BY O.VOPE_BANQUE, O.VOPE_FVALOR                00002530
           END-EXEC.                                                    00002540
      *                                                                *00002550
       PROCEDURE DIVISION.                                              00002560
      *                                                                *00002570
           PERFORM 1000-INICIO                                          00002580
              THRU 1000-INICIO-EXIT.                                    00002590
                                                                        00002600
           PERFORM 2000-PROCESO                                         00002610
              THRU 2000-PROCESO-EXIT                                    00002620
              UNTIL FIN-CURSOR.                                         00002630
                                                                        00002640
           PERFORM 3000-FIN                                             00002650
              THRU 3000-FIN-EXIT.                                       00002660
                                                                        00002670
           STOP RUN.                                                    00002680
      *                                                                *00002690
      *-----------*                                                     00002700
       1000-INICIO.                                                     00002710
      *-----------*                                                     00002720
           INITIALIZE W-CONTADORES.                                     00002730
                                                                        00002740
           ACCEPT W-DATE FROM DATE.                                     00002750
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002760
           MOVE W-MES              TO W-MM-AMD.                         00002770
           MOVE W-DIA              TO W-DD-AMD.                         00002780
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002790
                                                                        00002800
           ACCEPT WA-CARD-FECHA.                                        00002810
           IF WA-CARD-FECHA = SPACES                                    00002820
              MOVE W-FECHA-AMD     TO WA-CARD-FECHA                     00002830
           END-IF.                                                      00002840
           IF WA-CARD-FECHA NOT NUMERIC                                 00002850
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00002860
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002870
              PERFORM 3001-ERROR                                        00002880
           END-IF.                                                      00002890
                                                                        00002900
           ACCEPT WA-CARD-DIAS.                                         00002910
           IF WA-CARD-DIAS NUMERIC AND WA-CARD-DIAS-N > ZEROS           00002920
              MOVE WA-CARD-DIAS-N  TO WA-DIAS-FALLA                     00002930
           ELSE                                                         00002940
              MOVE 'DIAS FALLIDAS INVALIDO' TO WS-ACCION                00002950
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002960
              PERFORM 3001-ERROR                                        00002970
           END-IF.                                                      00002980
                                                                        00002990
           OPEN OUTPUT S1RCTPE.                                         00003000
           IF NOT S1RCTPE-OK                                            00003010
              MOVE 'OPEN FICHERO S1RCTPE'   TO WS-ACCION                00003020
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003030
              PERFORM 3001-ERROR                                        00003040
           END-IF.                                                      00003050
                                                                        00003060
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00003070
           WRITE SAL-CTPE        FROM LIN-CABECERA.                     00003080
                                                                        00003090
           EXEC SQL                                                     00003100
                OPEN VLDCCTP1                                           00003110
           END-EXEC.                                                    00003120
           IF SQLCODE NOT = ZERO                                        00003130
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003140
              MOVE 'VLDCCTP1-1000'          TO WS-PARRAFO               00003150
              PERFORM 3001-ERROR                                        00003160
           END-IF.                                                      00003170
                                                                        00003180
           PERFORM 1500-FETCH-DETALLE                                   00003190
              THRU 1500-FETCH-DETALLE-EXIT.                             00003200
      *                                                                 00003210
      *----------------*                                                00003220
       1000-INICIO-EXIT.                                                00003230
      *----------------*                                                00003240
           EXIT.                                                        00003250
                                                                        00003260
      *--------------------*                                            00003270
       1200-RESTA-UN-DIA.                                               00003280
      *--------------------*                                            00003290
           ADD 1                   TO IX-DIAS.                          00003300
           IF WCO-DD > 1                                                00003310
              SUBTRACT 1         FROM WCO-DD                            00003320
           ELSE                                                         00003330
              IF WCO-MM > 1                                             00003340
                 SUBTRACT 1      FROM WCO-MM                            00003350
              ELSE                                                      00003360
                 MOVE 12           TO WCO-MM                            00003370
                 SUBTRACT 1      FROM WCO-AAAA                          00003380
              END-IF                                                    00003390
              MOVE W-DIAS-X-MES (WCO-MM) TO WCO-DD                      00003400
           END-IF.                                                      00003410
      *                                                                 00003420
      *------------------------*                                        00003430
       1200-RESTA-UN-DIA-EXIT.                                          00003440
      *------------------------*                                        00003450
           EXIT.                                                        00003460
                                                                        00003470
      *--------------------*                                            00003480
       1500-FETCH-DETALLE.                                              00003490
      *--------------------*                                            00003500
           EXEC SQL                                                     00003510
                FETCH  VLDCCTP1                                         00003520
                 INTO :WK-BANQUE                                        00003530
                    , :WK-FVALOR                                        00003540
                    , :VDET-DATOS-DETAL                                 00003550
                    , :VOPE-DATOS-FINANZ                                00003560
           END-EXEC.                                                    00003570
           EVALUATE SQLCODE                                             00003580
               WHEN ZERO                                                00003590
                    ADD 1                   TO CONT-DETALLES            00003600
               WHEN 100                                                 00003610
                    MOVE 'SI'               TO SW-FIN-CUR               00003620
               WHEN OTHER                                               00003630
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00003640
                    MOVE 'VLDCCTP1-1500'    TO WS-PARRAFO               00003650
                    PERFORM 3001-ERROR                                  00003660
           END-EVALUATE.                                                00003670
      *                                                                 00003680
      *-------------------------*                                       00003690
       1500-FETCH-DETALLE-EXIT.                                         00003700
      *-------------------------*                                       00003710
           EXIT.                                                        00003720
                                                                        00003730
      *----------------*                                                00003740
       2000-PROCESO.                                                    00003750
      *----------------*                                                00003760
           IF WK-BANQUE NOT = W-BANQUE-ANT                              00003770
              IF W-BANQUE-ANT NOT = HIGH-VALUES                         00003780
                 PERFORM 2300-EMITE-FECHA                               00003790
                    THRU 2300-EMITE-FECHA-EXIT                          00003800
                 PERFORM 2500-CIERRA-CONTRAPARTE                        00003810
                    THRU 2500-CIERRA-CONTRAPARTE-EXIT                   00003820
              END-IF                                                    00003830
              PERFORM 2100-ABRE-CONTRAPARTE                             00003840
                 THRU 2100-ABRE-CONTRAPARTE-EXIT                        00003850
           ELSE                                                         00003860
              IF WK-FVALOR NOT = W-FVALOR-ANT                           00003870
                 PERFORM 2300-EMITE-FECHA                               00003880
                    THRU 2300-EMITE-FECHA-EXIT                          00003890
              END-IF                                                    00003900
           END-IF.                                                      00003910
           MOVE WK-FVALOR          TO W-FVALOR-ANT.                     00003920
                                                                        00003930
           PERFORM 2200-ACUMULA                                         00003940
              THRU 2200-ACUMULA-EXIT.                                   00003950
                                                                        00003960
           PERFORM 1500-FETCH-DETALLE                                   00003970
              THRU 1500-FETCH-DETALLE-EXIT.                             00003980
      *                                                                 00003990
      *---------------------*                                           00004000
       2000-PROCESO-EXIT.                                               00004010
      *---------------------*                                           00004020
           EXIT.                                                        00004030
                                                                        00004040
      *------------------------*                                        00004050
       2100-ABRE-CONTRAPARTE.                                           00004060
      *------------------------*                                        00004070
           ADD 1                   TO CONT-CONTRAPARTES.                00004080
           MOVE WK-BANQUE          TO W-BANQUE-ANT                      00004090
                                      VCTP-BANQUE                       00004100
                                      CTP-BANQUE.                       00004110
           INITIALIZE W-CTP-MONEDAS                                     00004120
                      W-DIA-MONEDAS.                                    00004130
                                                                        00004140
           EXEC SQL                                                     00004150
                SELECT  VCTP_NOMBRE                                     00004160
                     ,  VCTP_TIPO                                       00004170
                     ,  VCTP_PAIS                                       00004180
                     ,  VCTP_ESTADO                                     00004190
                     ,  VCTP_DIAS_FALLA                                 00004200
                  INTO :VCTP-NOMBRE                                     00004210
                     , :VCTP-TIPO                                       00004220
                     , :VCTP-PAIS                                       00004230
                     , :VCTP-ESTADO                                     00004240
                     , :VCTP-DIAS-FALLA                                 00004250
                  FROM  VLDTCTP                                         00004260
                 WHERE  VCTP_BANQUE = :VCTP-BANQUE                      00004270
           END-EXEC.                                                    00004280
           EVALUATE SQLCODE                                             00004290
               WHEN ZERO                                                00004300
                    MOVE 'S'               TO SW-CON-MAESTRO            00004310
                    MOVE VCTP-NOMBRE       TO CTP-NOMBRE                00004320
                    MOVE VCTP-TIPO         TO CTP-TIPO                  00004330
                    MOVE VCTP-PAIS         TO CTP-PAIS                  00004340
                    MOVE VCTP-ESTADO       TO CTP-ESTADO                00004350
                    IF VCTP-SUSPENDIDA                                  00004360
                       MOVE 'SUSPENDIDA'   TO CTP-MARCA                 00004370
                    ELSE                                                00004380
                       MOVE SPACES         TO CTP-MARCA                 00004390
                    END-IF                                              00004400
               WHEN 100                                                 00004410
                    MOVE 'N'               TO SW-CON-MAESTRO            00004420
                    ADD 1                  TO CONT-SIN-MAESTRO          00004430
                    MOVE ZEROS             TO VCTP-DIAS-FALLA           00004440
                    MOVE SPACES            TO CTP-NOMBRE                00004450
                                              CTP-TIPO                  00004460
                                              CTP-PAIS                  00004470
                                              CTP-ESTADO                00004480
                    MOVE 'SIN MAESTRO'     TO CTP-MARCA                 00004490
               WHEN OTHER                                               00004500
                    MOVE 'SELECT'          TO WS-ACCION                 00004510
                    MOVE 'VLDTCTP-2100'    TO WS-PARRAFO                00004520
                    PERFORM 3001-ERROR                                  00004530
           END-EVALUATE.                                                00004540
                                                                        00004550
           WRITE SAL-CTPE        FROM LIN-CONTRAPARTE AFTER 2.          00004560
      *                                                                 00004570
      *-----------------------------*                                   00004580
       2100-ABRE-CONTRAPARTE-EXIT.                                      00004590
      *-----------------------------*                                   00004600
           EXIT.                                                        00004610
                                                                        00004620
      *----------------*                                                00004630
       2200-ACUMULA.                                                    00004640
      *----------------*                                                00004650
      *    LA EXPOSICION ES EL IMPORTE BRUTO DEL DETALLE, SEA COMPRA    00004660
      *    O VENTA: AMBAS QUEDAN EXPUESTAS HASTA QUE LIQUIDAN           00004670
           IF VDET-PTS-COMVEN < ZEROS                                   00004680
              COMPUTE WK-IMP-DET = - VDET-PTS-COMVEN                    00004690
           ELSE                                                         00004700
              MOVE VDET-PTS-COMVEN TO WK-IMP-DET                        00004710
           END-IF.                                                      00004720
                                                                        00004730
           MOVE ZEROS TO WK-MON-IX.                                     00004740
           PERFORM 2210-BUSCA-MONEDA-DIA                                00004750
              THRU 2210-BUSCA-MONEDA-DIA-EXIT                           00004760
              VARYING IX FROM 1 BY 1                                    00004770
                UNTIL IX > WK-DMON-USADAS                               00004780
                   OR WK-MON-IX > ZEROS.                                00004790
           IF WK-MON-IX = ZEROS                                         00004800
              IF WK-DMON-USADAS < 10                                    00004810
                 ADD 1 TO WK-DMON-USADAS                                00004820
                 MOVE WK-DMON-USADAS TO WK-MON-IX                       00004830
                 MOVE VOPE-MON-FACT  TO TAB-DMONEDA  (WK-MON-IX)        00004840
                 MOVE ZEROS          TO TAB-DIMPORTE (WK-MON-IX)        00004850
                                        TAB-DOPERAC  (WK-MON-IX)        00004860
              ELSE                                                      00004870
                 MOVE 'TABLA MONEDAS DIA LLENA' TO WS-ACCION            00004880
                 MOVE '2200-ACUMULA'            TO WS-PARRAFO           00004890
                 PERFORM 3001-ERROR                                     00004900
              END-IF                                                    00004910
           END-IF.                                                      00004920
           ADD WK-IMP-DET TO TAB-DIMPORTE (WK-MON-IX).                  00004930
           ADD 1          TO TAB-DOPERAC  (WK-MON-IX).                  00004940
                                                                        00004950
           MOVE ZEROS TO WK-MON-IX.                                     00004960
           PERFORM 2220-BUSCA-MONEDA-CTP                                00004970
              THRU 2220-BUSCA-MONEDA-CTP-EXIT                           00004980
              VARYING IX FROM 1 BY 1                                    00004990
                UNTIL IX > WK-CMON-USADAS                               00005000
                   OR WK-MON-IX > ZEROS.                                00005010
           IF WK-MON-IX = ZEROS                                         00005020
              IF WK-CMON-USADAS < 10                                    00005030
                 ADD 1 TO WK-CMON-USADAS                                00005040
                 MOVE WK-CMON-USADAS TO WK-MON-IX                       00005050
                 MOVE VOPE-MON-FACT  TO TAB-CMONEDA  (WK-MON-IX)        00005060
                 MOVE ZEROS          TO TAB-CIMPORTE (WK-MON-IX)        00005070
              ELSE                                                      00005080
                 MOVE 'TABLA MONEDAS CTP LLENA' TO WS-ACCION            00005090
                 MOVE '2200-ACUMULA'            TO WS-PARRAFO           00005100
                 PERFORM 3001-ERROR                                     00005110
              END-IF                                                    00005120
           END-IF.                                                      00005130
           ADD WK-IMP-DET TO TAB-CIMPORTE (WK-MON-IX).                  00005140
      *                                                                 00005150
      *-------------------*                                             00005160
       2200-ACUMULA-EXIT.                                               00005170
      *-------------------*                                             00005180
           EXIT.                                                        00005190
                                                                        00005200
      *-------------------------*                                       00005210
       2210-BUSCA-MONEDA-DIA.                                           00005220
      *-------------------------*                                       00005230
           IF TAB-DMONEDA (IX) = VOPE-MON-FACT                          00005240
              MOVE IX              TO WK-MON-IX                         00005250
           END-IF.                                                      00005260
      *                                                                 00005270
      *------------------------------*                                  00005280
       2210-BUSCA-MONEDA-DIA-EXIT.                                      00005290
      *------------------------------*                                  00005300
           EXIT.                                                        00005310
                                                                        00005320
      *-------------------------*                                       00005330
       2220-BUSCA-MONEDA-CTP.                                           00005340
      *-------------------------*                                       00005350
           IF TAB-CMONEDA (IX) = VOPE-MON-FACT                          00005360
              MOVE IX              TO WK-MON-IX                         00005370
           END-IF.                                                      00005380
      *                                                                 00005390
      *------------------------------*                                  00005400
       2220-BUSCA-MONEDA-CTP-EXIT.                                      00005410
      *------------------------------*                                  00005420
           EXIT.                                                        00005430
                                                                        00005440
      *--------------------*                                            00005450
       2300-EMITE-FECHA.                                                00005460
      *--------------------*                                            00005470
      *    CIERRE DE LA FECHA VALOR: UNA LINEA POR MONEDA               00005480
           PERFORM 2310-LINEA-FECHA                                     00005490
              THRU 2310-LINEA-FECHA-EXIT                                00005500
              VARYING IX FROM 1 BY 1                                    00005510
                UNTIL IX > WK-DMON-USADAS.                              00005520
           INITIALIZE W-DIA-MONEDAS.                                    00005530
      *                                                                 00005540
      *-----------------------*                                         00005550
       2300-EMITE-FECHA-EXIT.                                           00005560
      *-----------------------*                                         00005570
           EXIT.                                                        00005580
                                                                        00005590
      *--------------------*                                            00005600
       2310-LINEA-FECHA.                                                00005610
      *--------------------*                                            00005620
           MOVE W-FVALOR-ANT       TO FEC-FVALOR.                       00005630
           MOVE TAB-DMONEDA  (IX)  TO FEC-MONEDA.                       00005640
           MOVE TAB-DIMPORTE (IX)  TO FEC-IMPORTE.                      00005650
           MOVE TAB-DOPERAC  (IX)  TO FEC-OPERAC.                       00005660
           WRITE SAL-CTPE        FROM LIN-FECHA.                        00005670
      *                                                                 00005680
      *-----------------------*                                         00005690
       2310-LINEA-FECHA-EXIT.                                           00005700
      *-----------------------*                                         00005710
           EXIT.                                                        00005720
                                                                        00005730
      *--------------------------*                                      00005740
       2500-CIERRA-CONTRAPARTE.                                         00005750
      *--------------------------*                                      00005760
      *    TOTAL POR MONEDA CONTRA EL LIMITE DE VLDTLCP                 00005770
           PERFORM 2510-TOTAL-MONEDA                                    00005780
              THRU 2510-TOTAL-MONEDA-EXIT                               00005790
              VARYING IX FROM 1 BY 1                                    00005800
                UNTIL IX > WK-CMON-USADAS.                              00005810
                                                                        00005820
      *    FALLIDAS PENDIENTES MAS ANTIGUAS QUE LA FECHA DE CORTE       00005830
           IF VCTP-DIAS-FALLA > ZEROS                                   00005840
              MOVE VCTP-DIAS-FALLA TO W-DIAS-CTP                        00005850
           ELSE                                                         00005860
              MOVE WA-DIAS-FALLA   TO W-DIAS-CTP                        00005870
           END-IF.                                                      00005880
           MOVE WA-CARD-FECHA-N    TO W-FECHA-CORTE-N.                  00005890
           MOVE ZEROS              TO IX-DIAS.                          00005900
           PERFORM 1200-RESTA-UN-DIA                                    00005910
              THRU 1200-RESTA-UN-DIA-EXIT                               00005920
              UNTIL IX-DIAS NOT < W-DIAS-CTP.                           00005930
                                                                        00005940
           EXEC SQL                                                     00005950
                SELECT  COUNT(*)                                        00005960
                     ,  COALESCE(SUM(F.VFLQ_IMPORTE), 0)                00005970
                     ,  COALESCE(MIN(F.VFLQ_FEC_ALTA), 0)               00005980
                  INTO :W-FLQ-NUMERO                                    00005990
                     , :W-FLQ-IMPORTE                                   00006000
                     , :W-FLQ-FEC-MIN                                   00006010
                  FROM  VLDTFLQ F                                       00006020
                 WHERE  F.VFLQ_ESTADO    = 'P'                          00006030
                   AND  F.VFLQ_FEC_ALTA <= :W-FECHA-CORTE-N             00006040
                   AND  EXISTS                                          00006050
                        (SELECT 1                                       00006060
                           FROM VLDTDET D                               00006070
                              , VLDTOPE O                               00006080
                          WHERE D.VDET_CTAVAL = F.VFLQ_CUENTA           00006090
                            AND D.VDET_REFER  = F.VFLQ_REFER            00006100
                            AND O.VOPE_FECHOP = D.VDET_FECHOP           00006110
                            AND O.VOPE_PAVAL  = D.VDET_PAVAL            00006120
                            AND O.VOPE_VALOR  = D.VDET_VALOR            00006130
                            AND O.VOPE_ISIN   = D.VDET_ISIN             00006140
                            AND O.VOPE_FORMAT = D.VDET_FORMAT           00006150
                            AND O.VOPE_BANQUE = :W-BANQUE-ANT)          00006160
           END-EXEC.                                                    00006170
           IF SQLCODE NOT = ZERO                                        00006180
              MOVE 'SELECT'                 TO WS-ACCION                00006190
              MOVE 'VLDTFLQ-2500'           TO WS-PARRAFO               00006200
              PERFORM 3001-ERROR                                        00006210
           END-IF.                                                      00006220
                                                                        00006230
           IF W-FLQ-NUMERO > ZEROS                                      00006240
              ADD 1                TO CONT-CON-FALLIDAS                 00006250
              MOVE 'S'             TO SW-AVISO                          00006260
              MOVE W-DIAS-CTP      TO FLL-DIAS                          00006270
              MOVE W-FLQ-NUMERO    TO FLL-NUMERO                        00006280
              MOVE W-FLQ-IMPORTE   TO FLL-IMPORTE                       00006290
              MOVE W-FLQ-FEC-MIN   TO FLL-FEC-MIN                       00006300
              WRITE SAL-CTPE     FROM LIN-FALLIDAS                      00006310
           END-IF.                                                      00006320
      *                                                                 00006330
      *-------------------------------*                                 00006340
       2500-CIERRA-CONTRAPARTE-EXIT.                                    00006350
      *-------------------------------*                                 00006360
           EXIT.                                                        00006370
                                                                        00006380
      *---------------------*                                           00006390
       2510-TOTAL-MONEDA.                                               00006400
      *---------------------*                                           00006410
           MOVE W-BANQUE-ANT       TO VLCP-BANQUE.                      00006420
           MOVE TAB-CMONEDA (IX)   TO VLCP-MONEDA                       00006430
                                      TMO-MONEDA.                       00006440
           MOVE TAB-CIMPORTE (IX)  TO TMO-IMPORTE.                      00006450
                                                                        00006460
           EXEC SQL                                                     00006470
                SELECT  VLCP_LIMITE                                     00006480
                  INTO :VLCP-LIMITE                                     00006490
                  FROM  VLDTLCP                                         00006500
                 WHERE  VLCP_BANQUE = :VLCP-BANQUE                      00006510
                   AND  VLCP_MONEDA = :VLCP-MONEDA                      00006520
           END-EXEC.                                                    00006530
           EVALUATE SQLCODE                                             00006540
               WHEN ZERO                                                00006550
                    CONTINUE                                            00006560
               WHEN 100                                                 00006570
                    MOVE ZEROS             TO VLCP-LIMITE               00006580
               WHEN OTHER                                               00006590
                    MOVE 'SELECT'          TO WS-ACCION                 00006600
                    MOVE 'VLDTLCP-2510'    TO WS-PARRAFO                00006610
                    PERFORM 3001-ERROR                                  00006620
           END-EVALUATE.                                                00006630
                                                                        00006640
           MOVE VLCP-LIMITE        TO TMO-LIMITE.                       00006650
           IF VLCP-LIMITE = ZEROS                                       00006660
              MOVE ZEROS           TO TMO-USO                           00006670
              MOVE 'SIN LIMITE'    TO TMO-MARCA                         00006680
           ELSE                                                         00006690
              COMPUTE WK-USO ROUNDED =                                  00006700
                      TAB-CIMPORTE (IX) * 100 / VLCP-LIMITE             00006710
                 ON SIZE ERROR                                          00006720
                    MOVE 99999.99  TO WK-USO                            00006730
              END-COMPUTE                                               00006740
              MOVE WK-USO          TO TMO-USO                           00006750
              IF TAB-CIMPORTE (IX) > VLCP-LIMITE                        00006760
                 MOVE '** EXCESO **'  TO TMO-MARCA                      00006770
                 MOVE 'S'             TO SW-AVISO                       00006780
                 ADD 1                TO CONT-EXCESOS                   00006790
              ELSE                                                      00006800
                 MOVE SPACES          TO TMO-MARCA                      00006810
              END-IF                                                    00006820
           END-IF.                                                      00006830
           WRITE SAL-CTPE        FROM LIN-TOTAL-MON.                    00006840
      *                                                                 00006850
      *------------------------*                                        00006860
       2510-TOTAL-MONEDA-EXIT.                                          00006870
      *------------------------*                                        00006880
           EXIT.                                                        00006890
                                                                        00006900
      *--------*                                                        00006910
       3000-FIN.                                                        00006920
      *--------*                                                        00006930
      *                                                                 00006940
           IF W-BANQUE-ANT NOT = HIGH-VALUES                            00006950
              PERFORM 2300-EMITE-FECHA                                  00006960
                 THRU 2300-EMITE-FECHA-EXIT                             00006970
              PERFORM 2500-CIERRA-CONTRAPARTE                           00006980
                 THRU 2500-CIERRA-CONTRAPARTE-EXIT                      00006990
           END-IF.                                                      00007000
                                                                        00007010
           EXEC SQL                                                     00007020
                CLOSE VLDCCTP1                                          00007030
           END-EXEC.                                                    00007040
           IF SQLCODE NOT = ZERO                                        00007050
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00007060
              MOVE 'VLDCCTP1-3000'          TO WS-PARRAFO               00007070
              PERFORM 3001-ERROR                                        00007080
           END-IF.                                                      00007090
                                                                        00007100
           MOVE CONT-CONTRAPARTES  TO RES-CONTRAPARTES.                 00007110
           MOVE CONT-SIN-MAESTRO   TO RES-SIN-MAESTRO.                  00007120
           MOVE CONT-EXCESOS       TO RES-EXCESOS.                      00007130
           MOVE CONT-CON-FALLIDAS  TO RES-CON-FALLIDAS.                 00007140
           WRITE SAL-CTPE        FROM LIN-RESUMEN AFTER 2.              00007150
                                                                        00007160
           CLOSE S1RCTPE.                                               00007170
                                                                        00007180
           DISPLAY '****** FIN EXPOSICION POR CONTRAPARTE ******'.      00007190
           DISPLAY 'DETALLES PENDIENTES    : ' CONT-DETALLES.           00007200
           DISPLAY 'CONTRAPARTES           : ' CONT-CONTRAPARTES.       00007210
           DISPLAY 'SIN MAESTRO            : ' CONT-SIN-MAESTRO.        00007220
           DISPLAY 'EXCESOS DE LIMITE      : ' CONT-EXCESOS.            00007230
           DISPLAY 'CON FALLIDAS ANTIGUAS  : ' CONT-CON-FALLIDAS.       00007240
                                                                        00007250
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00007260
           ACCEPT WK-HORA-FIN       FROM TIME.                          00007270
           INITIALIZE DCLVLDTCTL.                                       00007280
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00007290
           MOVE WA-CARD-FECHA       TO VCTL-FECPROC.                    00007300
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00007310
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00007320
           MOVE CONT-DETALLES       TO VCTL-LEIDOS.                     00007330
           MOVE CONT-CONTRAPARTES   TO VCTL-ESCRITOS.                   00007340
           MOVE 'OK'                TO VCTL-ESTADO.                     00007350
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00007360
           IF VCTL-CODRESP NOT = ZEROS                                  00007370
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00007380
           END-IF.                                                      00007390
                                                                        00007400
           IF CON-AVISO                                                 00007410
              MOVE 04 TO RETURN-CODE                                    00007420
           END-IF.                                                      00007430
      *                                                                *00007440
      *-------------*                                                   00007450
       3000-FIN-EXIT.                                                   00007460
      *-------------*                                                   00007470
           EXIT.                                                        00007480
                                                                        00007490
       3001-ERROR.                                                      00007500
      *-----------*                                                     00007510
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00007520
           DISPLAY 'ACCION:          ' WS-ACCION.                       00007530
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00007540
           DISPLAY '******************************************'.        00007550
           MOVE 08 TO RETURN-CODE.                                      00007560
           STOP RUN.                                                    00007570
      *-----------------*                                               00007580
      * FIN DE PROGRAMA *                                               00007590
      *-----------------*                                               00007600
