       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CTREN.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : INGRESO DE LOS AVISOS DE TRASPASO DE VALORES         *00000060
      *           RECIBIDOS DE OTROS PARTICIPANTES DE CAVALI           *00000070
      *           (E1DQTREN). POR CADA AVISO VALIDO:                   *00000080
      *             - ABONA LA POSICION EN VLDTADS (CREANDO LA FILA    *00000090
      *               SI NO EXISTE, MISMA TECNICA DE VL4CTRAS)         *00000100
      *             - REFLEJA LOS TITULOS DEL MES EN VLDTHIS DESDE     *00000110
      *               EL DIA DE HOY                                    *00000120
      *             - CREA EL LOTE EN VLDTLOT CON EL COSTO UNITARIO    *00000130
      *               QUE DECLARA EL CLIENTE (SIN COSTO SE ABONA       *00000140
      *               IGUAL Y SE AVISA EN EL REPORTE)                  *00000150
      *             - REGISTRA EL TRASPASO EN VLDTTRX (SENTIDO 'E')    *00000160
      *               Y DEJA AUDITORIA EN VLDTRLOG (VL9CRLOG)          *00000170
      *           LOS AVISOS CON CUENTA INACTIVA, POSICION             *00000180
      *           FRAGMENTADA O REFERENCIA YA ABONADA NO SE ABONAN     *00000190
      *           Y QUEDAN EN EL REPORTE S1RTREN PARA SU GESTION.      *00000200
      * FECHA   : 15-10-2026                                           *00000210
      ******************************************************************00000220
      ******************************************************************00000230
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000240
      *---------- ---------- ---------------- -------------------------*00000250
      *RITM49161  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000260
      *---------- ---------- ---------------- -------------------------*00000270
      ******************************************************************00000280
       ENVIRONMENT DIVISION.                                            00000290
       CONFIGURATION SECTION.                                           00000300
       SPECIAL-NAMES.                                                   00000310
       INPUT-OUTPUT SECTION.                                            00000320
       FILE-CONTROL.                                                    00000330
                                                                        00000340
           SELECT E1DQTREN  ASSIGN       TO E1DQTREN                    00000350
                            FILE STATUS  IS FS-ETREN.                   00000360
                                                                        00000370
           SELECT S1RTREN   ASSIGN       TO S1RTREN                     00000380
                            FILE STATUS  IS FS-STREN.                   00000390
       DATA DIVISION.                                                   00000400
       FILE SECTION.                                                    00000410
      *                                                                *00000420
       FD  E1DQTREN                                                     00000430
           RECORDING MODE  IS  F                                        00000440
           LABEL  RECORDS  IS  STANDARD                                 00000450
           DATA   RECORD   IS  REG-E1DQTREN.                            00000460
         01 REG-E1DQTREN           PIC X(80).                           00000470
      *                                                                *00000480
       FD  S1RTREN                                                      00000490
           RECORDING MODE  IS  F                                        00000500
           LABEL  RECORDS  IS  STANDARD                                 00000510
           DATA   RECORD   IS  SAL-TREN.                                00000520
         01 SAL-TREN               PIC X(132).                          00000530
      *                                                                 00000540
      ******************************************************************00000550
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000560
      ******************************************************************00000570
       WORKING-STORAGE SECTION.                                         00000580
      *************************                                         00000590
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CTREN'.          00000600
      *                                                                 00000610
      * AVISO DE TRASPASO RECIBIDO (CAVALI)                             00000620
       01  W-REG-TREN.                                                  00000630
           05 TRE-REFER            PIC 9(09).                           00000640
           05 TRE-REFER-X REDEFINES TRE-REFER PIC X(09).                00000650
           05 TRE-CUENTA           PIC 9(07).                           00000660
           05 TRE-CUENTA-X REDEFINES TRE-CUENTA PIC X(07).              00000670
           05 TRE-CODVALOR         PIC X(12).                           00000680
           05 TRE-CANTIDAD         PIC 9(13).                           00000690
           05 TRE-CANTIDAD-X REDEFINES TRE-CANTIDAD PIC X(13).          00000700
      *    PARTICIPANTE QUE ENTREGA LOS VALORES                         00000710
           05 TRE-PARTICIPANTE     PIC X(08).                           00000720
      *    COSTO UNITARIO DE ADQUISICION DECLARADO POR EL CLIENTE       00000730
           05 TRE-COSTO-UNIT       PIC 9(09)V9(06).                     00000740
           05 TRE-COSTO-UNIT-X REDEFINES TRE-COSTO-UNIT PIC X(15).      00000750
           05 FILLER               PIC X(16).                           00000760
      *                                                                 00000770
       01  WS-VARIOS.                                                   00000780
           05 WK-SENTIDO           PIC S9(1) COMP-3 VALUE ZEROS.        00000790
           05 WK-CTA-HIS           PIC S9(7)V COMP-3 VALUE ZEROS.       00000800
           05 WK-ANO-ACT           PIC S9(4) COMP    VALUE ZEROS.       00000810
           05 WK-MES-ACT           PIC S9(4) COMP    VALUE ZEROS.       00000820
           05 WK-FILAS             PIC S9(5) COMP-3  VALUE ZEROS.       00000830
           05 WK-CANTIDAD          PIC S9(13)V COMP-3 VALUE ZEROS.      00000840
           05 IN-DIA               PIC 9(02) VALUE ZEROS.               00000850
      *                                                                 00000860
      * TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CCAVR)              00000870
       01  W-HIS-TITULOS.                                               00000880
           05 WHIS-TIT-DIA OCCURS 31 PIC S9(13)V   COMP-3.              00000890
       77  WHIS-TIPGAS             PIC S9(2)V COMP-3 VALUE ZEROS.       00000900
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
          05 CONT-AVISOS           PIC 9(08)  VALUE ZEROES.             00001090
          05 CONT-ABONADOS         PIC 9(08)  VALUE ZEROES.             00001100
          05 CONT-SIN-COSTO        PIC 9(08)  VALUE ZEROES.             00001110
          05 CONT-RECHAZADOS       PIC 9(08)  VALUE ZEROES.             00001120
          05 CONT-YA-ABONADOS      PIC 9(08)  VALUE ZEROES.             00001130
      * VARIABLES PARA CONTROL DE ERRORES                               00001140
       01 WS-ERROR.                                                     00001150
          05 WS-ACCION             PIC X(24).                           00001160
          05 WS-PARRAFO            PIC X(19).                           00001170
      * VARIABLES CONTROL DE ARCHIVOS                                   00001180
       01 WS-CTRL-ARCHIVOS.                                             00001190
          05 FS-ETREN              PIC X(02) VALUE '00'.                00001200
             88 E1DQTREN-OK                  VALUE '00'.                00001210
          05 FS-STREN              PIC X(02) VALUE '00'.                00001220
             88 S1RTREN-OK                   VALUE '00'.                00001230
          05 FIN-FILE-TREN         PIC X(02) VALUE SPACES.              00001240
             88 FIN-E1DQTREN                 VALUE '10'.                00001250
      *                                                                 00001260
      * LINEAS DEL REPORTE                                              00001270
       01 LIN-CABECERA.                                                 00001280
          05 FILLER                PIC X(44) VALUE                      00001290
             ' TRASPASOS RECIBIDOS DE CAVALI      - FECHA '.            00001300
          05 CAB-FECHA             PIC 9(08).                           00001310
          05 FILLER                PIC X(80) VALUE SPACES.              00001320
       01 LIN-DETALLE.                                                  00001330
          05 FILLER                PIC X(01) VALUE SPACES.              00001340
          05 DET-TEXTO             PIC X(18).                           00001350
          05 FILLER                PIC X(06) VALUE ' REF: '.            00001360
          05 DET-REFER             PIC X(09).                           00001370
          05 FILLER                PIC X(06) VALUE ' CTA: '.            00001380
          05 DET-CUENTA            PIC X(07).                           00001390
          05 FILLER                PIC X(06) VALUE ' VAL: '.            00001400
          05 DET-VALOR             PIC X(12).                           00001410
          05 FILLER                PIC X(06) VALUE ' CAN: '.            00001420
          05 DET-CANTIDAD          PIC X(13).                           00001430
          05 FILLER                PIC X(06) VALUE ' PAR: '.            00001440
          05 DET-PARTICIPANTE      PIC X(08).                           00001450
          05 FILLER                PIC X(06) VALUE ' CST: '.            00001460
          05 DET-COSTO             PIC Z(8)9.9(6).                      00001470
          05 FILLER                PIC X(13) VALUE SPACES.              00001480
      *                                                                 00001490
      *    TRASPASOS CON OTROS PARTICIPANTES Y LOTES DE COSTO           00001500
           COPY VLCPTTRX.                                               00001510
           COPY VLCPTLOT.                                               00001520
      *                                                                 00001530
      *    AUDITORIA BATCH (VL9CRLOG)                                   00001540
           COPY VLCPTRLOG.                                              00001550
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00001560
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00001570
       01  W-LOG-TREN-TEXTO.                                            00001580
           05 FILLER               PIC X(16) VALUE 'TRASPASO ENTR.: '.  00001590
           05 LTE-REFER            PIC 9(09).                           00001600
           05 FILLER               PIC X(01) VALUE SPACE.               00001610
           05 LTE-CUENTA           PIC 9(07).                           00001620
           05 FILLER               PIC X(01) VALUE SPACE.               00001630
           05 LTE-VALOR            PIC X(12).                           00001640
           05 FILLER               PIC X(01) VALUE SPACE.               00001650
           05 LTE-CANTIDAD         PIC 9(13).                           00001660
           05 FILLER               PIC X(01) VALUE SPACE.               00001670
           05 LTE-PARTICIPANTE     PIC X(08).                           00001680
      *                                                                 00001690
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001700
           COPY VLCPTCTL.                                               00001710
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001720
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001730
      *                                                                *00001740
      *  AREA DE COMUNICACION SQLCA                                     00001750
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001760
      *                                                                 00001770
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00001780
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00001790
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001800
      *                                                                *00001810
       PROCEDURE DIVISION.                                              00001820
      *                                                                 00001830
           PERFORM 1000-INICIO                                          00001840
              THRU 1000-INICIO-EXIT.                                    00001850
                                                                        00001860
           PERFORM 2000-PROCESO-AVISO                                   00001870
              THRU 2000-PROCESO-AVISO-EXIT                              00001880
              UNTIL FIN-E1DQTREN.                                       00001890
                                                                        00001900
           PERFORM 6000-FIN                                             00001910
              THRU 6000-FIN-EXIT.                                       00001920
                                                                        00001930
           STOP RUN.                                                    00001940
      *                                                                *00001950
      *-----------*                                                     00001960
       1000-INICIO.                                                     00001970
      *-----------*                                                     00001980
           INITIALIZE W-CONTADORES.                                     00001990
                                                                        00002000
           ACCEPT W-DATE FROM DATE.                                     00002010
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002020
           MOVE W-MES              TO W-MM-AMD.                         00002030
           MOVE W-DIA              TO W-DD-AMD.                         00002040
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002050
           MOVE W-AA-AMD           TO WK-ANO-ACT.                       00002060
           MOVE W-MM-AMD           TO WK-MES-ACT.                       00002070
                                                                        00002080
           OPEN INPUT  E1DQTREN.                                        00002090
           IF NOT E1DQTREN-OK                                           00002100
              MOVE 'OPEN FICHERO E1DQTREN'  TO WS-ACCION                00002110
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002120
              PERFORM 3001-ERROR                                        00002130
           END-IF.                                                      00002140
                                                                        00002150
           OPEN OUTPUT S1RTREN.                                         00002160
           IF NOT S1RTREN-OK                                            00002170
              MOVE 'OPEN FICHERO S1RTREN'   TO WS-ACCION                00002180
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002190
              PERFORM 3001-ERROR                                        00002200
           END-IF.                                                      00002210
                                                                        00002220
           MOVE W-FECHA-AMD-N      TO CAB-FECHA.                        00002230
           WRITE SAL-TREN        FROM LIN-CABECERA.                     00002240
                                                                        00002250
           PERFORM 1500-LEE-E1DQTREN.                                   00002260
      *                                                                 00002270
      *----------------*                                                00002280
       1000-INICIO-EXIT.                                                00002290
      *----------------*                                                00002300
           EXIT.                                                        00002310
                                                                        00002320
      *--------------------*                                            00002330
       1500-LEE-E1DQTREN.                                               00002340
      *--------------------*                                            00002350
           READ E1DQTREN                                                00002360
           AT END                                                       00002370
              MOVE '10'            TO FIN-FILE-TREN                     00002380
           NOT AT END                                                   00002390
              MOVE REG-E1DQTREN    TO W-REG-TREN                        00002400
              ADD 1                TO CONT-AVISOS                       00002410
           END-READ.                                                    00002420
      *                                                                 00002430
      *----------------------*                                          00002440
       2000-PROCESO-AVISO.                                              00002450
      *----------------------*                                          00002460
           MOVE TRE-REFER-X        TO DET-REFER.                        00002470
           MOVE TRE-CUENTA-X       TO DET-CUENTA.                       00002480
           MOVE TRE-CODVALOR       TO DET-VALOR.                        00002490
           MOVE TRE-CANTIDAD-X     TO DET-CANTIDAD.                     00002500
           MOVE TRE-PARTICIPANTE   TO DET-PARTICIPANTE.                 00002510
           MOVE ZEROS              TO DET-COSTO.                        00002520
                                                                        00002530
           IF TRE-REFER-X NOT NUMERIC                                   00002540
              OR TRE-CUENTA-X NOT NUMERIC                               00002550
              OR TRE-CANTIDAD-X NOT NUMERIC                             00002560
              OR TRE-CANTIDAD = ZEROS                                   00002570
              OR TRE-CODVALOR = SPACES                                  00002580
              OR TRE-PARTICIPANTE = SPACES                              00002590
              ADD 1                TO CONT-RECHAZADOS                   00002600
              MOVE 'AVISO INVALIDO    '  TO DET-TEXTO                   00002610
              WRITE SAL-TREN     FROM LIN-DETALLE                       00002620
              GO TO 2000-PROCESO-AVISO-SIG                              00002630
           END-IF.                                                      00002640
      *    SIN COSTO DECLARADO EL LOTE SE CREA A COSTO CERO Y SE        00002650
      *    AVISA PARA QUE LA OFICINA LO PIDA AL CLIENTE                 00002660
           IF TRE-COSTO-UNIT-X NOT NUMERIC                              00002670
              MOVE ZEROS           TO TRE-COSTO-UNIT                    00002680
           END-IF.                                                      00002690
           MOVE TRE-COSTO-UNIT     TO DET-COSTO.                        00002700
           MOVE TRE-CANTIDAD       TO WK-CANTIDAD.                      00002710
                                                                        00002720
      *    UNA RETRANSMISION DEL FICHERO NO PUEDE ABONAR DOS VECES      00002730
           MOVE TRE-REFER          TO VTRX-REFER.                       00002740
           MOVE ZEROS              TO WK-FILAS.                         00002750
           EXEC SQL                                                     00002760
                SELECT COUNT(*)                                         00002770
                  INTO :WK-FILAS                                        00002780
                  FROM VLDTTRX                                          00002790
                 WHERE VTRX_REFER   = :VTRX-REFER                       00002800
                   AND VTRX_SENTIDO = 'E'                               00002810
           END-EXEC.                                                    00002820
           IF SQLCODE NOT = ZERO AND 100                                00002830
              MOVE 'SELECT COUNT'           TO WS-ACCION                00002840
              MOVE 'VLDTTRX-2000'           TO WS-PARRAFO               00002850
              PERFORM 3001-ERROR                                        00002860
           END-IF.                                                      00002870
           IF WK-FILAS > ZEROS                                          00002880
              ADD 1                TO CONT-YA-ABONADOS                  00002890
              MOVE 'YA ABONADO        '  TO DET-TEXTO                   00002900
              WRITE SAL-TREN     FROM LIN-DETALLE                       00002910
              GO TO 2000-PROCESO-AVISO-SIG                              00002920
           END-IF.                                                      00002930
                                                                        00002940
           MOVE TRE-CUENTA         TO VARC-CUENTA.                      00002950
           EXEC SQL                                                     00002960
                SELECT  VARC_SITUAC                                     00002970
                  INTO :VARC-SITUAC                                     00002980
                  FROM  VLDTARC                                         00002990
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00003000
           END-EXEC.                                                    00003010
           IF SQLCODE NOT = ZERO AND 100                                00003020
              MOVE 'SELECT'                 TO WS-ACCION                00003030
              MOVE 'VLDTARC-2000'           TO WS-PARRAFO               00003040
              PERFORM 3001-ERROR                                        00003050
           END-IF.                                                      00003060
           IF SQLCODE = 100 OR VARC-SITUAC NOT = 'A'                    00003070
              ADD 1                TO CONT-RECHAZADOS                   00003080
              MOVE 'CUENTA NO ACTIVA  '  TO DET-TEXTO                   00003090
              WRITE SAL-TREN     FROM LIN-DETALLE                       00003100
              GO TO 2000-PROCESO-AVISO-SIG                              00003110
           END-IF.                                                      00003120
                                                                        00003130
      *    LA POSICION DESTINO DEBE ESTAR EN UNA SOLA FILA DE VLDTADS   00003140
      *    (MISMO CRITERIO DE VL4CTRAS); SI ESTA FRAGMENTADA EL ABONO   00003150
      *    SE HACE POR AJUSTE SUPERVISADO                               00003160
           MOVE TRE-CUENTA            TO VADS-CUENTA.                   00003170
           MOVE TRE-CODVALOR (01:03)  TO VADS-PAVAL.                    00003180
           MOVE TRE-CODVALOR (04:08)  TO VADS-VALOR.                    00003190
           MOVE TRE-CODVALOR (12:01)  TO VADS-ISIN.                     00003200
           MOVE ZEROS              TO WK-FILAS.                         00003210
           EXEC SQL                                                     00003220
                SELECT  COUNT(*)                                        00003230
                  INTO :WK-FILAS                                        00003240
                  FROM  VLDTADS                                         00003250
                 WHERE  VADS_CUENTA = :VADS-CUENTA                      00003260
                   AND  VADS_PAVAL  = :VADS-PAVAL                       00003270
                   AND  VADS_VALOR  = :VADS-VALOR                       00003280
                   AND  VADS_ISIN   = :VADS-ISIN                        00003290
           END-EXEC.                                                    00003300
           IF SQLCODE NOT = ZERO AND 100                                00003310
              MOVE 'SELECT COUNT'           TO WS-ACCION                00003320
              MOVE 'VLDTADS-2000'           TO WS-PARRAFO               00003330
              PERFORM 3001-ERROR                                        00003340
           END-IF.                                                      00003350
           IF WK-FILAS > 1                                              00003360
              ADD 1                TO CONT-RECHAZADOS                   00003370
              MOVE 'POSIC. FRAGMENTADA'  TO DET-TEXTO                   00003380
              WRITE SAL-TREN     FROM LIN-DETALLE                       00003390
              GO TO 2000-PROCESO-AVISO-SIG                              00003400
           END-IF.                                                      00003410
                                                                        00003420
           PERFORM 3000-ABONA-VLDTADS                                   00003430
              THRU 3000-ABONA-VLDTADS-EXIT.                             00003440
                                                                        00003450
           MOVE TRE-CUENTA         TO WK-CTA-HIS.                       00003460
           MOVE +1                 TO WK-SENTIDO.                       00003470
           PERFORM 4000-REFLEJA-VLDTHIS                                 00003480
              THRU 4000-REFLEJA-VLDTHIS-EXIT.                           00003490
                                                                        00003500
           PERFORM 5000-CREA-LOTE                                       00003510
              THRU 5000-CREA-LOTE-EXIT.                                 00003520
                                                                        00003530
           PERFORM 5500-REGISTRA-TRASPASO                               00003540
              THRU 5500-REGISTRA-TRASPASO-EXIT.                         00003550
                                                                        00003560
           ADD 1                   TO CONT-ABONADOS.                    00003570
           IF TRE-COSTO-UNIT = ZEROS                                    00003580
              ADD 1                TO CONT-SIN-COSTO                    00003590
              MOVE 'ABONADO SIN COSTO '  TO DET-TEXTO                   00003600
           ELSE                                                         00003610
              MOVE 'ABONADO           '  TO DET-TEXTO                   00003620
           END-IF.                                                      00003630
           WRITE SAL-TREN        FROM LIN-DETALLE.                      00003640
      *                                                                 00003650
       2000-PROCESO-AVISO-SIG.                                          00003660
           PERFORM 1500-LEE-E1DQTREN.                                   00003670
      *                                                                 00003680
      *---------------------------*                                     00003690
       2000-PROCESO-AVISO-EXIT.                                         00003700
      *---------------------------*                                     00003710
           EXIT.                                                        00003720
                                                                        00003730
      *----------------------*                                          00003740
       3000-ABONA-VLDTADS.                                              00003750
      *----------------------*                                          00003760
      *    SUMA EN LA CUENTA; SI NO HAY FILA SE CREA                    00003770
           EXEC SQL                                                     00003780
                UPDATE VLDTADS                                          00003790
                   SET VADS_DEPOS = VADS_DEPOS + :WK-CANTIDAD           00003800
                 WHERE VADS_CUENTA = :VADS-CUENTA                       00003810
                   AND VADS_PAVAL  = :VADS-PAVAL                        00003820
                   AND VADS_VALOR  = :VADS-VALOR                        00003830
                   AND VADS_ISIN   = :VADS-ISIN                         00003840
           END-EXEC.                                                    00003850
           EVALUATE SQLCODE                                             00003860
               WHEN ZERO                                                00003870
                    CONTINUE                                            00003880
               WHEN 100                                                 00003890
                    MOVE WK-CANTIDAD TO VADS-DEPOS                      00003900
                    MOVE ZEROS       TO VADS-COMPR                      00003910
                                        VADS-SUSCR                      00003920
                                        VADS-VENTA                      00003930
                                        VADS-ORDVE                      00003940
                                        VADS-BLOQ                       00003950
                    EXEC SQL                                            00003960
                         INSERT INTO VLDTADS                            00003970
                               ( VADS_CUENTA                            00003980
                               , VADS_PAVAL                             00003990
                               , VADS_VALOR                             00004000
                               , VADS_ISIN                              00004010
                               , VADS_DEPOS                             00004020
                               , VADS_COMPR                             00004030
                               , VADS_SUSCR                             00004040
                               , VADS_VENTA                             00004050
                               , VADS_ORDVE                             00004060
                               , VADS_BLOQ )                            00004070
                         VALUES                                         00004080
                               ( :VADS-CUENTA                           00004090
                               , :VADS-PAVAL                            00004100
                               , :VADS-VALOR                            00004110
                               , :VADS-ISIN                             00004120
                               , :VADS-DEPOS                            00004130
                               , :VADS-COMPR                            00004140
                               , :VADS-SUSCR                            00004150
                               , :VADS-VENTA                            00004160
                               , :VADS-ORDVE                            00004170
                               , :VADS-BLOQ )                           00004180
                    END-EXEC                                            00004190
                    IF SQLCODE NOT = ZERO                               00004200
                       MOVE 'INSERT'            TO WS-ACCION            00004210
                       MOVE 'VLDTADS-3000'      TO WS-PARRAFO           00004220
                       PERFORM 3001-ERROR                               00004230
                    END-IF                                              00004240
               WHEN OTHER                                               00004250
                    MOVE 'UPDATE'               TO WS-ACCION            00004260
                    MOVE 'VLDTADS-3000'         TO WS-PARRAFO           00004270
                    PERFORM 3001-ERROR                                  00004280
           END-EVALUATE.                                                00004290
      *    AUDITORIA DEL ABONO                                          00004300
           INITIALIZE DCLVLDTRLOG.                                      00004310
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00004320
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00004330
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00004340
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00004350
                                        VRLOG-CODTRAN.                  00004360
           MOVE 'VLDTADS'            TO VRLOG-TABLA.                    00004370
           MOVE 'TRASPENT'           TO VRLOG-OPERACION.                00004380
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT                           00004390
                                     TO VRLOG-REGISTRO-LEN.             00004400
           MOVE TRE-REFER            TO LTE-REFER.                      00004410
           MOVE TRE-CUENTA           TO LTE-CUENTA.                     00004420
           MOVE TRE-CODVALOR         TO LTE-VALOR.                      00004430
           MOVE TRE-CANTIDAD         TO LTE-CANTIDAD.                   00004440
           MOVE TRE-PARTICIPANTE     TO LTE-PARTICIPANTE.               00004450
           MOVE SPACES               TO VRLOG-REGISTRO-TEXT.            00004460
           MOVE W-LOG-TREN-TEXTO     TO VRLOG-REGISTRO-TEXT (1:69).     00004470
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00004480
           IF WK-LOG-CODRESP NOT = ZEROS                                00004490
              DISPLAY 'AVISO: AUDITORIA ABONO NO GRABADA'               00004500
           END-IF.                                                      00004510
      *                                                                 00004520
      *---------------------------*                                     00004530
       3000-ABONA-VLDTADS-EXIT.                                         00004540
      *---------------------------*                                     00004550
           EXIT.                                                        00004560
                                                                        00004570
      *------------------------*                                        00004580
       4000-REFLEJA-VLDTHIS.                                            00004590
      *------------------------*                                        00004600
      *    AJUSTA LOS TITULOS DEL MES EN CURSO DESDE HOY (TECNICA DE    00004610
      *    TABLA DE 31 DIAS, VER VL4CTRAS). SIN FILA DEL MES SE DEJA    00004620
      *    CONSTANCIA Y SIGUE: EL CIERRE MENSUAL LA CREARA CON LA       00004630
      *    POSICION YA ABONADA.                                         00004640
           EXEC SQL                                                     00004650
                SELECT  VHIS_TIPGAS                                     00004660
                     ,  VHIS_TITULOS1  , VHIS_TITULOS2                  00004670
                     ,  VHIS_TITULOS3  , VHIS_TITULOS4                  00004680
                     ,  VHIS_TITULOS5  , VHIS_TITULOS6                  00004690
                     ,  VHIS_TITULOS7  , VHIS_TITULOS8                  00004700
                     ,  VHIS_TITULOS9  , VHIS_TITULOS10                 00004710
                     ,  VHIS_TITULOS11 , VHIS_TITULOS12                 00004720
                     ,  VHIS_TITULOS13 , VHIS_TITULOS14                 00004730
                     ,  VHIS_TITULOS15 , VHIS_TITULOS16                 00004740
                     ,  VHIS_TITULOS17 , VHIS_TITULOS18                 00004750
                     ,  VHIS_TITULOS19 , VHIS_TITULOS20                 00004760
                     ,  VHIS_TITULOS21 , VHIS_TITULOS22                 00004770
                     ,  VHIS_TITULOS23 , VHIS_TITULOS24                 00004780
                     ,  VHIS_TITULOS25 , VHIS_TITULOS26                 00004790
                     ,  VHIS_TITULOS27 , VHIS_TITULOS28                 00004800
                     ,  VHIS_TITULOS29 , VHIS_TITULOS30                 00004810
                     ,  VHIS_TITULOS31                                  00004820
                  INTO :WHIS-TIPGAS                                     00004830
                     , :WHIS-TIT-DIA(1)                                 00004840
                     , :WHIS-TIT-DIA(2)                                 00004850
                     , :WHIS-TIT-DIA(3)                                 00004860
                     , :WHIS-TIT-DIA(4)                                 00004870
                     , :WHIS-TIT-DIA(5)                                 00004880
                     , :WHIS-TIT-DIA(6)                                 00004890
                     , :WHIS-TIT-DIA(7)                                 00004900
                     , :WHIS-TIT-DIA(8)                                 00004910
                     , :WHIS-TIT-DIA(9)                                 00004920
                     , :WHIS-TIT-DIA(10)                                00004930
                     , :WHIS-TIT-DIA(11)                                00004940
                     , :WHIS-TIT-DIA(12)                                00004950
                     , :WHIS-TIT-DIA(13)                                00004960
                     , :WHIS-TIT-DIA(14)                                00004970
                     , :WHIS-TIT-DIA(15)                                00004980
                     , :WHIS-TIT-DIA(16)                                00004990
                     , :WHIS-TIT-DIA(17)                                00005000
                     , :WHIS-TIT-DIA(18)                                00005010
                     , :WHIS-TIT-DIA(19)                                00005020
                     , :WHIS-TIT-DIA(20)                                00005030
                     , :WHIS-TIT-DIA(21)                                00005040
                     , :WHIS-TIT-DIA(22)                                00005050
                     , :WHIS-TIT-DIA(23)                                00005060
                     , :WHIS-TIT-DIA(24)                                00005070
                     , :WHIS-TIT-DIA(25)                                00005080
                     , :WHIS-TIT-DIA(26)                                00005090
                     , :WHIS-TIT-DIA(27)                                00005100
                     , :WHIS-TIT-DIA(28)                                00005110
                     , :WHIS-TIT-DIA(29)                                00005120
                     , :WHIS-TIT-DIA(30)                                00005130
                     , :WHIS-TIT-DIA(31)                                00005140
                  FROM  VLDTHIS                                         00005150
                 WHERE  VHIS_CTAVAL   = :WK-CTA-HIS                     00005160
                   AND  VHIS_CODVALOR = :TRE-CODVALOR                   00005170
                   AND  VHIS_TIPGAS   = 55                              00005180
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00005190
                   AND  VHIS_MES      = :WK-MES-ACT                     00005200
           END-EXEC.                                                    00005210
                                                                        00005220
           EVALUATE SQLCODE                                             00005230
               WHEN ZERO                                                00005240
                    CONTINUE                                            00005250
               WHEN 100                                                 00005260
                    DISPLAY 'AVISO: CUENTA ' WK-CTA-HIS                 00005270
                            ' SIN FILA VLDTHIS DEL MES'                 00005280
                    GO TO 4000-REFLEJA-VLDTHIS-EXIT                     00005290
               WHEN OTHER                                               00005300
                    MOVE 'SELECT'                 TO WS-ACCION          00005310
                    MOVE 'VLDTHIS-4000'           TO WS-PARRAFO         00005320
                    PERFORM 3001-ERROR                                  00005330
           END-EVALUATE.                                                00005340
                                                                        00005350
           MOVE W-DD-AMD           TO IN-DIA.                           00005360
           PERFORM 4100-AJUSTA-DIA                                      00005370
              THRU 4100-AJUSTA-DIA-EXIT                                 00005380
              UNTIL IN-DIA > 31.                                        00005390
                                                                        00005400
           EXEC SQL                                                     00005410
                UPDATE VLDTHIS                                          00005420
                   SET VHIS_TITULOS1  = :WHIS-TIT-DIA(1)                00005430
                     , VHIS_TITULOS2  = :WHIS-TIT-DIA(2)                00005440
                     , VHIS_TITULOS3  = :WHIS-TIT-DIA(3)                00005450
                     , VHIS_TITULOS4  = :WHIS-TIT-DIA(4)                00005460
                     , VHIS_TITULOS5  = :WHIS-TIT-DIA(5)                00005470
                     , VHIS_TITULOS6  = :WHIS-TIT-DIA(6)                00005480
                     , VHIS_TITULOS7  = :WHIS-TIT-DIA(7)                00005490
                     , VHIS_TITULOS8  = :WHIS-TIT-DIA(8)                00005500
                     , VHIS_TITULOS9  = :WHIS-TIT-DIA(9)                00005510
                     , VHIS_TITULOS10 = :WHIS-TIT-DIA(10)               00005520
                     , VHIS_TITULOS11 = :WHIS-TIT-DIA(11)               00005530
                     , VHIS_TITULOS12 = :WHIS-TIT-DIA(12)               00005540
                     , VHIS_TITULOS13 = :WHIS-TIT-DIA(13)               00005550
                     , VHIS_TITULOS14 = :WHIS-TIT-DIA(14)               00005560
                     , VHIS_TITULOS15 = :WHIS-TIT-DIA(15)               00005570
                     , VHIS_TITULOS16 = :WHIS-TIT-DIA(16)               00005580
                     , VHIS_TITULOS17 = :WHIS-TIT-DIA(17)               00005590
                     , VHIS_TITULOS18 = :WHIS-TIT-DIA(18)               00005600
                     , VHIS_TITULOS19 = :WHIS-TIT-DIA(19)               00005610
                     , VHIS_TITULOS20 = :WHIS-TIT-DIA(20)               00005620
                     , VHIS_TITULOS21 = :WHIS-TIT-DIA(21)               00005630
                     , VHIS_TITULOS22 = :WHIS-TIT-DIA(22)               00005640
                     , VHIS_TITULOS23 = :WHIS-TIT-DIA(23)               00005650
                     , VHIS_TITULOS24 = :WHIS-TIT-DIA(24)               00005660
                     , VHIS_TITULOS25 = :WHIS-TIT-DIA(25)               00005670
                     , VHIS_TITULOS26 = :WHIS-TIT-DIA(26)               00005680
                     , VHIS_TITULOS27 = :WHIS-TIT-DIA(27)               00005690
                     , VHIS_TITULOS28 = :WHIS-TIT-DIA(28)               00005700
                     , VHIS_TITULOS29 = :WHIS-TIT-DIA(29)               00005710
                     , VHIS_TITULOS30 = :WHIS-TIT-DIA(30)               00005720
                     , VHIS_TITULOS31 = :WHIS-TIT-DIA(31)               00005730
                     , VHIS_FEULMOD   = :W-FECHA-AMD-N                  00005740
                     , VHIS_USUARIO   = :W-PROGRAMA                     00005750
                 WHERE  VHIS_CTAVAL   = :WK-CTA-HIS                     00005760
                   AND  VHIS_CODVALOR = :TRE-CODVALOR                   00005770
                   AND  VHIS_TIPGAS   = 55                              00005780
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00005790
                   AND  VHIS_MES      = :WK-MES-ACT                     00005800
           END-EXEC.                                                    00005810
           IF SQLCODE NOT = ZERO                                        00005820
              MOVE 'UPDATE'                 TO WS-ACCION                00005830
              MOVE 'VLDTHIS-4000'           TO WS-PARRAFO               00005840
              PERFORM 3001-ERROR                                        00005850
           END-IF.                                                      00005860
      *                                                                 00005870
      *-----------------------------*                                   00005880
       4000-REFLEJA-VLDTHIS-EXIT.                                       00005890
      *-----------------------------*                                   00005900
           EXIT.                                                        00005910
                                                                        00005920
      *--------------------*                                            00005930
       4100-AJUSTA-DIA.                                                 00005940
      *--------------------*                                            00005950
           COMPUTE WHIS-TIT-DIA (IN-DIA) =                              00005960
                   WHIS-TIT-DIA (IN-DIA)                                00005970
                 + (WK-CANTIDAD * WK-SENTIDO).                          00005980
           ADD 1                   TO IN-DIA.                           00005990
      *                                                                 00006000
      *------------------------*                                        00006010
       4100-AJUSTA-DIA-EXIT.                                            00006020
      *------------------------*                                        00006030
           EXIT.                                                        00006040
                                                                        00006050
      *--------------------*                                            00006060
       5000-CREA-LOTE.                                                  00006070
      *--------------------*                                            00006080
      *    LOTE NUEVO CON EL COSTO DECLARADO (MISMA NUMERACION DE       00006090
      *    SECUENCIA POR CUENTA Y VALOR QUE USA VL4C3050)               00006100
           MOVE TRE-CUENTA         TO VLOT-CUENTA.                      00006110
           MOVE TRE-CODVALOR       TO VLOT-CODVALOR.                    00006120
           EXEC SQL                                                     00006130
                SELECT COALESCE(MAX(VLOT_SECUEN), 0) + 1                00006140
                  INTO :VLOT-SECUEN                                     00006150
                  FROM VLDTLOT                                          00006160
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00006170
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00006180
           END-EXEC.                                                    00006190
           IF SQLCODE NOT = ZERO AND 100                                00006200
              MOVE 'SELECT MAX'             TO WS-ACCION                00006210
              MOVE 'VLDTLOT-5000'           TO WS-PARRAFO               00006220
              PERFORM 3001-ERROR                                        00006230
           END-IF.                                                      00006240
           MOVE W-FECHA-AMD-N      TO VLOT-FECHA.                       00006250
           MOVE WK-CANTIDAD        TO VLOT-CANTIDAD                     00006260
                                      VLOT-CANT-RESTA.                  00006270
           MOVE TRE-COSTO-UNIT     TO VLOT-COSTO-UNIT.                  00006280
           MOVE TRE-REFER          TO VLOT-REFER.                       00006290
           MOVE W-PROGRAMA         TO VLOT-USUARIO.                     00006300
           EXEC SQL                                                     00006310
                INSERT INTO VLDTLOT                                     00006320
                      ( VLOT_CUENTA                                     00006330
                      , VLOT_CODVALOR                                   00006340
                      , VLOT_SECUEN                                     00006350
                      , VLOT_FECHA                                      00006360
                      , VLOT_CANTIDAD                                   00006370
                      , VLOT_CANT_RESTA                                 00006380
                      , VLOT_COSTO_UNIT                                 00006390
                      , VLOT_REFER                                      00006400
                      , VLOT_USUARIO )                                  00006410
                VALUES                                                  00006420
                      ( :VLOT-CUENTA                                    00006430
                      , :VLOT-CODVALOR                                  00006440
                      , :VLOT-SECUEN                                    00006450
                      , :VLOT-FECHA                                     00006460
                      , :VLOT-CANTIDAD                                  00006470
                      , :VLOT-CANT-RESTA                                00006480
                      , :VLOT-COSTO-UNIT                                00006490
                      , :VLOT-REFER                                     00006500
                      , :VLOT-USUARIO )                                 00006510
           END-EXEC.                                                    00006520
           IF SQLCODE NOT = ZERO                                        00006530
              MOVE 'INSERT'                 TO WS-ACCION                00006540
              MOVE 'VLDTLOT-5000'           TO WS-PARRAFO               00006550
              PERFORM 3001-ERROR                                        00006560
           END-IF.                                                      00006570
      *                                                                 00006580
      *------------------------*                                        00006590
       5000-CREA-LOTE-EXIT.                                             00006600
      *------------------------*                                        00006610
           EXIT.                                                        00006620
                                                                        00006630
      *---------------------------*                                     00006640
       5500-REGISTRA-TRASPASO.                                          00006650
      *---------------------------*                                     00006660
           MOVE TRE-REFER          TO VTRX-REFER.                       00006670
           MOVE 'E'                TO VTRX-SENTIDO.                     00006680
           MOVE W-FECHA-AMD-N      TO VTRX-FECHA.                       00006690
           MOVE TRE-CUENTA         TO VTRX-CUENTA.                      00006700
           MOVE TRE-CODVALOR       TO VTRX-CODVALOR.                    00006710
           MOVE WK-CANTIDAD        TO VTRX-CANTIDAD.                    00006720
           MOVE TRE-PARTICIPANTE   TO VTRX-PARTICIPANTE.                00006730
           MOVE TRE-COSTO-UNIT     TO VTRX-COSTO-UNIT.                  00006740
           MOVE 'A'                TO VTRX-ESTADO.                      00006750
           MOVE W-PROGRAMA         TO VTRX-USUARIO.                     00006760
           EXEC SQL                                                     00006770
                INSERT INTO VLDTTRX                                     00006780
                      ( VTRX_REFER                                      00006790
                      , VTRX_SENTIDO                                    00006800
                      , VTRX_FECHA                                      00006810
                      , VTRX_CUENTA                                     00006820
                      , VTRX_CODVALOR                                   00006830
                      , VTRX_CANTIDAD                                   00006840
                      , VTRX_PARTICIPANTE                               00006850
                      , VTRX_COSTO_UNIT                                 00006860
                      , VTRX_ESTADO                                     00006870
                      , VTRX_USUARIO )                                  00006880
                VALUES                                                  00006890
                      ( :VTRX-REFER                                     00006900
                      , :VTRX-SENTIDO                                   00006910
                      , :VTRX-FECHA                                     00006920
                      , :VTRX-CUENTA                                    00006930
                      , :VTRX-CODVALOR                                  00006940
                      , :VTRX-CANTIDAD                                  00006950
                      , :VTRX-PARTICIPANTE                              00006960
                      , :VTRX-COSTO-UNIT                                00006970
                      , :VTRX-ESTADO                                    00006980
                      , :VTRX-USUARIO )                                 00006990
           END-EXEC.                                                    00007000
           IF SQLCODE NOT = ZERO                                        00007010
              MOVE 'INSERT'                 TO WS-ACCION                00007020
              MOVE 'VLDTTRX-5500'           TO WS-PARRAFO               00007030
              PERFORM 3001-ERROR                                        00007040
           END-IF.                                                      00007050
      *                                                                 00007060
      *--------------------------------*                                00007070
       5500-REGISTRA-TRASPASO-EXIT.                                     00007080
      *--------------------------------*                                00007090
           EXIT.                                                        00007100
                                                                        00007110
      *--------*                                                        00007120
       6000-FIN.                                                        00007130
      *--------*                                                        00007140
      *                                                                 00007150
           EXEC SQL                                                     00007160
                COMMIT                                                  00007170
           END-EXEC.                                                    00007180
           IF SQLCODE NOT = ZERO                                        00007190
              MOVE 'COMMIT'                 TO WS-ACCION                00007200
              MOVE '6000-FIN'               TO WS-PARRAFO               00007210
              PERFORM 3001-ERROR                                        00007220
           END-IF.                                                      00007230
                                                                        00007240
           CLOSE E1DQTREN S1RTREN.                                      00007250
                                                                        00007260
           DISPLAY '****** FIN TRASPASOS RECIBIDOS VL4CTREN ******'.    00007270
           DISPLAY 'AVISOS LEIDOS          : ' CONT-AVISOS.             00007280
           DISPLAY 'ABONADOS               : ' CONT-ABONADOS.           00007290
           DISPLAY 'ABONADOS SIN COSTO     : ' CONT-SIN-COSTO.          00007300
           DISPLAY 'RECHAZADOS             : ' CONT-RECHAZADOS.         00007310
           DISPLAY 'YA ABONADOS            : ' CONT-YA-ABONADOS.        00007320
                                                                        00007330
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00007340
           ACCEPT WK-HORA-FIN       FROM TIME.                          00007350
           INITIALIZE DCLVLDTCTL.                                       00007360
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00007370
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00007380
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00007390
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00007400
           MOVE CONT-AVISOS         TO VCTL-LEIDOS.                     00007410
           MOVE CONT-ABONADOS       TO VCTL-ESCRITOS.                   00007420
           MOVE CONT-RECHAZADOS     TO VCTL-RECHAZADOS.                 00007430
           MOVE 'OK'                TO VCTL-ESTADO.                     00007440
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00007450
           IF VCTL-CODRESP NOT = ZEROS                                  00007460
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00007470
           END-IF.                                                      00007480
      *                                                                *00007490
      *-------------*                                                   00007500
       6000-FIN-EXIT.                                                   00007510
      *-------------*                                                   00007520
           EXIT.                                                        00007530
                                                                        00007540
       3001-ERROR.                                                      00007550
      *-----------*                                                     00007560
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00007570
           DISPLAY 'ACCION:          ' WS-ACCION.                       00007580
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00007590
           DISPLAY '******************************************'.        00007600
           MOVE 08 TO RETURN-CODE.                                      00007610
           STOP RUN.                                                    00007620
      *-----------------*                                               00007630
      * FIN DE PROGRAMA *                                               00007640
      *-----------------*                                               00007650
