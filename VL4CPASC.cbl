       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CPASC.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : PASARELA CONTABLE. LOS PROCESOS QUE GENERAN APUNTES  *00000060
      *           OPS (VL4C3384, VL4CCUFA, VL4CMORA, VL4CREBA,         *00000061
      *           VL4CCUPO, VL4CDIVC, VL4CREVA, VL4CCANJ, VL4CCOMA,    *00000062
      *           VL4CTERC Y VL4CIMPA) LOS DEJAN EN VLDTAPU            *00000063
      *           Y DECLARAN SUS TOTALES DE CONTROL EN VLDTLCG (RUTINA *00000090
      *           VL9CAPU0). ESTE PROCESO, POR CADA PRODUCTOR, FECHA   *00000100
      *           CONTABLE Y DIVISA DE CADA LOTE CERRADO:              *00000110
      *           - RETIENE EL LOTE SI YA HAY OTRO DEL MISMO PROGRAMA  *00000120
      *             PARA ESA FECHA CONTABLE (REPROCESO POR ERROR),     *00000130
      *             SALVO QUE SE HAYA LIBERADO EXPRESAMENTE            *00000140
      *             (FICHERO E1DQLIBC, CADA LIBERACION QUEDA EN LA     *00000150
      *             BITACORA VLDTRLOG);                                *00000160
      *           - CUADRA EL NUMERO DE APUNTES, CARGOS (DEBE) Y       *00000170
      *             ABONOS (HABER) CONTRA LO DECLARADO;                *00000180
      *           - VALIDA CADA CUENTA CONTABLE CONTRA VLDTXBO (O LA   *00000190
      *             CUENTA DEL CLIENTE EN VLDTARC);                    *00000200
      *           Y ENVIA LOS LOTES CORRECTOS A CONTABILIDAD EN UN     *00000210
      *           UNICO FICHERO (S1DQPASC) CERRADO CON UN REGISTRO DE  *00000220
      *           CONTROL. EMITE UN REPORTE POR PRODUCTOR (S1RPASC)    *00000230
      *           CON EL RESULTADO DE CADA LOTE Y LOS LOTES QUE        *00000240
      *           QUEDARON INCOMPLETOS (SIN CIERRE DEL PRODUCTOR).     *00000250
      *           TERMINA CON RETURN-CODE 4 SI HAY LOTES RECHAZADOS,   *00000260
      *           RETENIDOS O INCOMPLETOS.                             *00000270
      * SYSIN   : FECHA DE PROCESO AAAAMMDD                            *00000280
      * FECHA   : 15-10-2026                                           *00000290
      ******************************************************************00000300
      ******************************************************************00000310
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000320
      *---------- ---------- ---------------- -------------------------*00000330
      *RITM49188  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000340
      *---------- ---------- ---------------- -------------------------*00000350
      ******************************************************************00000360
       ENVIRONMENT DIVISION.                                            00000370
       CONFIGURATION SECTION.                                           00000380
       SPECIAL-NAMES.                                                   00000390
       INPUT-OUTPUT SECTION.                                            00000400
       FILE-CONTROL.                                                    00000410
                                                                        00000420
           SELECT E1DQLIBC  ASSIGN       TO E1DQLIBC                    00000430
                            FILE STATUS  IS FS-ELIBC.                   00000440
                                                                        00000450
           SELECT S1DQPASC  ASSIGN       TO S1DQPASC                    00000460
                            FILE STATUS  IS FS-SPASC.                   00000470
                                                                        00000480
           SELECT S1RPASC   ASSIGN       TO S1RPASC                     00000490
                            FILE STATUS  IS FS-SRPASC.                  00000500
       DATA DIVISION.                                                   00000510
       FILE SECTION.                                                    00000520
      *                                                                *00000530
       FD  E1DQLIBC                                                     00000540
           RECORDING MODE  IS  F                                        00000550
           LABEL  RECORDS  IS  STANDARD                                 00000560
           DATA   RECORD   IS  REG-E1DQLIBC.                            00000570
         01 REG-E1DQLIBC           PIC X(80).                           00000580
      *                                                                *00000590
       FD  S1DQPASC                                                     00000600
           RECORDING MODE  IS  F                                        00000610
           LABEL  RECORDS  IS  STANDARD                                 00000620
           DATA   RECORD   IS  REG-S1DQPASC.                            00000630
         01 REG-S1DQPASC           PIC X(2390).                         00000640
      *                                                                *00000650
       FD  S1RPASC                                                      00000660
           RECORDING MODE  IS  F                                        00000670
           LABEL  RECORDS  IS  STANDARD                                 00000680
           DATA   RECORD   IS  SAL-RPASC.                               00000690
         01 SAL-RPASC              PIC X(132).                          00000700
      *                                                                 00000710
      ******************************************************************00000720
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000730
      ******************************************************************00000740
       WORKING-STORAGE SECTION.                                         00000750
      *************************                                         00000760
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CPASC'.          00000770
      *                                                                 00000780
      * PARAMETROS (SYSIN)                                              00000790
       01  WS-PARAMETROS.                                               00000800
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000810
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000820
      *                                                                 00000830
      * LIBERACION DE UN LOTE RETENIDO (E1DQLIBC): CLAVE DEL LOTE,      00000840
      * USUARIO QUE LA AUTORIZA Y MOTIVO                                00000850
       01  W-REG-LIBERA.                                                00000860
           05 LIB-PROGRAMA         PIC X(08).                           00000870
           05 LIB-FECLOTE          PIC 9(08).                           00000880
           05 LIB-HORLOTE          PIC 9(06).                           00000890
           05 LIB-FECCONTA         PIC 9(08).                           00000900
           05 LIB-USUARIO          PIC X(08).                           00000910
           05 LIB-MOTIVO           PIC X(30).                           00000920
           05 FILLER               PIC X(12).                           00000930
      *                                                                 00000940
      * REGISTRO DE CONTROL QUE CIERRA EL FICHERO A CONTABILIDAD        00000950
       01  W-REG-TRAILER.                                               00000960
           05 TRL-CODAPLI          PIC X(02) VALUE 'VL'.                00000970
           05 TRL-MARCA            PIC X(06) VALUE 'CTLPAS'.            00000980
           05 TRL-FECHA            PIC 9(08).                           00000990
           05 TRL-LOTES            PIC 9(05).                           00001000
           05 TRL-NUMREG           PIC 9(09).                           00001010
           05 TRL-DEBE             PIC 9(13)V99.                        00001020
           05 TRL-HABER            PIC 9(13)V99.                        00001030
           05 FILLER               PIC X(2330) VALUE SPACES.            00001040
      *                                                                 00001050
      * FECHA DE PROCESO PARA LAS COLUMNAS DE FECHA DE LAS TABLAS       00001060
       01  WK-FECHA-PROC           PIC S9(8)V USAGE COMP-3.             00001070
      *                                                                 00001080
      * RECUENTO DE LA PASARELA PARA CUADRAR Y CONTROLAR EL LOTE        00001090
       01  WK-CNT-LOTES            PIC S9(9) COMP VALUE ZEROS.          00001100
       01  WK-CNT-NUMREG           PIC S9(9) USAGE COMP-3.              00001110
       01  WK-CNT-DEBE             PIC S9(13)V9(2) USAGE COMP-3.        00001120
       01  WK-CNT-HABER            PIC S9(13)V9(2) USAGE COMP-3.        00001130
       01  WK-RESULTADO            PIC X(30) VALUE SPACES.              00001140
       01  WK-MOTIVO-APU           PIC X(30) VALUE SPACES.              00001150
       01  W-PROG-ANT              PIC X(08) VALUE SPACES.              00001160
      *                                                                 00001170
       01  WS-SWITCHES.                                                 00001180
          05 SW-FIN-LCG            PIC X(02) VALUE SPACES.              00001190
             88 FIN-LOTES                    VALUE '10'.                00001200
          05 SW-FIN-APU            PIC X(02) VALUE SPACES.              00001210
             88 FIN-APUNTES                  VALUE '10'.                00001220
          05 SW-FIN-INC            PIC X(02) VALUE SPACES.              00001230
             88 FIN-INCOMPLETOS              VALUE '10'.                00001240
          05 SW-LOTE               PIC X(01) VALUE SPACES.              00001250
             88 LOTE-PENDIENTE               VALUE ' '.                 00001260
             88 LOTE-ENVIADO                 VALUE 'E'.                 00001270
             88 LOTE-RECHAZADO               VALUE 'R'.                 00001280
             88 LOTE-RETENIDO                VALUE 'D'.                 00001290
      *                                                                 00001300
       01  W-DATE                  PIC 9(6).                            00001310
       01  FILLER                  REDEFINES W-DATE.                    00001320
           02 W-ANO                PIC 99.                              00001330
           02 W-MES                PIC 99.                              00001340
           02 W-DIA                PIC 99.                              00001350
       01  W-FECHA-AMD.                                                 00001360
           05 W-AA-AMD             PIC 9(4).                            00001370
           05 W-MM-AMD             PIC 9(2).                            00001380
           05 W-DD-AMD             PIC 9(2).                            00001390
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001400
       01  W-HORA-CURRENT.                                              00001410
           02  W-HORA              PIC 99.                              00001420
           02  W-MINUTOS           PIC 99.                              00001430
           02  W-SEGUNDOS          PIC 99.                              00001440
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001450
      *                                                                 00001460
       01 W-CONTADORES.                                                 00001470
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001480
          05 CONT-LIBERADOS        PIC 9(08)  VALUE ZEROES.             00001490
          05 CONT-LIB-NO-HALLADOS  PIC 9(08)  VALUE ZEROES.             00001500
          05 CONT-ENVIADOS         PIC 9(08)  VALUE ZEROES.             00001510
          05 CONT-RECHAZADOS       PIC 9(08)  VALUE ZEROES.             00001520
          05 CONT-RETENIDOS        PIC 9(08)  VALUE ZEROES.             00001530
          05 CONT-INCOMPLETOS      PIC 9(08)  VALUE ZEROES.             00001540
          05 CONT-APUNTES          PIC 9(09)  VALUE ZEROES.             00001550
          05 CONT-CTA-INVALIDA     PIC 9(09)  VALUE ZEROES.             00001560
          05 TOT-DEBE              PIC S9(13)V99 COMP-3 VALUE ZEROES.   00001570
          05 TOT-HABER             PIC S9(13)V99 COMP-3 VALUE ZEROES.   00001580
      *   SUBTOTALES DEL PRODUCTOR EN CURSO                             00001590
          05 SUB-ENVIADOS          PIC 9(08)  VALUE ZEROES.             00001600
          05 SUB-RECHAZADOS        PIC 9(08)  VALUE ZEROES.             00001610
          05 SUB-RETENIDOS         PIC 9(08)  VALUE ZEROES.             00001620
          05 SUB-APUNTES           PIC 9(09)  VALUE ZEROES.             00001630
      * VARIABLES PARA CONTROL DE ERRORES                               00001640
       01 WS-ERROR.                                                     00001650
          05 WS-ACCION             PIC X(24).                           00001660
          05 WS-PARRAFO            PIC X(19).                           00001670
      * VARIABLES CONTROL DE ARCHIVOS                                   00001680
       01 WS-CTRL-ARCHIVOS.                                             00001690
          05 FS-ELIBC              PIC X(02) VALUE '00'.                00001700
             88 E1DQLIBC-OK                  VALUE '00'.                00001710
             88 FIN-E1DQLIBC                 VALUE '10'.                00001720
          05 FS-SPASC              PIC X(02) VALUE '00'.                00001730
             88 S1DQPASC-OK                  VALUE '00'.                00001740
          05 FS-SRPASC             PIC X(02) VALUE '00'.                00001750
             88 S1RPASC-OK                   VALUE '00'.                00001760
      *                                                                 00001770
      * LINEAS DEL REPORTE                                              00001780
       01 LIN-CABECERA.                                                 00001790
          05 FILLER                PIC X(38) VALUE                      00001800
             ' PASARELA CONTABLE - ENVIO DEL DIA   '.                   00001810
          05 CAB-FECHA             PIC 9(08).                           00001820
          05 FILLER                PIC X(86) VALUE SPACES.              00001830
       01 LIN-TITULOS.                                                  00001840
          05 FILLER                PIC X(09) VALUE ' PROGRAMA'.         00001850
          05 FILLER                PIC X(09) VALUE ' F.CONTA'.          00001860
          05 FILLER                PIC X(16) VALUE ' LOTE'.             00001870
          05 FILLER                PIC X(04) VALUE ' DIV'.              00001880
          05 FILLER                PIC X(09) VALUE '  APUNTES'.         00001890
          05 FILLER                PIC X(19) VALUE                      00001900
             '               DEBE'.                                     00001910
          05 FILLER                PIC X(19) VALUE                      00001920
             '              HABER'.                                     00001930
          05 FILLER                PIC X(31) VALUE ' RESULTADO'.        00001940
          05 FILLER                PIC X(16) VALUE SPACES.              00001950
       01 LIN-DETALLE.                                                  00001960
          05 FILLER                PIC X(01) VALUE SPACES.              00001970
          05 DET-PROGRAMA          PIC X(08).                           00001980
          05 FILLER                PIC X(01) VALUE SPACES.              00001990
          05 DET-FECCONTA          PIC 9(08).                           00002000
          05 FILLER                PIC X(01) VALUE SPACES.              00002010
          05 DET-FECLOTE           PIC 9(08).                           00002020
          05 FILLER                PIC X(01) VALUE SPACES.              00002030
          05 DET-HORLOTE           PIC 9(06).                           00002040
          05 FILLER                PIC X(01) VALUE SPACES.              00002050
          05 DET-DIVISA            PIC X(03).                           00002060
          05 FILLER                PIC X(01) VALUE SPACES.              00002070
          05 DET-NUMREG            PIC Z(07)9.                          00002080
          05 FILLER                PIC X(01) VALUE SPACES.              00002090
          05 DET-DEBE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002100
          05 FILLER                PIC X(01) VALUE SPACES.              00002110
          05 DET-HABER             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002120
          05 FILLER                PIC X(01) VALUE SPACES.              00002130
          05 DET-RESULTADO         PIC X(30).                           00002140
          05 FILLER                PIC X(16) VALUE SPACES.              00002150
       01 LIN-SUBTOTAL.                                                 00002160
          05 FILLER                PIC X(07) VALUE ' TOTAL '.           00002170
          05 SUB-PROGRAMA          PIC X(08).                           00002180
          05 FILLER                PIC X(14) VALUE ' ENVIADOS   : '.    00002190
          05 SUB-ENVIADOS-E        PIC ZZ,ZZ9.                          00002200
          05 FILLER                PIC X(13) VALUE ' RECHAZADOS: '.     00002210
          05 SUB-RECHAZADOS-E      PIC ZZ,ZZ9.                          00002220
          05 FILLER                PIC X(13) VALUE ' RETENIDOS : '.     00002230
          05 SUB-RETENIDOS-E       PIC ZZ,ZZ9.                          00002240
          05 FILLER                PIC X(19) VALUE                      00002250
             ' APUNTES ENVIADOS: '.                                     00002260
          05 SUB-APUNTES-E         PIC ZZZ,ZZZ,ZZ9.                     00002270
          05 FILLER                PIC X(29) VALUE SPACES.              00002280
       01 LIN-TOTALES.                                                  00002290
          05 FILLER                PIC X(14) VALUE ' ENVIADOS   : '.    00002300
          05 TOT-ENVIADOS          PIC ZZ,ZZZ,ZZ9.                      00002310
          05 FILLER                PIC X(14) VALUE '  RECHAZADOS: '.    00002320
          05 TOT-RECHAZADOS        PIC ZZ,ZZZ,ZZ9.                      00002330
          05 FILLER                PIC X(14) VALUE '  RETENIDOS : '.    00002340
          05 TOT-RETENIDOS         PIC ZZ,ZZZ,ZZ9.                      00002350
          05 FILLER                PIC X(14) VALUE '  INCOMPLET.: '.    00002360
          05 TOT-INCOMPLETOS       PIC ZZ,ZZZ,ZZ9.                      00002370
          05 FILLER                PIC X(14) VALUE '  APUNTES   : '.    00002380
          05 TOT-APUNTES           PIC ZZ,ZZZ,ZZ9.                      00002390
          05 FILLER                PIC X(12) VALUE SPACES.              00002400
       01 LIN-IMPORTES.                                                 00002410
          05 FILLER                PIC X(22) VALUE                      00002420
             ' ENVIADO DEBE       : '.                                  00002430
          05 TOT-DEBE-E            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002440
          05 FILLER                PIC X(10) VALUE '  HABER : '.        00002450
          05 TOT-HABER-E           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002460
          05 FILLER                PIC X(64) VALUE SPACES.              00002470
      *                                                                 00002480
      *    APUNTES Y CONTROL DE LOTES DE LA PASARELA                    00002490
           COPY VLCPTAPU.                                               00002500
           COPY VLCPTLCG.                                               00002510
      *                                                                 00002520
      *    BITACORA DE AUDITORIA (VLDTRLOG)                             00002530
           COPY VLCPTRLOG.                                              00002540
       77  WK-VL9CRLOG            PIC X(08) VALUE 'VL9CRLOG'.           00002550
       77  WK-LOG-CODRESP         PIC 9(02) VALUE ZEROS.                00002560
      *                                                                 00002570
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002580
           COPY VLCPTCTL.                                               00002590
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002600
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002610
      *                                                                *00002620
      *  AREA DE COMUNICACION SQLCA                                     00002630
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002640
      *                                                                 00002650
      *    LOTES CERRADOS O LIBERADOS PENDIENTES DE ENVIO, POR          00002660
      *    PRODUCTOR, FECHA CONTABLE Y ANTIGUEDAD DEL LOTE              00002670
           EXEC SQL                                                     00002680
                DECLARE VLDCLCG1  CURSOR FOR                            00002690
                SELECT  VLCG_PROGRAMA                                   00002700
                     ,  VLCG_FECLOTE                                    00002710
                     ,  VLCG_HORLOTE                                    00002720
                     ,  VLCG_FECCONTA                                   00002730
                     ,  VLCG_DIVISA                                     00002740
                     ,  VLCG_NUMREG                                     00002750
                     ,  VLCG_DEBE                                       00002760
                     ,  VLCG_HABER                                      00002770
                     ,  VLCG_ESTADO                                     00002780
                  FROM  VLDTLCG                                         00002790
                 WHERE  VLCG_ESTADO IN ('C', 'L')                       00002800
                 ORDER  BY VLCG_PROGRAMA, VLCG_FECCONTA                 00002810
                        ,  VLCG_FECLOTE, VLCG_HORLOTE, VLCG_DIVISA      00002820
           END-EXEC.                                                    00002830
      *                                                                 00002840
      *    APUNTES DEL LOTE A ENVIAR, EN EL ORDEN EN QUE SE GENERARON   00002850
           EXEC SQL                                                     00002860
                DECLARE VLDCAPU2  CURSOR FOR                            00002870
                SELECT  VAPU_REGISTRO                                   00002880
                  FROM  VLDTAPU                                         00002890
                 WHERE  VAPU_PROGRAMA  = :VLCG-PROGRAMA                 00002900
                   AND  VAPU_FECLOTE   = :VLCG-FECLOTE                  00002910
                   AND  VAPU_HORLOTE   = :VLCG-HORLOTE                  00002920
                   AND  VAPU_FECCONTA  = :VLCG-FECCONTA                 00002930
                   AND  VAPU_DIVISA    = :VLCG-DIVISA                   00002940
                   AND  VAPU_ESTADO    = 'P'                            00002950
                 ORDER  BY VAPU_ID                                      00002960
           END-EXEC.                                                    00002970
      *                                                                 00002980
      *    APUNTES PENDIENTES DE LOTES QUE EL PRODUCTOR NO CERRO        00002990
           EXEC SQL                                                     00003000
                DECLARE VLDCAPU3  CURSOR FOR                            00003010
                SELECT  A.VAPU_PROGRAMA                                 00003020
                     ,  A.VAPU_FECLOTE                                  00003030
                     ,  A.VAPU_HORLOTE                                  00003040
                     ,  A.VAPU_FECCONTA                                 00003050
                     ,  A.VAPU_DIVISA                                   00003060
                     ,  COUNT(*)                                        00003070
                     ,  SUM(CASE WHEN A.VAPU_IMPORTE < 0                00003080
                                 THEN 0 - A.VAPU_IMPORTE ELSE 0 END)    00003090
                     ,  SUM(CASE WHEN A.VAPU_IMPORTE > 0                00003100
                                 THEN A.VAPU_IMPORTE ELSE 0 END)        00003110
                  FROM  VLDTAPU A                                       00003120
                 WHERE  A.VAPU_ESTADO = 'P'                             00003130
                   AND  NOT EXISTS                                      00003140
                       (SELECT 1                                        00003150
                          FROM VLDTLCG C                                00003160
                         WHERE C.VLCG_PROGRAMA = A.VAPU_PROGRAMA        00003170
                           AND C.VLCG_FECLOTE  = A.VAPU_FECLOTE         00003180
                           AND C.VLCG_HORLOTE  = A.VAPU_HORLOTE)        00003190
                 GROUP  BY A.VAPU_PROGRAMA, A.VAPU_FECLOTE              00003200
                        ,  A.VAPU_HORLOTE, A.VAPU_FECCONTA              00003210
                        ,  A.VAPU_DIVISA                                00003220
                 ORDER  BY A.VAPU_PROGRAMA, A.VAPU_FECLOTE              00003230
                        ,  A.VAPU_HORLOTE, A.VAPU_FECCONTA              00003240
                        ,  A.VAPU_DIVISA                                00003250
           END-EXEC.                                                    00003260
      *                                                                *00003270
       PROCEDURE DIVISION.                                              00003280
      *                                                                 00003290
           PERFORM 1000-INICIO                                          00003300
              THRU 1000-INICIO-EXIT.                                    00003310
                                                                        00003320
           PERFORM 2000-PROCESO                                         00003330
              THRU 2000-PROCESO-EXIT                                    00003340
              UNTIL FIN-LOTES.                                          00003350
                                                                        00003360
           PERFORM 3000-FIN                                             00003370
              THRU 3000-FIN-EXIT.                                       00003380
                                                                        00003390
           STOP RUN.                                                    00003400
      *                                                                *00003410
      *-----------*                                                     00003420
       1000-INICIO.                                                     00003430
      *-----------*                                                     00003440
           INITIALIZE W-CONTADORES.                                     00003450
                                                                        00003460
           ACCEPT WA-CARD-FECHA.                                        00003470
           IF WA-CARD-FECHA NOT NUMERIC                                 00003480
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00003490
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003500
              PERFORM 3001-ERROR                                        00003510
           END-IF.                                                      00003520
           MOVE WA-CARD-FECHA-N    TO WK-FECHA-PROC.                    00003530
                                                                        00003540
           ACCEPT W-DATE FROM DATE.                                     00003550
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003560
           MOVE W-MES              TO W-MM-AMD.                         00003570
           MOVE W-DIA              TO W-DD-AMD.                         00003580
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003590
                                                                        00003600
           OPEN INPUT  E1DQLIBC.                                        00003610
           IF NOT E1DQLIBC-OK                                           00003620
              MOVE 'OPEN FICHERO E1DQLIBC'  TO WS-ACCION                00003630
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003640
              PERFORM 3001-ERROR                                        00003650
           END-IF.                                                      00003660
                                                                        00003670
           OPEN OUTPUT S1DQPASC.                                        00003680
           IF NOT S1DQPASC-OK                                           00003690
              MOVE 'OPEN FICHERO S1DQPASC'  TO WS-ACCION                00003700
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003710
              PERFORM 3001-ERROR                                        00003720
           END-IF.                                                      00003730
                                                                        00003740
           OPEN OUTPUT S1RPASC.                                         00003750
           IF NOT S1RPASC-OK                                            00003760
              MOVE 'OPEN FICHERO S1RPASC'   TO WS-ACCION                00003770
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003780
              PERFORM 3001-ERROR                                        00003790
           END-IF.                                                      00003800
                                                                        00003810
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00003820
           WRITE SAL-RPASC       FROM LIN-CABECERA.                     00003830
           WRITE SAL-RPASC       FROM LIN-TITULOS AFTER 2.              00003840
                                                                        00003850
      *    PRIMERO LAS LIBERACIONES, PARA QUE SALGAN EN ESTE ENVIO      00003860
           PERFORM 1100-LEE-LIBERACION                                  00003870
              THRU 1100-LEE-LIBERACION-EXIT.                            00003880
           PERFORM 1200-LIBERA-LOTE                                     00003890
              THRU 1200-LIBERA-LOTE-EXIT                                00003900
              UNTIL FIN-E1DQLIBC.                                       00003910
           CLOSE E1DQLIBC.                                              00003920
                                                                        00003930
           EXEC SQL                                                     00003940
                OPEN VLDCLCG1                                           00003950
           END-EXEC.                                                    00003960
           IF SQLCODE NOT = ZERO                                        00003970
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003980
              MOVE 'VLDCLCG1-1000'          TO WS-PARRAFO               00003990
              PERFORM 3001-ERROR                                        00004000
           END-IF.                                                      00004010
                                                                        00004020
           PERFORM 1300-LEE-LOTE                                        00004030
              THRU 1300-LEE-LOTE-EXIT.                                  00004040
      *                                                                *00004050
      *----------------*                                                00004060
       1000-INICIO-EXIT.                                                00004070
      *----------------*                                                00004080
           EXIT.                                                        00004090
                                                                        00004100
      *----------------------*                                          00004110
       1100-LEE-LIBERACION.                                             00004120
      *----------------------*                                          00004130
           READ E1DQLIBC INTO W-REG-LIBERA.                             00004140
           IF NOT E1DQLIBC-OK AND NOT FIN-E1DQLIBC                      00004150
              MOVE 'READ FICHERO E1DQLIBC'  TO WS-ACCION                00004160
              MOVE '1100-LEE-LIBERACION'    TO WS-PARRAFO               00004170
              PERFORM 3001-ERROR                                        00004180
           END-IF.                                                      00004190
      *                                                                *00004200
      *---------------------------*                                     00004210
       1100-LEE-LIBERACION-EXIT.                                        00004220
      *---------------------------*                                     00004230
           EXIT.                                                        00004240
                                                                        00004250
      *--------------------*                                            00004260
       1200-LIBERA-LOTE.                                                00004270
      *--------------------*                                            00004280
      *    SOLO SE LIBERA LO QUE ESTA RETENIDO; EL RESTO SE INFORMA     00004290
           IF LIB-FECLOTE  NOT NUMERIC OR                               00004300
              LIB-HORLOTE  NOT NUMERIC OR                               00004310
              LIB-FECCONTA NOT NUMERIC                                  00004320
              ADD 1 TO CONT-LIB-NO-HALLADOS                             00004330
              DISPLAY 'LIBERACION INVALIDA: ' W-REG-LIBERA              00004340
              GO TO 1200-LIBERA-LOTE-SIGUIENTE                          00004350
           END-IF.                                                      00004360
                                                                        00004370
           INITIALIZE DCLVLDTLCG.                                       00004380
           MOVE LIB-PROGRAMA       TO VLCG-PROGRAMA.                    00004390
           MOVE LIB-FECLOTE        TO VLCG-FECLOTE.                     00004400
           MOVE LIB-HORLOTE        TO VLCG-HORLOTE.                     00004410
           MOVE LIB-FECCONTA       TO VLCG-FECCONTA.                    00004420
           MOVE LIB-USUARIO        TO VLCG-USUARIO-LIB.                 00004430
           MOVE LIB-MOTIVO         TO VLCG-MOTIVO.                      00004440
           EXEC SQL                                                     00004450
                UPDATE  VLDTLCG                                         00004460
                   SET  VLCG_ESTADO      = 'L'                          00004470
                     ,  VLCG_USUARIO_LIB = :VLCG-USUARIO-LIB            00004480
                     ,  VLCG_FELIBERA    = :WK-FECHA-PROC               00004490
                     ,  VLCG_MOTIVO      = :VLCG-MOTIVO                 00004500
                 WHERE  VLCG_PROGRAMA    = :VLCG-PROGRAMA               00004510
                   AND  VLCG_FECLOTE     = :VLCG-FECLOTE                00004520
                   AND  VLCG_HORLOTE     = :VLCG-HORLOTE                00004530
                   AND  VLCG_FECCONTA    = :VLCG-FECCONTA               00004540
                   AND  VLCG_ESTADO      = 'D'                          00004550
           END-EXEC.                                                    00004560
           EVALUATE TRUE                                                00004570
               WHEN SQLCODE = ZERO AND SQLERRD(3) > ZERO                00004580
                    ADD SQLERRD(3) TO CONT-LIBERADOS                    00004590
               WHEN SQLCODE = ZERO OR SQLCODE = 100                     00004600
                    ADD 1 TO CONT-LIB-NO-HALLADOS                       00004610
                    DISPLAY 'LOTE A LIBERAR NO RETENIDO: '              00004620
                            W-REG-LIBERA                                00004630
                    GO TO 1200-LIBERA-LOTE-SIGUIENTE                    00004640
               WHEN OTHER                                               00004650
                    MOVE 'UPDATE VLDTLCG'          TO WS-ACCION         00004660
                    MOVE '1200-LIBERA-LOTE'        TO WS-PARRAFO        00004670
                    PERFORM 3001-ERROR                                  00004680
           END-EVALUATE.                                                00004690
                                                                        00004700
      *    LA LIBERACION QUEDA EN LA BITACORA DE AUDITORIA              00004710
           INITIALIZE DCLVLDTRLOG.                                      00004720
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00004730
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00004740
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00004750
           MOVE LIB-USUARIO          TO VRLOG-NUMUSER.                  00004760
           MOVE W-PROGRAMA           TO VRLOG-CODTRAN.                  00004770
           MOVE 'VLDTLCG'            TO VRLOG-TABLA.                    00004780
           MOVE 'LIBERA'             TO VRLOG-OPERACION.                00004790
           MOVE LENGTH OF W-REG-LIBERA                                  00004800
                                     TO VRLOG-REGISTRO-LEN.             00004810
           MOVE SPACES               TO VRLOG-REGISTRO-TEXT.            00004820
           MOVE W-REG-LIBERA         TO VRLOG-REGISTRO-TEXT.            00004830
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00004840
           IF WK-LOG-CODRESP NOT = ZEROS                                00004850
              MOVE 'CALL VL9CRLOG'          TO WS-ACCION                00004860
              MOVE '1200-LIBERA-LOTE'       TO WS-PARRAFO               00004870
              PERFORM 3001-ERROR                                        00004880
           END-IF.                                                      00004890
                                                                        00004900
       1200-LIBERA-LOTE-SIGUIENTE.                                      00004910
           PERFORM 1100-LEE-LIBERACION                                  00004920
              THRU 1100-LEE-LIBERACION-EXIT.                            00004930
      *                                                                *00004940
      *-------------------------*                                       00004950
       1200-LIBERA-LOTE-EXIT.                                           00004960
      *-------------------------*                                       00004970
           EXIT.                                                        00004980
                                                                        00004990
      *-----------------*                                               00005000
       1300-LEE-LOTE.                                                   00005010
      *-----------------*                                               00005020
           EXEC SQL                                                     00005030
                FETCH VLDCLCG1                                          00005040
                 INTO :VLCG-PROGRAMA                                    00005050
                    , :VLCG-FECLOTE                                     00005060
                    , :VLCG-HORLOTE                                     00005070
                    , :VLCG-FECCONTA                                    00005080
                    , :VLCG-DIVISA                                      00005090
                    , :VLCG-NUMREG                                      00005100
                    , :VLCG-DEBE                                        00005110
                    , :VLCG-HABER                                       00005120
                    , :VLCG-ESTADO                                      00005130
           END-EXEC.                                                    00005140
           EVALUATE SQLCODE                                             00005150
               WHEN ZERO                                                00005160
                    ADD 1 TO CONT-LEIDOS                                00005170
               WHEN 100                                                 00005180
                    MOVE '10' TO SW-FIN-LCG                             00005190
               WHEN OTHER                                               00005200
                    MOVE 'FETCH'           TO WS-ACCION                 00005210
                    MOVE 'VLDCLCG1-1300'   TO WS-PARRAFO                00005220
                    PERFORM 3001-ERROR                                  00005230
           END-EVALUATE.                                                00005240
      *                                                                *00005250
      *----------------------*                                          00005260
       1300-LEE-LOTE-EXIT.                                              00005270
      *----------------------*                                          00005280
           EXIT.                                                        00005290
                                                                        00005300
      *------------*                                                    00005310
       2000-PROCESO.                                                    00005320
      *------------*                                                    00005330
           IF VLCG-PROGRAMA NOT = W-PROG-ANT                            00005340
              IF W-PROG-ANT NOT = SPACES                                00005350
                 PERFORM 2600-CORTE-PROGRAMA                            00005360
                    THRU 2600-CORTE-PROGRAMA-EXIT                       00005370
              END-IF                                                    00005380
              MOVE VLCG-PROGRAMA   TO W-PROG-ANT                        00005390
           END-IF.                                                      00005400
                                                                        00005410
           MOVE SPACES             TO SW-LOTE                           00005420
                                      WK-RESULTADO.                     00005430
                                                                        00005440
           IF VLCG-CERRADO                                              00005450
              PERFORM 2100-CONTROL-DUPLICADO                            00005460
                 THRU 2100-CONTROL-DUPLICADO-EXIT                       00005470
           END-IF.                                                      00005480
                                                                        00005490
           IF LOTE-PENDIENTE                                            00005500
              PERFORM 2200-CUADRE-LOTE                                  00005510
                 THRU 2200-CUADRE-LOTE-EXIT                             00005520
           END-IF.                                                      00005530
                                                                        00005540
           IF LOTE-PENDIENTE                                            00005550
              PERFORM 2300-VALIDA-CUENTAS                               00005560
                 THRU 2300-VALIDA-CUENTAS-EXIT                          00005570
           END-IF.                                                      00005580
                                                                        00005590
           IF LOTE-PENDIENTE                                            00005600
              PERFORM 2400-ENVIA-LOTE                                   00005610
                 THRU 2400-ENVIA-LOTE-EXIT                              00005620
           END-IF.                                                      00005630
                                                                        00005640
           PERFORM 2500-ESCRIBE-DETALLE                                 00005650
              THRU 2500-ESCRIBE-DETALLE-EXIT.                           00005660
                                                                        00005670
           PERFORM 1300-LEE-LOTE                                        00005680
              THRU 1300-LEE-LOTE-EXIT.                                  00005690
      *                                                                *00005700
      *-----------------*                                               00005710
       2000-PROCESO-EXIT.                                               00005720
      *-----------------*                                               00005730
           EXIT.                                                        00005740
                                                                        00005750
      *---------------------------*                                     00005760
       2100-CONTROL-DUPLICADO.                                          00005770
      *---------------------------*                                     00005780
      *    UN LOTE ANTERIOR DEL MISMO PROGRAMA PARA LA MISMA FECHA      00005790
      *    CONTABLE, NO RECHAZADO, INDICA UN REPROCESO: SE RETIENE      00005800
      *    HASTA QUE SE LIBERE POR E1DQLIBC.                            00005810
           EXEC SQL                                                     00005820
                SELECT  COUNT(*)                                        00005830
                  INTO :WK-CNT-LOTES                                    00005840
                  FROM  VLDTLCG C                                       00005850
                 WHERE  C.VLCG_PROGRAMA = :VLCG-PROGRAMA                00005860
                   AND  C.VLCG_FECCONTA = :VLCG-FECCONTA                00005870
                   AND  C.VLCG_ESTADO IN ('C', 'E', 'D', 'L')           00005880
                   AND (C.VLCG_FECLOTE  < :VLCG-FECLOTE                 00005890
                    OR (C.VLCG_FECLOTE  = :VLCG-FECLOTE                 00005900
                   AND  C.VLCG_HORLOTE  < :VLCG-HORLOTE))               00005910
           END-EXEC.                                                    00005920
           IF SQLCODE NOT = ZERO                                        00005930
              MOVE 'SELECT VLDTLCG'         TO WS-ACCION                00005940
              MOVE '2100-CONTROL-DUPLIC'    TO WS-PARRAFO               00005950
              PERFORM 3001-ERROR                                        00005960
           END-IF.                                                      00005970
                                                                        00005980
           IF WK-CNT-LOTES = ZEROS                                      00005990
              GO TO 2100-CONTROL-DUPLICADO-EXIT                         00006000
           END-IF.                                                      00006010
                                                                        00006020
           MOVE 'SEGUNDO LOTE DEL PERIODO' TO WK-RESULTADO.             00006030
           EXEC SQL                                                     00006040
                UPDATE  VLDTLCG                                         00006050
                   SET  VLCG_ESTADO   = 'D'                             00006060
                     ,  VLCG_MOTIVO   = :WK-RESULTADO                   00006070
                 WHERE  VLCG_PROGRAMA = :VLCG-PROGRAMA                  00006080
                   AND  VLCG_FECLOTE  = :VLCG-FECLOTE                   00006090
                   AND  VLCG_HORLOTE  = :VLCG-HORLOTE                   00006100
                   AND  VLCG_FECCONTA = :VLCG-FECCONTA                  00006110
                   AND  VLCG_DIVISA   = :VLCG-DIVISA                    00006120
           END-EXEC.                                                    00006130
           IF SQLCODE NOT = ZERO                                        00006140
              MOVE 'UPDATE VLDTLCG'         TO WS-ACCION                00006150
              MOVE '2100-CONTROL-DUPLIC'    TO WS-PARRAFO               00006160
              PERFORM 3001-ERROR                                        00006170
           END-IF.                                                      00006180
                                                                        00006190
           SET LOTE-RETENIDO       TO TRUE.                             00006200
           ADD 1                   TO CONT-RETENIDOS                    00006210
                                      SUB-RETENIDOS.                    00006220
      *                                                                *00006230
      *--------------------------------*                                00006240
       2100-CONTROL-DUPLICADO-EXIT.                                     00006250
      *--------------------------------*                                00006260
           EXIT.                                                        00006270
                                                                        00006280
      *--------------------*                                            00006290
       2200-CUADRE-LOTE.                                                00006300
      *--------------------*                                            00006310
      *    LO QUE HAY EN LA PASARELA DEBE COINCIDIR CON LO QUE EL       00006320
      *    PRODUCTOR DECLARO AL CERRAR: APUNTES, CARGOS Y ABONOS.       00006330
           EXEC SQL                                                     00006340
                SELECT  COUNT(*)                                        00006350
                     ,  COALESCE(SUM(CASE WHEN VAPU_IMPORTE < 0         00006360
                                 THEN 0 - VAPU_IMPORTE ELSE 0 END), 0)  00006370
                     ,  COALESCE(SUM(CASE WHEN VAPU_IMPORTE > 0         00006380
                                 THEN VAPU_IMPORTE ELSE 0 END), 0)      00006390
                  INTO :WK-CNT-NUMREG                                   00006400
                     , :WK-CNT-DEBE                                     00006410
                     , :WK-CNT-HABER                                    00006420
                  FROM  VLDTAPU                                         00006430
                 WHERE  VAPU_PROGRAMA = :VLCG-PROGRAMA                  00006440
                   AND  VAPU_FECLOTE  = :VLCG-FECLOTE                   00006450
                   AND  VAPU_HORLOTE  = :VLCG-HORLOTE                   00006460
                   AND  VAPU_FECCONTA = :VLCG-FECCONTA                  00006470
                   AND  VAPU_DIVISA   = :VLCG-DIVISA                    00006480
                   AND  VAPU_ESTADO   = 'P'                             00006490
           END-EXEC.                                                    00006500
           IF SQLCODE NOT = ZERO                                        00006510
              MOVE 'SELECT VLDTAPU'         TO WS-ACCION                00006520
              MOVE '2200-CUADRE-LOTE'       TO WS-PARRAFO               00006530
              PERFORM 3001-ERROR                                        00006540
           END-IF.                                                      00006550
                                                                        00006560
           IF WK-CNT-NUMREG NOT = VLCG-NUMREG OR                        00006570
              WK-CNT-DEBE   NOT = VLCG-DEBE   OR                        00006580
              WK-CNT-HABER  NOT = VLCG-HABER                            00006590
              MOVE 'DESCUADRE CONTROL DEL LOTE' TO WK-RESULTADO         00006600
              PERFORM 2900-RECHAZA-LOTE                                 00006610
                 THRU 2900-RECHAZA-LOTE-EXIT                            00006620
           END-IF.                                                      00006630
      *                                                                *00006640
      *-------------------------*                                       00006650
       2200-CUADRE-LOTE-EXIT.                                           00006660
      *-------------------------*                                       00006670
           EXIT.                                                        00006680
                                                                        00006690
      *-----------------------*                                         00006700
       2300-VALIDA-CUENTAS.                                             00006710
      *-----------------------*                                         00006720
      *    LA CUENTA CONTABLE DEL APUNTE DEBE SER UNA DE LAS CUENTAS    00006730
      *    DE VLDTXBO O LA CUENTA CARGO/ABONO DEL CLIENTE (VLDTARC).    00006740
      *    SIN CUENTA LA RESUELVE CONTABILIDAD POR EL CODIGO OPS.       00006750
           MOVE 'CUENTA NO VALIDA EN VLDTXBO' TO WK-MOTIVO-APU.         00006760
           EXEC SQL                                                     00006770
                UPDATE  VLDTAPU A                                       00006780
                   SET  A.VAPU_ESTADO   = 'R'                           00006790
                     ,  A.VAPU_MOTIVO   = :WK-MOTIVO-APU                00006800
                 WHERE  A.VAPU_PROGRAMA = :VLCG-PROGRAMA                00006810
                   AND  A.VAPU_FECLOTE  = :VLCG-FECLOTE                 00006820
                   AND  A.VAPU_HORLOTE  = :VLCG-HORLOTE                 00006830
                   AND  A.VAPU_FECCONTA = :VLCG-FECCONTA                00006840
                   AND  A.VAPU_DIVISA   = :VLCG-DIVISA                  00006850
                   AND  A.VAPU_ESTADO   = 'P'                           00006860
                   AND  A.VAPU_CUENTA  <> ' '                           00006870
                   AND  NOT EXISTS                                      00006880
                       (SELECT 1                                        00006890
                          FROM VLDTXBO X                                00006900
                         WHERE LOCATE(A.VAPU_CUENTA,                    00006910
                                      X.VXBO_CTAECOS  CONCAT            00006920
                                      X.VXBO_CTAECOD  CONCAT            00006930
                                      X.VXBO_CTAECOE  CONCAT            00006940
                                      X.VXBO_CTARETEN CONCAT            00006950
                                      X.VXBO_CTAIGV) > 0)               00006960
                   AND  NOT EXISTS                                      00006970
                       (SELECT 1                                        00006980
                          FROM VLDTARC R                                00006990
                         WHERE R.VARC_CUENTA = A.VAPU_CTAVAL            00007000
                           AND SUBSTR(R.VARC_FILLER, 11, 10)            00007010
                                             = A.VAPU_CUENTA)           00007020
           END-EXEC.                                                    00007030
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00007040
              MOVE 'UPDATE VLDTAPU'         TO WS-ACCION                00007050
              MOVE '2300-VALIDA-CUENTAS'    TO WS-PARRAFO               00007060
              PERFORM 3001-ERROR                                        00007070
           END-IF.                                                      00007080
                                                                        00007090
           IF SQLCODE = ZERO AND SQLERRD(3) > ZERO                      00007100
              ADD SQLERRD(3)       TO CONT-CTA-INVALIDA                 00007110
              MOVE 'CUENTA NO VALIDA EN VLDTXBO' TO WK-RESULTADO        00007120
              PERFORM 2900-RECHAZA-LOTE                                 00007130
                 THRU 2900-RECHAZA-LOTE-EXIT                            00007140
           END-IF.                                                      00007150
      *                                                                *00007160
      *----------------------------*                                    00007170
       2300-VALIDA-CUENTAS-EXIT.                                        00007180
      *----------------------------*                                    00007190
           EXIT.                                                        00007200
                                                                        00007210
      *-------------------*                                             00007220
       2400-ENVIA-LOTE.                                                 00007230
      *-------------------*                                             00007240
           MOVE SPACES             TO SW-FIN-APU.                       00007250
           EXEC SQL                                                     00007260
                OPEN VLDCAPU2                                           00007270
           END-EXEC.                                                    00007280
           IF SQLCODE NOT = ZERO                                        00007290
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007300
              MOVE 'VLDCAPU2-2400'          TO WS-PARRAFO               00007310
              PERFORM 3001-ERROR                                        00007320
           END-IF.                                                      00007330
                                                                        00007340
           PERFORM 2410-LEE-APUNTE                                      00007350
              THRU 2410-LEE-APUNTE-EXIT.                                00007360
           PERFORM 2420-ESCRIBE-APUNTE                                  00007370
              THRU 2420-ESCRIBE-APUNTE-EXIT                             00007380
              UNTIL FIN-APUNTES.                                        00007390
                                                                        00007400
           EXEC SQL                                                     00007410
                CLOSE VLDCAPU2                                          00007420
           END-EXEC.                                                    00007430
                                                                        00007440
           EXEC SQL                                                     00007450
                UPDATE  VLDTAPU                                         00007460
                   SET  VAPU_ESTADO   = 'E'                             00007470
                     ,  VAPU_FEENVIO  = :WK-FECHA-PROC                  00007480
                 WHERE  VAPU_PROGRAMA = :VLCG-PROGRAMA                  00007490
                   AND  VAPU_FECLOTE  = :VLCG-FECLOTE                   00007500
                   AND  VAPU_HORLOTE  = :VLCG-HORLOTE                   00007510
                   AND  VAPU_FECCONTA = :VLCG-FECCONTA                  00007520
                   AND  VAPU_DIVISA   = :VLCG-DIVISA                    00007530
                   AND  VAPU_ESTADO   = 'P'                             00007540
           END-EXEC.                                                    00007550
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00007560
              MOVE 'UPDATE VLDTAPU'         TO WS-ACCION                00007570
              MOVE '2400-ENVIA-LOTE'        TO WS-PARRAFO               00007580
              PERFORM 3001-ERROR                                        00007590
           END-IF.                                                      00007600
                                                                        00007610
           EXEC SQL                                                     00007620
                UPDATE  VLDTLCG                                         00007630
                   SET  VLCG_ESTADO   = 'E'                             00007640
                     ,  VLCG_FEENVIO  = :WK-FECHA-PROC                  00007650
                 WHERE  VLCG_PROGRAMA = :VLCG-PROGRAMA                  00007660
                   AND  VLCG_FECLOTE  = :VLCG-FECLOTE                   00007670
                   AND  VLCG_HORLOTE  = :VLCG-HORLOTE                   00007680
                   AND  VLCG_FECCONTA = :VLCG-FECCONTA                  00007690
                   AND  VLCG_DIVISA   = :VLCG-DIVISA                    00007700
           END-EXEC.                                                    00007710
           IF SQLCODE NOT = ZERO                                        00007720
              MOVE 'UPDATE VLDTLCG'         TO WS-ACCION                00007730
              MOVE '2400-ENVIA-LOTE'        TO WS-PARRAFO               00007740
              PERFORM 3001-ERROR                                        00007750
           END-IF.                                                      00007760
                                                                        00007770
           SET LOTE-ENVIADO        TO TRUE.                             00007780
           MOVE 'ENVIADO A CONTABILIDAD' TO WK-RESULTADO.               00007790
           ADD 1                   TO CONT-ENVIADOS                     00007800
                                      SUB-ENVIADOS.                     00007810
           ADD VLCG-NUMREG         TO CONT-APUNTES                      00007820
                                      SUB-APUNTES.                      00007830
           ADD VLCG-DEBE           TO TOT-DEBE.                         00007840
           ADD VLCG-HABER          TO TOT-HABER.                        00007850
      *                                                                *00007860
      *------------------------*                                        00007870
       2400-ENVIA-LOTE-EXIT.                                            00007880
      *------------------------*                                        00007890
           EXIT.                                                        00007900
                                                                        00007910
      *-------------------*                                             00007920
       2410-LEE-APUNTE.                                                 00007930
      *-------------------*                                             00007940
           EXEC SQL                                                     00007950
                FETCH VLDCAPU2                                          00007960
                 INTO :VAPU-REGISTRO                                    00007970
           END-EXEC.                                                    00007980
           EVALUATE SQLCODE                                             00007990
               WHEN ZERO                                                00008000
                    CONTINUE                                            00008010
               WHEN 100                                                 00008020
                    MOVE '10' TO SW-FIN-APU                             00008030
               WHEN OTHER                                               00008040
                    MOVE 'FETCH'           TO WS-ACCION                 00008050
                    MOVE 'VLDCAPU2-2410'   TO WS-PARRAFO                00008060
                    PERFORM 3001-ERROR                                  00008070
           END-EVALUATE.                                                00008080
      *                                                                *00008090
      *------------------------*                                        00008100
       2410-LEE-APUNTE-EXIT.                                            00008110
      *------------------------*                                        00008120
           EXIT.                                                        00008130
                                                                        00008140
      *-----------------------*                                         00008150
       2420-ESCRIBE-APUNTE.                                             00008160
      *-----------------------*                                         00008170
           WRITE REG-S1DQPASC    FROM VAPU-REGISTRO-TEXT.               00008180
           IF NOT S1DQPASC-OK                                           00008190
              MOVE 'WRITE S1DQPASC'         TO WS-ACCION                00008200
              MOVE '2420-ESCRIBE-APUNTE'    TO WS-PARRAFO               00008210
              PERFORM 3001-ERROR                                        00008220
           END-IF.                                                      00008230
                                                                        00008240
           PERFORM 2410-LEE-APUNTE                                      00008250
              THRU 2410-LEE-APUNTE-EXIT.                                00008260
      *                                                                *00008270
      *----------------------------*                                    00008280
       2420-ESCRIBE-APUNTE-EXIT.                                        00008290
      *----------------------------*                                    00008300
           EXIT.                                                        00008310
                                                                        00008320
      *------------------------*                                        00008330
       2500-ESCRIBE-DETALLE.                                            00008340
      *------------------------*                                        00008350
           MOVE VLCG-PROGRAMA      TO DET-PROGRAMA.                     00008360
           MOVE VLCG-FECCONTA      TO DET-FECCONTA.                     00008370
           MOVE VLCG-FECLOTE       TO DET-FECLOTE.                      00008380
           MOVE VLCG-HORLOTE       TO DET-HORLOTE.                      00008390
           MOVE VLCG-DIVISA        TO DET-DIVISA.                       00008400
           MOVE VLCG-NUMREG        TO DET-NUMREG.                       00008410
           MOVE VLCG-DEBE          TO DET-DEBE.                         00008420
           MOVE VLCG-HABER         TO DET-HABER.                        00008430
           MOVE WK-RESULTADO       TO DET-RESULTADO.                    00008440
           WRITE SAL-RPASC       FROM LIN-DETALLE.                      00008450
      *                                                                *00008460
      *-----------------------------*                                   00008470
       2500-ESCRIBE-DETALLE-EXIT.                                       00008480
      *-----------------------------*                                   00008490
           EXIT.                                                        00008500
                                                                        00008510
      *-----------------------*                                         00008520
       2600-CORTE-PROGRAMA.                                             00008530
      *-----------------------*                                         00008540
           MOVE W-PROG-ANT         TO SUB-PROGRAMA.                     00008550
           MOVE SUB-ENVIADOS       TO SUB-ENVIADOS-E.                   00008560
           MOVE SUB-RECHAZADOS     TO SUB-RECHAZADOS-E.                 00008570
           MOVE SUB-RETENIDOS      TO SUB-RETENIDOS-E.                  00008580
           MOVE SUB-APUNTES        TO SUB-APUNTES-E.                    00008590
           WRITE SAL-RPASC       FROM LIN-SUBTOTAL.                     00008600
           MOVE SPACES             TO SAL-RPASC.                        00008610
           WRITE SAL-RPASC.                                             00008620
                                                                        00008630
           MOVE ZEROS              TO SUB-ENVIADOS                      00008640
                                      SUB-RECHAZADOS                    00008650
                                      SUB-RETENIDOS                     00008660
                                      SUB-APUNTES.                      00008670
      *                                                                *00008680
      *----------------------------*                                    00008690
       2600-CORTE-PROGRAMA-EXIT.                                        00008700
      *----------------------------*                                    00008710
           EXIT.                                                        00008720
                                                                        00008730
      *---------------------*                                           00008740
       2900-RECHAZA-LOTE.                                               00008750
      *---------------------*                                           00008760
      *    EL LOTE NO SE ENVIA: SUS APUNTES PENDIENTES Y SU FILA DE     00008770
      *    CONTROL QUEDAN RECHAZADOS CON EL MOTIVO (WK-RESULTADO).      00008780
      *    EL PRODUCTOR PUEDE VOLVER A EJECUTARSE TRAS CORREGIR.        00008790
           MOVE 'LOTE RECHAZADO POR LA PASARELA' TO WK-MOTIVO-APU.      00008800
           EXEC SQL                                                     00008810
                UPDATE  VLDTAPU                                         00008820
                   SET  VAPU_ESTADO   = 'R'                             00008830
                     ,  VAPU_MOTIVO   = :WK-MOTIVO-APU                  00008840
                 WHERE  VAPU_PROGRAMA = :VLCG-PROGRAMA                  00008850
                   AND  VAPU_FECLOTE  = :VLCG-FECLOTE                   00008860
                   AND  VAPU_HORLOTE  = :VLCG-HORLOTE                   00008870
                   AND  VAPU_FECCONTA = :VLCG-FECCONTA                  00008880
                   AND  VAPU_DIVISA   = :VLCG-DIVISA                    00008890
                   AND  VAPU_ESTADO   = 'P'                             00008900
           END-EXEC.                                                    00008910
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100                  00008920
              MOVE 'UPDATE VLDTAPU'         TO WS-ACCION                00008930
              MOVE '2900-RECHAZA-LOTE'      TO WS-PARRAFO               00008940
              PERFORM 3001-ERROR                                        00008950
           END-IF.                                                      00008960
                                                                        00008970
           EXEC SQL                                                     00008980
                UPDATE  VLDTLCG                                         00008990
                   SET  VLCG_ESTADO   = 'R'                             00009000
                     ,  VLCG_MOTIVO   = :WK-RESULTADO                   00009010
                 WHERE  VLCG_PROGRAMA = :VLCG-PROGRAMA                  00009020
                   AND  VLCG_FECLOTE  = :VLCG-FECLOTE                   00009030
                   AND  VLCG_HORLOTE  = :VLCG-HORLOTE                   00009040
                   AND  VLCG_FECCONTA = :VLCG-FECCONTA                  00009050
                   AND  VLCG_DIVISA   = :VLCG-DIVISA                    00009060
           END-EXEC.                                                    00009070
           IF SQLCODE NOT = ZERO                                        00009080
              MOVE 'UPDATE VLDTLCG'         TO WS-ACCION                00009090
              MOVE '2900-RECHAZA-LOTE'      TO WS-PARRAFO               00009100
              PERFORM 3001-ERROR                                        00009110
           END-IF.                                                      00009120
                                                                        00009130
           SET LOTE-RECHAZADO      TO TRUE.                             00009140
           ADD 1                   TO CONT-RECHAZADOS                   00009150
                                      SUB-RECHAZADOS.                   00009160
      *                                                                *00009170
      *--------------------------*                                      00009180
       2900-RECHAZA-LOTE-EXIT.                                          00009190
      *--------------------------*                                      00009200
           EXIT.                                                        00009210
                                                                        00009220
      *--------*                                                        00009230
       3000-FIN.                                                        00009240
      *--------*                                                        00009250
           EXEC SQL                                                     00009260
                CLOSE VLDCLCG1                                          00009270
           END-EXEC.                                                    00009280
                                                                        00009290
           IF W-PROG-ANT NOT = SPACES                                   00009300
              PERFORM 2600-CORTE-PROGRAMA                               00009310
                 THRU 2600-CORTE-PROGRAMA-EXIT                          00009320
           END-IF.                                                      00009330
                                                                        00009340
           PERFORM 3100-INCOMPLETOS                                     00009350
              THRU 3100-INCOMPLETOS-EXIT.                               00009360
                                                                        00009370
      *    REGISTRO DE CONTROL DEL FICHERO A CONTABILIDAD               00009380
           MOVE WA-CARD-FECHA-N    TO TRL-FECHA.                        00009390
           MOVE CONT-ENVIADOS      TO TRL-LOTES.                        00009400
           MOVE CONT-APUNTES       TO TRL-NUMREG.                       00009410
           MOVE TOT-DEBE           TO TRL-DEBE.                         00009420
           MOVE TOT-HABER          TO TRL-HABER.                        00009430
           WRITE REG-S1DQPASC    FROM W-REG-TRAILER.                    00009440
           IF NOT S1DQPASC-OK                                           00009450
              MOVE 'WRITE S1DQPASC'         TO WS-ACCION                00009460
              MOVE '3000-FIN'               TO WS-PARRAFO               00009470
              PERFORM 3001-ERROR                                        00009480
           END-IF.                                                      00009490
                                                                        00009500
           MOVE CONT-ENVIADOS      TO TOT-ENVIADOS.                     00009510
           MOVE CONT-RECHAZADOS    TO TOT-RECHAZADOS.                   00009520
           MOVE CONT-RETENIDOS     TO TOT-RETENIDOS.                    00009530
           MOVE CONT-INCOMPLETOS   TO TOT-INCOMPLETOS.                  00009540
           MOVE CONT-APUNTES       TO TOT-APUNTES.                      00009550
           WRITE SAL-RPASC       FROM LIN-TOTALES AFTER 2.              00009560
           MOVE TOT-DEBE           TO TOT-DEBE-E.                       00009570
           MOVE TOT-HABER          TO TOT-HABER-E.                      00009580
           WRITE SAL-RPASC       FROM LIN-IMPORTES.                     00009590
                                                                        00009600
           CLOSE S1DQPASC                                               00009610
                 S1RPASC.                                               00009620
                                                                        00009630
           DISPLAY '****** FIN PASARELA CONTABLE ******'.               00009640
           DISPLAY 'LOTES LEIDOS           : ' CONT-LEIDOS.             00009650
           DISPLAY 'LOTES LIBERADOS        : ' CONT-LIBERADOS.          00009660
           DISPLAY 'LIBERACIONES NO HALLAD.: ' CONT-LIB-NO-HALLADOS.    00009670
           DISPLAY 'LOTES ENVIADOS         : ' CONT-ENVIADOS.           00009680
           DISPLAY 'LOTES RECHAZADOS       : ' CONT-RECHAZADOS.         00009690
           DISPLAY 'LOTES RETENIDOS        : ' CONT-RETENIDOS.          00009700
           DISPLAY 'LOTES INCOMPLETOS      : ' CONT-INCOMPLETOS.        00009710
           DISPLAY 'APUNTES ENVIADOS       : ' CONT-APUNTES.            00009720
           DISPLAY 'APUNTES CTA. INVALIDA  : ' CONT-CTA-INVALIDA.       00009730
           DISPLAY 'TOTAL DEBE ENVIADO     : ' TOT-DEBE-E.              00009740
           DISPLAY 'TOTAL HABER ENVIADO    : ' TOT-HABER-E.             00009750
                                                                        00009760
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00009770
           ACCEPT WK-HORA-FIN       FROM TIME.                          00009780
           INITIALIZE DCLVLDTCTL.                                       00009790
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00009800
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00009810
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00009820
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00009830
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00009840
           MOVE CONT-APUNTES        TO VCTL-ESCRITOS.                   00009850
           COMPUTE VCTL-RECHAZADOS  = CONT-RECHAZADOS                   00009860
                                    + CONT-RETENIDOS.                   00009870
           MOVE TOT-DEBE            TO VCTL-IMPORTE-TOT.                00009880
           MOVE 'OK'                TO VCTL-ESTADO.                     00009890
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00009900
           IF VCTL-CODRESP NOT = ZEROS                                  00009910
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00009920
           END-IF.                                                      00009930
                                                                        00009940
           IF CONT-RECHAZADOS  > ZEROS OR                               00009950
              CONT-RETENIDOS   > ZEROS OR                               00009960
              CONT-INCOMPLETOS > ZEROS                                  00009970
              MOVE 04 TO RETURN-CODE                                    00009980
           END-IF.                                                      00009990
      *                                                                *00010000
      *-------------*                                                   00010010
       3000-FIN-EXIT.                                                   00010020
      *-------------*                                                   00010030
           EXIT.                                                        00010040
                                                                        00010050
      *--------------------*                                            00010060
       3100-INCOMPLETOS.                                                00010070
      *--------------------*                                            00010080
      *    SE INFORMAN, NO SE TOCAN: EL PRODUCTOR PUEDE ESTAR AUN EN    00010090
      *    EJECUCION O HABER TERMINADO MAL; SE REVISAN MANUALMENTE.     00010100
           EXEC SQL                                                     00010110
                OPEN VLDCAPU3                                           00010120
           END-EXEC.                                                    00010130
           IF SQLCODE NOT = ZERO                                        00010140
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00010150
              MOVE 'VLDCAPU3-3100'          TO WS-PARRAFO               00010160
              PERFORM 3001-ERROR                                        00010170
           END-IF.                                                      00010180
                                                                        00010190
           PERFORM 3110-LEE-INCOMPLETO                                  00010200
              THRU 3110-LEE-INCOMPLETO-EXIT.                            00010210
           PERFORM 3120-INFORMA-INCOMPLETO                              00010220
              THRU 3120-INFORMA-INCOMPLETO-EXIT                         00010230
              UNTIL FIN-INCOMPLETOS.                                    00010240
                                                                        00010250
           EXEC SQL                                                     00010260
                CLOSE VLDCAPU3                                          00010270
           END-EXEC.                                                    00010280
      *                                                                *00010290
      *-------------------------*                                       00010300
       3100-INCOMPLETOS-EXIT.                                           00010310
      *-------------------------*                                       00010320
           EXIT.                                                        00010330
                                                                        00010340
      *-----------------------*                                         00010350
       3110-LEE-INCOMPLETO.                                             00010360
      *-----------------------*                                         00010370
           EXEC SQL                                                     00010380
                FETCH VLDCAPU3                                          00010390
                 INTO :VLCG-PROGRAMA                                    00010400
                    , :VLCG-FECLOTE                                     00010410
                    , :VLCG-HORLOTE                                     00010420
                    , :VLCG-FECCONTA                                    00010430
                    , :VLCG-DIVISA                                      00010440
                    , :VLCG-NUMREG                                      00010450
                    , :VLCG-DEBE                                        00010460
                    , :VLCG-HABER                                       00010470
           END-EXEC.                                                    00010480
           EVALUATE SQLCODE                                             00010490
               WHEN ZERO                                                00010500
                    ADD 1 TO CONT-INCOMPLETOS                           00010510
               WHEN 100                                                 00010520
                    MOVE '10' TO SW-FIN-INC                             00010530
               WHEN OTHER                                               00010540
                    MOVE 'FETCH'           TO WS-ACCION                 00010550
                    MOVE 'VLDCAPU3-3110'   TO WS-PARRAFO                00010560
                    PERFORM 3001-ERROR                                  00010570
           END-EVALUATE.                                                00010580
      *                                                                *00010590
      *----------------------------*                                    00010600
       3110-LEE-INCOMPLETO-EXIT.                                        00010610
      *----------------------------*                                    00010620
           EXIT.                                                        00010630
                                                                        00010640
      *---------------------------*                                     00010650
       3120-INFORMA-INCOMPLETO.                                         00010660
      *---------------------------*                                     00010670
           MOVE 'LOTE INCOMPLETO (SIN CIERRE)' TO WK-RESULTADO.         00010680
           PERFORM 2500-ESCRIBE-DETALLE                                 00010690
              THRU 2500-ESCRIBE-DETALLE-EXIT.                           00010700
                                                                        00010710
           PERFORM 3110-LEE-INCOMPLETO                                  00010720
              THRU 3110-LEE-INCOMPLETO-EXIT.                            00010730
      *                                                                *00010740
      *--------------------------------*                                00010750
       3120-INFORMA-INCOMPLETO-EXIT.                                    00010760
      *--------------------------------*                                00010770
           EXIT.                                                        00010780
                                                                        00010790
       3001-ERROR.                                                      00010800
      *-----------*                                                     00010810
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00010820
           DISPLAY 'ACCION:          ' WS-ACCION.                       00010830
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00010840
           DISPLAY '******************************************'.        00010850
           MOVE 08 TO RETURN-CODE.                                      00010860
           STOP RUN.                                                    00010870
      *-----------------*                                               00010880
      * FIN DE PROGRAMA *                                               00010890
      *-----------------*                                               00010900
