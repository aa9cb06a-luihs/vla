       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CDSPA.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : ABONO DE DERECHOS DE SUSCRIPCION PREFERENTE.         *00000060
      *           COMPLEMENTA A VL4CCORP (SPLITS / DIVIDENDO EN        *00000070
      *           ACCIONES) Y VL4CDIVC (DIVIDENDO EN EFECTIVO): PARA   *00000080
      *           EL VALOR PADRE Y EL CODIGO PROPIO DEL DERECHO (YA    *00000090
      *           DADO DE ALTA EN VLDTXEN POR VL7CXEN0) RECIBIDOS POR  *00000100
      *           SYSIN, ABONA A CADA TENEDOR DE VLDTADS A LA FECHA    *00000110
      *           DE REGISTRO LOS DERECHOS QUE LE CORRESPONDEN         *00000120
      *           (DEPOSITO X DERECHOS POR ACCION, SIN FRACCIONES)     *00000130
      *           COMO POSICION DEL CODIGO DEL DERECHO, Y:             *00000140
      *             - ABRE EL EVENTO EN VLDTDSP CON LA PROPORCION DE   *00000150
      *               SUSCRIPCION, EL PRECIO Y LA VENTANA              *00000160
      *             - CREA LA FILA DE ELECCION DEL TENEDOR EN VLDTDSE  *00000170
      *               (SIN INSTRUCCION) PARA QUE LA OFICINA REGISTRE   *00000180
      *               EN VL7CDSP0 SI EJERCE, VENDE O DEJA VENCER       *00000190
      *             - AUDITA CADA ABONO EN VLDTRLOG (VL9CRLOG) Y       *00000200
      *               EMITE EL DETALLE POR TENEDOR EN S1RDSPA          *00000210
      *             - REFLEJA EL ABONO EN LA FILA DEL MES DE VLDTHIS   *00000220
      *               (TIPGAS 55; SI NO EXISTE LA CREA) Y ABRE UN LOTE *00000230
      *               DE COSTO CERO EN VLDTLOT POR LOS DERECHOS        *00000240
      *           VL4CDSPE GENERA LAS VENTAS Y SUSCRIPCIONES Y DA DE   *00000250
      *           BAJA LOS DERECHOS NO EJERCIDOS AL VENCIMIENTO.       *00000260
      * SYSIN   : 1. CODIGO DE VALOR PADRE X(12)                       *00000270
      *           2. CODIGO DEL DERECHO X(12)                          *00000280
      *           3. DERECHOS POR ACCION 9(04)V9(06)                   *00000290
      *           4. ACCIONES NUEVAS POR DERECHO 9(04)V9(06)           *00000300
      *           5. PRECIO DE SUSCRIPCION 9(13)V9(02)                 *00000310
      *           6. FECHA REGISTRO AAAAMMDD (DEBE SER HOY)            *00000320
      *           7. INICIO DE LA VENTANA DE SUSCRIPCION AAAAMMDD      *00000330
      *           8. FIN DE LA VENTANA DE SUSCRIPCION AAAAMMDD         *00000340
      * FECHA   : 15-10-2026                                           *00000350
      ******************************************************************00000360
      ******************************************************************00000370
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000380
      *---------- ---------- ---------------- -------------------------*00000390
      *RITM49151  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000400
      *---------- ---------- ---------------- -------------------------*00000410
      ******************************************************************00000420
       ENVIRONMENT DIVISION.                                            00000430
       CONFIGURATION SECTION.                                           00000440
       SPECIAL-NAMES.                                                   00000450
       INPUT-OUTPUT SECTION.                                            00000460
       FILE-CONTROL.                                                    00000470
                                                                        00000480
           SELECT S1RDSPA   ASSIGN       TO S1RDSPA                     00000490
                            FILE STATUS  IS FS-SRDSPA.                  00000500
       DATA DIVISION.                                                   00000510
       FILE SECTION.                                                    00000520
      *                                                                *00000530
       FD  S1RDSPA                                                      00000540
           RECORDING MODE  IS  F                                        00000550
           LABEL  RECORDS  IS  STANDARD                                 00000560
           DATA   RECORD   IS  SAL-RDSPA.                               00000570
         01 SAL-RDSPA              PIC X(132).                          00000580
      *                                                                 00000590
      ******************************************************************00000600
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000610
      ******************************************************************00000620
       WORKING-STORAGE SECTION.                                         00000630
      *************************                                         00000640
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CDSPA'.          00000650
      *                                                                 00000660
      * PARAMETROS (SYSIN)                                              00000670
       01  WS-PARAMETROS.                                               00000680
           05 WA-CARD-VALOR        PIC X(12) VALUE SPACES.              00000690
           05 WA-CARD-DERECHO      PIC X(12) VALUE SPACES.              00000700
           05 WA-CARD-FACTOR       PIC X(10) VALUE SPACES.              00000710
           05 WA-CARD-FACTOR-N REDEFINES WA-CARD-FACTOR                 00000720
                                   PIC 9(04)V9(06).                     00000730
           05 WA-CARD-RATIO        PIC X(10) VALUE SPACES.              00000740
           05 WA-CARD-RATIO-N REDEFINES WA-CARD-RATIO                   00000750
                                   PIC 9(04)V9(06).                     00000760
           05 WA-CARD-PRECIO       PIC X(15) VALUE SPACES.              00000770
           05 WA-CARD-PRECIO-N REDEFINES WA-CARD-PRECIO                 00000780
                                   PIC 9(13)V9(02).                     00000790
           05 WA-CARD-FECREG       PIC X(08) VALUE SPACES.              00000800
           05 WA-CARD-FECREG-N REDEFINES WA-CARD-FECREG PIC 9(08).      00000810
           05 WA-CARD-FECINI       PIC X(08) VALUE SPACES.              00000820
           05 WA-CARD-FECINI-N REDEFINES WA-CARD-FECINI PIC 9(08).      00000830
           05 WA-CARD-FECFIN       PIC X(08) VALUE SPACES.              00000840
           05 WA-CARD-FECFIN-N REDEFINES WA-CARD-FECFIN PIC 9(08).      00000850
      *                                                                 00000860
       01  WS-VARIOS.                                                   00000870
           05 SW-FIN-CUR-ADS       PIC X(02) VALUE SPACES.              00000880
              88 FIN-CUR-ADS                 VALUE 'SI'.                00000890
           05 WK-CUENTA            PIC S9(7)V      COMP-3 VALUE ZEROS.  00000900
           05 WK-BASE              PIC S9(13)V     COMP-3 VALUE ZEROS.  00000910
           05 WK-DERECHOS          PIC S9(13)V     COMP-3 VALUE ZEROS.  00000920
           05 WK-EXISTE            PIC S9(5)       COMP-3 VALUE ZEROS.  00000930
           05 IN-DIA               PIC 9(02) VALUE ZEROS.               00000940
           05 SW-HIS-NUEVA         PIC X(02) VALUE SPACES.              00000950
              88 HIS-NUEVA                   VALUE 'SI'.                00000960
       77  WK-ANO-ACT              PIC S9(4) COMP VALUE ZEROS.          00000970
       77  WK-MES-ACT              PIC S9(4) COMP VALUE ZEROS.          00000980
      *                                                                 00000990
      * TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CTREN)              00001000
       01  W-HIS-TITULOS.                                               00001010
           05 WHIS-TIT-DIA OCCURS 31 PIC S9(13)V   COMP-3.              00001020
       77  WHIS-TIPGAS             PIC S9(2)V COMP-3 VALUE ZEROS.       00001030
      *                                                                 00001040
       01  W-DATE                  PIC 9(6).                            00001050
       01  FILLER                  REDEFINES W-DATE.                    00001060
           02 W-ANO                PIC 99.                              00001070
           02 W-MES                PIC 99.                              00001080
           02 W-DIA                PIC 99.                              00001090
       01  W-FECHA-AMD.                                                 00001100
           05 W-AA-AMD             PIC 9(4).                            00001110
           05 W-MM-AMD             PIC 9(2).                            00001120
           05 W-DD-AMD             PIC 9(2).                            00001130
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001140
       01  W-HORA-CURRENT.                                              00001150
           02  W-HORA              PIC 99.                              00001160
           02  W-MINUTOS           PIC 99.                              00001170
           02  W-SEGUNDOS          PIC 99.                              00001180
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001190
      *                                                                 00001200
       01 W-CONTADORES.                                                 00001210
          05 CONT-TENEDORES        PIC 9(08)  VALUE ZEROES.             00001220
          05 CONT-ABONADOS         PIC 9(08)  VALUE ZEROES.             00001230
          05 CONT-SIN-DERECHO      PIC 9(08)  VALUE ZEROES.             00001240
          05 WK-TOT-DERECHOS       PIC S9(13)V COMP-3 VALUE ZEROS.      00001250
      * VARIABLES PARA CONTROL DE ERRORES                               00001260
       01 WS-ERROR.                                                     00001270
          05 WS-ACCION             PIC X(24).                           00001280
          05 WS-PARRAFO            PIC X(19).                           00001290
      * VARIABLES CONTROL DE ARCHIVOS                                   00001300
       01 WS-CTRL-ARCHIVOS.                                             00001310
          05 FS-SRDSPA             PIC X(02) VALUE '00'.                00001320
             88 S1RDSPA-OK                   VALUE '00'.                00001330
      *                                                                 00001340
      * LINEAS DEL REPORTE                                              00001350
       01 LIN-CABECERA.                                                 00001360
          05 FILLER                PIC X(40) VALUE                      00001370
             ' ABONO DE DERECHOS DE SUSCRIPCION - VAL '.                00001380
          05 CAB-VALOR             PIC X(12).                           00001390
          05 FILLER                PIC X(09) VALUE ' DERECHO '.         00001400
          05 CAB-DERECHO           PIC X(12).                           00001410
          05 FILLER                PIC X(10) VALUE ' REGISTRO '.        00001420
          05 CAB-FECREG            PIC 9(08).                           00001430
          05 FILLER                PIC X(09) VALUE ' VENTANA '.         00001440
          05 CAB-FECINI            PIC 9(08).                           00001450
          05 FILLER                PIC X(01) VALUE '-'.                 00001460
          05 CAB-FECFIN            PIC 9(08).                           00001470
          05 FILLER                PIC X(15) VALUE SPACES.              00001480
       01 LIN-DETALLE.                                                  00001490
          05 FILLER                PIC X(01) VALUE SPACES.              00001500
          05 DET-TEXTO             PIC X(18).                           00001510
          05 FILLER                PIC X(06) VALUE ' CTA: '.            00001520
          05 DET-CUENTA            PIC 9(07).                           00001530
          05 FILLER                PIC X(10) VALUE ' ACCIONES '.        00001540
          05 DET-BASE              PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001550
          05 FILLER                PIC X(10) VALUE ' DERECHOS '.        00001560
          05 DET-DERECHOS          PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001570
          05 FILLER                PIC X(50) VALUE SPACES.              00001580
       01 LIN-TOTAL.                                                    00001590
          05 FILLER                PIC X(30) VALUE                      00001600
             ' TOTAL DERECHOS ABONADOS:     '.                          00001610
          05 TOT-DERECHOS          PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001620
          05 FILLER                PIC X(13) VALUE ' TENEDORES: '.      00001630
          05 TOT-TENEDORES         PIC ZZ,ZZZ,ZZ9.                      00001640
          05 FILLER                PIC X(64) VALUE SPACES.              00001650
      *                                                                 00001660
      *    EVENTOS Y ELECCIONES DE DERECHOS DE SUSCRIPCION              00001670
           COPY VLCPTDSP.                                               00001680
           COPY VLCPTDSE.                                               00001690
      *                                                                 00001700
      *    LOTES FISCALES DE COSTO (VLDTLOT)                            00001710
           COPY VLCPTLOT.                                               00001720
      *                                                                 00001730
      *    AUDITORIA BATCH (VL9CRLOG)                                   00001740
           COPY VLCPTRLOG.                                              00001750
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00001760
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00001770
      *                                                                 00001780
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001790
           COPY VLCPTCTL.                                               00001800
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001810
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001820
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00001830
           COPY VLCPTVE0.                                               00001840
       77  WK-VL9CVEN0            PIC X(08) VALUE 'VL9CVEN0'.           00001850
      *                                                                *00001860
      *  AREA DE COMUNICACION SQLCA                                    *00001870
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001880
      *                                                                 00001890
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00001900
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00001910
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00001920
      *                                                                 00001930
      *  TENEDORES DEL VALOR PADRE CON DEPOSITO A LA FECHA DE REGISTRO *00001940
           EXEC SQL                                                     00001950
                DECLARE VLDCDSP1 CURSOR WITH HOLD FOR                   00001960
                 SELECT  VADS_CUENTA                                    00001970
                      ,  VADS_DEPOS                                     00001980
                   FROM  VLDTADS                                        00001990
                  WHERE  VADS_PAVAL = :VADS-PAVAL                       00002000
                    AND  VADS_VALOR = :VADS-VALOR                       00002010
                    AND  VADS_ISIN  = :VADS-ISIN                        00002020
                    AND  VADS_DEPOS > 0                                 00002030
                  ORDER  BY VADS_CUENTA                                 00002040
           END-EXEC.                                                    00002050
      *                                                                *00002060
       PROCEDURE DIVISION.                                              00002070
      *                                                                *00002080
           PERFORM 1000-INICIO                                          00002090
              THRU 1000-INICIO-EXIT.                                    00002100
                                                                        00002110
           PERFORM 2000-ABONA-TENEDOR                                   00002120
              THRU 2000-ABONA-TENEDOR-EXIT                              00002130
              UNTIL FIN-CUR-ADS.                                        00002140
                                                                        00002150
           PERFORM 3000-FIN                                             00002160
              THRU 3000-FIN-EXIT.                                       00002170
                                                                        00002180
           STOP RUN.                                                    00002190
      *                                                                *00002200
      *-----------*                                                     00002210
       1000-INICIO.                                                     00002220
      *-----------*                                                     00002230
           INITIALIZE W-CONTADORES.                                     00002240
                                                                        00002250
           ACCEPT WA-CARD-VALOR.                                        00002260
           ACCEPT WA-CARD-DERECHO.                                      00002270
           ACCEPT WA-CARD-FACTOR.                                       00002280
           ACCEPT WA-CARD-RATIO.                                        00002290
           ACCEPT WA-CARD-PRECIO.                                       00002300
           ACCEPT WA-CARD-FECREG.                                       00002310
           ACCEPT WA-CARD-FECINI.                                       00002320
           ACCEPT WA-CARD-FECFIN.                                       00002330
                                                                        00002340
           IF WA-CARD-VALOR = SPACES OR WA-CARD-DERECHO = SPACES        00002350
              OR WA-CARD-VALOR = WA-CARD-DERECHO                        00002360
              MOVE 'VALOR/DERECHO INVALIDO' TO WS-ACCION                00002370
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002380
              PERFORM 3001-ERROR                                        00002390
           END-IF.                                                      00002400
           IF WA-CARD-FACTOR NOT NUMERIC                                00002410
              OR WA-CARD-FACTOR-N NOT > ZEROS                           00002420
              OR WA-CARD-RATIO NOT NUMERIC                              00002430
              OR WA-CARD-RATIO-N NOT > ZEROS                            00002440
              MOVE 'FACTOR/RATIO INVALIDO'  TO WS-ACCION                00002450
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002460
              PERFORM 3001-ERROR                                        00002470
           END-IF.                                                      00002480
           IF WA-CARD-PRECIO NOT NUMERIC                                00002490
              MOVE 'PRECIO NO NUMERICO'     TO WS-ACCION                00002500
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002510
              PERFORM 3001-ERROR                                        00002520
           END-IF.                                                      00002530
           IF WA-CARD-FECREG NOT NUMERIC                                00002540
              OR WA-CARD-FECINI NOT NUMERIC                             00002550
              OR WA-CARD-FECFIN NOT NUMERIC                             00002560
              OR WA-CARD-FECINI-N < WA-CARD-FECREG-N                    00002570
              OR WA-CARD-FECFIN-N < WA-CARD-FECINI-N                    00002580
              MOVE 'FECHAS INVALIDAS'       TO WS-ACCION                00002590
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002600
              PERFORM 3001-ERROR                                        00002610
           END-IF.                                                      00002620
                                                                        00002630
           ACCEPT W-DATE FROM DATE.                                     00002640
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002650
           MOVE W-MES              TO W-MM-AMD.                         00002660
           MOVE W-DIA              TO W-DD-AMD.                         00002670
           MOVE W-AA-AMD           TO WK-ANO-ACT.                       00002680
           MOVE W-MM-AMD           TO WK-MES-ACT.                       00002690
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002700
                                                                        00002710
      *    LA POSICION SE LEE DE VLDTADS, QUE SOLO CONOCE EL SALDO      00002720
      *    VIGENTE: COMO EN VL4CDIVC, LA CORRIDA DEBE EJECUTARSE EL     00002730
      *    MISMO DIA DE LA FECHA DE REGISTRO.                           00002740
           IF WA-CARD-FECREG-N NOT = W-FECHA-AMD-N                      00002750
              MOVE 'FECREG NO ES FECHA HOY' TO WS-ACCION                00002760
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002770
              PERFORM 3001-ERROR                                        00002780
           END-IF.                                                      00002790
                                                                        00002800
      *    EL VALOR PADRE DEBE EXISTIR EN EL MAESTRO                    00002810
           MOVE WA-CARD-VALOR (01:03)    TO VXEN-PAVAL.                 00002820
           MOVE WA-CARD-VALOR (04:08)    TO VXEN-VALOR.                 00002830
           MOVE WA-CARD-VALOR (12:01)    TO VXEN-ISIN.                  00002840
           EXEC SQL                                                     00002850
                SELECT VXEN_CODDIVI                                     00002860
                  INTO :VXEN-CODDIVI                                    00002870
                  FROM VLDTXEN                                          00002880
                 WHERE VXEN_PAVAL  = :VXEN-PAVAL                        00002890
                   AND VXEN_VALOR  = :VXEN-VALOR                        00002900
                   AND VXEN_ISIN   = :VXEN-ISIN                         00002910
           END-EXEC.                                                    00002920
           IF SQLCODE NOT = ZERO                                        00002930
              MOVE 'VALOR NO EXISTE EN XEN' TO WS-ACCION                00002940
              MOVE 'VLDTXEN-1000'           TO WS-PARRAFO               00002950
              PERFORM 3001-ERROR                                        00002960
           END-IF.                                                      00002970
           MOVE VXEN-CODDIVI             TO VDSP-MONEDA.                00002980
                                                                        00002990
      *    EL DERECHO DEBE TENER SU PROPIO CODIGO EN EL MAESTRO         00003000
           MOVE WA-CARD-DERECHO (01:03)  TO VXEN-PAVAL.                 00003010
           MOVE WA-CARD-DERECHO (04:08)  TO VXEN-VALOR.                 00003020
           MOVE WA-CARD-DERECHO (12:01)  TO VXEN-ISIN.                  00003030
           EXEC SQL                                                     00003040
                SELECT VXEN_NOMBRE                                      00003050
                  INTO :VXEN-NOMBRE                                     00003060
                  FROM VLDTXEN                                          00003070
                 WHERE VXEN_PAVAL  = :VXEN-PAVAL                        00003080
                   AND VXEN_VALOR  = :VXEN-VALOR                        00003090
                   AND VXEN_ISIN   = :VXEN-ISIN                         00003100
           END-EXEC.                                                    00003110
           IF SQLCODE NOT = ZERO                                        00003120
              MOVE 'DERECHO NO EXISTE EN XEN' TO WS-ACCION              00003130
              MOVE 'VLDTXEN-1000'           TO WS-PARRAFO               00003140
              PERFORM 3001-ERROR                                        00003150
           END-IF.                                                      00003160
                                                                        00003170
      *    UNA EMISION DE DERECHOS SE ABONA UNA SOLA VEZ                00003180
           MOVE WA-CARD-DERECHO          TO VDSP-CODDERE.               00003190
           EXEC SQL                                                     00003200
                SELECT COUNT(*)                                         00003210
                  INTO :WK-EXISTE                                       00003220
                  FROM VLDTDSP                                          00003230
                 WHERE VDSP_CODDERE = :VDSP-CODDERE                     00003240
           END-EXEC.                                                    00003250
           IF SQLCODE NOT = ZERO                                        00003260
              MOVE 'SELECT'                 TO WS-ACCION                00003270
              MOVE 'VLDTDSP-1000'           TO WS-PARRAFO               00003280
              PERFORM 3001-ERROR                                        00003290
           END-IF.                                                      00003300
           IF WK-EXISTE > ZEROS                                         00003310
              MOVE 'EVENTO YA ABONADO'      TO WS-ACCION                00003320
              MOVE 'VLDTDSP-1000'           TO WS-PARRAFO               00003330
              PERFORM 3001-ERROR                                        00003340
           END-IF.                                                      00003350
                                                                        00003360
      *    CIERRA LA VENTANA DE SU AMBITO: EL ONLINE QUE MUTA LAS       00003370
      *    MISMAS TABLAS RECHAZA HASTA LA APERTURA DEL FINAL            00003380
           INITIALIZE VL9CVEN0-AREA.                                    00003390
           MOVE 'C'                TO VEN0-ACCION.                      00003400
           MOVE 'CORPORAT'         TO VEN0-AMBITO.                      00003410
           MOVE W-PROGRAMA         TO VEN0-PROGRAMA.                    00003420
           MOVE W-FECHA-AMD-N      TO VEN0-FECHA.                       00003430
           MOVE W-HORA-CURRENT-N   TO VEN0-HORA.                        00003440
           CALL WK-VL9CVEN0     USING VL9CVEN0-AREA.                    00003450
           IF VEN0-CODRESP NOT = ZEROS                                  00003460
              DISPLAY 'AVISO: VENTANA VLDTVEN NO CERRADA'               00003470
           END-IF.                                                      00003480
                                                                        00003490
           OPEN OUTPUT S1RDSPA.                                         00003500
           IF NOT S1RDSPA-OK                                            00003510
              MOVE 'OPEN FICHERO S1RDSPA'   TO WS-ACCION                00003520
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003530
              PERFORM 3001-ERROR                                        00003540
           END-IF.                                                      00003550
                                                                        00003560
           MOVE WA-CARD-VALOR      TO CAB-VALOR.                        00003570
           MOVE WA-CARD-DERECHO    TO CAB-DERECHO.                      00003580
           MOVE WA-CARD-FECREG-N   TO CAB-FECREG.                       00003590
           MOVE WA-CARD-FECINI-N   TO CAB-FECINI.                       00003600
           MOVE WA-CARD-FECFIN-N   TO CAB-FECFIN.                       00003610
           WRITE SAL-RDSPA       FROM LIN-CABECERA.                     00003620
                                                                        00003630
           MOVE WA-CARD-VALOR (01:03)    TO VADS-PAVAL.                 00003640
           MOVE WA-CARD-VALOR (04:08)    TO VADS-VALOR.                 00003650
           MOVE WA-CARD-VALOR (12:01)    TO VADS-ISIN.                  00003660
           EXEC SQL                                                     00003670
                OPEN VLDCDSP1                                           00003680
           END-EXEC.                                                    00003690
           IF SQLCODE NOT = ZERO                                        00003700
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003710
              MOVE 'VLDCDSP1-1000'          TO WS-PARRAFO               00003720
              PERFORM 3001-ERROR                                        00003730
           END-IF.                                                      00003740
                                                                        00003750
           PERFORM 1300-FETCH-TENEDOR                                   00003760
              THRU 1300-FETCH-TENEDOR-EXIT.                             00003770
      *                                                                *00003780
      *----------------*                                                00003790
       1000-INICIO-EXIT.                                                00003800
      *----------------*                                                00003810
           EXIT.                                                        00003820
                                                                        00003830
      *--------------------*                                            00003840
       1300-FETCH-TENEDOR.                                              00003850
      *--------------------*                                            00003860
           EXEC SQL                                                     00003870
                FETCH  VLDCDSP1                                         00003880
                 INTO :WK-CUENTA                                        00003890
                    , :WK-BASE                                          00003900
           END-EXEC.                                                    00003910
                                                                        00003920
           EVALUATE SQLCODE                                             00003930
               WHEN ZERO                                                00003940
                    ADD 1 TO CONT-TENEDORES                             00003950
               WHEN 100                                                 00003960
                    MOVE 'SI'            TO SW-FIN-CUR-ADS              00003970
               WHEN OTHER                                               00003980
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00003990
                    MOVE 'VLDCDSP1-1300'       TO WS-PARRAFO            00004000
                    PERFORM 3001-ERROR                                  00004010
           END-EVALUATE.                                                00004020
      *                                                                *00004030
      *-------------------------*                                       00004040
       1300-FETCH-TENEDOR-EXIT.                                         00004050
      *-------------------------*                                       00004060
           EXIT.                                                        00004070
                                                                        00004080
      *----------------------*                                          00004090
       2000-ABONA-TENEDOR.                                              00004100
      *----------------------*                                          00004110
      *    DERECHOS = DEPOSITO X DERECHOS POR ACCION, TRUNCADO: LAS     00004120
      *    FRACCIONES DE DERECHO NO SE ABONAN NI SE NEGOCIAN.           00004130
           COMPUTE WK-DERECHOS = WK-BASE * WA-CARD-FACTOR-N.            00004140
                                                                        00004150
           MOVE WK-CUENTA           TO DET-CUENTA.                      00004160
           MOVE WK-BASE             TO DET-BASE.                        00004170
           MOVE WK-DERECHOS         TO DET-DERECHOS.                    00004180
                                                                        00004190
           IF WK-DERECHOS NOT > ZEROS                                   00004200
              ADD 1                 TO CONT-SIN-DERECHO                 00004210
              MOVE 'SIN DERECHO ENTERO' TO DET-TEXTO                    00004220
              PERFORM 2900-ESCRIBE-LINEA                                00004230
                 THRU 2900-ESCRIBE-LINEA-EXIT                           00004240
              GO TO 2000-ABONA-TENEDOR-SIGUE                            00004250
           END-IF.                                                      00004260
                                                                        00004270
      *    ABONO EN LA POSICION DEL CODIGO DEL DERECHO; SI NO HAY       00004280
      *    FILA SE CREA (MISMA TECNICA QUE EL DESTINO DE VL4CTRAS)      00004290
           MOVE WK-CUENTA               TO VADS-CUENTA.                 00004300
           MOVE WA-CARD-DERECHO (01:03) TO VADS-PAVAL.                  00004310
           MOVE WA-CARD-DERECHO (04:08) TO VADS-VALOR.                  00004320
           MOVE WA-CARD-DERECHO (12:01) TO VADS-ISIN.                   00004330
           EXEC SQL                                                     00004340
                UPDATE VLDTADS                                          00004350
                   SET VADS_DEPOS = VADS_DEPOS + :WK-DERECHOS           00004360
                 WHERE VADS_CUENTA = :VADS-CUENTA                       00004370
                   AND VADS_PAVAL  = :VADS-PAVAL                        00004380
                   AND VADS_VALOR  = :VADS-VALOR                        00004390
                   AND VADS_ISIN   = :VADS-ISIN                         00004400
           END-EXEC.                                                    00004410
           EVALUATE SQLCODE                                             00004420
               WHEN ZERO                                                00004430
                    CONTINUE                                            00004440
               WHEN 100                                                 00004450
                    MOVE WK-DERECHOS TO VADS-DEPOS                      00004460
                    MOVE ZEROS       TO VADS-COMPR                      00004470
                                        VADS-SUSCR                      00004480
                                        VADS-VENTA                      00004490
                                        VADS-ORDVE                      00004500
                                        VADS-BLOQ                       00004510
                    EXEC SQL                                            00004520
                         INSERT INTO VLDTADS                            00004530
                               ( VADS_CUENTA                            00004540
                               , VADS_PAVAL                             00004550
                               , VADS_VALOR                             00004560
                               , VADS_ISIN                              00004570
                               , VADS_DEPOS                             00004580
                               , VADS_COMPR                             00004590
                               , VADS_SUSCR                             00004600
                               , VADS_VENTA                             00004610
                               , VADS_ORDVE                             00004620
                               , VADS_BLOQ )                            00004630
                         VALUES                                         00004640
                               ( :VADS-CUENTA                           00004650
                               , :VADS-PAVAL                            00004660
                               , :VADS-VALOR                            00004670
                               , :VADS-ISIN                             00004680
                               , :VADS-DEPOS                            00004690
                               , :VADS-COMPR                            00004700
                               , :VADS-SUSCR                            00004710
                               , :VADS-VENTA                            00004720
                               , :VADS-ORDVE                            00004730
                               , :VADS-BLOQ )                           00004740
                    END-EXEC                                            00004750
                    IF SQLCODE NOT = ZERO                               00004760
                       MOVE 'INSERT DERECHO'    TO WS-ACCION            00004770
                       MOVE 'VLDTADS-2000'      TO WS-PARRAFO           00004780
                       PERFORM 3001-ERROR                               00004790
                    END-IF                                              00004800
               WHEN OTHER                                               00004810
                    MOVE 'UPDATE DERECHO'       TO WS-ACCION            00004820
                    MOVE 'VLDTADS-2000'         TO WS-PARRAFO           00004830
                    PERFORM 3001-ERROR                                  00004840
           END-EVALUATE.                                                00004850
                                                                        00004860
      *    IMAGEN DE LA POSICION TOCADA (MISMA CLAVE EN TEXTO QUE       00004870
      *    VL4CCANJ) PARA EL ULTIMO EVENTO DE LA PRUEBA VL4CPRUP        00004880
           INITIALIZE DCLVLDTRLOG.                                      00004890
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00004900
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00004910
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00004920
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00004930
                                        VRLOG-CODTRAN.                  00004940
           MOVE 'VLDTADS'            TO VRLOG-TABLA.                    00004950
           MOVE 'ABONODER'           TO VRLOG-OPERACION.                00004960
           MOVE WK-CUENTA            TO VRLOG-REGISTRO-TEXT (01:07).    00004970
           MOVE WA-CARD-DERECHO      TO VRLOG-REGISTRO-TEXT (09:12).    00004980
           MOVE WK-DERECHOS          TO VRLOG-REGISTRO-TEXT (22:13).    00004990
           MOVE WA-CARD-VALOR        TO VRLOG-REGISTRO-TEXT (36:12).    00005000
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT TO VRLOG-REGISTRO-LEN.    00005010
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00005020
           IF WK-LOG-CODRESP NOT = ZEROS                                00005030
              DISPLAY 'AVISO: AUDITORIA POSICION NO GRABADA '           00005040
                      WK-CUENTA                                         00005050
           END-IF.                                                      00005060
                                                                        00005070
      *    FILA DE ELECCION DEL TENEDOR, SIN INSTRUCCION                00005080
           INITIALIZE DCLVLDTDSE.                                       00005090
           MOVE WA-CARD-DERECHO     TO VDSE-CODDERE.                    00005100
           MOVE WK-CUENTA           TO VDSE-CUENTA.                     00005110
           MOVE WK-DERECHOS         TO VDSE-DERECHOS.                   00005120
           MOVE SPACE               TO VDSE-ELECCION.                   00005130
           MOVE 'N'                 TO VDSE-VENTA-GEN.                  00005140
           MOVE 'P'                 TO VDSE-ESTADO.                     00005150
           MOVE W-FECHA-AMD-N       TO VDSE-FEULMOD.                    00005160
           MOVE 'BATC'              TO VDSE-NUMTER.                     00005170
           MOVE W-PROGRAMA          TO VDSE-USUARIO.                    00005180
           EXEC SQL                                                     00005190
                INSERT INTO VLDTDSE                                     00005200
                      ( VDSE_CODDERE                                    00005210
                      , VDSE_CUENTA                                     00005220
                      , VDSE_DERECHOS                                   00005230
                      , VDSE_ELECCION                                   00005240
                      , VDSE_CANT_EJER                                  00005250
                      , VDSE_CANT_VEN                                   00005260
                      , VDSE_VENTA_GEN                                  00005270
                      , VDSE_CADUCADOS                                  00005280
                      , VDSE_ESTADO                                     00005290
                      , VDSE_FEULMOD                                    00005300
                      , VDSE_NUMTER                                     00005310
                      , VDSE_USUARIO )                                  00005320
                VALUES                                                  00005330
                      ( :VDSE-CODDERE                                   00005340
                      , :VDSE-CUENTA                                    00005350
                      , :VDSE-DERECHOS                                  00005360
                      , :VDSE-ELECCION                                  00005370
                      , :VDSE-CANT-EJER                                 00005380
                      , :VDSE-CANT-VEN                                  00005390
                      , :VDSE-VENTA-GEN                                 00005400
                      , :VDSE-CADUCADOS                                 00005410
                      , :VDSE-ESTADO                                    00005420
                      , :VDSE-FEULMOD                                   00005430
                      , :VDSE-NUMTER                                    00005440
                      , :VDSE-USUARIO )                                 00005450
           END-EXEC.                                                    00005460
           IF SQLCODE NOT = ZERO                                        00005470
              MOVE 'INSERT'                 TO WS-ACCION                00005480
              MOVE 'VLDTDSE-2000'           TO WS-PARRAFO               00005490
              PERFORM 3001-ERROR                                        00005500
           END-IF.                                                      00005510
                                                                        00005520
      *    AUDITORIA DEL ABONO                                          00005530
           INITIALIZE DCLVLDTRLOG.                                      00005540
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00005550
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00005560
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00005570
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00005580
                                        VRLOG-CODTRAN.                  00005590
           MOVE 'VLDTDSE'            TO VRLOG-TABLA.                    00005600
           MOVE 'ABONODER'           TO VRLOG-OPERACION.                00005610
           MOVE LENGTH OF DCLVLDTDSE TO VRLOG-REGISTRO-LEN.             00005620
           MOVE SPACES               TO VRLOG-REGISTRO-TEXT.            00005630
           MOVE DCLVLDTDSE           TO VRLOG-REGISTRO-TEXT.            00005640
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00005650
           IF WK-LOG-CODRESP NOT = ZEROS                                00005660
              DISPLAY 'AVISO: AUDITORIA ABONO NO GRABADA ' WK-CUENTA    00005670
           END-IF.                                                      00005680
                                                                        00005690
      *    MOVIMIENTO DEL MES Y LOTE DEL DERECHO (MISMA TECNICA QUE LA  00005700
      *    ENTRADA DE TITULOS DE VL4CTREN)                              00005710
           PERFORM 4000-REFLEJA-VLDTHIS                                 00005720
              THRU 4000-REFLEJA-VLDTHIS-EXIT.                           00005730
           PERFORM 5000-CREA-LOTE                                       00005740
              THRU 5000-CREA-LOTE-EXIT.                                 00005750
           ADD 1                    TO CONT-ABONADOS.                   00005760
           ADD WK-DERECHOS          TO WK-TOT-DERECHOS.                 00005770
           MOVE 'DERECHOS ABONADOS ' TO DET-TEXTO.                      00005780
           PERFORM 2900-ESCRIBE-LINEA                                   00005790
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00005800
                                                                        00005810
       2000-ABONA-TENEDOR-SIGUE.                                        00005820
           PERFORM 1300-FETCH-TENEDOR                                   00005830
              THRU 1300-FETCH-TENEDOR-EXIT.                             00005840
      *                                                                *00005850
      *---------------------------*                                     00005860
       2000-ABONA-TENEDOR-EXIT.                                         00005870
      *---------------------------*                                     00005880
           EXIT.                                                        00005890
                                                                        00005900
      *------------------------*                                        00005910
       2900-ESCRIBE-LINEA.                                              00005920
      *------------------------*                                        00005930
           WRITE SAL-RDSPA       FROM LIN-DETALLE.                      00005940
           IF NOT S1RDSPA-OK                                            00005950
              MOVE 'WRITE S1RDSPA'          TO WS-ACCION                00005960
              MOVE '2900-ESCRIBE-LINEA'     TO WS-PARRAFO               00005970
              PERFORM 3001-ERROR                                        00005980
           END-IF.                                                      00005990
      *                                                                *00006000
      *-----------------------------*                                   00006010
       2900-ESCRIBE-LINEA-EXIT.                                         00006020
      *-----------------------------*                                   00006030
           EXIT.                                                        00006040
                                                                        00006050
      *--------*                                                        00006060
       3000-FIN.                                                        00006070
      *--------*                                                        00006080
      *                                                                 00006090
           EXEC SQL                                                     00006100
                CLOSE VLDCDSP1                                          00006110
           END-EXEC.                                                    00006120
                                                                        00006130
      *    ABRE EL EVENTO CON LO EFECTIVAMENTE ABONADO                  00006140
           MOVE WA-CARD-DERECHO     TO VDSP-CODDERE.                    00006150
           MOVE WA-CARD-VALOR       TO VDSP-CODVALOR.                   00006160
           MOVE WA-CARD-FACTOR-N    TO VDSP-FACTOR.                     00006170
           MOVE WA-CARD-RATIO-N     TO VDSP-RATIO.                      00006180
           MOVE WA-CARD-PRECIO-N    TO VDSP-PRECIO.                     00006190
           MOVE WA-CARD-FECREG-N    TO VDSP-FECREG.                     00006200
           MOVE WA-CARD-FECINI-N    TO VDSP-FECINI.                     00006210
           MOVE WA-CARD-FECFIN-N    TO VDSP-FECFIN.                     00006220
           MOVE WK-TOT-DERECHOS     TO VDSP-ABONADOS.                   00006230
           MOVE 'A'                 TO VDSP-ESTADO.                     00006240
           MOVE W-FECHA-AMD-N       TO VDSP-FEULMOD.                    00006250
           MOVE 'BATC'              TO VDSP-NUMTER.                     00006260
           MOVE W-PROGRAMA          TO VDSP-USUARIO.                    00006270
           EXEC SQL                                                     00006280
                INSERT INTO VLDTDSP                                     00006290
                      ( VDSP_CODDERE                                    00006300
                      , VDSP_CODVALOR                                   00006310
                      , VDSP_FACTOR                                     00006320
                      , VDSP_RATIO                                      00006330
                      , VDSP_PRECIO                                     00006340
                      , VDSP_MONEDA                                     00006350
                      , VDSP_FECREG                                     00006360
                      , VDSP_FECINI                                     00006370
                      , VDSP_FECFIN                                     00006380
                      , VDSP_ABONADOS                                   00006390
                      , VDSP_ESTADO                                     00006400
                      , VDSP_FEULMOD                                    00006410
                      , VDSP_NUMTER                                     00006420
                      , VDSP_USUARIO )                                  00006430
                VALUES                                                  00006440
                      ( :VDSP-CODDERE                                   00006450
                      , :VDSP-CODVALOR                                  00006460
                      , :VDSP-FACTOR                                    00006470
                      , :VDSP-RATIO                                     00006480
                      , :VDSP-PRECIO                                    00006490
                      , :VDSP-MONEDA                                    00006500
                      , :VDSP-FECREG                                    00006510
                      , :VDSP-FECINI                                    00006520
                      , :VDSP-FECFIN                                    00006530
                      , :VDSP-ABONADOS                                  00006540
                      , :VDSP-ESTADO                                    00006550
                      , :VDSP-FEULMOD                                   00006560
                      , :VDSP-NUMTER                                    00006570
                      , :VDSP-USUARIO )                                 00006580
           END-EXEC.                                                    00006590
           IF SQLCODE NOT = ZERO                                        00006600
              MOVE 'INSERT'                 TO WS-ACCION                00006610
              MOVE 'VLDTDSP-3000'           TO WS-PARRAFO               00006620
              PERFORM 3001-ERROR                                        00006630
           END-IF.                                                      00006640
                                                                        00006650
           MOVE WK-TOT-DERECHOS     TO TOT-DERECHOS.                    00006660
           MOVE CONT-ABONADOS       TO TOT-TENEDORES.                   00006670
           WRITE SAL-RDSPA       FROM LIN-TOTAL.                        00006680
                                                                        00006690
           CLOSE S1RDSPA.                                               00006700
                                                                        00006710
           DISPLAY '****** FIN ABONO DE DERECHOS VL4CDSPA ******'.      00006720
           DISPLAY 'VALOR PADRE            : ' WA-CARD-VALOR.           00006730
           DISPLAY 'CODIGO DEL DERECHO     : ' WA-CARD-DERECHO.         00006740
           DISPLAY 'TENEDORES LEIDOS       : ' CONT-TENEDORES.          00006750
           DISPLAY 'TENEDORES ABONADOS     : ' CONT-ABONADOS.           00006760
           DISPLAY 'SIN DERECHO ENTERO     : ' CONT-SIN-DERECHO.        00006770
                                                                        00006780
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006790
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006800
           INITIALIZE DCLVLDTCTL.                                       00006810
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00006820
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00006830
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00006840
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006850
           MOVE CONT-TENEDORES      TO VCTL-LEIDOS.                     00006860
           MOVE CONT-ABONADOS       TO VCTL-ESCRITOS.                   00006870
           MOVE CONT-SIN-DERECHO    TO VCTL-RECHAZADOS.                 00006880
           MOVE 'OK'                TO VCTL-ESTADO.                     00006890
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00006900
           IF VCTL-CODRESP NOT = ZEROS                                  00006910
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00006920
           END-IF.                                                      00006930
                                                                        00006940
      *    REABRE LA VENTANA PARA EL ONLINE                             00006950
           INITIALIZE VL9CVEN0-AREA.                                    00006960
           MOVE 'A'                TO VEN0-ACCION.                      00006970
           MOVE 'CORPORAT'         TO VEN0-AMBITO.                      00006980
           MOVE W-PROGRAMA         TO VEN0-PROGRAMA.                    00006990
           MOVE W-FECHA-AMD-N      TO VEN0-FECHA.                       00007000
           MOVE WK-HORA-FIN (1:6)  TO VEN0-HORA.                        00007010
           CALL WK-VL9CVEN0     USING VL9CVEN0-AREA.                    00007020
           IF VEN0-CODRESP NOT = ZEROS                                  00007030
              DISPLAY 'AVISO: VENTANA VLDTVEN NO ABIERTA'               00007040
           END-IF.                                                      00007050
      *                                                                *00007060
      *-------------*                                                   00007070
       3000-FIN-EXIT.                                                   00007080
      *-------------*                                                   00007090
           EXIT.                                                        00007100
                                                                        00007110
       3001-ERROR.                                                      00007120
      *-----------*                                                     00007130
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00007140
           DISPLAY 'ACCION:          ' WS-ACCION.                       00007150
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00007160
           DISPLAY '******************************************'.        00007170
           MOVE 08 TO RETURN-CODE.                                      00007180
           STOP RUN.                                                    00007190
                                                                        00007200
      *------------------------*                                        00007210
       4000-REFLEJA-VLDTHIS.                                            00007220
      *------------------------*                                        00007230
      *    SUMA LOS DERECHOS A LOS TITULOS DEL MES EN CURSO DESDE HOY   00007240
      *    (TABLA DE 31 DIAS, VER VL4CTREN). EL CODIGO DEL DERECHO ES   00007250
      *    NUEVO, ASI QUE LO NORMAL ES QUE LA FILA DEL MES NO EXISTA:   00007260
      *    SE CREA CON LOS DIAS ANTERIORES EN CERO Y LAS DEMAS          00007270
      *    COLUMNAS DEL DIA CON SU VALOR POR DEFECTO.                   00007280
           MOVE SPACES             TO SW-HIS-NUEVA.                     00007290
           EXEC SQL                                                     00007300
                SELECT  VHIS_TIPGAS                                     00007310
                     ,  VHIS_TITULOS1  , VHIS_TITULOS2                  00007320
                     ,  VHIS_TITULOS3  , VHIS_TITULOS4                  00007330
                     ,  VHIS_TITULOS5  , VHIS_TITULOS6                  00007340
                     ,  VHIS_TITULOS7  , VHIS_TITULOS8                  00007350
                     ,  VHIS_TITULOS9  , VHIS_TITULOS10                 00007360
                     ,  VHIS_TITULOS11 , VHIS_TITULOS12                 00007370
                     ,  VHIS_TITULOS13 , VHIS_TITULOS14                 00007380
                     ,  VHIS_TITULOS15 , VHIS_TITULOS16                 00007390
                     ,  VHIS_TITULOS17 , VHIS_TITULOS18                 00007400
                     ,  VHIS_TITULOS19 , VHIS_TITULOS20                 00007410
                     ,  VHIS_TITULOS21 , VHIS_TITULOS22                 00007420
                     ,  VHIS_TITULOS23 , VHIS_TITULOS24                 00007430
                     ,  VHIS_TITULOS25 , VHIS_TITULOS26                 00007440
                     ,  VHIS_TITULOS27 , VHIS_TITULOS28                 00007450
                     ,  VHIS_TITULOS29 , VHIS_TITULOS30                 00007460
                     ,  VHIS_TITULOS31                                  00007470
                  INTO :WHIS-TIPGAS                                     00007480
                     , :WHIS-TIT-DIA(1)                                 00007490
                     , :WHIS-TIT-DIA(2)                                 00007500
                     , :WHIS-TIT-DIA(3)                                 00007510
                     , :WHIS-TIT-DIA(4)                                 00007520
                     , :WHIS-TIT-DIA(5)                                 00007530
                     , :WHIS-TIT-DIA(6)                                 00007540
                     , :WHIS-TIT-DIA(7)                                 00007550
                     , :WHIS-TIT-DIA(8)                                 00007560
                     , :WHIS-TIT-DIA(9)                                 00007570
                     , :WHIS-TIT-DIA(10)                                00007580
                     , :WHIS-TIT-DIA(11)                                00007590
                     , :WHIS-TIT-DIA(12)                                00007600
                     , :WHIS-TIT-DIA(13)                                00007610
                     , :WHIS-TIT-DIA(14)                                00007620
                     , :WHIS-TIT-DIA(15)                                00007630
                     , :WHIS-TIT-DIA(16)                                00007640
                     , :WHIS-TIT-DIA(17)                                00007650
                     , :WHIS-TIT-DIA(18)                                00007660
                     , :WHIS-TIT-DIA(19)                                00007670
                     , :WHIS-TIT-DIA(20)                                00007680
                     , :WHIS-TIT-DIA(21)                                00007690
                     , :WHIS-TIT-DIA(22)                                00007700
                     , :WHIS-TIT-DIA(23)                                00007710
                     , :WHIS-TIT-DIA(24)                                00007720
                     , :WHIS-TIT-DIA(25)                                00007730
                     , :WHIS-TIT-DIA(26)                                00007740
                     , :WHIS-TIT-DIA(27)                                00007750
                     , :WHIS-TIT-DIA(28)                                00007760
                     , :WHIS-TIT-DIA(29)                                00007770
                     , :WHIS-TIT-DIA(30)                                00007780
                     , :WHIS-TIT-DIA(31)                                00007790
                  FROM  VLDTHIS                                         00007800
                 WHERE  VHIS_CTAVAL   = :WK-CUENTA                      00007810
                   AND  VHIS_CODVALOR = :VDSP-CODDERE                   00007820
                   AND  VHIS_TIPGAS   = 55                              00007830
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00007840
                   AND  VHIS_MES      = :WK-MES-ACT                     00007850
           END-EXEC.                                                    00007860
                                                                        00007870
           EVALUATE SQLCODE                                             00007880
               WHEN ZERO                                                00007890
                    CONTINUE                                            00007900
               WHEN 100                                                 00007910
                    MOVE 'SI'            TO SW-HIS-NUEVA                00007920
                    INITIALIZE W-HIS-TITULOS                            00007930
               WHEN OTHER                                               00007940
                    MOVE 'SELECT'                 TO WS-ACCION          00007950
                    MOVE 'VLDTHIS-4000'           TO WS-PARRAFO         00007960
                    PERFORM 3001-ERROR                                  00007970
           END-EVALUATE.                                                00007980
                                                                        00007990
           PERFORM 4100-AJUSTA-DIA                                      00008000
              THRU 4100-AJUSTA-DIA-EXIT                                 00008010
              VARYING IN-DIA FROM W-DD-AMD BY 1                         00008020
                UNTIL IN-DIA > 31.                                      00008030
                                                                        00008040
           IF HIS-NUEVA                                                 00008050
              GO TO 4000-REFLEJA-VLDTHIS-ALTA                           00008060
           END-IF.                                                      00008070
                                                                        00008080
           EXEC SQL                                                     00008090
                UPDATE  VLDTHIS                                         00008100
                   SET VHIS_TITULOS1  = :WHIS-TIT-DIA(1)                00008110
                     , VHIS_TITULOS2  = :WHIS-TIT-DIA(2)                00008120
                     , VHIS_TITULOS3  = :WHIS-TIT-DIA(3)                00008130
                     , VHIS_TITULOS4  = :WHIS-TIT-DIA(4)                00008140
                     , VHIS_TITULOS5  = :WHIS-TIT-DIA(5)                00008150
                     , VHIS_TITULOS6  = :WHIS-TIT-DIA(6)                00008160
                     , VHIS_TITULOS7  = :WHIS-TIT-DIA(7)                00008170
                     , VHIS_TITULOS8  = :WHIS-TIT-DIA(8)                00008180
                     , VHIS_TITULOS9  = :WHIS-TIT-DIA(9)                00008190
                     , VHIS_TITULOS10 = :WHIS-TIT-DIA(10)               00008200
                     , VHIS_TITULOS11 = :WHIS-TIT-DIA(11)               00008210
                     , VHIS_TITULOS12 = :WHIS-TIT-DIA(12)               00008220
                     , VHIS_TITULOS13 = :WHIS-TIT-DIA(13)               00008230
                     , VHIS_TITULOS14 = :WHIS-TIT-DIA(14)               00008240
                     , VHIS_TITULOS15 = :WHIS-TIT-DIA(15)               00008250
                     , VHIS_TITULOS16 = :WHIS-TIT-DIA(16)               00008260
                     , VHIS_TITULOS17 = :WHIS-TIT-DIA(17)               00008270
                     , VHIS_TITULOS18 = :WHIS-TIT-DIA(18)               00008280
                     , VHIS_TITULOS19 = :WHIS-TIT-DIA(19)               00008290
                     , VHIS_TITULOS20 = :WHIS-TIT-DIA(20)               00008300
                     , VHIS_TITULOS21 = :WHIS-TIT-DIA(21)               00008310
                     , VHIS_TITULOS22 = :WHIS-TIT-DIA(22)               00008320
                     , VHIS_TITULOS23 = :WHIS-TIT-DIA(23)               00008330
                     , VHIS_TITULOS24 = :WHIS-TIT-DIA(24)               00008340
                     , VHIS_TITULOS25 = :WHIS-TIT-DIA(25)               00008350
                     , VHIS_TITULOS26 = :WHIS-TIT-DIA(26)               00008360
                     , VHIS_TITULOS27 = :WHIS-TIT-DIA(27)               00008370
                     , VHIS_TITULOS28 = :WHIS-TIT-DIA(28)               00008380
                     , VHIS_TITULOS29 = :WHIS-TIT-DIA(29)               00008390
                     , VHIS_TITULOS30 = :WHIS-TIT-DIA(30)               00008400
                     , VHIS_TITULOS31 = :WHIS-TIT-DIA(31)               00008410
                     , VHIS_FEULMOD   = :W-FECHA-AMD-N                  00008420
                     , VHIS_HORULMOD  = :W-HORA-CURRENT-N               00008430
                     , VHIS_USUARIO   = :W-PROGRAMA                     00008440
                 WHERE  VHIS_CTAVAL   = :WK-CUENTA                      00008450
                   AND  VHIS_CODVALOR = :VDSP-CODDERE                   00008460
                   AND  VHIS_TIPGAS   = 55                              00008470
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00008480
                   AND  VHIS_MES      = :WK-MES-ACT                     00008490
           END-EXEC.                                                    00008500
           IF SQLCODE NOT = ZERO                                        00008510
              MOVE 'UPDATE'                 TO WS-ACCION                00008520
              MOVE 'VLDTHIS-4000'           TO WS-PARRAFO               00008530
              PERFORM 3001-ERROR                                        00008540
           END-IF.                                                      00008550
           GO TO 4000-REFLEJA-VLDTHIS-EXIT.                             00008560
                                                                        00008570
       4000-REFLEJA-VLDTHIS-ALTA.                                       00008580
           EXEC SQL                                                     00008590
                INSERT INTO VLDTHIS                                     00008600
                      ( VHIS_CTAVAL                                     00008610
                      , VHIS_CODVALOR                                   00008620
                      , VHIS_TIPGAS                                     00008630
                      , VHIS_ANO                                        00008640
                      , VHIS_MES                                        00008650
                      , VHIS_TITULOS1                                   00008660
                      , VHIS_TITULOS2                                   00008670
                      , VHIS_TITULOS3                                   00008680
                      , VHIS_TITULOS4                                   00008690
                      , VHIS_TITULOS5                                   00008700
                      , VHIS_TITULOS6                                   00008710
                      , VHIS_TITULOS7                                   00008720
                      , VHIS_TITULOS8                                   00008730
                      , VHIS_TITULOS9                                   00008740
                      , VHIS_TITULOS10                                  00008750
                      , VHIS_TITULOS11                                  00008760
                      , VHIS_TITULOS12                                  00008770
                      , VHIS_TITULOS13                                  00008780
                      , VHIS_TITULOS14                                  00008790
                      , VHIS_TITULOS15                                  00008800
                      , VHIS_TITULOS16                                  00008810
                      , VHIS_TITULOS17                                  00008820
                      , VHIS_TITULOS18                                  00008830
                      , VHIS_TITULOS19                                  00008840
                      , VHIS_TITULOS20                                  00008850
                      , VHIS_TITULOS21                                  00008860
                      , VHIS_TITULOS22                                  00008870
                      , VHIS_TITULOS23                                  00008880
                      , VHIS_TITULOS24                                  00008890
                      , VHIS_TITULOS25                                  00008900
                      , VHIS_TITULOS26                                  00008910
                      , VHIS_TITULOS27                                  00008920
                      , VHIS_TITULOS28                                  00008930
                      , VHIS_TITULOS29                                  00008940
                      , VHIS_TITULOS30                                  00008950
                      , VHIS_TITULOS31                                  00008960
                      , VHIS_FEALTREG                                   00008970
                      , VHIS_FEULMOD                                    00008980
                      , VHIS_HORULMOD                                   00008990
                      , VHIS_NUMTER                                     00009000
                      , VHIS_USUARIO )                                  00009010
                VALUES                                                  00009020
                      ( :WK-CUENTA                                      00009030
                      , :VDSP-CODDERE                                   00009040
                      , 55                                              00009050
                      , :WK-ANO-ACT                                     00009060
                      , :WK-MES-ACT                                     00009070
                      , :WHIS-TIT-DIA(1)                                00009080
                      , :WHIS-TIT-DIA(2)                                00009090
                      , :WHIS-TIT-DIA(3)                                00009100
                      , :WHIS-TIT-DIA(4)                                00009110
                      , :WHIS-TIT-DIA(5)                                00009120
                      , :WHIS-TIT-DIA(6)                                00009130
                      , :WHIS-TIT-DIA(7)                                00009140
                      , :WHIS-TIT-DIA(8)                                00009150
                      , :WHIS-TIT-DIA(9)                                00009160
                      , :WHIS-TIT-DIA(10)                               00009170
                      , :WHIS-TIT-DIA(11)                               00009180
                      , :WHIS-TIT-DIA(12)                               00009190
                      , :WHIS-TIT-DIA(13)                               00009200
                      , :WHIS-TIT-DIA(14)                               00009210
                      , :WHIS-TIT-DIA(15)                               00009220
                      , :WHIS-TIT-DIA(16)                               00009230
                      , :WHIS-TIT-DIA(17)                               00009240
                      , :WHIS-TIT-DIA(18)                               00009250
                      , :WHIS-TIT-DIA(19)                               00009260
                      , :WHIS-TIT-DIA(20)                               00009270
                      , :WHIS-TIT-DIA(21)                               00009280
                      , :WHIS-TIT-DIA(22)                               00009290
                      , :WHIS-TIT-DIA(23)                               00009300
                      , :WHIS-TIT-DIA(24)                               00009310
                      , :WHIS-TIT-DIA(25)                               00009320
                      , :WHIS-TIT-DIA(26)                               00009330
                      , :WHIS-TIT-DIA(27)                               00009340
                      , :WHIS-TIT-DIA(28)                               00009350
                      , :WHIS-TIT-DIA(29)                               00009360
                      , :WHIS-TIT-DIA(30)                               00009370
                      , :WHIS-TIT-DIA(31)                               00009380
                      , :W-FECHA-AMD-N                                  00009390
                      , :W-FECHA-AMD-N                                  00009400
                      , :W-HORA-CURRENT-N                               00009410
                      , 'BATC'                                          00009420
                      , :W-PROGRAMA )                                   00009430
           END-EXEC.                                                    00009440
           IF SQLCODE NOT = ZERO                                        00009450
              MOVE 'INSERT'                 TO WS-ACCION                00009460
              MOVE 'VLDTHIS-4000'           TO WS-PARRAFO               00009470
              PERFORM 3001-ERROR                                        00009480
           END-IF.                                                      00009490
      *                                                                *00009500
      *-----------------------------*                                   00009510
       4000-REFLEJA-VLDTHIS-EXIT.                                       00009520
      *-----------------------------*                                   00009530
           EXIT.                                                        00009540
                                                                        00009550
      *-------------------*                                             00009560
       4100-AJUSTA-DIA.                                                 00009570
      *-------------------*                                             00009580
           ADD WK-DERECHOS         TO WHIS-TIT-DIA (IN-DIA).            00009590
      *                                                                *00009600
      *-------------------------*                                       00009610
       4100-AJUSTA-DIA-EXIT.                                            00009620
      *-------------------------*                                       00009630
           EXIT.                                                        00009640
                                                                        00009650
      *--------------------*                                            00009660
       5000-CREA-LOTE.                                                  00009670
      *--------------------*                                            00009680
      *    LOTE DE COSTO CERO POR LOS DERECHOS ABONADOS (MISMA          00009690
      *    NUMERACION DE SECUENCIA POR CUENTA Y VALOR QUE VL4CTREN):    00009700
      *    LA VENTA LO CONSUME FIFO Y VL4CDSPE LO CIERRA POR LOS        00009710
      *    EJERCIDOS Y CADUCADOS                                        00009720
           MOVE WK-CUENTA          TO VLOT-CUENTA.                      00009730
           MOVE WA-CARD-DERECHO    TO VLOT-CODVALOR.                    00009740
           EXEC SQL                                                     00009750
                SELECT COALESCE(MAX(VLOT_SECUEN), 0) + 1                00009760
                  INTO :VLOT-SECUEN                                     00009770
                  FROM VLDTLOT                                          00009780
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00009790
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00009800
           END-EXEC.                                                    00009810
           IF SQLCODE NOT = ZERO AND 100                                00009820
              MOVE 'SELECT MAX'             TO WS-ACCION                00009830
              MOVE 'VLDTLOT-5000'           TO WS-PARRAFO               00009840
              PERFORM 3001-ERROR                                        00009850
           END-IF.                                                      00009860
           MOVE W-FECHA-AMD-N      TO VLOT-FECHA.                       00009870
           MOVE WK-DERECHOS        TO VLOT-CANTIDAD                     00009880
                                      VLOT-CANT-RESTA.                  00009890
           MOVE ZEROS              TO VLOT-COSTO-UNIT                   00009900
                                      VLOT-REFER.                       00009910
           MOVE W-PROGRAMA         TO VLOT-USUARIO.                     00009920
           EXEC SQL                                                     00009930
                INSERT INTO VLDTLOT                                     00009940
                      ( VLOT_CUENTA                                     00009950
                      , VLOT_CODVALOR                                   00009960
                      , VLOT_SECUEN                                     00009970
                      , VLOT_FECHA                                      00009980
                      , VLOT_CANTIDAD                                   00009990
                      , VLOT_CANT_RESTA                                 00010000
                      , VLOT_COSTO_UNIT                                 00010010
                      , VLOT_REFER                                      00010020
                      , VLOT_USUARIO )                                  00010030
                VALUES                                                  00010040
                      ( :VLOT-CUENTA                                    00010050
                      , :VLOT-CODVALOR                                  00010060
                      , :VLOT-SECUEN                                    00010070
                      , :VLOT-FECHA                                     00010080
                      , :VLOT-CANTIDAD                                  00010090
                      , :VLOT-CANT-RESTA                                00010100
                      , :VLOT-COSTO-UNIT                                00010110
                      , :VLOT-REFER                                     00010120
                      , :VLOT-USUARIO )                                 00010130
           END-EXEC.                                                    00010140
           IF SQLCODE NOT = ZERO                                        00010150
              MOVE 'INSERT'                 TO WS-ACCION                00010160
              MOVE 'VLDTLOT-5000'           TO WS-PARRAFO               00010170
              PERFORM 3001-ERROR                                        00010180
           END-IF.                                                      00010190
                                                                        00010200
           INITIALIZE DCLVLDTRLOG.                                      00010210
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00010220
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00010230
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00010240
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00010250
                                        VRLOG-CODTRAN.                  00010260
           MOVE 'VLDTLOT'            TO VRLOG-TABLA.                    00010270
           MOVE 'ABONOLOT'           TO VRLOG-OPERACION.                00010280
           MOVE LENGTH OF DCLVLDTLOT TO VRLOG-REGISTRO-LEN.             00010290
           MOVE SPACES               TO VRLOG-REGISTRO-TEXT.            00010300
           MOVE DCLVLDTLOT           TO VRLOG-REGISTRO-TEXT.            00010310
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00010320
           IF WK-LOG-CODRESP NOT = ZEROS                                00010330
              DISPLAY 'AVISO: AUDITORIA LOTE NO GRABADA ' WK-CUENTA     00010340
           END-IF.                                                      00010350
      *                                                                *00010360
      *------------------------*                                        00010370
       5000-CREA-LOTE-EXIT.                                             00010380
      *------------------------*                                        00010390
           EXIT.                                                        00010400
      *-----------------*                                               00010410
      * FIN DE PROGRAMA *                                               00010420
      *-----------------*                                               00010430
