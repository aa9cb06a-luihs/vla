       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CCANJ.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : CANJE DE VALORES POR FUSION, ESCISION O CANJE        *00000060
      *           SIMPLE. COMPLEMENTA A VL4CCORP (UN SOLO FACTOR SOBRE *00000070
      *           UN SOLO CODIGO): EL CODIGO DE VALOR QUE SE EXTINGUE  *00000080
      *           SE REEMPLAZA POR UNO O MAS CODIGOS NUEVOS DE         *00000090
      *           VLDTXEN, CADA UNO CON SU PROPORCION. POR CADA        *00000100
      *           TENEDOR CON DEPOSITO EN VLDTADS:                     *00000110
      *             - ABONA LOS TITULOS ENTEROS DE CADA CODIGO NUEVO   *00000120
      *               EN VLDTADS Y VLDTHIS                             *00000130
      *             - PAGA EN EFECTIVO LAS FRACCIONES AL PRECIO        *00000140
      *               ANUNCIADO (ABONO OPS BGECOPS/BGECMIR, COMO       *00000150
      *               VL4CDIVC) EN S1DQCANJ                            *00000160
      *             - TRASLADA LAS PRENDAS VIGENTES DE VLDTPRE Y LOS   *00000170
      *               LOTES DE COSTO DE VLDTLOT A LOS CODIGOS NUEVOS   *00000180
      *               EN PROPORCION (EL COSTO SE REPARTE SEGUN EL      *00000190
      *               PORCENTAJE ANUNCIADO PARA CADA CODIGO)           *00000200
      *             - CIERRA LA POSICION DEL CODIGO VIEJO EN VLDTADS   *00000210
      *               Y VLDTHIS                                        *00000220
      *           CADA CAMBIO SE AUDITA EN VLDTRLOG (VL9CRLOG) Y EL    *00000230
      *           DETALLE POR TENEDOR SALE EN S1RCANJ.                 *00000240
      * SYSIN   : 1. CODIGO DE VALOR QUE SE EXTINGUE X(12)             *00000250
      *           2. TIPO DE EVENTO X(01): F FUSION / E ESCISION /     *00000260
      *              C CANJE                                           *00000270
      *           3. FECHA REGISTRO AAAAMMDD (DEBE SER HOY)            *00000280
      *           4. NUMERO DE CODIGOS NUEVOS 9(01) (1 A 5)            *00000290
      *           5. UNA TARJETA POR CODIGO NUEVO:                     *00000300
      *              CODIGO X(12), TITULOS NUEVOS POR TITULO VIEJO     *00000310
      *              9(04)V9(06), PORCENTAJE DEL COSTO 9(03)V9(02) Y   *00000320
      *              PRECIO POR TITULO PARA FRACCIONES 9(13)V9(02).    *00000330
      *              LOS PORCENTAJES DEBEN SUMAR 100.                  *00000340
      * FECHA   : 15-10-2026                                           *00000350
      ******************************************************************00000360
      ******************************************************************00000370
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000380
      *---------- ---------- ---------------- -------------------------*00000390
      *RITM49152  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000400
      *---------- ---------- ---------------- -------------------------*00000410
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000411
      *                                       TAMBIEN EN LA PASARELA   *00000412
      *                                       CONTABLE (VL9CAPU0) PARA *00000413
      *                                       QUE VL4CPASC EVITE EL    *00000414
      *                                       DOBLE ENVIO EN REPROCESO.*00000415
      *---------- ---------- ---------------- -------------------------*00000416
      *RITM49202  15-10-2026 LUIS RIVERA H.   PRENDAS Y LOTES NUEVOS   *00000417
      *                                       SUMAN EXACTAMENTE LO     *00000418
      *                                       CONVERTIDO: EL RESTO DE  *00000419
      *                                       LOS TRUNCAMIENTOS VA A LA*00000420
      *                                       ULTIMA PRENDA O LOTE Y EL*00000421
      *                                       COSTO DE LOTES SIN TITULO*00000422
      *                                       ENTERO NO SE PIERDE.     *00000423
      *---------- ---------- ---------------- -------------------------*00000424
      ******************************************************************00000425
       ENVIRONMENT DIVISION.                                            00000430
       CONFIGURATION SECTION.                                           00000440
       SPECIAL-NAMES.                                                   00000450
       INPUT-OUTPUT SECTION.                                            00000460
       FILE-CONTROL.                                                    00000470
                                                                        00000480
           SELECT S1DQCANJ  ASSIGN       TO S1DQCANJ                    00000490
                            FILE STATUS  IS FS-SCANJ.                   00000500
                                                                        00000510
           SELECT S1RCANJ   ASSIGN       TO S1RCANJ                     00000520
                            FILE STATUS  IS FS-SRCANJ.                  00000530
       DATA DIVISION.                                                   00000540
       FILE SECTION.                                                    00000550
      *                                                                *00000560
       FD  S1DQCANJ                                                     00000570
           RECORDING MODE  IS  F                                        00000580
           LABEL  RECORDS  IS  STANDARD                                 00000590
           DATA   RECORD   IS  REG-S1DQCANJ.                            00000600
         01 REG-S1DQCANJ           PIC X(2390).                         00000610
      *                                                                *00000620
       FD  S1RCANJ                                                      00000630
           RECORDING MODE  IS  F                                        00000640
           LABEL  RECORDS  IS  STANDARD                                 00000650
           DATA   RECORD   IS  SAL-RCANJ.                               00000660
         01 SAL-RCANJ              PIC X(132).                          00000670
      *                                                                 00000680
      ******************************************************************00000690
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000700
      ******************************************************************00000710
       WORKING-STORAGE SECTION.                                         00000720
      *************************                                         00000730
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CCANJ'.          00000740
      *                                                                 00000750
      * REGISTRO DE CARGO/ABONO OPS, MISMO FORMATO QUE VL4CDIVC         00000760
       01  REGISTRO-BGECOPS.                                            00000770
           COPY BGECOPS.                                                00000780
       01  REGISTRO-BGECMIR.                                            00000790
           COPY BGECMIR.                                                00000800
      *                                                                 00000810
      * PARAMETROS (SYSIN)                                              00000820
       01  WS-PARAMETROS.                                               00000830
           05 WA-CARD-VALOR        PIC X(12) VALUE SPACES.              00000840
           05 WA-CARD-TIPO         PIC X(01) VALUE SPACES.              00000850
              88 WA-FUSION                   VALUE 'F'.                 00000860
              88 WA-ESCISION                 VALUE 'E'.                 00000870
              88 WA-CANJE                    VALUE 'C'.                 00000880
           05 WA-CARD-FECREG       PIC X(08) VALUE SPACES.              00000890
           05 WA-CARD-FECREG-N REDEFINES WA-CARD-FECREG PIC 9(08).      00000900
           05 WA-CARD-NDEST        PIC X(01) VALUE SPACES.              00000910
           05 WA-CARD-NDEST-N REDEFINES WA-CARD-NDEST PIC 9(01).        00000920
           05 WA-CARD-DESTINO      PIC X(42) VALUE SPACES.              00000930
           05 WA-CARD-DESTINO-R REDEFINES WA-CARD-DESTINO.              00000940
              10 WA-CD-CODIGO      PIC X(12).                           00000950
              10 WA-CD-RATIO       PIC X(10).                           00000960
              10 WA-CD-RATIO-N REDEFINES WA-CD-RATIO                    00000970
                                   PIC 9(04)V9(06).                     00000980
              10 WA-CD-PCTCOSTO    PIC X(05).                           00000990
              10 WA-CD-PCTCOSTO-N REDEFINES WA-CD-PCTCOSTO              00001000
                                   PIC 9(03)V9(02).                     00001010
              10 WA-CD-PRECIO      PIC X(15).                           00001020
              10 WA-CD-PRECIO-N REDEFINES WA-CD-PRECIO                  00001030
                                   PIC 9(13)V9(02).                     00001040
      *                                                                 00001050
      * CODIGOS NUEVOS DEL EVENTO                                       00001060
       01  WS-DESTINOS.                                                 00001070
           05 WK-DESTINO OCCURS 5 TIMES.                                00001080
              10 WK-DST-CODIGO     PIC X(12).                           00001090
              10 WK-DST-RATIO      PIC 9(04)V9(06).                     00001100
              10 WK-DST-PCTCOSTO   PIC 9(03)V9(02).                     00001110
              10 WK-DST-PRECIO     PIC 9(13)V9(02).                     00001120
              10 WK-DST-MONEDA     PIC X(03).                           00001130
              10 WK-DST-TITULOS    PIC S9(13)V     COMP-3.              00001140
              10 WK-DST-EFECTIVO   PIC S9(13)V9(2) COMP-3.              00001150
       77  IX-DEST                 PIC S9(4) COMP VALUE ZEROS.          00001160
       77  WK-NDEST                PIC S9(4) COMP VALUE ZEROS.          00001170
      *                                                                 00001180
       01  WS-VARIOS.                                                   00001190
           05 SW-FIN-CUR-ADS       PIC X(02) VALUE SPACES.              00001200
              88 FIN-CUR-ADS                 VALUE 'SI'.                00001210
           05 SW-FIN-CUR-PRE       PIC X(02) VALUE SPACES.              00001220
              88 FIN-CUR-PRE                 VALUE 'SI'.                00001230
           05 SW-FIN-CUR-LOT       PIC X(02) VALUE SPACES.              00001240
              88 FIN-CUR-LOT                 VALUE 'SI'.                00001250
           05 WK-CUENTA            PIC S9(7)V      COMP-3 VALUE ZEROS.  00001260
           05 WK-DEPOS             PIC S9(13)V     COMP-3 VALUE ZEROS.  00001270
           05 WK-PENDIENTE         PIC S9(13)V     COMP-3 VALUE ZEROS.  00001280
           05 WK-EXACTO            PIC S9(13)V9(6) COMP-3 VALUE ZEROS.  00001290
           05 WK-ENTERO            PIC S9(13)V     COMP-3 VALUE ZEROS.  00001300
           05 WK-FRACCION          PIC S9(1)V9(6)  COMP-3 VALUE ZEROS.  00001310
           05 WK-EFECTIVO          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001320
           05 WK-COSTO-TOT         PIC S9(15)V9(6) COMP-3 VALUE ZEROS.  00001330
           05 WK-SUMA-PCT          PIC S9(5)V9(2)  COMP-3 VALUE ZEROS.  00001340
           05 WK-EXISTE            PIC S9(5)       COMP-3 VALUE ZEROS.  00001350
           05 WK-NUMPRE-MAX        PIC S9(4)       COMP   VALUE ZEROS.  00001360
           05 WK-AJUSTE            PIC S9(13)V     COMP-3 VALUE ZEROS.  00001370
           05 WK-COD-HIS           PIC X(12)             VALUE SPACES.  00001380
      * PRENDA Y LOTE DEL CODIGO VIEJO EN CURSO                         00001390
       01  WS-ORIGEN.                                                   00001400
           05 WK-PRE-NUMPRE        PIC S9(4)       COMP   VALUE ZEROS.  00001410
           05 WK-PRE-CANTIDAD      PIC S9(13)V     COMP-3 VALUE ZEROS.  00001420
           05 WK-PRE-IMPGAR        PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001430
           05 WK-LOT-SECUEN        PIC S9(5)V      COMP-3 VALUE ZEROS.  00001440
           05 WK-LOT-FECHA         PIC S9(8)V      COMP-3 VALUE ZEROS.  00001450
           05 WK-LOT-RESTA         PIC S9(13)V     COMP-3 VALUE ZEROS.  00001460
           05 WK-LOT-COSTO         PIC S9(9)V9(6)  COMP-3 VALUE ZEROS.  00001470
           05 WK-LOT-REFER         PIC S9(9)V      COMP-3 VALUE ZEROS.  00001480
      *RITM49202-INI                                                  * 00001481
           05 WK-PRE-ACUM          PIC S9(13)V     COMP-3 VALUE ZEROS.  00001482
           05 WK-LOT-ACUM          PIC S9(13)V     COMP-3 VALUE ZEROS.  00001483
           05 WK-TOPE              PIC S9(13)V     COMP-3 VALUE ZEROS.  00001484
      * REPARTO POR CODIGO NUEVO DEL TENEDOR EN CURSO: TITULOS YA       00001485
      * ASIGNADOS A PRENDAS Y LOTES, COSTO AUN SIN LOTE Y ULTIMO LOTE   00001486
      * CREADO, PARA QUE LO NUEVO SUME EXACTAMENTE LO ABONADO           00001487
       01  WS-REPARTO.                                                  00001488
           05 WK-REPARTO OCCURS 5 TIMES.                                00001489
              10 WK-REP-PRE-ASIG   PIC S9(13)V     COMP-3.              00001490
              10 WK-REP-LOT-ASIG   PIC S9(13)V     COMP-3.              00001491
              10 WK-REP-COSTO-PEND PIC S9(15)V9(6) COMP-3.              00001492
              10 WK-REP-ULT-SECUEN PIC S9(5)V      COMP-3.              00001493
      *RITM49202-FIN                                                  * 00001494
      *                                                                 00001495
       01  W-DATE                  PIC 9(6).                            00001500
       01  FILLER                  REDEFINES W-DATE.                    00001510
           02 W-ANO                PIC 99.                              00001520
           02 W-MES                PIC 99.                              00001530
           02 W-DIA                PIC 99.                              00001540
       01  W-FECHA-AMD.                                                 00001550
           05 W-AA-AMD             PIC 9(4).                            00001560
           05 W-MM-AMD             PIC 9(2).                            00001570
           05 W-DD-AMD             PIC 9(2).                            00001580
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001590
       01  W-HORA-CURRENT.                                              00001600
           02  W-HORA              PIC 99.                              00001610
           02  W-MINUTOS           PIC 99.                              00001620
           02  W-SEGUNDOS          PIC 99.                              00001630
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001640
      *                                                                 00001650
      * TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CCORP)              00001660
       01  W-HIS-TITULOS.                                               00001670
           05 WHIS-TITULOS1       PIC S9(13)V     COMP-3.               00001680
           05 WHIS-TITULOS2       PIC S9(13)V     COMP-3.               00001690
           05 WHIS-TITULOS3       PIC S9(13)V     COMP-3.               00001700
           05 WHIS-TITULOS4       PIC S9(13)V     COMP-3.               00001710
           05 WHIS-TITULOS5       PIC S9(13)V     COMP-3.               00001720
           05 WHIS-TITULOS6       PIC S9(13)V     COMP-3.               00001730
           05 WHIS-TITULOS7       PIC S9(13)V     COMP-3.               00001740
           05 WHIS-TITULOS8       PIC S9(13)V     COMP-3.               00001750
           05 WHIS-TITULOS9       PIC S9(13)V     COMP-3.               00001760
           05 WHIS-TITULOS10      PIC S9(13)V     COMP-3.               00001770
           05 WHIS-TITULOS11      PIC S9(13)V     COMP-3.               00001780
           05 WHIS-TITULOS12      PIC S9(13)V     COMP-3.               00001790
           05 WHIS-TITULOS13      PIC S9(13)V     COMP-3.               00001800
           05 WHIS-TITULOS14      PIC S9(13)V     COMP-3.               00001810
           05 WHIS-TITULOS15      PIC S9(13)V     COMP-3.               00001820
           05 WHIS-TITULOS16      PIC S9(13)V     COMP-3.               00001830
           05 WHIS-TITULOS17      PIC S9(13)V     COMP-3.               00001840
           05 WHIS-TITULOS18      PIC S9(13)V     COMP-3.               00001850
           05 WHIS-TITULOS19      PIC S9(13)V     COMP-3.               00001860
           05 WHIS-TITULOS20      PIC S9(13)V     COMP-3.               00001870
           05 WHIS-TITULOS21      PIC S9(13)V     COMP-3.               00001880
           05 WHIS-TITULOS22      PIC S9(13)V     COMP-3.               00001890
           05 WHIS-TITULOS23      PIC S9(13)V     COMP-3.               00001900
           05 WHIS-TITULOS24      PIC S9(13)V     COMP-3.               00001910
           05 WHIS-TITULOS25      PIC S9(13)V     COMP-3.               00001920
           05 WHIS-TITULOS26      PIC S9(13)V     COMP-3.               00001930
           05 WHIS-TITULOS27      PIC S9(13)V     COMP-3.               00001940
           05 WHIS-TITULOS28      PIC S9(13)V     COMP-3.               00001950
           05 WHIS-TITULOS29      PIC S9(13)V     COMP-3.               00001960
           05 WHIS-TITULOS30      PIC S9(13)V     COMP-3.               00001970
           05 WHIS-TITULOS31      PIC S9(13)V     COMP-3.               00001980
       01  W-HIS-TITULOS-R REDEFINES W-HIS-TITULOS.                     00001990
           05 WHIS-TIT-DIA OCCURS 31 PIC S9(13)V   COMP-3.              00002000
       77  WHIS-TIPGAS             PIC S9(2)V COMP-3 VALUE ZEROS.       00002010
       77  WK-ANO-ACT              PIC S9(4) COMP VALUE ZEROS.          00002020
       77  WK-MES-ACT              PIC S9(4) COMP VALUE ZEROS.          00002030
       77  WK-CTA-HIS              PIC S9(7)V COMP-3 VALUE ZEROS.       00002040
       77  IN-DIA                  PIC 9(02) VALUE ZEROS.               00002050
      *                                                                 00002060
       01 W-CONTADORES.                                                 00002070
          05 CONT-TENEDORES        PIC 9(08)  VALUE ZEROES.             00002080
          05 CONT-ABONOS-OPS       PIC 9(08)  VALUE ZEROES.             00002090
          05 CONT-PRENDAS          PIC 9(08)  VALUE ZEROES.             00002100
          05 CONT-LOTES            PIC 9(08)  VALUE ZEROES.             00002110
          05 CONT-PENDIENTES       PIC 9(08)  VALUE ZEROES.             00002120
          05 WK-EFECTIVO-TOT       PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00002130
      * VARIABLES PARA CONTROL DE ERRORES                               00002140
       01 WS-ERROR.                                                     00002150
          05 WS-ACCION             PIC X(24).                           00002160
          05 WS-PARRAFO            PIC X(19).                           00002170
      * VARIABLES CONTROL DE ARCHIVOS                                   00002180
       01 WS-CTRL-ARCHIVOS.                                             00002190
          05 FS-SCANJ              PIC X(02) VALUE '00'.                00002200
             88 S1DQCANJ-OK                  VALUE '00'.                00002210
          05 FS-SRCANJ             PIC X(02) VALUE '00'.                00002220
             88 S1RCANJ-OK                   VALUE '00'.                00002230
      *                                                                 00002240
      * LINEAS DEL REPORTE                                              00002250
       01 LIN-CABECERA.                                                 00002260
          05 FILLER                PIC X(20) VALUE                      00002270
             ' CANJE DE VALORES - '.                                    00002280
          05 CAB-TIPO              PIC X(08).                           00002290
          05 FILLER                PIC X(17) VALUE                      00002300
             ' VALOR EXTINGUIDO'.                                       00002310
          05 FILLER                PIC X(01) VALUE SPACE.               00002320
          05 CAB-VALOR             PIC X(12).                           00002330
          05 FILLER                PIC X(10) VALUE ' REGISTRO '.        00002340
          05 CAB-FECREG            PIC 9(08).                           00002350
          05 FILLER                PIC X(56) VALUE SPACES.              00002360
       01 LIN-DETALLE.                                                  00002370
          05 FILLER                PIC X(01) VALUE SPACES.              00002380
          05 DET-TEXTO             PIC X(10).                           00002390
          05 FILLER                PIC X(06) VALUE ' CTA: '.            00002400
          05 DET-CUENTA            PIC 9(07).                           00002410
          05 FILLER                PIC X(01) VALUE SPACES.              00002420
          05 DET-CODIGO            PIC X(12).                           00002430
          05 FILLER                PIC X(01) VALUE SPACES.              00002440
          05 DET-ANTES             PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002450
          05 FILLER                PIC X(01) VALUE SPACES.              00002460
          05 DET-DESPUES           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002470
          05 FILLER                PIC X(01) VALUE SPACES.              00002480
          05 DET-FRACCION          PIC 9.999999.                        00002490
          05 FILLER                PIC X(01) VALUE SPACES.              00002500
          05 DET-EFECTIVO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002510
          05 FILLER                PIC X(34) VALUE SPACES.              00002520
       01 LIN-TOTAL.                                                    00002530
          05 FILLER                PIC X(24) VALUE                      00002540
             ' TENEDORES CANJEADOS:   '.                                00002550
          05 TOT-TENEDORES         PIC ZZ,ZZZ,ZZ9.                      00002560
          05 FILLER                PIC X(26) VALUE                      00002570
             '  EFECTIVO POR FRACCIONES:'.                              00002580
          05 TOT-EFECTIVO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002590
          05 FILLER                PIC X(54) VALUE SPACES.              00002600
      *                                                                 00002610
      *    PRENDAS Y LOTES DE COSTO POR TENENCIA                        00002620
           COPY VLCPTPRE.                                               00002630
           COPY VLCPTLOT.                                               00002640
      *                                                                 00002650
      *    AUDITORIA BATCH (VL9CRLOG)                                   00002660
           COPY VLCPTRLOG.                                              00002670
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00002680
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00002690
      *                                                                 00002700
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002710
           COPY VLCPTCTL.                                               00002720
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002730
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002740
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00002750
           COPY VLCPTVE0.                                               00002760
       77  WK-VL9CVEN0            PIC X(08) VALUE 'VL9CVEN0'.           00002770
      *                                                                 00002771
      *RITM49188-INI                                                  * 00002772
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00002773
           COPY VLCPTAP0.                                               00002774
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00002775
      *RITM49188-FIN                                                  * 00002776
      *                                                                *00002780
      *  AREA DE COMUNICACION SQLCA                                    *00002790
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002800
      *                                                                 00002810
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002820
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00002830
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002840
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00002850
      *                                                                 00002860
      *  TENEDORES DEL VALOR QUE SE EXTINGUE                           *00002870
           EXEC SQL                                                     00002880
                DECLARE VLDCCAN1 CURSOR WITH HOLD FOR                   00002890
                 SELECT  VADS_CUENTA                                    00002900
                      ,  VADS_DEPOS                                     00002910
                      ,  VADS_COMPR + VADS_SUSCR + VADS_VENTA           00002920
                       + VADS_ORDVE                                     00002930
                   FROM  VLDTADS                                        00002940
                  WHERE  VADS_PAVAL = :VADS-PAVAL                       00002950
                    AND  VADS_VALOR = :VADS-VALOR                       00002960
                    AND  VADS_ISIN  = :VADS-ISIN                        00002970
                    AND  VADS_DEPOS > 0                                 00002980
                  ORDER  BY VADS_CUENTA                                 00002990
           END-EXEC.                                                    00003000
      *  PRENDAS VIGENTES DE LA TENENCIA                               *00003010
           EXEC SQL                                                     00003020
                DECLARE VLDCCAN2 CURSOR FOR                             00003030
                 SELECT  VPRE_NUMPRE                                    00003040
                      ,  VPRE_ACREEDOR                                  00003050
                      ,  VPRE_CANTIDAD                                  00003060
                      ,  VPRE_FECCONST                                  00003070
                      ,  VPRE_FECLIBER                                  00003080
                      ,  VPRE_IMPGAR                                    00003090
                   FROM  VLDTPRE                                        00003100
                  WHERE  VPRE_CUENTA = :WK-CUENTA                       00003110
                    AND  VPRE_PAVAL  = :VADS-PAVAL                      00003120
                    AND  VPRE_VALOR  = :VADS-VALOR                      00003130
                    AND  VPRE_ISIN   = :VADS-ISIN                       00003140
                    AND  VPRE_ESTADO = 'V'                              00003150
                  ORDER  BY VPRE_NUMPRE                                 00003160
           END-EXEC.                                                    00003170
      *  LOTES DE COSTO CON SALDO DE LA TENENCIA                       *00003180
           EXEC SQL                                                     00003190
                DECLARE VLDCCAN3 CURSOR FOR                             00003200
                 SELECT  VLOT_SECUEN                                    00003210
                      ,  VLOT_FECHA                                     00003220
                      ,  VLOT_CANT_RESTA                                00003230
                      ,  VLOT_COSTO_UNIT                                00003240
                      ,  VLOT_REFER                                     00003250
                   FROM  VLDTLOT                                        00003260
                  WHERE  VLOT_CUENTA   = :WK-CUENTA                     00003270
                    AND  VLOT_CODVALOR = :WA-CARD-VALOR                 00003280
                    AND  VLOT_CANT_RESTA > 0                            00003290
                  ORDER  BY VLOT_FECHA, VLOT_SECUEN                     00003300
           END-EXEC.                                                    00003310
      *                                                                *00003320
       PROCEDURE DIVISION.                                              00003330
      *                                                                *00003340
           PERFORM 1000-INICIO                                          00003350
              THRU 1000-INICIO-EXIT.                                    00003360
                                                                        00003370
           PERFORM 2000-CANJEA-TENEDOR                                  00003380
              THRU 2000-CANJEA-TENEDOR-EXIT                             00003390
              UNTIL FIN-CUR-ADS.                                        00003400
                                                                        00003410
           PERFORM 3000-FIN                                             00003420
              THRU 3000-FIN-EXIT.                                       00003430
                                                                        00003440
           STOP RUN.                                                    00003450
      *                                                                *00003460
      *-----------*                                                     00003470
       1000-INICIO.                                                     00003480
      *-----------*                                                     00003490
           INITIALIZE W-CONTADORES                                      00003500
                      WS-DESTINOS.                                      00003510
                                                                        00003520
           ACCEPT WA-CARD-VALOR.                                        00003530
           ACCEPT WA-CARD-TIPO.                                         00003540
           ACCEPT WA-CARD-FECREG.                                       00003550
           ACCEPT WA-CARD-NDEST.                                        00003560
                                                                        00003570
           IF WA-CARD-VALOR = SPACES                                    00003580
              MOVE 'VALOR NO INFORMADO'     TO WS-ACCION                00003590
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003600
              PERFORM 3001-ERROR                                        00003610
           END-IF.                                                      00003620
           EVALUATE TRUE                                                00003630
               WHEN WA-FUSION                                           00003640
                    MOVE 'FUSION  '          TO CAB-TIPO                00003650
               WHEN WA-ESCISION                                         00003660
                    MOVE 'ESCISION'          TO CAB-TIPO                00003670
               WHEN WA-CANJE                                            00003680
                    MOVE 'CANJE   '          TO CAB-TIPO                00003690
               WHEN OTHER                                               00003700
                    MOVE 'TIPO EVENTO INVALIDO' TO WS-ACCION            00003710
                    MOVE '1000-INICIO'          TO WS-PARRAFO           00003720
                    PERFORM 3001-ERROR                                  00003730
           END-EVALUATE.                                                00003740
           IF WA-CARD-FECREG NOT NUMERIC                                00003750
              MOVE 'FECHA REGISTRO INVALIDA' TO WS-ACCION               00003760
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003770
              PERFORM 3001-ERROR                                        00003780
           END-IF.                                                      00003790
           IF WA-CARD-NDEST NOT NUMERIC                                 00003800
              OR WA-CARD-NDEST-N < 1 OR WA-CARD-NDEST-N > 5             00003810
              MOVE 'NUMERO DESTINOS INVALIDO' TO WS-ACCION              00003820
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003830
              PERFORM 3001-ERROR                                        00003840
           END-IF.                                                      00003850
           MOVE WA-CARD-NDEST-N     TO WK-NDEST.                        00003860
                                                                        00003870
           ACCEPT W-DATE FROM DATE.                                     00003880
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003890
           MOVE W-MES              TO W-MM-AMD.                         00003900
           MOVE W-DIA              TO W-DD-AMD.                         00003910
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003920
           MOVE W-AA-AMD           TO WK-ANO-ACT.                       00003930
           MOVE W-MM-AMD           TO WK-MES-ACT.                       00003940
                                                                        00003950
      *    LA POSICION SE LEE DE VLDTADS, QUE SOLO CONOCE EL SALDO      00003960
      *    VIGENTE: COMO EN VL4CDIVC, LA CORRIDA DEBE EJECUTARSE EL     00003970
      *    MISMO DIA DE LA FECHA DE REGISTRO.                           00003980
           IF WA-CARD-FECREG-N NOT = W-FECHA-AMD-N                      00003990
              MOVE 'FECREG NO ES FECHA HOY' TO WS-ACCION                00004000
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004010
              PERFORM 3001-ERROR                                        00004020
           END-IF.                                                      00004030
                                                                        00004040
      *    EL VALOR QUE SE EXTINGUE DEBE EXISTIR EN EL MAESTRO          00004050
           MOVE WA-CARD-VALOR (01:03)    TO VXEN-PAVAL.                 00004060
           MOVE WA-CARD-VALOR (04:08)    TO VXEN-VALOR.                 00004070
           MOVE WA-CARD-VALOR (12:01)    TO VXEN-ISIN.                  00004080
           EXEC SQL                                                     00004090
                SELECT VXEN_NOMBRE                                      00004100
                  INTO :VXEN-NOMBRE                                     00004110
                  FROM VLDTXEN                                          00004120
                 WHERE VXEN_PAVAL  = :VXEN-PAVAL                        00004130
                   AND VXEN_VALOR  = :VXEN-VALOR                        00004140
                   AND VXEN_ISIN   = :VXEN-ISIN                         00004150
           END-EXEC.                                                    00004160
           IF SQLCODE NOT = ZERO                                        00004170
              MOVE 'VALOR NO EXISTE EN XEN' TO WS-ACCION                00004180
              MOVE 'VLDTXEN-1000'           TO WS-PARRAFO               00004190
              PERFORM 3001-ERROR                                        00004200
           END-IF.                                                      00004210
                                                                        00004220
      *    TARJETAS DE LOS CODIGOS NUEVOS                               00004230
           MOVE ZEROS               TO WK-SUMA-PCT.                     00004240
           PERFORM 1100-LEE-DESTINO                                     00004250
              THRU 1100-LEE-DESTINO-EXIT                                00004260
              VARYING IX-DEST FROM 1 BY 1                               00004270
                UNTIL IX-DEST > WK-NDEST.                               00004280
           IF WK-SUMA-PCT NOT = 100                                     00004290
              MOVE 'PORCENTAJES NO SUMAN 100' TO WS-ACCION              00004300
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004310
              PERFORM 3001-ERROR                                        00004320
           END-IF.                                                      00004330
                                                                        00004340
      *    CIERRA LA VENTANA DE SU AMBITO: EL ONLINE QUE MUTA LAS       00004350
      *    MISMAS TABLAS RECHAZA HASTA LA APERTURA DEL FINAL            00004360
           INITIALIZE VL9CVEN0-AREA.                                    00004370
           MOVE 'C'                TO VEN0-ACCION.                      00004380
           MOVE 'CORPORAT'         TO VEN0-AMBITO.                      00004390
           MOVE W-PROGRAMA         TO VEN0-PROGRAMA.                    00004400
           MOVE W-FECHA-AMD-N      TO VEN0-FECHA.                       00004410
           MOVE W-HORA-CURRENT-N   TO VEN0-HORA.                        00004420
           CALL WK-VL9CVEN0     USING VL9CVEN0-AREA.                    00004430
           IF VEN0-CODRESP NOT = ZEROS                                  00004440
              DISPLAY 'AVISO: VENTANA VLDTVEN NO CERRADA'               00004450
           END-IF.                                                      00004460
                                                                        00004470
           OPEN OUTPUT S1DQCANJ S1RCANJ.                                00004480
           IF NOT S1DQCANJ-OK OR NOT S1RCANJ-OK                         00004490
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00004500
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004510
              PERFORM 3001-ERROR                                        00004520
           END-IF.                                                      00004530
                                                                        00004540
           MOVE WA-CARD-VALOR      TO CAB-VALOR.                        00004550
           MOVE WA-CARD-FECREG-N   TO CAB-FECREG.                       00004560
           WRITE SAL-RCANJ       FROM LIN-CABECERA.                     00004570
                                                                        00004580
           MOVE WA-CARD-VALOR (01:03)    TO VADS-PAVAL.                 00004590
           MOVE WA-CARD-VALOR (04:08)    TO VADS-VALOR.                 00004600
           MOVE WA-CARD-VALOR (12:01)    TO VADS-ISIN.                  00004610
           EXEC SQL                                                     00004620
                OPEN VLDCCAN1                                           00004630
           END-EXEC.                                                    00004640
           IF SQLCODE NOT = ZERO                                        00004650
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004660
              MOVE 'VLDCCAN1-1000'          TO WS-PARRAFO               00004670
              PERFORM 3001-ERROR                                        00004680
           END-IF.                                                      00004690
                                                                        00004700
           PERFORM 1300-FETCH-TENEDOR                                   00004710
              THRU 1300-FETCH-TENEDOR-EXIT.                             00004720
      *                                                                *00004730
      *----------------*                                                00004740
       1000-INICIO-EXIT.                                                00004750
      *----------------*                                                00004760
           EXIT.                                                        00004770
                                                                        00004780
      *-------------------*                                             00004790
       1100-LEE-DESTINO.                                                00004800
      *-------------------*                                             00004810
           ACCEPT WA-CARD-DESTINO.                                      00004820
           IF WA-CD-CODIGO = SPACES OR WA-CD-CODIGO = WA-CARD-VALOR     00004830
              OR WA-CD-RATIO NOT NUMERIC                                00004840
              OR WA-CD-RATIO-N NOT > ZEROS                              00004850
              OR WA-CD-PCTCOSTO NOT NUMERIC                             00004860
              OR WA-CD-PRECIO NOT NUMERIC                               00004870
              MOVE 'TARJETA DESTINO INVALIDA' TO WS-ACCION              00004880
              MOVE '1100-LEE-DESTINO'       TO WS-PARRAFO               00004890
              PERFORM 3001-ERROR                                        00004900
           END-IF.                                                      00004910
                                                                        00004920
      *    EL CODIGO NUEVO DEBE ESTAR DADO DE ALTA (VL7CXEN0)           00004930
           MOVE WA-CD-CODIGO (01:03)     TO VXEN-PAVAL.                 00004940
           MOVE WA-CD-CODIGO (04:08)     TO VXEN-VALOR.                 00004950
           MOVE WA-CD-CODIGO (12:01)     TO VXEN-ISIN.                  00004960
           EXEC SQL                                                     00004970
                SELECT VXEN_CODDIVI                                     00004980
                  INTO :VXEN-CODDIVI                                    00004990
                  FROM VLDTXEN                                          00005000
                 WHERE VXEN_PAVAL  = :VXEN-PAVAL                        00005010
                   AND VXEN_VALOR  = :VXEN-VALOR                        00005020
                   AND VXEN_ISIN   = :VXEN-ISIN                         00005030
           END-EXEC.                                                    00005040
           IF SQLCODE NOT = ZERO                                        00005050
              DISPLAY 'CODIGO NUEVO: ' WA-CD-CODIGO                     00005060
              MOVE 'DESTINO NO EXISTE EN XEN' TO WS-ACCION              00005070
              MOVE 'VLDTXEN-1100'           TO WS-PARRAFO               00005080
              PERFORM 3001-ERROR                                        00005090
           END-IF.                                                      00005100
                                                                        00005110
           MOVE WA-CD-CODIGO        TO WK-DST-CODIGO   (IX-DEST).       00005120
           MOVE WA-CD-RATIO-N       TO WK-DST-RATIO    (IX-DEST).       00005130
           MOVE WA-CD-PCTCOSTO-N    TO WK-DST-PCTCOSTO (IX-DEST).       00005140
           MOVE WA-CD-PRECIO-N      TO WK-DST-PRECIO   (IX-DEST).       00005150
           MOVE VXEN-CODDIVI        TO WK-DST-MONEDA   (IX-DEST).       00005160
           ADD WA-CD-PCTCOSTO-N     TO WK-SUMA-PCT.                     00005170
      *                                                                *00005180
      *------------------------*                                        00005190
       1100-LEE-DESTINO-EXIT.                                           00005200
      *------------------------*                                        00005210
           EXIT.                                                        00005220
                                                                        00005230
      *--------------------*                                            00005240
       1300-FETCH-TENEDOR.                                              00005250
      *--------------------*                                            00005260
           EXEC SQL                                                     00005270
                FETCH  VLDCCAN1                                         00005280
                 INTO :WK-CUENTA                                        00005290
                    , :WK-DEPOS                                         00005300
                    , :WK-PENDIENTE                                     00005310
           END-EXEC.                                                    00005320
                                                                        00005330
           EVALUATE SQLCODE                                             00005340
               WHEN ZERO                                                00005350
                    ADD 1 TO CONT-TENEDORES                             00005360
               WHEN 100                                                 00005370
                    MOVE 'SI'            TO SW-FIN-CUR-ADS              00005380
               WHEN OTHER                                               00005390
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005400
                    MOVE 'VLDCCAN1-1300'       TO WS-PARRAFO            00005410
                    PERFORM 3001-ERROR                                  00005420
           END-EVALUATE.                                                00005430
      *                                                                *00005440
      *-------------------------*                                       00005450
       1300-FETCH-TENEDOR-EXIT.                                         00005460
      *-------------------------*                                       00005470
           EXIT.                                                        00005480
                                                                        00005490
      *-----------------------*                                         00005500
       2000-CANJEA-TENEDOR.                                             00005510
      *-----------------------*                                         00005520
      *    SOLO SE CANJEA LO DEPOSITADO; OPERACIONES DEL CODIGO VIEJO   00005530
      *    AUN EN CURSO SE AVISAN PARA SU REGULARIZACION MANUAL         00005540
           IF WK-PENDIENTE NOT = ZEROS                                  00005550
              ADD 1                 TO CONT-PENDIENTES                  00005560
              DISPLAY 'AVISO: CUENTA ' WK-CUENTA                        00005570
                      ' CON OPERACIONES PENDIENTES EN ' WA-CARD-VALOR   00005580
           END-IF.                                                      00005590
                                                                        00005600
           MOVE WK-CUENTA           TO VARC-CUENTA.                     00005610
           EXEC SQL                                                     00005620
                SELECT VARC_SUCURS                                      00005630
                  INTO :VARC-SUCURS                                     00005640
                  FROM VLDTARC                                          00005650
                 WHERE VARC_CUENTA = :VARC-CUENTA                       00005660
           END-EXEC.                                                    00005670
           IF SQLCODE NOT = ZERO                                        00005680
              MOVE 'SELECT'                 TO WS-ACCION                00005690
              MOVE 'VLDTARC-2000'           TO WS-PARRAFO               00005700
              PERFORM 3001-ERROR                                        00005710
           END-IF.                                                      00005720
                                                                        00005730
           PERFORM 2100-ABONA-DESTINO                                   00005740
              THRU 2100-ABONA-DESTINO-EXIT                              00005750
              VARYING IX-DEST FROM 1 BY 1                               00005760
                UNTIL IX-DEST > WK-NDEST.                               00005770
                                                                        00005780
      *RITM49202-INI                                                  * 00005781
           INITIALIZE WS-REPARTO.                                       00005782
           MOVE ZEROS               TO WK-PRE-ACUM                      00005783
                                       WK-LOT-ACUM.                     00005784
      *RITM49202-FIN                                                  * 00005785
                                                                        00005786
           PERFORM 2300-TRASLADA-PRENDAS                                00005790
              THRU 2300-TRASLADA-PRENDAS-EXIT.                          00005800
                                                                        00005810
           PERFORM 2400-TRASLADA-LOTES                                  00005820
              THRU 2400-TRASLADA-LOTES-EXIT.                            00005830
                                                                        00005840
           PERFORM 2500-CIERRA-ORIGEN                                   00005850
              THRU 2500-CIERRA-ORIGEN-EXIT.                             00005860
                                                                        00005870
           PERFORM 1300-FETCH-TENEDOR                                   00005880
              THRU 1300-FETCH-TENEDOR-EXIT.                             00005890
      *                                                                *00005900
      *----------------------------*                                    00005910
       2000-CANJEA-TENEDOR-EXIT.                                        00005920
      *----------------------------*                                    00005930
           EXIT.                                                        00005940
                                                                        00005950
      *----------------------*                                          00005960
       2100-ABONA-DESTINO.                                              00005970
      *----------------------*                                          00005980
      *    TITULOS ENTEROS AL CODIGO NUEVO; LA FRACCION SE PAGA         00005990
           COMPUTE WK-EXACTO = WK-DEPOS * WK-DST-RATIO (IX-DEST).       00006000
           MOVE WK-EXACTO           TO WK-ENTERO.                       00006010
           COMPUTE WK-FRACCION = WK-EXACTO - WK-ENTERO.                 00006020
           COMPUTE WK-EFECTIVO ROUNDED =                                00006030
                   WK-FRACCION * WK-DST-PRECIO (IX-DEST).               00006040
           MOVE WK-ENTERO           TO WK-DST-TITULOS  (IX-DEST).       00006050
           MOVE WK-EFECTIVO         TO WK-DST-EFECTIVO (IX-DEST).       00006060
                                                                        00006070
           IF WK-ENTERO > ZEROS                                         00006080
              MOVE WK-CUENTA                    TO VADS-CUENTA          00006090
              MOVE WK-DST-CODIGO (IX-DEST) (01:03) TO VADS-PAVAL        00006100
              MOVE WK-DST-CODIGO (IX-DEST) (04:08) TO VADS-VALOR        00006110
              MOVE WK-DST-CODIGO (IX-DEST) (12:01) TO VADS-ISIN         00006120
              PERFORM 2150-ABONA-VLDTADS                                00006130
                 THRU 2150-ABONA-VLDTADS-EXIT                           00006140
              MOVE WK-CUENTA               TO WK-CTA-HIS                00006150
              MOVE WK-DST-CODIGO (IX-DEST) TO WK-COD-HIS                00006160
              MOVE WK-ENTERO               TO WK-AJUSTE                 00006170
              PERFORM 4000-REFLEJA-VLDTHIS                              00006180
                 THRU 4000-REFLEJA-VLDTHIS-EXIT                         00006190
           END-IF.                                                      00006200
                                                                        00006210
           IF WK-EFECTIVO > ZEROS                                       00006220
              PERFORM 2200-GRABA-ABONO-OPS                              00006230
                 THRU 2200-GRABA-ABONO-OPS-EXIT                         00006240
           END-IF.                                                      00006250
                                                                        00006260
           MOVE 'NUEVO     '        TO DET-TEXTO.                       00006270
           MOVE WK-CUENTA           TO DET-CUENTA.                      00006280
           MOVE WK-DST-CODIGO (IX-DEST) TO DET-CODIGO.                  00006290
           MOVE WK-DEPOS            TO DET-ANTES.                       00006300
           MOVE WK-ENTERO           TO DET-DESPUES.                     00006310
           MOVE WK-FRACCION         TO DET-FRACCION.                    00006320
           MOVE WK-EFECTIVO         TO DET-EFECTIVO.                    00006330
           PERFORM 2900-ESCRIBE-LINEA                                   00006340
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00006350
      *                                                                *00006360
      *---------------------------*                                     00006370
       2100-ABONA-DESTINO-EXIT.                                         00006380
      *---------------------------*                                     00006390
           EXIT.                                                        00006400
                                                                        00006410
      *----------------------*                                          00006420
       2150-ABONA-VLDTADS.                                              00006430
      *----------------------*                                          00006440
      *    ABONO EN LA POSICION DEL CODIGO NUEVO; SI NO HAY FILA SE     00006450
      *    CREA (MISMA TECNICA QUE EL DESTINO DE VL4CTRAS)              00006460
           EXEC SQL                                                     00006470
                UPDATE VLDTADS                                          00006480
                   SET VADS_DEPOS = VADS_DEPOS + :WK-ENTERO             00006490
                 WHERE VADS_CUENTA = :VADS-CUENTA                       00006500
                   AND VADS_PAVAL  = :VADS-PAVAL                        00006510
                   AND VADS_VALOR  = :VADS-VALOR                        00006520
                   AND VADS_ISIN   = :VADS-ISIN                         00006530
           END-EXEC.                                                    00006540
           EVALUATE SQLCODE                                             00006550
               WHEN ZERO                                                00006560
                    CONTINUE                                            00006570
               WHEN 100                                                 00006580
                    MOVE WK-ENTERO   TO VADS-DEPOS                      00006590
                    MOVE ZEROS       TO VADS-COMPR                      00006600
                                        VADS-SUSCR                      00006610
                                        VADS-VENTA                      00006620
                                        VADS-ORDVE                      00006630
                                        VADS-BLOQ                       00006640
                    EXEC SQL                                            00006650
                         INSERT INTO VLDTADS                            00006660
                               ( VADS_CUENTA                            00006670
                               , VADS_PAVAL                             00006680
                               , VADS_VALOR                             00006690
                               , VADS_ISIN                              00006700
                               , VADS_DEPOS                             00006710
                               , VADS_COMPR                             00006720
                               , VADS_SUSCR                             00006730
                               , VADS_VENTA                             00006740
                               , VADS_ORDVE                             00006750
                               , VADS_BLOQ )                            00006760
                         VALUES                                         00006770
                               ( :VADS-CUENTA                           00006780
                               , :VADS-PAVAL                            00006790
                               , :VADS-VALOR                            00006800
                               , :VADS-ISIN                             00006810
                               , :VADS-DEPOS                            00006820
                               , :VADS-COMPR                            00006830
                               , :VADS-SUSCR                            00006840
                               , :VADS-VENTA                            00006850
                               , :VADS-ORDVE                            00006860
                               , :VADS-BLOQ )                           00006870
                    END-EXEC                                            00006880
                    IF SQLCODE NOT = ZERO                               00006890
                       MOVE 'INSERT DESTINO'    TO WS-ACCION            00006900
                       MOVE 'VLDTADS-2150'      TO WS-PARRAFO           00006910
                       PERFORM 3001-ERROR                               00006920
                    END-IF                                              00006930
               WHEN OTHER                                               00006940
                    MOVE 'UPDATE DESTINO'       TO WS-ACCION            00006950
                    MOVE 'VLDTADS-2150'         TO WS-PARRAFO           00006960
                    PERFORM 3001-ERROR                                  00006970
           END-EVALUATE.                                                00006980
                                                                        00006990
           INITIALIZE DCLVLDTRLOG.                                      00007000
           MOVE 'VLDTADS'            TO VRLOG-TABLA.                    00007010
           MOVE 'CANJEABO'           TO VRLOG-OPERACION.                00007020
           MOVE WK-CUENTA            TO VRLOG-REGISTRO-TEXT (01:07).    00007030
           MOVE WK-DST-CODIGO (IX-DEST) TO VRLOG-REGISTRO-TEXT (09:12). 00007040
           MOVE WK-ENTERO            TO VRLOG-REGISTRO-TEXT (22:13).    00007050
           MOVE WA-CARD-VALOR        TO VRLOG-REGISTRO-TEXT (36:12).    00007060
           PERFORM 8000-GRABA-AUDITORIA                                 00007070
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00007080
      *                                                                *00007090
      *---------------------------*                                     00007100
       2150-ABONA-VLDTADS-EXIT.                                         00007110
      *---------------------------*                                     00007120
           EXIT.                                                        00007130
                                                                        00007140
      *----------------------*                                          00007150
       2200-GRABA-ABONO-OPS.                                            00007160
      *----------------------*                                          00007170
      *    EFECTIVO POR LA FRACCION, EN LA DIVISA DEL CODIGO NUEVO      00007180
           INITIALIZE                      REGISTRO-BGECOPS             00007190
                                           REGISTRO-BGECMIR.            00007200
                                                                        00007210
           MOVE 'VL'                    TO OPS-CODAPLI.                 00007220
           MOVE W-MM-AMD                TO OPS-NUMERO-FIC (01:02).      00007230
           MOVE W-DD-AMD                TO OPS-NUMERO-FIC (03:02).      00007240
           MOVE W-HORA-CURRENT (01:04)  TO OPS-NUMERO-FIC (05:04).      00007250
           MOVE 'I'                     TO OPS-SIGNO-OPER.              00007260
           MOVE '0'                     TO OPS-IND-REG.                 00007270
                                                                        00007280
           MOVE WK-CUENTA               TO MIR-REF-INTERNA (01:07).     00007290
           MOVE VARC-SUCURS             TO MIR-CENTRO-ORI.              00007300
           MOVE W-PROGRAMA              TO MIR-USERID-ORI.              00007310
           MOVE '066'                   TO MIR-CODIGO.                  00007320
           MOVE WK-EFECTIVO             TO MIR-IMPORTE.                 00007330
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-OPER.              00007340
           MOVE W-HORA-CURRENT-N        TO MIR-HORA-OPER.               00007350
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-CONTA.             00007360
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-VALOR.             00007370
           MOVE 'OPS'                   TO MIR-TIPO-CONTAB.             00007380
           MOVE 'R'                     TO MIR-IND-REALPRUE.            00007390
           MOVE 'N'                     TO MIR-IND-OPER-INTER.          00007400
           MOVE '5'                     TO MIR-IND-ORIGEN-OP.           00007410
           MOVE WK-DST-MONEDA (IX-DEST) TO MIR-DIVISA.                  00007420
           MOVE 'FRACCION CANJE'        TO MIR-OBSERVA (01:14).         00007430
           MOVE WK-DST-CODIGO (IX-DEST) TO MIR-OBSERVA (16:12).         00007440
           MOVE 'VL'                    TO MIR-APLC-ORI.                00007450
                                                                        00007460
           MOVE REGISTRO-BGECMIR        TO OPS-BGECMIR.                 00007470
                                                                        00007480
           WRITE REG-S1DQCANJ FROM REGISTRO-BGECOPS.                    00007490
           IF NOT S1DQCANJ-OK                                           00007500
              MOVE 'WRITE S1DQCANJ'         TO WS-ACCION                00007510
              MOVE '2200-GRABA-ABONO'       TO WS-PARRAFO               00007520
              PERFORM 3001-ERROR                                        00007530
           END-IF.                                                      00007540
      *RITM49188-INI                                                  * 00007541
           PERFORM 2290-PASARELA-CONTABLE                               00007542
              THRU 2290-PASARELA-CONTABLE-EXIT.                         00007543
      *RITM49188-FIN                                                  * 00007544
           ADD 1                        TO CONT-ABONOS-OPS.             00007550
           ADD WK-EFECTIVO              TO WK-EFECTIVO-TOT.             00007560
      *                                                                *00007570
      *---------------------------*                                     00007580
       2200-GRABA-ABONO-OPS-EXIT.                                       00007590
      *---------------------------*                                     00007591
           EXIT.                                                        00007592
                                                                        00007593
      *RITM49188-INI                                                  * 00007594
      *------------------------*                                        00007595
       2290-PASARELA-CONTABLE.                                          00007596
      *------------------------*                                        00007597
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00007598
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00007599
           MOVE 'A'                 TO AP0-FUNCION.                     00007600
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00007601
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00007602
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00007603
           IF AP0-CODRESP NOT = ZEROS                                   00007604
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00007605
              MOVE '2290-PASARELA'          TO WS-PARRAFO               00007606
              PERFORM 3001-ERROR                                        00007607
           END-IF.                                                      00007608
      *                                                                *00007609
      *-----------------------------*                                   00007610
       2290-PASARELA-CONTABLE-EXIT.                                     00007611
      *-----------------------------*                                   00007612
           EXIT.                                                        00007613
      *RITM49188-FIN                                                  * 00007614
                                                                        00007620
      *------------------------*                                        00007630
       2300-TRASLADA-PRENDAS.                                           00007640
      *------------------------*                                        00007650
      *    CADA PRENDA VIGENTE DEL CODIGO VIEJO PASA A CADA CODIGO      00007660
      *    NUEVO EN LA MISMA PROPORCION DEL CANJE (TITULOS ENTEROS) Y   00007670
      *    CON EL IMPORTE GARANTIZADO REPARTIDO SEGUN EL PORCENTAJE     00007680
      *    DEL COSTO; LA ORIGINAL QUEDA EN ESTADO 'T' (TRASLADADA)      00007690
           MOVE SPACES              TO SW-FIN-CUR-PRE.                  00007700
           EXEC SQL                                                     00007710
                OPEN VLDCCAN2                                           00007720
           END-EXEC.                                                    00007730
           IF SQLCODE NOT = ZERO                                        00007740
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007750
              MOVE 'VLDCCAN2-2300'          TO WS-PARRAFO               00007760
              PERFORM 3001-ERROR                                        00007770
           END-IF.                                                      00007780
                                                                        00007790
           PERFORM 2310-FETCH-PRENDA                                    00007800
              THRU 2310-FETCH-PRENDA-EXIT.                              00007810
           PERFORM 2320-TRASLADA-PRENDA                                 00007820
              THRU 2320-TRASLADA-PRENDA-EXIT                            00007830
              UNTIL FIN-CUR-PRE.                                        00007840
                                                                        00007850
           EXEC SQL                                                     00007860
                CLOSE VLDCCAN2                                          00007870
           END-EXEC.                                                    00007880
      *                                                                *00007890
      *-----------------------------*                                   00007900
       2300-TRASLADA-PRENDAS-EXIT.                                      00007910
      *-----------------------------*                                   00007920
           EXIT.                                                        00007930
                                                                        00007940
      *--------------------*                                            00007950
       2310-FETCH-PRENDA.                                               00007960
      *--------------------*                                            00007970
           EXEC SQL                                                     00007980
                FETCH  VLDCCAN2                                         00007990
                 INTO :WK-PRE-NUMPRE                                    00008000
                    , :VPRE-ACREEDOR                                    00008010
                    , :WK-PRE-CANTIDAD                                  00008020
                    , :VPRE-FECCONST                                    00008030
                    , :VPRE-FECLIBER                                    00008040
                    , :WK-PRE-IMPGAR                                    00008050
           END-EXEC.                                                    00008060
                                                                        00008070
           EVALUATE SQLCODE                                             00008080
               WHEN ZERO                                                00008090
                    CONTINUE                                            00008100
               WHEN 100                                                 00008110
                    MOVE 'SI'            TO SW-FIN-CUR-PRE              00008120
               WHEN OTHER                                               00008130
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00008140
                    MOVE 'VLDCCAN2-2310'       TO WS-PARRAFO            00008150
                    PERFORM 3001-ERROR                                  00008160
           END-EVALUATE.                                                00008170
      *                                                                *00008180
      *-------------------------*                                       00008190
       2310-FETCH-PRENDA-EXIT.                                          00008200
      *-------------------------*                                       00008210
           EXIT.                                                        00008220
                                                                        00008230
      *-----------------------*                                         00008240
       2320-TRASLADA-PRENDA.                                            00008250
      *-----------------------*                                         00008260
      *RITM49202-INI                                                  * 00008261
           ADD WK-PRE-CANTIDAD      TO WK-PRE-ACUM.                     00008262
      *RITM49202-FIN                                                  * 00008263
           PERFORM 2330-NUEVA-PRENDA                                    00008270
              THRU 2330-NUEVA-PRENDA-EXIT                               00008280
              VARYING IX-DEST FROM 1 BY 1                               00008290
                UNTIL IX-DEST > WK-NDEST.                               00008300
                                                                        00008310
           MOVE WK-CUENTA           TO VPRE-CUENTA.                     00008320
           MOVE WA-CARD-VALOR (01:03) TO VPRE-PAVAL.                    00008330
           MOVE WA-CARD-VALOR (04:08) TO VPRE-VALOR.                    00008340
           MOVE WA-CARD-VALOR (12:01) TO VPRE-ISIN.                     00008350
           MOVE WK-PRE-NUMPRE       TO VPRE-NUMPRE.                     00008360
           MOVE WK-PRE-CANTIDAD     TO VPRE-CANTIDAD.                   00008370
           MOVE WK-PRE-IMPGAR       TO VPRE-IMPGAR.                     00008380
           MOVE 'T'                 TO VPRE-ESTADO.                     00008390
           MOVE W-FECHA-AMD-N       TO VPRE-FEULMOD.                    00008400
           MOVE W-HORA-CURRENT-N    TO VPRE-HORULMOD.                   00008410
           MOVE 'BATC'              TO VPRE-NUMTER.                     00008420
           MOVE W-PROGRAMA          TO VPRE-USUARIO.                    00008430
           EXEC SQL                                                     00008440
                UPDATE VLDTPRE                                          00008450
                   SET VPRE_ESTADO    = :VPRE-ESTADO                    00008460
                     , VPRE_FEULMOD   = :VPRE-FEULMOD                   00008470
                     , VPRE_HORULMOD  = :VPRE-HORULMOD                  00008480
                     , VPRE_NUMTER    = :VPRE-NUMTER                    00008490
                     , VPRE_USUARIO   = :VPRE-USUARIO                   00008500
                 WHERE VPRE_CUENTA = :VPRE-CUENTA                       00008510
                   AND VPRE_PAVAL  = :VPRE-PAVAL                        00008520
                   AND VPRE_VALOR  = :VPRE-VALOR                        00008530
                   AND VPRE_ISIN   = :VPRE-ISIN                         00008540
                   AND VPRE_NUMPRE = :VPRE-NUMPRE                       00008550
           END-EXEC.                                                    00008560
           IF SQLCODE NOT = ZERO                                        00008570
              MOVE 'UPDATE TRASLADO'        TO WS-ACCION                00008580
              MOVE 'VLDTPRE-2320'           TO WS-PARRAFO               00008590
              PERFORM 3001-ERROR                                        00008600
           END-IF.                                                      00008610
                                                                        00008620
           INITIALIZE DCLVLDTRLOG.                                      00008630
           MOVE 'VLDTPRE'            TO VRLOG-TABLA.                    00008640
           MOVE 'TRASLADA'           TO VRLOG-OPERACION.                00008650
           MOVE DCLVLDTPRE           TO VRLOG-REGISTRO-TEXT.            00008660
           PERFORM 8000-GRABA-AUDITORIA                                 00008670
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00008680
                                                                        00008690
           ADD 1                    TO CONT-PRENDAS.                    00008700
           PERFORM 2310-FETCH-PRENDA                                    00008710
              THRU 2310-FETCH-PRENDA-EXIT.                              00008720
      *                                                                *00008730
      *----------------------------*                                    00008740
       2320-TRASLADA-PRENDA-EXIT.                                       00008750
      *----------------------------*                                    00008760
           EXIT.                                                        00008770
                                                                        00008780
      *---------------------*                                           00008790
       2330-NUEVA-PRENDA.                                               00008800
      *---------------------*                                           00008810
      *RITM49202-INI                                                  * 00008811
      *    COMPUTE WK-ENTERO =                                          00008820
      *            WK-PRE-CANTIDAD * WK-DST-RATIO (IX-DEST).            00008830
      *    LA PRENDA SE CONVIERTE SOBRE EL ACUMULADO DE LAS PRENDAS     00008831
      *    YA TRATADAS MENOS LO YA ASIGNADO AL CODIGO NUEVO: LA ULTIMA  00008832
      *    SE LLEVA EL RESTO Y LO PIGNORADO ES EL TOTAL CONVERTIDO,     00008833
      *    SIN PASAR DE LOS TITULOS ABONADOS                            00008834
           COMPUTE WK-ENTERO =                                          00008835
                   WK-PRE-ACUM * WK-DST-RATIO (IX-DEST).                00008836
           SUBTRACT WK-REP-PRE-ASIG (IX-DEST) FROM WK-ENTERO.           00008837
           COMPUTE WK-TOPE = WK-DST-TITULOS (IX-DEST)                   00008838
                           - WK-REP-PRE-ASIG (IX-DEST).                 00008839
           IF WK-ENTERO > WK-TOPE                                       00008840
              MOVE WK-TOPE          TO WK-ENTERO                        00008841
           END-IF.                                                      00008842
      *RITM49202-FIN                                                  * 00008843
           IF WK-ENTERO NOT > ZEROS                                     00008844
              GO TO 2330-NUEVA-PRENDA-EXIT                              00008850
           END-IF.                                                      00008860
      *RITM49202-INI                                                  * 00008861
           ADD WK-ENTERO            TO WK-REP-PRE-ASIG (IX-DEST).       00008862
      *RITM49202-FIN                                                  * 00008863
                                                                        00008870
           MOVE WK-CUENTA                       TO VPRE-CUENTA.         00008880
           MOVE WK-DST-CODIGO (IX-DEST) (01:03) TO VPRE-PAVAL.          00008890
           MOVE WK-DST-CODIGO (IX-DEST) (04:08) TO VPRE-VALOR.          00008900
           MOVE WK-DST-CODIGO (IX-DEST) (12:01) TO VPRE-ISIN.           00008910
           MOVE ZEROS TO WK-NUMPRE-MAX.                                 00008920
           EXEC SQL                                                     00008930
                SELECT  COALESCE(MAX(VPRE_NUMPRE), 0)                   00008940
                  INTO :WK-NUMPRE-MAX                                   00008950
                  FROM  VLDTPRE                                         00008960
                 WHERE  VPRE_CUENTA = :VPRE-CUENTA                      00008970
                   AND  VPRE_PAVAL  = :VPRE-PAVAL                       00008980
                   AND  VPRE_VALOR  = :VPRE-VALOR                       00008990
                   AND  VPRE_ISIN   = :VPRE-ISIN                        00009000
           END-EXEC.                                                    00009010
           IF SQLCODE NOT = ZERO AND 100                                00009020
              MOVE 'SELECT MAX'             TO WS-ACCION                00009030
              MOVE 'VLDTPRE-2330'           TO WS-PARRAFO               00009040
              PERFORM 3001-ERROR                                        00009050
           END-IF.                                                      00009060
                                                                        00009070
           COMPUTE VPRE-NUMPRE = WK-NUMPRE-MAX + 1.                     00009080
           MOVE WK-ENTERO           TO VPRE-CANTIDAD.                   00009090
           COMPUTE VPRE-IMPGAR ROUNDED =                                00009100
                   WK-PRE-IMPGAR * WK-DST-PCTCOSTO (IX-DEST) / 100.     00009110
           MOVE 'V'                 TO VPRE-ESTADO.                     00009120
           MOVE W-FECHA-AMD-N       TO VPRE-FEULMOD.                    00009130
           MOVE W-HORA-CURRENT-N    TO VPRE-HORULMOD.                   00009140
           MOVE 'BATC'              TO VPRE-NUMTER.                     00009150
           MOVE W-PROGRAMA          TO VPRE-USUARIO.                    00009160
           EXEC SQL                                                     00009170
                INSERT INTO VLDTPRE                                     00009180
                      ( VPRE_CUENTA                                     00009190
                      , VPRE_PAVAL                                      00009200
                      , VPRE_VALOR                                      00009210
                      , VPRE_ISIN                                       00009220
                      , VPRE_NUMPRE                                     00009230
                      , VPRE_ACREEDOR                                   00009240
                      , VPRE_CANTIDAD                                   00009250
                      , VPRE_IMPGAR                                     00009260
                      , VPRE_FECCONST                                   00009270
                      , VPRE_FECLIBER                                   00009280
                      , VPRE_ESTADO                                     00009290
                      , VPRE_FEULMOD                                    00009300
                      , VPRE_HORULMOD                                   00009310
                      , VPRE_NUMTER                                     00009320
                      , VPRE_USUARIO )                                  00009330
                VALUES                                                  00009340
                      ( :VPRE-CUENTA                                    00009350
                      , :VPRE-PAVAL                                     00009360
                      , :VPRE-VALOR                                     00009370
                      , :VPRE-ISIN                                      00009380
                      , :VPRE-NUMPRE                                    00009390
                      , :VPRE-ACREEDOR                                  00009400
                      , :VPRE-CANTIDAD                                  00009410
                      , :VPRE-IMPGAR                                    00009420
                      , :VPRE-FECCONST                                  00009430
                      , :VPRE-FECLIBER                                  00009440
                      , :VPRE-ESTADO                                    00009450
                      , :VPRE-FEULMOD                                   00009460
                      , :VPRE-HORULMOD                                  00009470
                      , :VPRE-NUMTER                                    00009480
                      , :VPRE-USUARIO )                                 00009490
           END-EXEC.                                                    00009500
           IF SQLCODE NOT = ZERO                                        00009510
              MOVE 'INSERT'                 TO WS-ACCION                00009520
              MOVE 'VLDTPRE-2330'           TO WS-PARRAFO               00009530
              PERFORM 3001-ERROR                                        00009540
           END-IF.                                                      00009550
                                                                        00009560
           INITIALIZE DCLVLDTRLOG.                                      00009570
           MOVE 'VLDTPRE'            TO VRLOG-TABLA.                    00009580
           MOVE 'INSERT  '           TO VRLOG-OPERACION.                00009590
           MOVE DCLVLDTPRE           TO VRLOG-REGISTRO-TEXT.            00009600
           PERFORM 8000-GRABA-AUDITORIA                                 00009610
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00009620
                                                                        00009630
           MOVE 'PRENDA    '        TO DET-TEXTO.                       00009640
           MOVE WK-CUENTA           TO DET-CUENTA.                      00009650
           MOVE WK-DST-CODIGO (IX-DEST) TO DET-CODIGO.                  00009660
           MOVE WK-PRE-CANTIDAD     TO DET-ANTES.                       00009670
           MOVE WK-ENTERO           TO DET-DESPUES.                     00009680
           MOVE ZEROS               TO DET-FRACCION                     00009690
                                       DET-EFECTIVO.                    00009700
           PERFORM 2900-ESCRIBE-LINEA                                   00009710
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00009720
      *                                                                *00009730
      *--------------------------*                                      00009740
       2330-NUEVA-PRENDA-EXIT.                                          00009750
      *--------------------------*                                      00009760
           EXIT.                                                        00009770
                                                                        00009780
      *-----------------------*                                         00009790
       2400-TRASLADA-LOTES.                                             00009800
      *-----------------------*                                         00009810
      *    CADA LOTE CON SALDO PASA A CADA CODIGO NUEVO CONSERVANDO     00009820
      *    SU FECHA DE ADQUISICION: CANTIDAD SEGUN LA PROPORCION DEL    00009830
      *    CANJE Y COSTO SEGUN EL PORCENTAJE ANUNCIADO. EL LOTE VIEJO   00009840
      *    QUEDA SIN SALDO.                                             00009850
           MOVE SPACES              TO SW-FIN-CUR-LOT.                  00009860
           EXEC SQL                                                     00009870
                OPEN VLDCCAN3                                           00009880
           END-EXEC.                                                    00009890
           IF SQLCODE NOT = ZERO                                        00009900
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00009910
              MOVE 'VLDCCAN3-2400'          TO WS-PARRAFO               00009920
              PERFORM 3001-ERROR                                        00009930
           END-IF.                                                      00009940
                                                                        00009950
           PERFORM 2410-FETCH-LOTE                                      00009960
              THRU 2410-FETCH-LOTE-EXIT.                                00009970
           PERFORM 2420-TRASLADA-LOTE                                   00009980
              THRU 2420-TRASLADA-LOTE-EXIT                              00009990
              UNTIL FIN-CUR-LOT.                                        00010000
                                                                        00010010
           EXEC SQL                                                     00010020
                CLOSE VLDCCAN3                                          00010030
           END-EXEC.                                                    00010040
      *RITM49202-INI                                                  * 00010041
           PERFORM 2440-CUADRA-LOTES                                    00010042
              THRU 2440-CUADRA-LOTES-EXIT                               00010043
              VARYING IX-DEST FROM 1 BY 1                               00010044
                UNTIL IX-DEST > WK-NDEST.                               00010045
      *RITM49202-FIN                                                  * 00010046
      *                                                                *00010050
      *---------------------------*                                     00010060
       2400-TRASLADA-LOTES-EXIT.                                        00010070
      *---------------------------*                                     00010080
           EXIT.                                                        00010090
                                                                        00010100
      *------------------*                                              00010110
       2410-FETCH-LOTE.                                                 00010120
      *------------------*                                              00010130
           EXEC SQL                                                     00010140
                FETCH  VLDCCAN3                                         00010150
                 INTO :WK-LOT-SECUEN                                    00010160
                    , :WK-LOT-FECHA                                     00010170
                    , :WK-LOT-RESTA                                     00010180
                    , :WK-LOT-COSTO                                     00010190
                    , :WK-LOT-REFER                                     00010200
           END-EXEC.                                                    00010210
                                                                        00010220
           EVALUATE SQLCODE                                             00010230
               WHEN ZERO                                                00010240
                    CONTINUE                                            00010250
               WHEN 100                                                 00010260
                    MOVE 'SI'            TO SW-FIN-CUR-LOT              00010270
               WHEN OTHER                                               00010280
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00010290
                    MOVE 'VLDCCAN3-2410'       TO WS-PARRAFO            00010300
                    PERFORM 3001-ERROR                                  00010310
           END-EVALUATE.                                                00010320
      *                                                                *00010330
      *-----------------------*                                         00010340
       2410-FETCH-LOTE-EXIT.                                            00010350
      *-----------------------*                                         00010360
           EXIT.                                                        00010370
                                                                        00010380
      *---------------------*                                           00010390
       2420-TRASLADA-LOTE.                                              00010400
      *---------------------*                                           00010410
           COMPUTE WK-COSTO-TOT = WK-LOT-RESTA * WK-LOT-COSTO.          00010420
      *RITM49202-INI                                                  * 00010421
           ADD WK-LOT-RESTA         TO WK-LOT-ACUM.                     00010422
      *RITM49202-FIN                                                  * 00010423
                                                                        00010430
           PERFORM 2430-NUEVO-LOTE                                      00010440
              THRU 2430-NUEVO-LOTE-EXIT                                 00010450
              VARYING IX-DEST FROM 1 BY 1                               00010460
                UNTIL IX-DEST > WK-NDEST.                               00010470
                                                                        00010480
           MOVE WK-CUENTA           TO VLOT-CUENTA.                     00010490
           MOVE WA-CARD-VALOR       TO VLOT-CODVALOR.                   00010500
           MOVE WK-LOT-SECUEN       TO VLOT-SECUEN.                     00010510
           EXEC SQL                                                     00010520
                UPDATE VLDTLOT                                          00010530
                   SET VLOT_CANT_RESTA = 0                              00010540
                     , VLOT_USUARIO    = :W-PROGRAMA                    00010550
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00010560
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00010570
                   AND VLOT_SECUEN   = :VLOT-SECUEN                     00010580
           END-EXEC.                                                    00010590
           IF SQLCODE NOT = ZERO                                        00010600
              MOVE 'UPDATE TRASLADO'        TO WS-ACCION                00010610
              MOVE 'VLDTLOT-2420'           TO WS-PARRAFO               00010620
              PERFORM 3001-ERROR                                        00010630
           END-IF.                                                      00010640
                                                                        00010650
           ADD 1                    TO CONT-LOTES.                      00010660
           PERFORM 2410-FETCH-LOTE                                      00010670
              THRU 2410-FETCH-LOTE-EXIT.                                00010680
      *                                                                *00010690
      *--------------------------*                                      00010700
       2420-TRASLADA-LOTE-EXIT.                                         00010710
      *--------------------------*                                      00010720
           EXIT.                                                        00010730
                                                                        00010740
      *-------------------*                                             00010750
       2430-NUEVO-LOTE.                                                 00010760
      *-------------------*                                             00010770
      *RITM49202-INI                                                  * 00010771
      *    COMPUTE WK-ENTERO = WK-LOT-RESTA * WK-DST-RATIO (IX-DEST).   00010780
      *    LA CANTIDAD SALE DEL ACUMULADO DE LOTES VIEJOS MENOS LO YA   00010781
      *    ASIGNADO AL CODIGO NUEVO, SIN PASAR DE LOS TITULOS ABONADOS. 00010782
      *    EL COSTO DE UN LOTE QUE NO LLEGA A UN TITULO QUEDA           00010783
      *    PENDIENTE PARA EL SIGUIENTE LOTE DEL CODIGO (Y, AL FINAL,    00010784
      *    PARA EL ULTIMO LOTE CREADO EN 2440)                          00010785
           COMPUTE WK-ENTERO = WK-LOT-ACUM * WK-DST-RATIO (IX-DEST).    00010786
           SUBTRACT WK-REP-LOT-ASIG (IX-DEST) FROM WK-ENTERO.           00010787
           COMPUTE WK-TOPE = WK-DST-TITULOS (IX-DEST)                   00010788
                           - WK-REP-LOT-ASIG (IX-DEST).                 00010789
           IF WK-ENTERO > WK-TOPE                                       00010790
              MOVE WK-TOPE          TO WK-ENTERO                        00010791
           END-IF.                                                      00010792
           COMPUTE WK-REP-COSTO-PEND (IX-DEST) =                        00010793
                   WK-REP-COSTO-PEND (IX-DEST)                          00010794
                 + WK-COSTO-TOT * WK-DST-PCTCOSTO (IX-DEST) / 100.      00010795
      *RITM49202-FIN                                                  * 00010796
           IF WK-ENTERO NOT > ZEROS                                     00010797
              GO TO 2430-NUEVO-LOTE-EXIT                                00010800
           END-IF.                                                      00010810
                                                                        00010820
           MOVE WK-CUENTA               TO VLOT-CUENTA.                 00010830
           MOVE WK-DST-CODIGO (IX-DEST) TO VLOT-CODVALOR.               00010840
           EXEC SQL                                                     00010850
                SELECT COALESCE(MAX(VLOT_SECUEN), 0) + 1                00010860
                  INTO :VLOT-SECUEN                                     00010870
                  FROM VLDTLOT                                          00010880
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00010890
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00010900
           END-EXEC.                                                    00010910
           IF SQLCODE NOT = ZERO AND 100                                00010920
              MOVE 'SELECT MAX'             TO WS-ACCION                00010930
              MOVE 'VLDTLOT-2430'           TO WS-PARRAFO               00010940
              PERFORM 3001-ERROR                                        00010950
           END-IF.                                                      00010960
                                                                        00010970
           MOVE WK-LOT-FECHA        TO VLOT-FECHA.                      00010980
           MOVE WK-ENTERO           TO VLOT-CANTIDAD                    00010990
                                       VLOT-CANT-RESTA.                 00011000
      *RITM49202-INI                                                  * 00011001
      *    COMPUTE VLOT-COSTO-UNIT ROUNDED =                            00011010
      *            WK-COSTO-TOT * WK-DST-PCTCOSTO (IX-DEST) / 100       00011020
      *            / WK-ENTERO.                                         00011030
           COMPUTE VLOT-COSTO-UNIT ROUNDED =                            00011031
                   WK-REP-COSTO-PEND (IX-DEST) / WK-ENTERO.             00011032
      *RITM49202-FIN                                                  * 00011033
           MOVE WK-LOT-REFER        TO VLOT-REFER.                      00011040
           MOVE W-PROGRAMA          TO VLOT-USUARIO.                    00011050
           EXEC SQL                                                     00011060
                INSERT INTO VLDTLOT                                     00011070
                      ( VLOT_CUENTA                                     00011080
                      , VLOT_CODVALOR                                   00011090
                      , VLOT_SECUEN                                     00011100
                      , VLOT_FECHA                                      00011110
                      , VLOT_CANTIDAD                                   00011120
                      , VLOT_CANT_RESTA                                 00011130
                      , VLOT_COSTO_UNIT                                 00011140
                      , VLOT_REFER                                      00011150
                      , VLOT_USUARIO )                                  00011160
                VALUES                                                  00011170
                      ( :VLOT-CUENTA                                    00011180
                      , :VLOT-CODVALOR                                  00011190
                      , :VLOT-SECUEN                                    00011200
                      , :VLOT-FECHA                                     00011210
                      , :VLOT-CANTIDAD                                  00011220
                      , :VLOT-CANT-RESTA                                00011230
                      , :VLOT-COSTO-UNIT                                00011240
                      , :VLOT-REFER                                     00011250
                      , :VLOT-USUARIO )                                 00011260
           END-EXEC.                                                    00011270
           IF SQLCODE NOT = ZERO                                        00011280
              MOVE 'INSERT'                 TO WS-ACCION                00011290
              MOVE 'VLDTLOT-2430'           TO WS-PARRAFO               00011300
              PERFORM 3001-ERROR                                        00011310
           END-IF.                                                      00011320
      *RITM49202-INI                                                  * 00011321
           ADD WK-ENTERO            TO WK-REP-LOT-ASIG (IX-DEST).       00011322
           MOVE ZEROS               TO WK-REP-COSTO-PEND (IX-DEST).     00011323
           MOVE VLOT-SECUEN         TO WK-REP-ULT-SECUEN (IX-DEST).     00011324
      *RITM49202-FIN                                                  * 00011325
                                                                        00011330
           INITIALIZE DCLVLDTRLOG.                                      00011340
           MOVE 'VLDTLOT'            TO VRLOG-TABLA.                    00011350
           MOVE 'CANJELOT'           TO VRLOG-OPERACION.                00011360
           MOVE DCLVLDTLOT           TO VRLOG-REGISTRO-TEXT.            00011370
           PERFORM 8000-GRABA-AUDITORIA                                 00011380
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00011390
      *                                                                *00011400
      *------------------------*                                        00011410
       2430-NUEVO-LOTE-EXIT.                                            00011420
      *------------------------*                                        00011430
           EXIT.                                                        00011440
                                                                        00011441
      *RITM49202-INI                                                  * 00011442
      *---------------------*                                           00011443
       2440-CUADRA-LOTES.                                               00011444
      *---------------------*                                           00011445
      *    LOS LOTES NUEVOS DE CADA CODIGO SUMAN LOS TITULOS ABONADOS   00011446
      *    EN VLDTADS: EL ULTIMO LOTE CREADO SE LLEVA LA DIFERENCIA     00011447
      *    Y EL COSTO QUE QUEDO PENDIENTE                               00011448
           COMPUTE WK-AJUSTE = WK-DST-TITULOS (IX-DEST)                 00011449
                             - WK-REP-LOT-ASIG (IX-DEST).               00011450
           IF WK-AJUSTE = ZEROS                                         00011451
              AND WK-REP-COSTO-PEND (IX-DEST) = ZEROS                   00011452
              GO TO 2440-CUADRA-LOTES-EXIT                              00011453
           END-IF.                                                      00011454
                                                                        00011455
      *    SIN LOTE NUEVO: SI HAY TITULOS, LA POSICION VIEJA NO TENIA   00011456
      *    LOTES QUE LOS CUBRIERAN; SI NO, TODO SE PAGO EN EFECTIVO     00011457
           IF WK-REP-ULT-SECUEN (IX-DEST) = ZEROS                       00011458
              IF WK-AJUSTE > ZEROS                                      00011459
                 DISPLAY 'AVISO: CUENTA ' WK-CUENTA                     00011460
                         ' SIN LOTE DE COSTO PARA '                     00011461
                         WK-DST-CODIGO (IX-DEST)                        00011462
              END-IF                                                    00011463
              GO TO 2440-CUADRA-LOTES-EXIT                              00011464
           END-IF.                                                      00011465
                                                                        00011466
           MOVE WK-CUENTA               TO VLOT-CUENTA.                 00011467
           MOVE WK-DST-CODIGO (IX-DEST) TO VLOT-CODVALOR.               00011468
           MOVE WK-REP-ULT-SECUEN (IX-DEST) TO VLOT-SECUEN.             00011469
           EXEC SQL                                                     00011470
                SELECT VLOT_FECHA                                       00011471
                     , VLOT_CANTIDAD                                    00011472
                     , VLOT_CANT_RESTA                                  00011473
                     , VLOT_COSTO_UNIT                                  00011474
                     , VLOT_REFER                                       00011475
                  INTO :VLOT-FECHA                                      00011476
                     , :VLOT-CANTIDAD                                   00011477
                     , :VLOT-CANT-RESTA                                 00011478
                     , :VLOT-COSTO-UNIT                                 00011479
                     , :VLOT-REFER                                      00011480
                  FROM VLDTLOT                                          00011481
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00011482
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00011483
                   AND VLOT_SECUEN   = :VLOT-SECUEN                     00011484
           END-EXEC.                                                    00011485
           IF SQLCODE NOT = ZERO                                        00011486
              MOVE 'SELECT'                 TO WS-ACCION                00011487
              MOVE 'VLDTLOT-2440'           TO WS-PARRAFO               00011488
              PERFORM 3001-ERROR                                        00011489
           END-IF.                                                      00011490
                                                                        00011491
           COMPUTE WK-COSTO-TOT =                                       00011492
                   VLOT-CANTIDAD * VLOT-COSTO-UNIT                      00011493
                 + WK-REP-COSTO-PEND (IX-DEST).                         00011494
           ADD WK-AJUSTE            TO VLOT-CANTIDAD                    00011495
                                       VLOT-CANT-RESTA.                 00011496
           COMPUTE VLOT-COSTO-UNIT ROUNDED =                            00011497
                   WK-COSTO-TOT / VLOT-CANTIDAD.                        00011498
           MOVE W-PROGRAMA          TO VLOT-USUARIO.                    00011499
           EXEC SQL                                                     00011500
                UPDATE VLDTLOT                                          00011501
                   SET VLOT_CANTIDAD   = :VLOT-CANTIDAD                 00011502
                     , VLOT_CANT_RESTA = :VLOT-CANT-RESTA               00011503
                     , VLOT_COSTO_UNIT = :VLOT-COSTO-UNIT               00011504
                     , VLOT_USUARIO    = :VLOT-USUARIO                  00011505
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00011506
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00011507
                   AND VLOT_SECUEN   = :VLOT-SECUEN                     00011508
           END-EXEC.                                                    00011509
           IF SQLCODE NOT = ZERO                                        00011510
              MOVE 'UPDATE CUADRE'          TO WS-ACCION                00011511
              MOVE 'VLDTLOT-2440'           TO WS-PARRAFO               00011512
              PERFORM 3001-ERROR                                        00011513
           END-IF.                                                      00011514
           ADD WK-AJUSTE            TO WK-REP-LOT-ASIG (IX-DEST).       00011515
           MOVE ZEROS               TO WK-REP-COSTO-PEND (IX-DEST).     00011516
                                                                        00011517
           INITIALIZE DCLVLDTRLOG.                                      00011518
           MOVE 'VLDTLOT'            TO VRLOG-TABLA.                    00011519
           MOVE 'CUADRLOT'           TO VRLOG-OPERACION.                00011520
           MOVE DCLVLDTLOT           TO VRLOG-REGISTRO-TEXT.            00011521
           PERFORM 8000-GRABA-AUDITORIA                                 00011522
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00011523
      *                                                                *00011524
      *--------------------------*                                      00011525
       2440-CUADRA-LOTES-EXIT.                                          00011526
      *--------------------------*                                      00011527
           EXIT.                                                        00011528
      *RITM49202-FIN                                                  * 00011529
                                                                        00011530
      *----------------------*                                          00011531
       2500-CIERRA-ORIGEN.                                              00011532
      *----------------------*                                          00011533
      *    LA POSICION DEPOSITADA DEL CODIGO VIEJO QUEDA EN CERO        00011534
           MOVE WK-CUENTA               TO VADS-CUENTA.                 00011535
           MOVE WA-CARD-VALOR (01:03)   TO VADS-PAVAL.                  00011536
           MOVE WA-CARD-VALOR (04:08)   TO VADS-VALOR.                  00011537
           MOVE WA-CARD-VALOR (12:01)   TO VADS-ISIN.                   00011538
           EXEC SQL                                                     00011540
                UPDATE VLDTADS                                          00011550
                   SET VADS_DEPOS = VADS_DEPOS - :WK-DEPOS              00011560
                 WHERE VADS_CUENTA = :VADS-CUENTA                       00011570
                   AND VADS_PAVAL  = :VADS-PAVAL                        00011580
                   AND VADS_VALOR  = :VADS-VALOR                        00011590
                   AND VADS_ISIN   = :VADS-ISIN                         00011600
           END-EXEC.                                                    00011610
           IF SQLCODE NOT = ZERO                                        00011620
              MOVE 'UPDATE ORIGEN'          TO WS-ACCION                00011630
              MOVE 'VLDTADS-2500'           TO WS-PARRAFO               00011640
              PERFORM 3001-ERROR                                        00011650
           END-IF.                                                      00011660
                                                                        00011670
           MOVE WK-CUENTA           TO WK-CTA-HIS.                      00011680
           MOVE WA-CARD-VALOR       TO WK-COD-HIS.                      00011690
           COMPUTE WK-AJUSTE = ZEROS - WK-DEPOS.                        00011700
           PERFORM 4000-REFLEJA-VLDTHIS                                 00011710
              THRU 4000-REFLEJA-VLDTHIS-EXIT.                           00011720
                                                                        00011730
           INITIALIZE DCLVLDTRLOG.                                      00011740
           MOVE 'VLDTADS'            TO VRLOG-TABLA.                    00011750
           MOVE 'CANJEBAJ'           TO VRLOG-OPERACION.                00011760
           MOVE WK-CUENTA            TO VRLOG-REGISTRO-TEXT (01:07).    00011770
           MOVE WA-CARD-VALOR        TO VRLOG-REGISTRO-TEXT (09:12).    00011780
           MOVE WK-DEPOS             TO VRLOG-REGISTRO-TEXT (22:13).    00011790
           MOVE CAB-TIPO             TO VRLOG-REGISTRO-TEXT (36:08).    00011800
           PERFORM 8000-GRABA-AUDITORIA                                 00011810
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00011820
                                                                        00011830
           MOVE 'EXTINGUE  '        TO DET-TEXTO.                       00011840
           MOVE WK-CUENTA           TO DET-CUENTA.                      00011850
           MOVE WA-CARD-VALOR       TO DET-CODIGO.                      00011860
           MOVE WK-DEPOS            TO DET-ANTES.                       00011870
           MOVE ZEROS               TO DET-DESPUES                      00011880
                                       DET-FRACCION                     00011890
                                       DET-EFECTIVO.                    00011900
           PERFORM 2900-ESCRIBE-LINEA                                   00011910
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00011920
      *                                                                *00011930
      *---------------------------*                                     00011940
       2500-CIERRA-ORIGEN-EXIT.                                         00011950
      *---------------------------*                                     00011960
           EXIT.                                                        00011970
                                                                        00011980
      *------------------------*                                        00011990
       2900-ESCRIBE-LINEA.                                              00012000
      *------------------------*                                        00012010
           WRITE SAL-RCANJ       FROM LIN-DETALLE.                      00012020
           IF NOT S1RCANJ-OK                                            00012030
              MOVE 'WRITE S1RCANJ'          TO WS-ACCION                00012040
              MOVE '2900-ESCRIBE-LINEA'     TO WS-PARRAFO               00012050
              PERFORM 3001-ERROR                                        00012060
           END-IF.                                                      00012070
      *                                                                *00012080
      *-----------------------------*                                   00012090
       2900-ESCRIBE-LINEA-EXIT.                                         00012100
      *-----------------------------*                                   00012110
           EXIT.                                                        00012120
                                                                        00012130
      *--------*                                                        00012140
       3000-FIN.                                                        00012150
      *--------*                                                        00012160
      *                                                                 00012170
           EXEC SQL                                                     00012180
                CLOSE VLDCCAN1                                          00012190
           END-EXEC.                                                    00012200
                                                                        00012210
           MOVE CONT-TENEDORES      TO TOT-TENEDORES.                   00012220
           MOVE WK-EFECTIVO-TOT     TO TOT-EFECTIVO.                    00012230
           WRITE SAL-RCANJ       FROM LIN-TOTAL AFTER 2.                00012240
                                                                        00012250
           CLOSE S1DQCANJ S1RCANJ.                                      00012260
                                                                        00012261
      *RITM49188-INI                                                  * 00012262
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00012263
           MOVE 'F'                 TO AP0-FUNCION.                     00012264
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00012265
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00012266
           IF AP0-CODRESP NOT = ZEROS                                   00012267
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00012268
              MOVE '3000-FIN'               TO WS-PARRAFO               00012269
              PERFORM 3001-ERROR                                        00012270
           END-IF.                                                      00012271
      *RITM49188-FIN                                                  * 00012272
                                                                        00012273
           DISPLAY '****** FIN CANJE DE VALORES VL4CCANJ ******'.       00012280
           DISPLAY 'VALOR EXTINGUIDO       : ' WA-CARD-VALOR.           00012290
           DISPLAY 'TENEDORES CANJEADOS    : ' CONT-TENEDORES.          00012300
           DISPLAY 'ABONOS OPS FRACCIONES  : ' CONT-ABONOS-OPS.         00012310
           DISPLAY 'PRENDAS TRASLADADAS    : ' CONT-PRENDAS.            00012320
           DISPLAY 'LOTES TRASLADADOS      : ' CONT-LOTES.              00012330
           DISPLAY 'CON OPERAC. PENDIENTES : ' CONT-PENDIENTES.         00012340
                                                                        00012350
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00012360
           ACCEPT WK-HORA-FIN       FROM TIME.                          00012370
           INITIALIZE DCLVLDTCTL.                                       00012380
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00012390
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00012400
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00012410
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00012420
           MOVE CONT-TENEDORES      TO VCTL-LEIDOS.                     00012430
           MOVE CONT-ABONOS-OPS     TO VCTL-ESCRITOS.                   00012440
           MOVE CONT-PENDIENTES     TO VCTL-RECHAZADOS.                 00012450
           MOVE WK-EFECTIVO-TOT     TO VCTL-IMPORTE-TOT.                00012460
           MOVE WK-DST-MONEDA (1)   TO VCTL-MONEDA.                     00012470
           MOVE 'OK'                TO VCTL-ESTADO.                     00012480
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00012490
           IF VCTL-CODRESP NOT = ZEROS                                  00012500
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00012510
           END-IF.                                                      00012520
                                                                        00012530
      *    REABRE LA VENTANA PARA EL ONLINE                             00012540
           INITIALIZE VL9CVEN0-AREA.                                    00012550
           MOVE 'A'                TO VEN0-ACCION.                      00012560
           MOVE 'CORPORAT'         TO VEN0-AMBITO.                      00012570
           MOVE W-PROGRAMA         TO VEN0-PROGRAMA.                    00012580
           MOVE W-FECHA-AMD-N      TO VEN0-FECHA.                       00012590
           MOVE WK-HORA-FIN (1:6)  TO VEN0-HORA.                        00012600
           CALL WK-VL9CVEN0     USING VL9CVEN0-AREA.                    00012610
           IF VEN0-CODRESP NOT = ZEROS                                  00012620
              DISPLAY 'AVISO: VENTANA VLDTVEN NO ABIERTA'               00012630
           END-IF.                                                      00012640
      *                                                                *00012650
      *-------------*                                                   00012660
       3000-FIN-EXIT.                                                   00012670
      *-------------*                                                   00012680
           EXIT.                                                        00012690
                                                                        00012700
       3001-ERROR.                                                      00012710
      *-----------*                                                     00012720
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00012730
           DISPLAY 'ACCION:          ' WS-ACCION.                       00012740
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00012750
           DISPLAY '******************************************'.        00012760
           MOVE 08 TO RETURN-CODE.                                      00012770
           STOP RUN.                                                    00012780
                                                                        00012790
      *------------------------*                                        00012800
       4000-REFLEJA-VLDTHIS.                                            00012810
      *------------------------*                                        00012820
      *    AJUSTA LOS TITULOS DEL MES EN CURSO DESDE HOY (TECNICA DE    00012830
      *    TABLA DE 31 DIAS, VER VL4CTRAS). SI LA CUENTA NO TIENE FILA  00012840
      *    DEL MES PARA EL CODIGO SE DEJA CONSTANCIA Y SIGUE: EL        00012850
      *    CIERRE MENSUAL LA CREARA CON LA POSICION YA MOVIDA.          00012860
           EXEC SQL                                                     00012870
                SELECT  VHIS_TIPGAS                                     00012880
                     ,  VHIS_TITULOS1  , VHIS_TITULOS2                  00012890
                     ,  VHIS_TITULOS3  , VHIS_TITULOS4                  00012900
                     ,  VHIS_TITULOS5  , VHIS_TITULOS6                  00012910
                     ,  VHIS_TITULOS7  , VHIS_TITULOS8                  00012920
                     ,  VHIS_TITULOS9  , VHIS_TITULOS10                 00012930
                     ,  VHIS_TITULOS11 , VHIS_TITULOS12                 00012940
                     ,  VHIS_TITULOS13 , VHIS_TITULOS14                 00012950
                     ,  VHIS_TITULOS15 , VHIS_TITULOS16                 00012960
                     ,  VHIS_TITULOS17 , VHIS_TITULOS18                 00012970
                     ,  VHIS_TITULOS19 , VHIS_TITULOS20                 00012980
                     ,  VHIS_TITULOS21 , VHIS_TITULOS22                 00012990
                     ,  VHIS_TITULOS23 , VHIS_TITULOS24                 00013000
                     ,  VHIS_TITULOS25 , VHIS_TITULOS26                 00013010
                     ,  VHIS_TITULOS27 , VHIS_TITULOS28                 00013020
                     ,  VHIS_TITULOS29 , VHIS_TITULOS30                 00013030
                     ,  VHIS_TITULOS31                                  00013040
                  INTO :WHIS-TIPGAS                                     00013050
                     , :WHIS-TITULOS1                                   00013060
                     , :WHIS-TITULOS2                                   00013070
                     , :WHIS-TITULOS3                                   00013080
                     , :WHIS-TITULOS4                                   00013090
                     , :WHIS-TITULOS5                                   00013100
                     , :WHIS-TITULOS6                                   00013110
                     , :WHIS-TITULOS7                                   00013120
                     , :WHIS-TITULOS8                                   00013130
                     , :WHIS-TITULOS9                                   00013140
                     , :WHIS-TITULOS10                                  00013150
                     , :WHIS-TITULOS11                                  00013160
                     , :WHIS-TITULOS12                                  00013170
                     , :WHIS-TITULOS13                                  00013180
                     , :WHIS-TITULOS14                                  00013190
                     , :WHIS-TITULOS15                                  00013200
                     , :WHIS-TITULOS16                                  00013210
                     , :WHIS-TITULOS17                                  00013220
                     , :WHIS-TITULOS18                                  00013230
                     , :WHIS-TITULOS19                                  00013240
                     , :WHIS-TITULOS20                                  00013250
                     , :WHIS-TITULOS21                                  00013260
                     , :WHIS-TITULOS22                                  00013270
                     , :WHIS-TITULOS23                                  00013280
                     , :WHIS-TITULOS24                                  00013290
                     , :WHIS-TITULOS25                                  00013300
                     , :WHIS-TITULOS26                                  00013310
                     , :WHIS-TITULOS27                                  00013320
                     , :WHIS-TITULOS28                                  00013330
                     , :WHIS-TITULOS29                                  00013340
                     , :WHIS-TITULOS30                                  00013350
                     , :WHIS-TITULOS31                                  00013360
                  FROM  VLDTHIS                                         00013370
                 WHERE  VHIS_CTAVAL   = :WK-CTA-HIS                     00013380
                   AND  VHIS_CODVALOR = :WK-COD-HIS                     00013390
                   AND  VHIS_TIPGAS   = 55                              00013400
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00013410
                   AND  VHIS_MES      = :WK-MES-ACT                     00013420
           END-EXEC.                                                    00013430
                                                                        00013440
           EVALUATE SQLCODE                                             00013450
               WHEN ZERO                                                00013460
                    CONTINUE                                            00013470
               WHEN 100                                                 00013480
                    DISPLAY 'AVISO: CUENTA ' WK-CTA-HIS                 00013490
                            ' SIN FILA VLDTHIS DEL MES'                 00013500
                    GO TO 4000-REFLEJA-VLDTHIS-EXIT                     00013510
               WHEN OTHER                                               00013520
                    MOVE 'SELECT'                 TO WS-ACCION          00013530
                    MOVE 'VLDTHIS-4000'           TO WS-PARRAFO         00013540
                    PERFORM 3001-ERROR                                  00013550
           END-EVALUATE.                                                00013560
                                                                        00013570
           PERFORM 4100-AJUSTA-DIA                                      00013580
              THRU 4100-AJUSTA-DIA-EXIT                                 00013590
              VARYING IN-DIA FROM W-DD-AMD BY 1                         00013600
                UNTIL IN-DIA > 31.                                      00013610
                                                                        00013620
           EXEC SQL                                                     00013630
                UPDATE VLDTHIS                                          00013640
                   SET VHIS_TITULOS1  = :WHIS-TITULOS1                  00013650
                     , VHIS_TITULOS2  = :WHIS-TITULOS2                  00013660
                     , VHIS_TITULOS3  = :WHIS-TITULOS3                  00013670
                     , VHIS_TITULOS4  = :WHIS-TITULOS4                  00013680
                     , VHIS_TITULOS5  = :WHIS-TITULOS5                  00013690
                     , VHIS_TITULOS6  = :WHIS-TITULOS6                  00013700
                     , VHIS_TITULOS7  = :WHIS-TITULOS7                  00013710
                     , VHIS_TITULOS8  = :WHIS-TITULOS8                  00013720
                     , VHIS_TITULOS9  = :WHIS-TITULOS9                  00013730
                     , VHIS_TITULOS10 = :WHIS-TITULOS10                 00013740
                     , VHIS_TITULOS11 = :WHIS-TITULOS11                 00013750
                     , VHIS_TITULOS12 = :WHIS-TITULOS12                 00013760
                     , VHIS_TITULOS13 = :WHIS-TITULOS13                 00013770
                     , VHIS_TITULOS14 = :WHIS-TITULOS14                 00013780
                     , VHIS_TITULOS15 = :WHIS-TITULOS15                 00013790
                     , VHIS_TITULOS16 = :WHIS-TITULOS16                 00013800
                     , VHIS_TITULOS17 = :WHIS-TITULOS17                 00013810
                     , VHIS_TITULOS18 = :WHIS-TITULOS18                 00013820
                     , VHIS_TITULOS19 = :WHIS-TITULOS19                 00013830
                     , VHIS_TITULOS20 = :WHIS-TITULOS20                 00013840
                     , VHIS_TITULOS21 = :WHIS-TITULOS21                 00013850
                     , VHIS_TITULOS22 = :WHIS-TITULOS22                 00013860
                     , VHIS_TITULOS23 = :WHIS-TITULOS23                 00013870
                     , VHIS_TITULOS24 = :WHIS-TITULOS24                 00013880
                     , VHIS_TITULOS25 = :WHIS-TITULOS25                 00013890
                     , VHIS_TITULOS26 = :WHIS-TITULOS26                 00013900
                     , VHIS_TITULOS27 = :WHIS-TITULOS27                 00013910
                     , VHIS_TITULOS28 = :WHIS-TITULOS28                 00013920
                     , VHIS_TITULOS29 = :WHIS-TITULOS29                 00013930
                     , VHIS_TITULOS30 = :WHIS-TITULOS30                 00013940
                     , VHIS_TITULOS31 = :WHIS-TITULOS31                 00013950
                     , VHIS_FEULMOD   = :W-FECHA-AMD-N                  00013960
                     , VHIS_USUARIO   = :W-PROGRAMA                     00013970
                 WHERE  VHIS_CTAVAL   = :WK-CTA-HIS                     00013980
                   AND  VHIS_CODVALOR = :WK-COD-HIS                     00013990
                   AND  VHIS_TIPGAS   = 55                              00014000
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00014010
                   AND  VHIS_MES      = :WK-MES-ACT                     00014020
           END-EXEC.                                                    00014030
           IF SQLCODE NOT = ZERO                                        00014040
              MOVE 'UPDATE'                 TO WS-ACCION                00014050
              MOVE 'VLDTHIS-4000'           TO WS-PARRAFO               00014060
              PERFORM 3001-ERROR                                        00014070
           END-IF.                                                      00014080
      *                                                                *00014090
      *-----------------------------*                                   00014100
       4000-REFLEJA-VLDTHIS-EXIT.                                       00014110
      *-----------------------------*                                   00014120
           EXIT.                                                        00014130
                                                                        00014140
      *-------------------*                                             00014150
       4100-AJUSTA-DIA.                                                 00014160
      *-------------------*                                             00014170
           ADD WK-AJUSTE            TO WHIS-TIT-DIA (IN-DIA).           00014180
      *                                                                *00014190
      *-------------------------*                                       00014200
       4100-AJUSTA-DIA-EXIT.                                            00014210
      *-------------------------*                                       00014220
           EXIT.                                                        00014230
                                                                        00014240
      *------------------------*                                        00014250
       8000-GRABA-AUDITORIA.                                            00014260
      *------------------------*                                        00014270
      *    LLAMADOR DEJA TABLA, OPERACION E IMAGEN EN DCLVLDTRLOG       00014280
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00014290
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00014300
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00014310
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00014320
                                        VRLOG-CODTRAN.                  00014330
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT TO VRLOG-REGISTRO-LEN.    00014340
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00014350
           IF WK-LOG-CODRESP NOT = ZEROS                                00014360
              DISPLAY 'AVISO: AUDITORIA NO GRABADA ' VRLOG-TABLA        00014370
                      ' ' WK-CUENTA                                     00014380
           END-IF.                                                      00014390
      *                                                                *00014400
      *---------------------------*                                     00014410
       8000-GRABA-AUDITORIA-EXIT.                                       00014420
      *---------------------------*                                     00014430
           EXIT.                                                        00014440
      *-----------------*                                               00014450
      * FIN DE PROGRAMA *                                               00014460
      *-----------------*                                               00014470
