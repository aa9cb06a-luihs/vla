       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CDSPE.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : SEGUIMIENTO DIARIO DE LOS DERECHOS DE SUSCRIPCION    *00000060
      *           PREFERENTE ABIERTOS EN VLDTDSP (VL4CDSPA):           *00000070
      *           - DENTRO DE LA VENTANA: GENERA LA ORDEN DE VENTA 'V' *00000080
      *             DEL CODIGO DEL DERECHO PARA LAS ELECCIONES DE      *00000090
      *             VENTA REGISTRADAS EN VL7CDSP0 Y AUN NO ENVIADAS,   *00000100
      *             Y AVISA DE LOS TENEDORES SIN INSTRUCCION CUANDO EL *00000110
      *             FIN DE LA VENTANA CAE DENTRO DE LOS DIAS DE AVISO  *00000120
      *           - VENCIDA LA VENTANA: GENERA LA ORDEN DE SUSCRIPCION *00000130
      *             'SS' DEL VALOR PADRE POR LOS DERECHOS EJERCIDOS    *00000140
      *             (DERECHOS X PROPORCION, AL PRECIO DE SUSCRIPCION), *00000150
      *             DA DE BAJA DE VLDTADS (Y DE SUS LOTES EN VLDTLOT)  *00000160
      *             LOS DERECHOS EJERCIDOS Y LOS CADUCADOS, CIERRA LA  *00000170
      *             ELECCION Y EL EVENTO, Y EMITE                      *00000180
      *             POR TENEDOR ABONADOS/EJERCIDOS/VENDIDOS/CADUCADOS  *00000190
      *           LAS ORDENES SALEN EN EL LAYOUT DEL FICHERO DE BOLSA  *00000200
      *           (S1DQDSPE) Y ENTRAN POR EL PRE-EDITOR VL4CPREV.      *00000210
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD (BLANCO = HOY)          *00000220
      *           2. DIAS DE AVISO ANTES DEL FIN DE VENTANA 9(02)      *00000230
      * FECHA   : 15-10-2026                                           *00000240
      ******************************************************************00000250
      ******************************************************************00000260
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000270
      *---------- ---------- ---------------- -------------------------*00000280
      *RITM49151  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000290
      *---------- ---------- ---------------- -------------------------*00000300
      ******************************************************************00000310
       ENVIRONMENT DIVISION.                                            00000320
       CONFIGURATION SECTION.                                           00000330
       SPECIAL-NAMES.                                                   00000340
       INPUT-OUTPUT SECTION.                                            00000350
       FILE-CONTROL.                                                    00000360
                                                                        00000370
           SELECT S1DQDSPE  ASSIGN       TO S1DQDSPE                    00000380
                            FILE STATUS  IS FS-SDSPE.                   00000390
                                                                        00000400
           SELECT S1RDSPE   ASSIGN       TO S1RDSPE                     00000410
                            FILE STATUS  IS FS-SRDSPE.                  00000420
       DATA DIVISION.                                                   00000430
       FILE SECTION.                                                    00000440
      *                                                                *00000450
       FD  S1DQDSPE                                                     00000460
           RECORDING MODE  IS  F                                        00000470
           LABEL  RECORDS  IS  STANDARD                                 00000480
           DATA   RECORD   IS  SAL-DSPE.                                00000490
         01 SAL-DSPE               PIC X(80).                           00000500
      *                                                                *00000510
       FD  S1RDSPE                                                      00000520
           RECORDING MODE  IS  F                                        00000530
           LABEL  RECORDS  IS  STANDARD                                 00000540
           DATA   RECORD   IS  SAL-RDSPE.                               00000550
         01 SAL-RDSPE              PIC X(132).                          00000560
      *                                                                 00000570
      ******************************************************************00000580
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000590
      ******************************************************************00000600
       WORKING-STORAGE SECTION.                                         00000610
      *************************                                         00000620
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CDSPE'.          00000630
      *                                                                 00000640
      * PARAMETROS (SYSIN)                                              00000650
       01  WS-PARAMETROS.                                               00000660
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000670
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000680
           05 FILLER REDEFINES WA-CARD-FECHA.                           00000690
              10 WA-CARD-FEC-AAAA  PIC 9(04).                           00000700
              10 WA-CARD-FEC-MM    PIC 9(02).                           00000710
              10 WA-CARD-FEC-DD    PIC 9(02).                           00000720
           05 WA-CARD-DIAS         PIC X(02) VALUE SPACES.              00000730
           05 WA-CARD-DIAS-N REDEFINES WA-CARD-DIAS PIC 9(02).          00000740
      *                                                                 00000750
       01  WS-VARIOS.                                                   00000760
           05 SW-FIN-CUR-DSP       PIC X(02) VALUE SPACES.              00000770
              88 FIN-CUR-DSP                 VALUE 'SI'.                00000780
           05 SW-FIN-CUR-DSE       PIC X(02) VALUE SPACES.              00000790
              88 FIN-CUR-DSE                 VALUE 'SI'.                00000800
           05 SW-FASE              PIC X(01) VALUE SPACE.               00000810
              88 FASE-VENTANA                VALUE 'V'.                 00000820
              88 FASE-VENCIDA                VALUE 'C'.                 00000830
           05 WK-REFER             PIC 9(09) VALUE ZEROS.               00000840
           05 WK-PRECIO            PIC S9(13)V9(6) COMP-3 VALUE ZEROS.  00000850
           05 WK-VENDIDOS          PIC S9(13)V     COMP-3 VALUE ZEROS.  00000860
           05 WK-BAJA              PIC S9(13)V     COMP-3 VALUE ZEROS.  00000870
           05 WK-DEPOS             PIC S9(13)V     COMP-3 VALUE ZEROS.  00000880
           05 WK-TITULOS           PIC S9(13)V     COMP-3 VALUE ZEROS.  00000890
           05 WK-DIAS-SUMA         PIC S9(3)  COMP-3 VALUE ZEROS.       00000900
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000910
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000920
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00000930
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00000940
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00000950
           05 WK-FECHA-PROC        PIC S9(8)V COMP-3 VALUE ZEROS.       00000960
           05 WK-FECHA-LIM         PIC S9(8)V COMP-3 VALUE ZEROS.       00000970
           05 SW-FIN-CUR-LOT       PIC X(02) VALUE SPACES.              00000980
              88 FIN-CUR-LOT                 VALUE 'SI'.                00000990
           05 WK-PEND-LOTE         PIC S9(13)V     COMP-3 VALUE ZEROS.  00001000
           05 WK-CONSUMO           PIC S9(13)V     COMP-3 VALUE ZEROS.  00001010
           05 WK-LOT-SECUEN        PIC S9(5)V      COMP-3 VALUE ZEROS.  00001020
           05 WK-LOT-RESTA         PIC S9(13)V     COMP-3 VALUE ZEROS.  00001030
       01  WK-FECHA-W.                                                  00001040
           05 WK-FW-AAAA           PIC 9(4).                            00001050
           05 WK-FW-MM             PIC 9(2).                            00001060
           05 WK-FW-DD             PIC 9(2).                            00001070
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00001080
      *                                                                 00001090
      * ORDEN GENERADA EN EL LAYOUT DEL FICHERO DE BOLSA (VL4CPREV)     00001100
       01  SALIDA-BOLSA.                                                00001110
           05 BOL-CUENTA           PIC 9(07).                           00001120
           05 BOL-CODVALOR         PIC X(12).                           00001130
           05 BOL-FECHOP           PIC 9(08).                           00001140
           05 BOL-TIPOP            PIC X(02).                           00001150
           05 BOL-TITULOS          PIC 9(13).                           00001160
           05 BOL-IMPORTE          PIC 9(13)V9(02).                     00001170
           05 BOL-MONEDA           PIC X(03).                           00001180
           05 BOL-REFER            PIC 9(09).                           00001190
           05 FILLER               PIC X(11) VALUE SPACES.              00001200
      *                                                                 00001210
       01  W-DATE                  PIC 9(6).                            00001220
       01  FILLER                  REDEFINES W-DATE.                    00001230
           02 W-ANO                PIC 99.                              00001240
           02 W-MES                PIC 99.                              00001250
           02 W-DIA                PIC 99.                              00001260
       01  W-FECHA-AMD.                                                 00001270
           05 W-AA-AMD             PIC 9(4).                            00001280
           05 W-MM-AMD             PIC 9(2).                            00001290
           05 W-DD-AMD             PIC 9(2).                            00001300
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001310
       01  W-HORA-CURRENT.                                              00001320
           02  W-HORA              PIC 99.                              00001330
           02  W-MINUTOS           PIC 99.                              00001340
           02  W-SEGUNDOS          PIC 99.                              00001350
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001360
      *                                                                 00001370
      * TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CCORP)              00001380
       01  W-HIS-TITULOS.                                               00001390
           05 WHIS-TITULOS1       PIC S9(13)V     COMP-3.               00001400
           05 WHIS-TITULOS2       PIC S9(13)V     COMP-3.               00001410
           05 WHIS-TITULOS3       PIC S9(13)V     COMP-3.               00001420
           05 WHIS-TITULOS4       PIC S9(13)V     COMP-3.               00001430
           05 WHIS-TITULOS5       PIC S9(13)V     COMP-3.               00001440
           05 WHIS-TITULOS6       PIC S9(13)V     COMP-3.               00001450
           05 WHIS-TITULOS7       PIC S9(13)V     COMP-3.               00001460
           05 WHIS-TITULOS8       PIC S9(13)V     COMP-3.               00001470
           05 WHIS-TITULOS9       PIC S9(13)V     COMP-3.               00001480
           05 WHIS-TITULOS10      PIC S9(13)V     COMP-3.               00001490
           05 WHIS-TITULOS11      PIC S9(13)V     COMP-3.               00001500
           05 WHIS-TITULOS12      PIC S9(13)V     COMP-3.               00001510
           05 WHIS-TITULOS13      PIC S9(13)V     COMP-3.               00001520
           05 WHIS-TITULOS14      PIC S9(13)V     COMP-3.               00001530
           05 WHIS-TITULOS15      PIC S9(13)V     COMP-3.               00001540
           05 WHIS-TITULOS16      PIC S9(13)V     COMP-3.               00001550
           05 WHIS-TITULOS17      PIC S9(13)V     COMP-3.               00001560
           05 WHIS-TITULOS18      PIC S9(13)V     COMP-3.               00001570
           05 WHIS-TITULOS19      PIC S9(13)V     COMP-3.               00001580
           05 WHIS-TITULOS20      PIC S9(13)V     COMP-3.               00001590
           05 WHIS-TITULOS21      PIC S9(13)V     COMP-3.               00001600
           05 WHIS-TITULOS22      PIC S9(13)V     COMP-3.               00001610
           05 WHIS-TITULOS23      PIC S9(13)V     COMP-3.               00001620
           05 WHIS-TITULOS24      PIC S9(13)V     COMP-3.               00001630
           05 WHIS-TITULOS25      PIC S9(13)V     COMP-3.               00001640
           05 WHIS-TITULOS26      PIC S9(13)V     COMP-3.               00001650
           05 WHIS-TITULOS27      PIC S9(13)V     COMP-3.               00001660
           05 WHIS-TITULOS28      PIC S9(13)V     COMP-3.               00001670
           05 WHIS-TITULOS29      PIC S9(13)V     COMP-3.               00001680
           05 WHIS-TITULOS30      PIC S9(13)V     COMP-3.               00001690
           05 WHIS-TITULOS31      PIC S9(13)V     COMP-3.               00001700
       01  W-HIS-TITULOS-R REDEFINES W-HIS-TITULOS.                     00001710
           05 WHIS-TIT-DIA OCCURS 31 PIC S9(13)V   COMP-3.              00001720
       77  WHIS-TIPGAS             PIC S9(2)V COMP-3 VALUE ZEROS.       00001730
       77  WK-ANO-ACT              PIC S9(4) COMP VALUE ZEROS.          00001740
       77  WK-MES-ACT              PIC S9(4) COMP VALUE ZEROS.          00001750
       77  WK-CTA-HIS              PIC S9(7)V COMP-3 VALUE ZEROS.       00001760
       77  IN-DIA                  PIC 9(02) VALUE ZEROS.               00001770
      *                                                                 00001780
       01 W-CONTADORES.                                                 00001790
          05 CONT-EVENTOS          PIC 9(08)  VALUE ZEROES.             00001800
          05 CONT-ELECCIONES       PIC 9(08)  VALUE ZEROES.             00001810
          05 CONT-VENTAS           PIC 9(08)  VALUE ZEROES.             00001820
          05 CONT-SUSCRIPCIONES    PIC 9(08)  VALUE ZEROES.             00001830
          05 CONT-SIN-INSTRUC      PIC 9(08)  VALUE ZEROES.             00001840
          05 CONT-CERRADAS         PIC 9(08)  VALUE ZEROES.             00001850
          05 CONT-VENCIDOS         PIC 9(08)  VALUE ZEROES.             00001860
          05 WK-IMPORTE-TOT        PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001870
      * VARIABLES PARA CONTROL DE ERRORES                               00001880
       01 WS-ERROR.                                                     00001890
          05 WS-ACCION             PIC X(24).                           00001900
          05 WS-PARRAFO            PIC X(19).                           00001910
      * VARIABLES CONTROL DE ARCHIVOS                                   00001920
       01 WS-CTRL-ARCHIVOS.                                             00001930
          05 FS-SDSPE              PIC X(02) VALUE '00'.                00001940
             88 S1DQDSPE-OK                  VALUE '00'.                00001950
          05 FS-SRDSPE             PIC X(02) VALUE '00'.                00001960
             88 S1RDSPE-OK                   VALUE '00'.                00001970
      *                                                                 00001980
      * LINEAS DEL REPORTE                                              00001990
       01 LIN-CABECERA.                                                 00002000
          05 FILLER                PIC X(42) VALUE                      00002010
             ' DERECHOS DE SUSCRIPCION PREFERENTE AL    '.              00002020
          05 CAB-FECHA             PIC 9(08).                           00002030
          05 FILLER                PIC X(16) VALUE                      00002040
             '  DIAS DE AVISO '.                                        00002050
          05 CAB-DIAS              PIC Z9.                              00002060
          05 FILLER                PIC X(64) VALUE SPACES.              00002070
       01 LIN-EVENTO.                                                   00002080
          05 FILLER                PIC X(10) VALUE ' DERECHO: '.        00002090
          05 EVE-CODDERE           PIC X(12).                           00002100
          05 FILLER                PIC X(08) VALUE ' VALOR: '.          00002110
          05 EVE-CODVALOR          PIC X(12).                           00002120
          05 FILLER                PIC X(10) VALUE ' VENTANA: '.        00002130
          05 EVE-FECINI            PIC 9(08).                           00002140
          05 FILLER                PIC X(01) VALUE '-'.                 00002150
          05 EVE-FECFIN            PIC 9(08).                           00002160
          05 FILLER                PIC X(01) VALUE SPACE.               00002170
          05 EVE-FASE              PIC X(20).                           00002180
          05 FILLER                PIC X(42) VALUE SPACES.              00002190
       01 LIN-DETALLE.                                                  00002200
          05 FILLER                PIC X(01) VALUE SPACES.              00002210
          05 DET-TEXTO             PIC X(18).                           00002220
          05 FILLER                PIC X(06) VALUE ' CTA: '.            00002230
          05 DET-CUENTA            PIC 9(07).                           00002240
          05 FILLER                PIC X(05) VALUE ' ABO '.             00002250
          05 DET-ABONADOS          PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002260
          05 FILLER                PIC X(05) VALUE ' EJE '.             00002270
          05 DET-EJERCIDOS         PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002280
          05 FILLER                PIC X(05) VALUE ' VEN '.             00002290
          05 DET-VENDIDOS          PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002300
          05 FILLER                PIC X(05) VALUE ' CAD '.             00002310
          05 DET-CADUCADOS         PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002320
          05 FILLER                PIC X(20) VALUE SPACES.              00002330
       01 LIN-TOTAL.                                                    00002340
          05 FILLER                PIC X(30) VALUE                      00002350
             ' ORDENES GENERADAS - VENTAS: '.                           00002360
          05 TOT-VENTAS            PIC ZZ,ZZZ,ZZ9.                      00002370
          05 FILLER                PIC X(17) VALUE ' SUSCRIPCIONES: '.  00002380
          05 TOT-SUSCRIPCIONES     PIC ZZ,ZZZ,ZZ9.                      00002390
          05 FILLER                PIC X(19) VALUE                      00002400
             ' SIN INSTRUCCION: '.                                      00002410
          05 TOT-SIN-INSTRUC       PIC ZZ,ZZZ,ZZ9.                      00002420
          05 FILLER                PIC X(36) VALUE SPACES.              00002430
      *                                                                 00002440
      *    EVENTOS Y ELECCIONES DE DERECHOS DE SUSCRIPCION              00002450
           COPY VLCPTDSP.                                               00002460
           COPY VLCPTDSE.                                               00002470
      *                                                                 00002480
      *    LOTES FISCALES DE COSTO (VLDTLOT)                            00002490
           COPY VLCPTLOT.                                               00002500
      *                                                                 00002510
      *    AUDITORIA BATCH (VL9CRLOG)                                   00002520
           COPY VLCPTRLOG.                                              00002530
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00002540
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00002550
      *                                                                 00002560
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002570
           COPY VLCPTCTL.                                               00002580
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002590
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002600
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00002610
           COPY VLCPTVE0.                                               00002620
       77  WK-VL9CVEN0            PIC X(08) VALUE 'VL9CVEN0'.           00002630
      *                                                                *00002640
      *  AREA DE COMUNICACION SQLCA                                    *00002650
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002660
      *                                                                 00002670
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002680
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00002690
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00002700
      *                                                                 00002710
      *  EVENTOS DE DERECHOS ABIERTOS                                  *00002720
           EXEC SQL                                                     00002730
                DECLARE VLDCDSP2 CURSOR WITH HOLD FOR                   00002740
                 SELECT  VDSP_CODDERE                                   00002750
                      ,  VDSP_CODVALOR                                  00002760
                      ,  VDSP_RATIO                                     00002770
                      ,  VDSP_PRECIO                                    00002780
                      ,  VDSP_MONEDA                                    00002790
                      ,  VDSP_FECINI                                    00002800
                      ,  VDSP_FECFIN                                    00002810
                   FROM  VLDTDSP                                        00002820
                  WHERE  VDSP_ESTADO = 'A'                              00002830
                  ORDER  BY VDSP_CODDERE                                00002840
           END-EXEC.                                                    00002850
      *  ELECCIONES PENDIENTES DEL EVENTO                              *00002860
           EXEC SQL                                                     00002870
                DECLARE VLDCDSE2 CURSOR WITH HOLD FOR                   00002880
                 SELECT  VDSE_CUENTA                                    00002890
                      ,  VDSE_DERECHOS                                  00002900
                      ,  VDSE_ELECCION                                  00002910
                      ,  VDSE_CANT_EJER                                 00002920
                      ,  VDSE_CANT_VEN                                  00002930
                      ,  VDSE_VENTA_GEN                                 00002940
                   FROM  VLDTDSE                                        00002950
                  WHERE  VDSE_CODDERE = :VDSP-CODDERE                   00002960
                    AND  VDSE_ESTADO  = 'P'                             00002970
                  ORDER  BY VDSE_CUENTA                                 00002980
           END-EXEC.                                                    00002990
      *  ULTIMA COTIZACION DEL DERECHO                                 *00003000
           EXEC SQL                                                     00003010
                DECLARE VLDCCAM  CURSOR FOR                             00003020
                 SELECT VCAM_CIERRE_D                                   00003030
                      , VCAM_FECDIA                                     00003040
                   FROM VLDTCAM                                         00003050
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00003060
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00003070
                    AND VCAM_CIERRE_D <>  0                             00003080
                  ORDER BY VCAM_FECDIA DESC                             00003090
                  OPTIMIZE FOR 1 ROW                                    00003100
           END-EXEC.                                                    00003110
      *  LOTES ABIERTOS DEL DERECHO EN ORDEN FIFO                      *00003120
           EXEC SQL                                                     00003130
                DECLARE VLDCDSP3 CURSOR FOR                             00003140
                 SELECT VLOT_SECUEN                                     00003150
                      , VLOT_CANT_RESTA                                 00003160
                   FROM VLDTLOT                                         00003170
                  WHERE VLOT_CUENTA     = :VLOT-CUENTA                  00003180
                    AND VLOT_CODVALOR   = :VLOT-CODVALOR                00003190
                    AND VLOT_CANT_RESTA > 0                             00003200
                  ORDER BY VLOT_SECUEN                                  00003210
           END-EXEC.                                                    00003220
      *                                                                *00003230
       PROCEDURE DIVISION.                                              00003240
      *                                                                *00003250
           PERFORM 1000-INICIO                                          00003260
              THRU 1000-INICIO-EXIT.                                    00003270
                                                                        00003280
           PERFORM 2000-PROCESA-EVENTO                                  00003290
              THRU 2000-PROCESA-EVENTO-EXIT                             00003300
              UNTIL FIN-CUR-DSP.                                        00003310
                                                                        00003320
           PERFORM 3000-FIN                                             00003330
              THRU 3000-FIN-EXIT.                                       00003340
                                                                        00003350
           STOP RUN.                                                    00003360
      *                                                                *00003370
      *-----------*                                                     00003380
       1000-INICIO.                                                     00003390
      *-----------*                                                     00003400
           INITIALIZE W-CONTADORES.                                     00003410
                                                                        00003420
           ACCEPT WA-CARD-FECHA.                                        00003430
           ACCEPT WA-CARD-DIAS.                                         00003440
                                                                        00003450
           ACCEPT W-DATE FROM DATE.                                     00003460
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003470
           MOVE W-MES              TO W-MM-AMD.                         00003480
           MOVE W-DIA              TO W-DD-AMD.                         00003490
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003500
                                                                        00003510
           IF WA-CARD-FECHA = SPACES                                    00003520
              MOVE W-FECHA-AMD-N    TO WA-CARD-FECHA-N                  00003530
           END-IF.                                                      00003540
           IF WA-CARD-FECHA NOT NUMERIC                                 00003550
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00003560
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003570
              PERFORM 3001-ERROR                                        00003580
           END-IF.                                                      00003590
           IF WA-CARD-DIAS = SPACES                                     00003600
              MOVE ZEROS            TO WA-CARD-DIAS-N                   00003610
           END-IF.                                                      00003620
           IF WA-CARD-DIAS NOT NUMERIC                                  00003630
              MOVE 'DIAS AVISO NO NUMERICO' TO WS-ACCION                00003640
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003650
              PERFORM 3001-ERROR                                        00003660
           END-IF.                                                      00003670
           MOVE WA-CARD-FECHA-N     TO WK-FECHA-PROC.                   00003680
           MOVE WA-CARD-FEC-AAAA    TO WK-ANO-ACT.                      00003690
           MOVE WA-CARD-FEC-MM      TO WK-MES-ACT.                      00003700
                                                                        00003710
      *    LIMITE DE AVISO: FECHA DE PROCESO MAS LOS DIAS DE LA SYSIN   00003720
           MOVE WA-CARD-FECHA-N     TO WK-FECHA-W-N.                    00003730
           MOVE WA-CARD-DIAS-N      TO WK-DIAS-SUMA.                    00003740
           PERFORM 1200-SUMA-UN-DIA                                     00003750
              THRU 1200-SUMA-UN-DIA-EXIT                                00003760
              UNTIL WK-DIAS-SUMA = ZEROS.                               00003770
           MOVE WK-FECHA-W-N        TO WK-FECHA-LIM.                    00003780
                                                                        00003790
      *    CIERRA LA VENTANA DE SU AMBITO: VL7CDSP0 NO CAMBIA           00003800
      *    ELECCIONES HASTA LA APERTURA DEL FINAL                       00003810
           INITIALIZE VL9CVEN0-AREA.                                    00003820
           MOVE 'C'                TO VEN0-ACCION.                      00003830
           MOVE 'CORPORAT'         TO VEN0-AMBITO.                      00003840
           MOVE W-PROGRAMA         TO VEN0-PROGRAMA.                    00003850
           MOVE W-FECHA-AMD-N      TO VEN0-FECHA.                       00003860
           MOVE W-HORA-CURRENT-N   TO VEN0-HORA.                        00003870
           CALL WK-VL9CVEN0     USING VL9CVEN0-AREA.                    00003880
           IF VEN0-CODRESP NOT = ZEROS                                  00003890
              DISPLAY 'AVISO: VENTANA VLDTVEN NO CERRADA'               00003900
           END-IF.                                                      00003910
                                                                        00003920
           OPEN OUTPUT S1DQDSPE S1RDSPE.                                00003930
           IF NOT S1DQDSPE-OK OR NOT S1RDSPE-OK                         00003940
              MOVE 'OPEN FICHEROS'          TO WS-ACCION                00003950
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003960
              PERFORM 3001-ERROR                                        00003970
           END-IF.                                                      00003980
                                                                        00003990
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00004000
           MOVE WA-CARD-DIAS-N     TO CAB-DIAS.                         00004010
           WRITE SAL-RDSPE       FROM LIN-CABECERA.                     00004020
                                                                        00004030
           EXEC SQL                                                     00004040
                OPEN VLDCDSP2                                           00004050
           END-EXEC.                                                    00004060
           IF SQLCODE NOT = ZERO                                        00004070
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004080
              MOVE 'VLDCDSP2-1000'          TO WS-PARRAFO               00004090
              PERFORM 3001-ERROR                                        00004100
           END-IF.                                                      00004110
                                                                        00004120
           PERFORM 1300-FETCH-EVENTO                                    00004130
              THRU 1300-FETCH-EVENTO-EXIT.                              00004140
      *                                                                *00004150
      *----------------*                                                00004160
       1000-INICIO-EXIT.                                                00004170
      *----------------*                                                00004180
           EXIT.                                                        00004190
                                                                        00004200
      *----------------------*                                          00004210
       1200-SUMA-UN-DIA.                                                00004220
      *----------------------*                                          00004230
           PERFORM 1250-DIAS-DEL-MES                                    00004240
              THRU 1250-DIAS-DEL-MES-EXIT.                              00004250
           IF WK-FW-DD < WK-DIAS-MES                                    00004260
              ADD 1 TO WK-FW-DD                                         00004270
           ELSE                                                         00004280
              MOVE 01 TO WK-FW-DD                                       00004290
              IF WK-FW-MM < 12                                          00004300
                 ADD 1 TO WK-FW-MM                                      00004310
              ELSE                                                      00004320
                 MOVE 01 TO WK-FW-MM                                    00004330
                 ADD 1 TO WK-FW-AAAA                                    00004340
              END-IF                                                    00004350
           END-IF.                                                      00004360
           SUBTRACT 1 FROM WK-DIAS-SUMA.                                00004370
      *                                                                *00004380
      *---------------------------*                                     00004390
       1200-SUMA-UN-DIA-EXIT.                                           00004400
      *---------------------------*                                     00004410
           EXIT.                                                        00004420
                                                                        00004430
      *----------------------*                                          00004440
       1250-DIAS-DEL-MES.                                               00004450
      *----------------------*                                          00004460
           EVALUATE WK-FW-MM                                            00004470
               WHEN 01                                                  00004480
               WHEN 03                                                  00004490
               WHEN 05                                                  00004500
               WHEN 07                                                  00004510
               WHEN 08                                                  00004520
               WHEN 10                                                  00004530
               WHEN 12                                                  00004540
                    MOVE 31 TO WK-DIAS-MES                              00004550
               WHEN 04                                                  00004560
               WHEN 06                                                  00004570
               WHEN 09                                                  00004580
               WHEN 11                                                  00004590
                    MOVE 30 TO WK-DIAS-MES                              00004600
               WHEN 02                                                  00004610
                    MOVE 28 TO WK-DIAS-MES                              00004620
                    DIVIDE WK-FW-AAAA BY 4                              00004630
                           GIVING WK-COC4 REMAINDER WK-RES4             00004640
                    DIVIDE WK-FW-AAAA BY 100                            00004650
                           GIVING WK-COC4 REMAINDER WK-RES100           00004660
                    DIVIDE WK-FW-AAAA BY 400                            00004670
                           GIVING WK-COC4 REMAINDER WK-RES400           00004680
                    IF WK-RES4 = ZEROS                                  00004690
                       AND (WK-RES100 NOT = ZEROS                       00004700
                            OR WK-RES400 = ZEROS)                       00004710
                       MOVE 29 TO WK-DIAS-MES                           00004720
                    END-IF                                              00004730
           END-EVALUATE.                                                00004740
      *                                                                *00004750
      *---------------------------*                                     00004760
       1250-DIAS-DEL-MES-EXIT.                                          00004770
      *---------------------------*                                     00004780
           EXIT.                                                        00004790
                                                                        00004800
      *--------------------*                                            00004810
       1300-FETCH-EVENTO.                                               00004820
      *--------------------*                                            00004830
           EXEC SQL                                                     00004840
                FETCH  VLDCDSP2                                         00004850
                 INTO :VDSP-CODDERE                                     00004860
                    , :VDSP-CODVALOR                                    00004870
                    , :VDSP-RATIO                                       00004880
                    , :VDSP-PRECIO                                      00004890
                    , :VDSP-MONEDA                                      00004900
                    , :VDSP-FECINI                                      00004910
                    , :VDSP-FECFIN                                      00004920
           END-EXEC.                                                    00004930
                                                                        00004940
           EVALUATE SQLCODE                                             00004950
               WHEN ZERO                                                00004960
                    ADD 1 TO CONT-EVENTOS                               00004970
               WHEN 100                                                 00004980
                    MOVE 'SI'            TO SW-FIN-CUR-DSP              00004990
               WHEN OTHER                                               00005000
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005010
                    MOVE 'VLDCDSP2-1300'       TO WS-PARRAFO            00005020
                    PERFORM 3001-ERROR                                  00005030
           END-EVALUATE.                                                00005040
      *                                                                *00005050
      *-------------------------*                                       00005060
       1300-FETCH-EVENTO-EXIT.                                          00005070
      *-------------------------*                                       00005080
           EXIT.                                                        00005090
                                                                        00005100
      *-----------------------*                                         00005110
       2000-PROCESA-EVENTO.                                             00005120
      *-----------------------*                                         00005130
      *    ANTES DEL INICIO DE LA VENTANA NO HAY NADA QUE HACER         00005140
           IF WK-FECHA-PROC < VDSP-FECINI                               00005150
              GO TO 2000-PROCESA-EVENTO-SIGUE                           00005160
           END-IF.                                                      00005170
                                                                        00005180
           IF WK-FECHA-PROC > VDSP-FECFIN                               00005190
              MOVE 'C'                    TO SW-FASE                    00005200
              MOVE 'VENTANA VENCIDA     ' TO EVE-FASE                   00005210
           ELSE                                                         00005220
              MOVE 'V'                    TO SW-FASE                    00005230
              MOVE 'VENTANA ABIERTA     ' TO EVE-FASE                   00005240
           END-IF.                                                      00005250
                                                                        00005260
           MOVE VDSP-CODDERE       TO EVE-CODDERE.                      00005270
           MOVE VDSP-CODVALOR      TO EVE-CODVALOR.                     00005280
           MOVE VDSP-FECINI        TO EVE-FECINI.                       00005290
           MOVE VDSP-FECFIN        TO EVE-FECFIN.                       00005300
           WRITE SAL-RDSPE       FROM LIN-EVENTO.                       00005310
                                                                        00005320
      *    PRECIO DE REFERENCIA DEL DERECHO PARA LAS VENTAS             00005330
           IF FASE-VENTANA                                              00005340
              PERFORM 2050-PRECIO-DERECHO                               00005350
                 THRU 2050-PRECIO-DERECHO-EXIT                          00005360
           END-IF.                                                      00005370
                                                                        00005380
           MOVE SPACES             TO SW-FIN-CUR-DSE.                   00005390
           EXEC SQL                                                     00005400
                OPEN VLDCDSE2                                           00005410
           END-EXEC.                                                    00005420
           IF SQLCODE NOT = ZERO                                        00005430
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005440
              MOVE 'VLDCDSE2-2000'          TO WS-PARRAFO               00005450
              PERFORM 3001-ERROR                                        00005460
           END-IF.                                                      00005470
                                                                        00005480
           PERFORM 2100-FETCH-ELECCION                                  00005490
              THRU 2100-FETCH-ELECCION-EXIT.                            00005500
                                                                        00005510
           PERFORM 2200-PROCESA-ELECCION                                00005520
              THRU 2200-PROCESA-ELECCION-EXIT                           00005530
              UNTIL FIN-CUR-DSE.                                        00005540
                                                                        00005550
           EXEC SQL                                                     00005560
                CLOSE VLDCDSE2                                          00005570
           END-EXEC.                                                    00005580
                                                                        00005590
      *    VENCIDA LA VENTANA EL EVENTO QUEDA CERRADO                   00005600
           IF FASE-VENCIDA                                              00005610
              MOVE 'V'              TO VDSP-ESTADO                      00005620
              MOVE W-FECHA-AMD-N    TO VDSP-FEULMOD                     00005630
              EXEC SQL                                                  00005640
                   UPDATE VLDTDSP                                       00005650
                      SET VDSP_ESTADO  = :VDSP-ESTADO                   00005660
                        , VDSP_FEULMOD = :VDSP-FEULMOD                  00005670
                        , VDSP_NUMTER  = 'BATC'                         00005680
                        , VDSP_USUARIO = :W-PROGRAMA                    00005690
                    WHERE VDSP_CODDERE = :VDSP-CODDERE                  00005700
              END-EXEC                                                  00005710
              IF SQLCODE NOT = ZERO                                     00005720
                 MOVE 'UPDATE'                 TO WS-ACCION             00005730
                 MOVE 'VLDTDSP-2000'           TO WS-PARRAFO            00005740
                 PERFORM 3001-ERROR                                     00005750
              END-IF                                                    00005760
              ADD 1                 TO CONT-VENCIDOS                    00005770
           END-IF.                                                      00005780
                                                                        00005790
       2000-PROCESA-EVENTO-SIGUE.                                       00005800
           PERFORM 1300-FETCH-EVENTO                                    00005810
              THRU 1300-FETCH-EVENTO-EXIT.                              00005820
      *                                                                *00005830
      *----------------------------*                                    00005840
       2000-PROCESA-EVENTO-EXIT.                                        00005850
      *----------------------------*                                    00005860
           EXIT.                                                        00005870
                                                                        00005880
      *----------------------*                                          00005890
       2050-PRECIO-DERECHO.                                             00005900
      *----------------------*                                          00005910
      *    ULTIMO CIERRE DEL DERECHO; SIN COTIZACION LA ORDEN VA SIN    00005920
      *    IMPORTE (A MERCADO) Y LA VALORA LA LIQUIDACION               00005930
           MOVE ZEROS              TO WK-PRECIO.                        00005940
           MOVE VDSP-CODDERE       TO VCAM-CODVALOR.                    00005950
           MOVE WA-CARD-FECHA-N    TO VCAM-FECDIA.                      00005960
           EXEC SQL                                                     00005970
                OPEN VLDCCAM                                            00005980
           END-EXEC.                                                    00005990
           IF SQLCODE NOT = ZERO                                        00006000
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006010
              MOVE 'VLDCCAM-2050'           TO WS-PARRAFO               00006020
              PERFORM 3001-ERROR                                        00006030
           END-IF.                                                      00006040
           EXEC SQL                                                     00006050
                FETCH  VLDCCAM                                          00006060
                 INTO :VCAM-CIERRE-D                                    00006070
                    , :VCAM-FECDIA                                      00006080
           END-EXEC.                                                    00006090
           EVALUATE SQLCODE                                             00006100
               WHEN ZERO                                                00006110
                    MOVE VCAM-CIERRE-D    TO WK-PRECIO                  00006120
               WHEN 100                                                 00006130
                    CONTINUE                                            00006140
               WHEN OTHER                                               00006150
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00006160
                    MOVE 'VLDCCAM-2050'        TO WS-PARRAFO            00006170
                    PERFORM 3001-ERROR                                  00006180
           END-EVALUATE.                                                00006190
           EXEC SQL                                                     00006200
                CLOSE VLDCCAM                                           00006210
           END-EXEC.                                                    00006220
      *                                                                *00006230
      *---------------------------*                                     00006240
       2050-PRECIO-DERECHO-EXIT.                                        00006250
      *---------------------------*                                     00006260
           EXIT.                                                        00006270
                                                                        00006280
      *----------------------*                                          00006290
       2100-FETCH-ELECCION.                                             00006300
      *----------------------*                                          00006310
           EXEC SQL                                                     00006320
                FETCH  VLDCDSE2                                         00006330
                 INTO :VDSE-CUENTA                                      00006340
                    , :VDSE-DERECHOS                                    00006350
                    , :VDSE-ELECCION                                    00006360
                    , :VDSE-CANT-EJER                                   00006370
                    , :VDSE-CANT-VEN                                    00006380
                    , :VDSE-VENTA-GEN                                   00006390
           END-EXEC.                                                    00006400
                                                                        00006410
           EVALUATE SQLCODE                                             00006420
               WHEN ZERO                                                00006430
                    ADD 1 TO CONT-ELECCIONES                            00006440
               WHEN 100                                                 00006450
                    MOVE 'SI'            TO SW-FIN-CUR-DSE              00006460
               WHEN OTHER                                               00006470
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00006480
                    MOVE 'VLDCDSE2-2100'       TO WS-PARRAFO            00006490
                    PERFORM 3001-ERROR                                  00006500
           END-EVALUATE.                                                00006510
      *                                                                *00006520
      *---------------------------*                                     00006530
       2100-FETCH-ELECCION-EXIT.                                        00006540
      *---------------------------*                                     00006550
           EXIT.                                                        00006560
                                                                        00006570
      *------------------------*                                        00006580
       2200-PROCESA-ELECCION.                                           00006590
      *------------------------*                                        00006600
           MOVE VDSP-CODDERE       TO VDSE-CODDERE.                     00006610
           MOVE VDSE-CUENTA        TO DET-CUENTA.                       00006620
           MOVE VDSE-DERECHOS      TO DET-ABONADOS.                     00006630
           MOVE VDSE-CANT-EJER     TO DET-EJERCIDOS.                    00006640
           MOVE VDSE-CANT-VEN      TO DET-VENDIDOS.                     00006650
           MOVE ZEROS              TO DET-CADUCADOS.                    00006660
                                                                        00006670
           IF FASE-VENCIDA                                              00006680
              PERFORM 2500-CIERRA-ELECCION                              00006690
                 THRU 2500-CIERRA-ELECCION-EXIT                         00006700
              GO TO 2200-PROCESA-ELECCION-SIGUE                         00006710
           END-IF.                                                      00006720
                                                                        00006730
      *    VENTANA ABIERTA: VENTA PEDIDA Y NO ENVIADA TODAVIA           00006740
           IF VDSE-CANT-VEN > ZEROS AND VDSE-VENTA-GEN NOT = 'S'        00006750
              PERFORM 2300-ORDEN-VENTA                                  00006760
                 THRU 2300-ORDEN-VENTA-EXIT                             00006770
           END-IF.                                                      00006780
                                                                        00006790
      *    SIN INSTRUCCION Y LA VENTANA CIERRA DENTRO DEL AVISO         00006800
           IF VDSE-SIN-INSTRUC AND VDSP-FECFIN NOT > WK-FECHA-LIM       00006810
              ADD 1                      TO CONT-SIN-INSTRUC            00006820
              MOVE 'SIN INSTRUCCION   '  TO DET-TEXTO                   00006830
              PERFORM 2900-ESCRIBE-LINEA                                00006840
                 THRU 2900-ESCRIBE-LINEA-EXIT                           00006850
           END-IF.                                                      00006860
                                                                        00006870
       2200-PROCESA-ELECCION-SIGUE.                                     00006880
           PERFORM 2100-FETCH-ELECCION                                  00006890
              THRU 2100-FETCH-ELECCION-EXIT.                            00006900
      *                                                                *00006910
      *-----------------------------*                                   00006920
       2200-PROCESA-ELECCION-EXIT.                                      00006930
      *-----------------------------*                                   00006940
           EXIT.                                                        00006950
                                                                        00006960
      *--------------------*                                            00006970
       2300-ORDEN-VENTA.                                                00006980
      *--------------------*                                            00006990
           INITIALIZE SALIDA-BOLSA.                                     00007000
           MOVE VDSE-CUENTA        TO BOL-CUENTA.                       00007010
           MOVE VDSP-CODDERE       TO BOL-CODVALOR.                     00007020
           MOVE WA-CARD-FECHA-N    TO BOL-FECHOP.                       00007030
      *    LA VENTA DEL DERECHO ENTRA COMO VENTA ORDINARIA ('V'): PASA  00007040
      *    EL CONTROL DE PRENDAS Y DUPLICADOS DE VL4CPREV               00007050
           MOVE 'V '               TO BOL-TIPOP.                        00007060
           MOVE VDSE-CANT-VEN      TO BOL-TITULOS.                      00007070
           COMPUTE BOL-IMPORTE = VDSE-CANT-VEN * WK-PRECIO.             00007080
           MOVE VDSP-MONEDA        TO BOL-MONEDA.                       00007090
           PERFORM 2800-ESCRIBE-ORDEN                                   00007100
              THRU 2800-ESCRIBE-ORDEN-EXIT.                             00007110
           ADD 1                   TO CONT-VENTAS.                      00007120
                                                                        00007130
           MOVE 'S'                TO VDSE-VENTA-GEN.                   00007140
           MOVE W-FECHA-AMD-N      TO VDSE-FEULMOD.                     00007150
           EXEC SQL                                                     00007160
                UPDATE VLDTDSE                                          00007170
                   SET VDSE_VENTA_GEN = :VDSE-VENTA-GEN                 00007180
                     , VDSE_FEULMOD   = :VDSE-FEULMOD                   00007190
                     , VDSE_NUMTER    = 'BATC'                          00007200
                     , VDSE_USUARIO   = :W-PROGRAMA                     00007210
                 WHERE VDSE_CODDERE   = :VDSE-CODDERE                   00007220
                   AND VDSE_CUENTA    = :VDSE-CUENTA                    00007230
           END-EXEC.                                                    00007240
           IF SQLCODE NOT = ZERO                                        00007250
              MOVE 'UPDATE VENTA'           TO WS-ACCION                00007260
              MOVE 'VLDTDSE-2300'           TO WS-PARRAFO               00007270
              PERFORM 3001-ERROR                                        00007280
           END-IF.                                                      00007290
                                                                        00007300
           MOVE 'ORDEN DE VENTA    '  TO DET-TEXTO.                     00007310
           PERFORM 2900-ESCRIBE-LINEA                                   00007320
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00007330
      *                                                                *00007340
      *-------------------------*                                       00007350
       2300-ORDEN-VENTA-EXIT.                                           00007360
      *-------------------------*                                       00007370
           EXIT.                                                        00007380
                                                                        00007390
      *------------------------*                                        00007400
       2500-CIERRA-ELECCION.                                            00007410
      *------------------------*                                        00007420
      *    LO VENDIDO ES LO QUE LLEGO A ENVIARSE A BOLSA; LA VENTA      00007430
      *    PEDIDA Y NO ENVIADA ANTES DEL VENCIMIENTO CADUCA             00007440
           IF VDSE-VENTA-GEN = 'S'                                      00007450
              MOVE VDSE-CANT-VEN    TO WK-VENDIDOS                      00007460
           ELSE                                                         00007470
              MOVE ZEROS            TO WK-VENDIDOS                      00007480
           END-IF.                                                      00007490
           COMPUTE VDSE-CADUCADOS = VDSE-DERECHOS - VDSE-CANT-EJER      00007500
                                  - WK-VENDIDOS.                        00007510
           IF VDSE-CADUCADOS < ZEROS                                    00007520
              MOVE ZEROS            TO VDSE-CADUCADOS                   00007530
           END-IF.                                                      00007540
           MOVE WK-VENDIDOS        TO DET-VENDIDOS.                     00007550
           MOVE VDSE-CADUCADOS     TO DET-CADUCADOS.                    00007560
                                                                        00007570
      *    SUSCRIPCION DEL VALOR PADRE POR LOS DERECHOS EJERCIDOS       00007580
           IF VDSE-CANT-EJER > ZEROS                                    00007590
              COMPUTE WK-TITULOS = VDSE-CANT-EJER * VDSP-RATIO          00007600
              IF WK-TITULOS > ZEROS                                     00007610
                 INITIALIZE SALIDA-BOLSA                                00007620
                 MOVE VDSE-CUENTA        TO BOL-CUENTA                  00007630
                 MOVE VDSP-CODVALOR      TO BOL-CODVALOR                00007640
                 MOVE WA-CARD-FECHA-N    TO BOL-FECHOP                  00007650
                 MOVE 'SS'               TO BOL-TIPOP                   00007660
                 MOVE WK-TITULOS         TO BOL-TITULOS                 00007670
                 COMPUTE BOL-IMPORTE = WK-TITULOS * VDSP-PRECIO         00007680
                 MOVE VDSP-MONEDA        TO BOL-MONEDA                  00007690
                 PERFORM 2800-ESCRIBE-ORDEN                             00007700
                    THRU 2800-ESCRIBE-ORDEN-EXIT                        00007710
                 ADD 1                   TO CONT-SUSCRIPCIONES          00007720
                 ADD BOL-IMPORTE         TO WK-IMPORTE-TOT              00007730
              END-IF                                                    00007740
           END-IF.                                                      00007750
                                                                        00007760
      *    SALEN DE LA POSICION LOS DERECHOS EJERCIDOS (CONSUMIDOS EN   00007770
      *    LA SUSCRIPCION) Y LOS CADUCADOS; LOS VENDIDOS SALEN CON LA   00007780
      *    LIQUIDACION DE LA VENTA                                      00007790
           COMPUTE WK-BAJA = VDSE-CANT-EJER + VDSE-CADUCADOS.           00007800
           IF WK-BAJA > ZEROS                                           00007810
              PERFORM 2600-BAJA-POSICION                                00007820
                 THRU 2600-BAJA-POSICION-EXIT                           00007830
           END-IF.                                                      00007840
                                                                        00007850
           MOVE 'C'                TO VDSE-ESTADO.                      00007860
           MOVE W-FECHA-AMD-N      TO VDSE-FEULMOD.                     00007870
           MOVE 'BATC'             TO VDSE-NUMTER.                      00007880
           MOVE W-PROGRAMA         TO VDSE-USUARIO.                     00007890
           EXEC SQL                                                     00007900
                UPDATE VLDTDSE                                          00007910
                   SET VDSE_CADUCADOS = :VDSE-CADUCADOS                 00007920
                     , VDSE_ESTADO    = :VDSE-ESTADO                    00007930
                     , VDSE_FEULMOD   = :VDSE-FEULMOD                   00007940
                     , VDSE_NUMTER    = :VDSE-NUMTER                    00007950
                     , VDSE_USUARIO   = :VDSE-USUARIO                   00007960
                 WHERE VDSE_CODDERE   = :VDSE-CODDERE                   00007970
                   AND VDSE_CUENTA    = :VDSE-CUENTA                    00007980
           END-EXEC.                                                    00007990
           IF SQLCODE NOT = ZERO                                        00008000
              MOVE 'UPDATE CIERRE'          TO WS-ACCION                00008010
              MOVE 'VLDTDSE-2500'           TO WS-PARRAFO               00008020
              PERFORM 3001-ERROR                                        00008030
           END-IF.                                                      00008040
                                                                        00008050
      *    AUDITORIA DEL CIERRE DE LA ELECCION                          00008060
           INITIALIZE DCLVLDTRLOG.                                      00008070
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00008080
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00008090
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00008100
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00008110
                                        VRLOG-CODTRAN.                  00008120
           MOVE 'VLDTDSE'            TO VRLOG-TABLA.                    00008130
           MOVE 'CADUCA  '           TO VRLOG-OPERACION.                00008140
           MOVE LENGTH OF DCLVLDTDSE TO VRLOG-REGISTRO-LEN.             00008150
           MOVE SPACES               TO VRLOG-REGISTRO-TEXT.            00008160
           MOVE DCLVLDTDSE           TO VRLOG-REGISTRO-TEXT.            00008170
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00008180
           IF WK-LOG-CODRESP NOT = ZEROS                                00008190
              DISPLAY 'AVISO: AUDITORIA CIERRE NO GRABADA '             00008200
                      VDSE-CUENTA                                       00008210
           END-IF.                                                      00008220
                                                                        00008230
           ADD 1                      TO CONT-CERRADAS.                 00008240
           MOVE 'CIERRE AL VENCER  '  TO DET-TEXTO.                     00008250
           PERFORM 2900-ESCRIBE-LINEA                                   00008260
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00008270
      *                                                                *00008280
      *-----------------------------*                                   00008290
       2500-CIERRA-ELECCION-EXIT.                                       00008300
      *-----------------------------*                                   00008310
           EXIT.                                                        00008320
                                                                        00008330
      *-----------------------*                                         00008340
       2600-BAJA-POSICION.                                              00008350
      *-----------------------*                                         00008360
           MOVE VDSE-CUENTA               TO VADS-CUENTA.               00008370
           MOVE VDSP-CODDERE (01:03)      TO VADS-PAVAL.                00008380
           MOVE VDSP-CODDERE (04:08)      TO VADS-VALOR.                00008390
           MOVE VDSP-CODDERE (12:01)      TO VADS-ISIN.                 00008400
           EXEC SQL                                                     00008410
                SELECT VADS_DEPOS                                       00008420
                  INTO :WK-DEPOS                                        00008430
                  FROM VLDTADS                                          00008440
                 WHERE VADS_CUENTA = :VADS-CUENTA                       00008450
                   AND VADS_PAVAL  = :VADS-PAVAL                        00008460
                   AND VADS_VALOR  = :VADS-VALOR                        00008470
                   AND VADS_ISIN   = :VADS-ISIN                         00008480
           END-EXEC.                                                    00008490
           EVALUATE SQLCODE                                             00008500
               WHEN ZERO                                                00008510
                    CONTINUE                                            00008520
               WHEN 100                                                 00008530
                    DISPLAY 'AVISO: CUENTA ' VDSE-CUENTA                00008540
                            ' SIN POSICION DEL DERECHO ' VDSP-CODDERE   00008550
                    GO TO 2600-BAJA-POSICION-EXIT                       00008560
               WHEN OTHER                                               00008570
                    MOVE 'SELECT'                 TO WS-ACCION          00008580
                    MOVE 'VLDTADS-2600'           TO WS-PARRAFO         00008590
                    PERFORM 3001-ERROR                                  00008600
           END-EVALUATE.                                                00008610
      *    NUNCA SE DEJA LA POSICION EN NEGATIVO                        00008620
           IF WK-BAJA > WK-DEPOS                                        00008630
              MOVE WK-DEPOS          TO WK-BAJA                         00008640
           END-IF.                                                      00008650
           IF WK-BAJA NOT > ZEROS                                       00008660
              GO TO 2600-BAJA-POSICION-EXIT                             00008670
           END-IF.                                                      00008680
                                                                        00008690
           EXEC SQL                                                     00008700
                UPDATE VLDTADS                                          00008710
                   SET VADS_DEPOS = VADS_DEPOS - :WK-BAJA               00008720
                 WHERE VADS_CUENTA = :VADS-CUENTA                       00008730
                   AND VADS_PAVAL  = :VADS-PAVAL                        00008740
                   AND VADS_VALOR  = :VADS-VALOR                        00008750
                   AND VADS_ISIN   = :VADS-ISIN                         00008760
           END-EXEC.                                                    00008770
           IF SQLCODE NOT = ZERO                                        00008780
              MOVE 'UPDATE BAJA'            TO WS-ACCION                00008790
              MOVE 'VLDTADS-2600'           TO WS-PARRAFO               00008800
              PERFORM 3001-ERROR                                        00008810
           END-IF.                                                      00008820
                                                                        00008830
      *    IMAGEN DE LA POSICION TOCADA (MISMA CLAVE EN TEXTO QUE       00008840
      *    VL4CCANJ) PARA EL ULTIMO EVENTO DE LA PRUEBA VL4CPRUP        00008850
           INITIALIZE DCLVLDTRLOG.                                      00008860
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00008870
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00008880
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00008890
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00008900
                                        VRLOG-CODTRAN.                  00008910
           MOVE 'VLDTADS'            TO VRLOG-TABLA.                    00008920
           MOVE 'BAJADER '           TO VRLOG-OPERACION.                00008930
           MOVE VDSE-CUENTA          TO VRLOG-REGISTRO-TEXT (01:07).    00008940
           MOVE VDSP-CODDERE         TO VRLOG-REGISTRO-TEXT (09:12).    00008950
           MOVE WK-BAJA              TO VRLOG-REGISTRO-TEXT (22:13).    00008960
           MOVE VDSP-CODVALOR        TO VRLOG-REGISTRO-TEXT (36:12).    00008970
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT TO VRLOG-REGISTRO-LEN.    00008980
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00008990
           IF WK-LOG-CODRESP NOT = ZEROS                                00009000
              DISPLAY 'AVISO: AUDITORIA POSICION NO GRABADA '           00009010
                      VDSE-CUENTA                                       00009020
           END-IF.                                                      00009030
                                                                        00009040
           MOVE VDSE-CUENTA        TO WK-CTA-HIS.                       00009050
           PERFORM 4000-REFLEJA-VLDTHIS                                 00009060
              THRU 4000-REFLEJA-VLDTHIS-EXIT.                           00009070
           PERFORM 4500-CIERRA-LOTES                                    00009080
              THRU 4500-CIERRA-LOTES-EXIT.                              00009090
      *                                                                *00009100
      *----------------------------*                                    00009110
       2600-BAJA-POSICION-EXIT.                                         00009120
      *----------------------------*                                    00009130
           EXIT.                                                        00009140
                                                                        00009150
      *----------------------*                                          00009160
       2800-ESCRIBE-ORDEN.                                              00009170
      *----------------------*                                          00009180
           ADD 1                   TO WK-REFER.                         00009190
           MOVE WK-REFER           TO BOL-REFER.                        00009200
           WRITE SAL-DSPE        FROM SALIDA-BOLSA.                     00009210
           IF NOT S1DQDSPE-OK                                           00009220
              MOVE 'WRITE S1DQDSPE'         TO WS-ACCION                00009230
              MOVE '2800-ESCRIBE-ORDEN'     TO WS-PARRAFO               00009240
              PERFORM 3001-ERROR                                        00009250
           END-IF.                                                      00009260
      *                                                                *00009270
      *---------------------------*                                     00009280
       2800-ESCRIBE-ORDEN-EXIT.                                         00009290
      *---------------------------*                                     00009300
           EXIT.                                                        00009310
                                                                        00009320
      *------------------------*                                        00009330
       2900-ESCRIBE-LINEA.                                              00009340
      *------------------------*                                        00009350
           WRITE SAL-RDSPE       FROM LIN-DETALLE.                      00009360
           IF NOT S1RDSPE-OK                                            00009370
              MOVE 'WRITE S1RDSPE'          TO WS-ACCION                00009380
              MOVE '2900-ESCRIBE-LINEA'     TO WS-PARRAFO               00009390
              PERFORM 3001-ERROR                                        00009400
           END-IF.                                                      00009410
      *                                                                *00009420
      *-----------------------------*                                   00009430
       2900-ESCRIBE-LINEA-EXIT.                                         00009440
      *-----------------------------*                                   00009450
           EXIT.                                                        00009460
                                                                        00009470
      *--------*                                                        00009480
       3000-FIN.                                                        00009490
      *--------*                                                        00009500
      *                                                                 00009510
           EXEC SQL                                                     00009520
                CLOSE VLDCDSP2                                          00009530
           END-EXEC.                                                    00009540
                                                                        00009550
           MOVE CONT-VENTAS         TO TOT-VENTAS.                      00009560
           MOVE CONT-SUSCRIPCIONES  TO TOT-SUSCRIPCIONES.               00009570
           MOVE CONT-SIN-INSTRUC    TO TOT-SIN-INSTRUC.                 00009580
           WRITE SAL-RDSPE       FROM LIN-TOTAL.                        00009590
                                                                        00009600
           CLOSE S1DQDSPE S1RDSPE.                                      00009610
                                                                        00009620
           DISPLAY '***** FIN DERECHOS DE SUSCRIPCION VL4CDSPE *****'.  00009630
           DISPLAY 'FECHA DE PROCESO       : ' WA-CARD-FECHA.           00009640
           DISPLAY 'EVENTOS ABIERTOS       : ' CONT-EVENTOS.            00009650
           DISPLAY 'EVENTOS VENCIDOS       : ' CONT-VENCIDOS.           00009660
           DISPLAY 'ELECCIONES LEIDAS      : ' CONT-ELECCIONES.         00009670
           DISPLAY 'ORDENES DE VENTA       : ' CONT-VENTAS.             00009680
           DISPLAY 'ORDENES DE SUSCRIPCION : ' CONT-SUSCRIPCIONES.      00009690
           DISPLAY 'ELECCIONES CERRADAS    : ' CONT-CERRADAS.           00009700
           DISPLAY 'SIN INSTRUCCION (AVISO): ' CONT-SIN-INSTRUC.        00009710
                                                                        00009720
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00009730
           ACCEPT WK-HORA-FIN       FROM TIME.                          00009740
           INITIALIZE DCLVLDTCTL.                                       00009750
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00009760
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00009770
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00009780
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00009790
           MOVE CONT-ELECCIONES     TO VCTL-LEIDOS.                     00009800
           COMPUTE VCTL-ESCRITOS = CONT-VENTAS + CONT-SUSCRIPCIONES.    00009810
           MOVE ZEROS               TO VCTL-RECHAZADOS.                 00009820
           MOVE WK-IMPORTE-TOT      TO VCTL-IMPORTE-TOT.                00009830
           MOVE 'OK'                TO VCTL-ESTADO.                     00009840
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00009850
           IF VCTL-CODRESP NOT = ZEROS                                  00009860
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00009870
           END-IF.                                                      00009880
                                                                        00009890
      *    REABRE LA VENTANA PARA EL ONLINE                             00009900
           INITIALIZE VL9CVEN0-AREA.                                    00009910
           MOVE 'A'                TO VEN0-ACCION.                      00009920
           MOVE 'CORPORAT'         TO VEN0-AMBITO.                      00009930
           MOVE W-PROGRAMA         TO VEN0-PROGRAMA.                    00009940
           MOVE W-FECHA-AMD-N      TO VEN0-FECHA.                       00009950
           MOVE WK-HORA-FIN (1:6)  TO VEN0-HORA.                        00009960
           CALL WK-VL9CVEN0     USING VL9CVEN0-AREA.                    00009970
           IF VEN0-CODRESP NOT = ZEROS                                  00009980
              DISPLAY 'AVISO: VENTANA VLDTVEN NO ABIERTA'               00009990
           END-IF.                                                      00010000
      *                                                                *00010010
      *-------------*                                                   00010020
       3000-FIN-EXIT.                                                   00010030
      *-------------*                                                   00010040
           EXIT.                                                        00010050
                                                                        00010060
       3001-ERROR.                                                      00010070
      *-----------*                                                     00010080
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00010090
           DISPLAY 'ACCION:          ' WS-ACCION.                       00010100
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00010110
           DISPLAY '******************************************'.        00010120
           MOVE 08 TO RETURN-CODE.                                      00010130
           STOP RUN.                                                    00010140
                                                                        00010150
      *------------------------*                                        00010160
       4000-REFLEJA-VLDTHIS.                                            00010170
      *------------------------*                                        00010180
      *    AJUSTA LOS TITULOS DEL MES EN CURSO DESDE EL DIA DE PROCESO  00010190
      *    (TECNICA DE TABLA DE 31 DIAS, VER VL4CTRAS). SI LA CUENTA NO 00010200
      *    TIENE FILA DEL MES PARA EL DERECHO SE DEJA CONSTANCIA Y      00010210
      *    SIGUE: EL CIERRE MENSUAL LA CREARA CON LA POSICION MOVIDA.   00010220
           EXEC SQL                                                     00010230
                SELECT  VHIS_TIPGAS                                     00010240
                     ,  VHIS_TITULOS1  , VHIS_TITULOS2                  00010250
                     ,  VHIS_TITULOS3  , VHIS_TITULOS4                  00010260
                     ,  VHIS_TITULOS5  , VHIS_TITULOS6                  00010270
                     ,  VHIS_TITULOS7  , VHIS_TITULOS8                  00010280
                     ,  VHIS_TITULOS9  , VHIS_TITULOS10                 00010290
                     ,  VHIS_TITULOS11 , VHIS_TITULOS12                 00010300
                     ,  VHIS_TITULOS13 , VHIS_TITULOS14                 00010310
                     ,  VHIS_TITULOS15 , VHIS_TITULOS16                 00010320
                     ,  VHIS_TITULOS17 , VHIS_TITULOS18                 00010330
                     ,  VHIS_TITULOS19 , VHIS_TITULOS20                 00010340
                     ,  VHIS_TITULOS21 , VHIS_TITULOS22                 00010350
                     ,  VHIS_TITULOS23 , VHIS_TITULOS24                 00010360
                     ,  VHIS_TITULOS25 , VHIS_TITULOS26                 00010370
                     ,  VHIS_TITULOS27 , VHIS_TITULOS28                 00010380
                     ,  VHIS_TITULOS29 , VHIS_TITULOS30                 00010390
                     ,  VHIS_TITULOS31                                  00010400
                  INTO :WHIS-TIPGAS                                     00010410
                     , :WHIS-TITULOS1                                   00010420
                     , :WHIS-TITULOS2                                   00010430
                     , :WHIS-TITULOS3                                   00010440
                     , :WHIS-TITULOS4                                   00010450
                     , :WHIS-TITULOS5                                   00010460
                     , :WHIS-TITULOS6                                   00010470
                     , :WHIS-TITULOS7                                   00010480
                     , :WHIS-TITULOS8                                   00010490
                     , :WHIS-TITULOS9                                   00010500
                     , :WHIS-TITULOS10                                  00010510
                     , :WHIS-TITULOS11                                  00010520
                     , :WHIS-TITULOS12                                  00010530
                     , :WHIS-TITULOS13                                  00010540
                     , :WHIS-TITULOS14                                  00010550
                     , :WHIS-TITULOS15                                  00010560
                     , :WHIS-TITULOS16                                  00010570
                     , :WHIS-TITULOS17                                  00010580
                     , :WHIS-TITULOS18                                  00010590
                     , :WHIS-TITULOS19                                  00010600
                     , :WHIS-TITULOS20                                  00010610
                     , :WHIS-TITULOS21                                  00010620
                     , :WHIS-TITULOS22                                  00010630
                     , :WHIS-TITULOS23                                  00010640
                     , :WHIS-TITULOS24                                  00010650
                     , :WHIS-TITULOS25                                  00010660
                     , :WHIS-TITULOS26                                  00010670
                     , :WHIS-TITULOS27                                  00010680
                     , :WHIS-TITULOS28                                  00010690
                     , :WHIS-TITULOS29                                  00010700
                     , :WHIS-TITULOS30                                  00010710
                     , :WHIS-TITULOS31                                  00010720
                  FROM  VLDTHIS                                         00010730
                 WHERE  VHIS_CTAVAL   = :WK-CTA-HIS                     00010740
                   AND  VHIS_CODVALOR = :VDSP-CODDERE                   00010750
                   AND  VHIS_TIPGAS   = 55                              00010760
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00010770
                   AND  VHIS_MES      = :WK-MES-ACT                     00010780
           END-EXEC.                                                    00010790
                                                                        00010800
           EVALUATE SQLCODE                                             00010810
               WHEN ZERO                                                00010820
                    CONTINUE                                            00010830
               WHEN 100                                                 00010840
                    DISPLAY 'AVISO: CUENTA ' WK-CTA-HIS                 00010850
                            ' SIN FILA VLDTHIS DEL MES'                 00010860
                    GO TO 4000-REFLEJA-VLDTHIS-EXIT                     00010870
               WHEN OTHER                                               00010880
                    MOVE 'SELECT'                 TO WS-ACCION          00010890
                    MOVE 'VLDTHIS-4000'           TO WS-PARRAFO         00010900
                    PERFORM 3001-ERROR                                  00010910
           END-EVALUATE.                                                00010920
                                                                        00010930
           PERFORM 4100-AJUSTA-DIA                                      00010940
              THRU 4100-AJUSTA-DIA-EXIT                                 00010950
              VARYING IN-DIA FROM WA-CARD-FEC-DD BY 1                   00010960
                UNTIL IN-DIA > 31.                                      00010970
                                                                        00010980
           EXEC SQL                                                     00010990
                UPDATE VLDTHIS                                          00011000
                   SET VHIS_TITULOS1  = :WHIS-TITULOS1                  00011010
                     , VHIS_TITULOS2  = :WHIS-TITULOS2                  00011020
                     , VHIS_TITULOS3  = :WHIS-TITULOS3                  00011030
                     , VHIS_TITULOS4  = :WHIS-TITULOS4                  00011040
                     , VHIS_TITULOS5  = :WHIS-TITULOS5                  00011050
                     , VHIS_TITULOS6  = :WHIS-TITULOS6                  00011060
                     , VHIS_TITULOS7  = :WHIS-TITULOS7                  00011070
                     , VHIS_TITULOS8  = :WHIS-TITULOS8                  00011080
                     , VHIS_TITULOS9  = :WHIS-TITULOS9                  00011090
                     , VHIS_TITULOS10 = :WHIS-TITULOS10                 00011100
                     , VHIS_TITULOS11 = :WHIS-TITULOS11                 00011110
                     , VHIS_TITULOS12 = :WHIS-TITULOS12                 00011120
                     , VHIS_TITULOS13 = :WHIS-TITULOS13                 00011130
                     , VHIS_TITULOS14 = :WHIS-TITULOS14                 00011140
                     , VHIS_TITULOS15 = :WHIS-TITULOS15                 00011150
                     , VHIS_TITULOS16 = :WHIS-TITULOS16                 00011160
                     , VHIS_TITULOS17 = :WHIS-TITULOS17                 00011170
                     , VHIS_TITULOS18 = :WHIS-TITULOS18                 00011180
                     , VHIS_TITULOS19 = :WHIS-TITULOS19                 00011190
                     , VHIS_TITULOS20 = :WHIS-TITULOS20                 00011200
                     , VHIS_TITULOS21 = :WHIS-TITULOS21                 00011210
                     , VHIS_TITULOS22 = :WHIS-TITULOS22                 00011220
                     , VHIS_TITULOS23 = :WHIS-TITULOS23                 00011230
                     , VHIS_TITULOS24 = :WHIS-TITULOS24                 00011240
                     , VHIS_TITULOS25 = :WHIS-TITULOS25                 00011250
                     , VHIS_TITULOS26 = :WHIS-TITULOS26                 00011260
                     , VHIS_TITULOS27 = :WHIS-TITULOS27                 00011270
                     , VHIS_TITULOS28 = :WHIS-TITULOS28                 00011280
                     , VHIS_TITULOS29 = :WHIS-TITULOS29                 00011290
                     , VHIS_TITULOS30 = :WHIS-TITULOS30                 00011300
                     , VHIS_TITULOS31 = :WHIS-TITULOS31                 00011310
                     , VHIS_FEULMOD   = :W-FECHA-AMD-N                  00011320
                     , VHIS_USUARIO   = :W-PROGRAMA                     00011330
                 WHERE  VHIS_CTAVAL   = :WK-CTA-HIS                     00011340
                   AND  VHIS_CODVALOR = :VDSP-CODDERE                   00011350
                   AND  VHIS_TIPGAS   = 55                              00011360
                   AND  VHIS_ANO      = :WK-ANO-ACT                     00011370
                   AND  VHIS_MES      = :WK-MES-ACT                     00011380
           END-EXEC.                                                    00011390
           IF SQLCODE NOT = ZERO                                        00011400
              MOVE 'UPDATE'                 TO WS-ACCION                00011410
              MOVE 'VLDTHIS-4000'           TO WS-PARRAFO               00011420
              PERFORM 3001-ERROR                                        00011430
           END-IF.                                                      00011440
      *                                                                *00011450
      *-----------------------------*                                   00011460
       4000-REFLEJA-VLDTHIS-EXIT.                                       00011470
      *-----------------------------*                                   00011480
           EXIT.                                                        00011490
                                                                        00011500
      *-------------------*                                             00011510
       4100-AJUSTA-DIA.                                                 00011520
      *-------------------*                                             00011530
           SUBTRACT WK-BAJA FROM WHIS-TIT-DIA (IN-DIA).                 00011540
           IF WHIS-TIT-DIA (IN-DIA) < ZEROS                             00011550
              MOVE ZEROS            TO WHIS-TIT-DIA (IN-DIA)            00011560
           END-IF.                                                      00011570
      *                                                                *00011580
      *-------------------------*                                       00011590
       4100-AJUSTA-DIA-EXIT.                                            00011600
      *-------------------------*                                       00011610
           EXIT.                                                        00011620
                                                                        00011630
      *----------------------*                                          00011640
       4500-CIERRA-LOTES.                                               00011650
      *----------------------*                                          00011660
      *    LOS DERECHOS EJERCIDOS Y CADUCADOS SALEN DE LOS LOTES DEL    00011670
      *    CODIGO DEL DERECHO EN ORDEN FIFO (EL DE COSTO CERO QUE ABRE  00011680
      *    VL4CDSPA Y LOS COMPRADOS EN BOLSA), SIN RESULTADO REALIZADO  00011690
           MOVE WK-BAJA            TO WK-PEND-LOTE.                     00011700
           MOVE SPACES             TO SW-FIN-CUR-LOT.                   00011710
           MOVE VDSE-CUENTA        TO VLOT-CUENTA.                      00011720
           MOVE VDSP-CODDERE       TO VLOT-CODVALOR.                    00011730
           EXEC SQL                                                     00011740
                OPEN VLDCDSP3                                           00011750
           END-EXEC.                                                    00011760
           IF SQLCODE NOT = ZERO                                        00011770
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00011780
              MOVE 'VLDCDSP3-4500'          TO WS-PARRAFO               00011790
              PERFORM 3001-ERROR                                        00011800
           END-IF.                                                      00011810
                                                                        00011820
           PERFORM 4510-FETCH-LOTE                                      00011830
              THRU 4510-FETCH-LOTE-EXIT.                                00011840
           PERFORM 4520-CONSUME-LOTE                                    00011850
              THRU 4520-CONSUME-LOTE-EXIT                               00011860
              UNTIL FIN-CUR-LOT                                         00011870
                 OR WK-PEND-LOTE NOT > ZEROS.                           00011880
                                                                        00011890
           EXEC SQL                                                     00011900
                CLOSE VLDCDSP3                                          00011910
           END-EXEC.                                                    00011920
           IF WK-PEND-LOTE > ZEROS                                      00011930
              DISPLAY 'AVISO: CUENTA ' VDSE-CUENTA                      00011940
                      ' SIN LOTE PARA ' WK-PEND-LOTE                    00011950
                      ' DERECHOS DE ' VDSP-CODDERE                      00011960
           END-IF.                                                      00011970
      *                                                                *00011980
      *--------------------------*                                      00011990
       4500-CIERRA-LOTES-EXIT.                                          00012000
      *--------------------------*                                      00012010
           EXIT.                                                        00012020
                                                                        00012030
      *--------------------*                                            00012040
       4510-FETCH-LOTE.                                                 00012050
      *--------------------*                                            00012060
           EXEC SQL                                                     00012070
                FETCH  VLDCDSP3                                         00012080
                 INTO :WK-LOT-SECUEN                                    00012090
                    , :WK-LOT-RESTA                                     00012100
           END-EXEC.                                                    00012110
                                                                        00012120
           EVALUATE SQLCODE                                             00012130
               WHEN ZERO                                                00012140
                    CONTINUE                                            00012150
               WHEN 100                                                 00012160
                    MOVE 'SI'            TO SW-FIN-CUR-LOT              00012170
               WHEN OTHER                                               00012180
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00012190
                    MOVE 'VLDCDSP3-4510'       TO WS-PARRAFO            00012200
                    PERFORM 3001-ERROR                                  00012210
           END-EVALUATE.                                                00012220
      *                                                                *00012230
      *------------------------*                                        00012240
       4510-FETCH-LOTE-EXIT.                                            00012250
      *------------------------*                                        00012260
           EXIT.                                                        00012270
                                                                        00012280
      *----------------------*                                          00012290
       4520-CONSUME-LOTE.                                               00012300
      *----------------------*                                          00012310
           IF WK-LOT-RESTA > WK-PEND-LOTE                               00012320
              MOVE WK-PEND-LOTE     TO WK-CONSUMO                       00012330
           ELSE                                                         00012340
              MOVE WK-LOT-RESTA     TO WK-CONSUMO                       00012350
           END-IF.                                                      00012360
                                                                        00012370
           MOVE WK-LOT-SECUEN      TO VLOT-SECUEN.                      00012380
           EXEC SQL                                                     00012390
                UPDATE VLDTLOT                                          00012400
                   SET VLOT_CANT_RESTA = VLOT_CANT_RESTA - :WK-CONSUMO  00012410
                     , VLOT_USUARIO    = :W-PROGRAMA                    00012420
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00012430
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00012440
                   AND VLOT_SECUEN   = :VLOT-SECUEN                     00012450
           END-EXEC.                                                    00012460
           IF SQLCODE NOT = ZERO                                        00012470
              MOVE 'UPDATE BAJA'            TO WS-ACCION                00012480
              MOVE 'VLDTLOT-4520'           TO WS-PARRAFO               00012490
              PERFORM 3001-ERROR                                        00012500
           END-IF.                                                      00012510
           SUBTRACT WK-CONSUMO     FROM WK-PEND-LOTE.                   00012520
                                                                        00012530
           PERFORM 4510-FETCH-LOTE                                      00012540
              THRU 4510-FETCH-LOTE-EXIT.                                00012550
      *                                                                *00012560
      *-------------------------*                                       00012570
       4520-CONSUME-LOTE-EXIT.                                          00012580
      *-------------------------*                                       00012590
           EXIT.                                                        00012600
      *-----------------*                                               00012610
      * FIN DE PROGRAMA *                                               00012620
      *-----------------*                                               00012630
