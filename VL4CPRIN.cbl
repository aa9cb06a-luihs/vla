       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CPRIN.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : CALENDARIO MENSUAL DE INGRESOS PROYECTADOS POR       *00000060
      *           CUENTA Y CLIENTE. AL CIERRE DEL PERIODO DE SYSIN     *00000070
      *           PROYECTA LOS COBROS DE LOS 12 MESES SIGUIENTES A LA  *00000080
      *           TENENCIA DEPOSITADA VIGENTE EN VLDTADS:              *00000090
      *             - CUPONES, AMORTIZACIONES Y VENCIMIENTOS           *00000100
      *               PENDIENTES DEL CALENDARIO VLDTCUP (IMPORTE POR   *00000110
      *               TITULO O TASA SOBRE EL NOMINAL, COMO VL4CCUPO);  *00000120
      *               LA AMORTIZACION REDUCE LOS TITULOS QUE COBRAN    *00000130
      *               LOS EVENTOS POSTERIORES DEL MISMO VALOR          *00000140
      *             - DIVIDENDOS ANUNCIADOS POR EL CUSTODIO Y AUN NO   *00000150
      *               PAGADOS (VLDTECA, DESTINO 'D')                   *00000160
      *           CADA COBRO VA BRUTO Y NETO DE LA RETENCION QUE       *00000170
      *           APLICARIA SEGUN LA RESIDENCIA FISCAL DEL TITULAR     *00000180
      *           (VXMI_RESIFIS): CUPONES CON LAS TASAS DE VL4CCUPO    *00000190
      *           (RESIDENCIA Y TIPO DE PERSONA), DIVIDENDOS SOLO A NO *00000200
      *           RESIDENTES COMO VL4CDIVC (TASA TASA-DIV-NR EN        *00000210
      *           VLDTPAR). EL CAPITAL DEVUELTO NO RETIENE.            *00000220
      *           GRABA EL PERIODO EN VLDTPIN (DE DONDE LO TOMAN EL    *00000230
      *           ESTADO DE CUENTA VL4CESTC Y EL FEED WEB VL4CWEBF) Y  *00000240
      *           EMITE EL REPORTE S1RPRIN POR CLIENTE, MES Y MONEDA.  *00000250
      *           LA CORRIDA QUEDA REGISTRADA EN VLDTCTL (VL9CCTL0).   *00000260
      * SYSIN   : 1. PERIODO CERRADO AAAAMM                            *00000270
      * FECHA   : 15-10-2026                                           *00000280
      ******************************************************************00000290
      ******************************************************************00000300
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000310
      *---------- ---------- ---------------- -------------------------*00000320
      *RITM49196  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      ******************************************************************00000350
       ENVIRONMENT DIVISION.                                            00000360
       CONFIGURATION SECTION.                                           00000370
       SPECIAL-NAMES.                                                   00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
                                                                        00000410
           SELECT S1RPRIN   ASSIGN       TO S1RPRIN                     00000420
                            FILE STATUS  IS FS-SPRIN.                   00000430
       DATA DIVISION.                                                   00000440
       FILE SECTION.                                                    00000450
      *                                                                *00000460
       FD  S1RPRIN                                                      00000470
           RECORDING MODE  IS  F                                        00000480
           LABEL  RECORDS  IS  STANDARD                                 00000490
           DATA   RECORD   IS  SAL-PRIN.                                00000500
         01 SAL-PRIN               PIC X(132).                          00000510
      *                                                                 00000520
      ******************************************************************00000530
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000540
      ******************************************************************00000550
       WORKING-STORAGE SECTION.                                         00000560
      *************************                                         00000570
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CPRIN'.          00000580
      *                                                                 00000590
      * PARAMETROS (SYSIN): PERIODO CERRADO (AAAAMM)                    00000600
       01  WS-PARAMETROS.                                               00000610
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00000620
           05 WA-CARD-PERIODO-R REDEFINES WA-CARD-PERIODO.              00000630
              10 WA-CARD-AAAA      PIC 9(04).                           00000640
              10 WA-CARD-MM        PIC 9(02).                           00000650
           05 WA-CARD-PERIODO-N REDEFINES WA-CARD-PERIODO PIC 9(06).    00000660
      *                                                                 00000670
      * VENTANA DE PROYECCION: DIA 1 DEL MES SIGUIENTE AL PERIODO Y     00000680
      * ULTIMO DIA DEL DUODECIMO MES                                    00000690
       01  WS-PERIODO.                                                  00000700
           05 WK-ANO               PIC 9(04)      VALUE ZEROS.          00000710
           05 WK-MES               PIC 9(02)      VALUE ZEROS.          00000720
           05 WK-FECHA-DESDE       PIC S9(8)V COMP-3 VALUE ZEROS.       00000730
           05 WK-FECHA-HASTA       PIC S9(8)V COMP-3 VALUE ZEROS.       00000740
           05 WK-PERIODO           PIC S9(6)V COMP-3 VALUE ZEROS.       00000750
      *                                                                 00000760
       01  WS-VARIOS.                                                   00000770
           05 SW-FIN-TEN           PIC X(02) VALUE SPACES.              00000780
              88 FIN-CUR-TEN                 VALUE 'SI'.                00000790
           05 SW-FIN-CUP           PIC X(02) VALUE SPACES.              00000800
              88 FIN-CUR-CUP                 VALUE 'SI'.                00000810
           05 SW-FIN-DIV           PIC X(02) VALUE SPACES.              00000820
              88 FIN-CUR-DIV                 VALUE 'SI'.                00000830
           05 SW-FIN-RES           PIC X(02) VALUE SPACES.              00000840
              88 FIN-CUR-RES                 VALUE 'SI'.                00000850
           05 WK-IMP-TITULO        PIC S9(9)V9(6)  COMP-3 VALUE ZEROS.  00000860
           05 WK-TITULOS           PIC S9(13)V     COMP-3 VALUE ZEROS.  00000870
           05 WK-AMORTIZA          PIC S9(13)V     COMP-3 VALUE ZEROS.  00000880
           05 WK-TASA-RET          PIC S9(2)V9(2)  COMP-3 VALUE ZEROS.  00000890
           05 WK-TASA-CARD         PIC X(04)       VALUE SPACES.        00000900
           05 WK-TASA-CARD-N REDEFINES WK-TASA-CARD PIC 9(02)V9(02).    00000910
           05 SW-NO-RESIDENTE      PIC X(01)       VALUE 'N'.           00000920
              88 NO-RESIDENTE                VALUE 'S'.                 00000930
           05 WK-TIPPER            PIC X(01)       VALUE 'N'.           00000940
              88 PERSONA-NATURAL             VALUE 'N'.                 00000950
           05 WK-NUMCLI-RES        PIC S9(8)V COMP-3 VALUE ZEROS.       00000960
      *                                                                 00000970
      * TASAS DE RETENCION EN PORCENTAJE 99V99 (VLDTPAR). LAS CUATRO    00000980
      * PRIMERAS SON LAS DE CUPONES DE VL4CCUPO (MISMOS DEFECTOS); LA   00000990
      * QUINTA ES LA DE DIVIDENDOS A NO RESIDENTES (VL4CDIVC LA RECIBE  00001000
      * POR SYSIN EN CADA PAGO; PARA PROYECTAR SE TOMA LA VIGENTE).     00001010
       01  W-TASAS-RETENCION.                                           00001020
           05 W-TAS-ENT OCCURS 5.                                       00001030
              10 TAS-NOMBRE        PIC X(16).                           00001040
              10 TAS-DEFECTO       PIC S9(2)V9(2)  COMP-3.              00001050
              10 TAS-VIGENTE       PIC S9(2)V9(2)  COMP-3.              00001060
       01  IX-TAS                  PIC 9(01) VALUE ZEROS.               00001070
      *                                                                 00001080
      * TENENCIA EN PROCESO                                             00001090
       01  W-TENENCIA.                                                  00001100
           05 WTE-NUMCLI           PIC S9(8)V COMP-3.                   00001110
           05 WTE-CUENTA           PIC S9(7)V COMP-3.                   00001120
           05 WTE-CODVALOR         PIC X(12).                           00001130
           05 WTE-DEPOS            PIC S9(13)V COMP-3.                  00001140
           05 WTE-CODDIVI          PIC X(03).                           00001150
           05 WTE-NOMINEM          PIC S9(9)V9(6) COMP-3.               00001160
      *                                                                 00001170
      * RESUMEN POR CLIENTE / MES / MONEDA PARA EL REPORTE              00001180
       01  W-RESUMEN.                                                   00001190
           05 WRS-NUMCLI           PIC S9(8)V COMP-3.                   00001200
           05 WRS-MES              PIC S9(9)  COMP.                     00001210
           05 WRS-MONEDA           PIC X(03).                           00001220
           05 WRS-COBROS           PIC S9(9)  COMP.                     00001230
           05 WRS-BRUTO            PIC S9(13)V9(2) COMP-3.              00001240
           05 WRS-RETENCION        PIC S9(13)V9(2) COMP-3.              00001250
           05 WRS-NETO             PIC S9(13)V9(2) COMP-3.              00001260
           05 WRS-NUMCLI-ANT       PIC S9(8)V COMP-3 VALUE ZEROS.       00001270
      *                                                                 00001280
       01  W-DATE                  PIC 9(6).                            00001290
       01  FILLER                  REDEFINES W-DATE.                    00001300
           02 W-ANO                PIC 99.                              00001310
           02 W-MES                PIC 99.                              00001320
           02 W-DIA                PIC 99.                              00001330
       01  W-FECHA-AMD.                                                 00001340
           05 W-AA-AMD             PIC 9(4).                            00001350
           05 W-MM-AMD             PIC 9(2).                            00001360
           05 W-DD-AMD             PIC 9(2).                            00001370
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001380
       01  W-HORA-CURRENT.                                              00001390
           02  W-HORA              PIC 99.                              00001400
           02  W-MINUTOS           PIC 99.                              00001410
           02  W-SEGUNDOS          PIC 99.                              00001420
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001430
      *                                                                 00001440
       01 W-CONTADORES.                                                 00001450
          05 CONT-TENENCIAS        PIC 9(08)  VALUE ZEROES.             00001460
          05 CONT-CUPONES          PIC 9(08)  VALUE ZEROES.             00001470
          05 CONT-DIVIDENDOS       PIC 9(08)  VALUE ZEROES.             00001480
          05 CONT-GRABADOS         PIC 9(08)  VALUE ZEROES.             00001490
          05 CONT-BORRADOS         PIC 9(08)  VALUE ZEROES.             00001500
      * VARIABLES PARA CONTROL DE ERRORES                               00001510
       01 WS-ERROR.                                                     00001520
          05 WS-ACCION             PIC X(24).                           00001530
          05 WS-PARRAFO            PIC X(19).                           00001540
      * VARIABLES CONTROL DE ARCHIVOS                                   00001550
       01 WS-CTRL-ARCHIVOS.                                             00001560
          05 FS-SPRIN              PIC X(02) VALUE '00'.                00001570
             88 S1RPRIN-OK                   VALUE '00'.                00001580
      *                                                                 00001590
      * LINEAS DEL REPORTE                                              00001600
       01 LIN-CABECERA.                                                 00001610
          05 FILLER                PIC X(48) VALUE                      00001620
             ' CALENDARIO DE INGRESOS PROYECTADOS - PERIODO  '.         00001630
          05 CAB-PERIODO           PIC 9(06).                           00001640
          05 FILLER                PIC X(10) VALUE '  DESDE: '.         00001650
          05 CAB-DESDE             PIC 9(08).                           00001660
          05 FILLER                PIC X(10) VALUE '  HASTA: '.         00001670
          05 CAB-HASTA             PIC 9(08).                           00001680
          05 FILLER                PIC X(42) VALUE SPACES.              00001690
       01 LIN-CLIENTE.                                                  00001700
          05 FILLER                PIC X(10) VALUE ' CLIENTE: '.        00001710
          05 CLI-NUMCLI            PIC 9(08).                           00001720
          05 FILLER                PIC X(02) VALUE SPACES.              00001730
          05 CLI-DENOM             PIC X(40).                           00001740
          05 FILLER                PIC X(06) VALUE '  RES:'.            00001750
          05 CLI-RESIFIS           PIC X(03).                           00001760
          05 FILLER                PIC X(63) VALUE SPACES.              00001770
       01 LIN-MES.                                                      00001780
          05 FILLER                PIC X(05) VALUE SPACES.              00001790
          05 DET-MES               PIC 9(06).                           00001800
          05 FILLER                PIC X(02) VALUE SPACES.              00001810
          05 DET-MONEDA            PIC X(03).                           00001820
          05 FILLER                PIC X(10) VALUE '  COBROS: '.        00001830
          05 DET-COBROS            PIC ZZZ9.                            00001840
          05 FILLER                PIC X(09) VALUE '  BRUTO: '.         00001850
          05 DET-BRUTO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001860
          05 FILLER                PIC X(07) VALUE '  RET: '.           00001870
          05 DET-RETENCION         PIC ZZZ,ZZZ,ZZ9.99.                  00001880
          05 FILLER                PIC X(08) VALUE '  NETO: '.          00001890
          05 DET-NETO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001900
          05 FILLER                PIC X(30) VALUE SPACES.              00001910
      *                                                                 00001920
      *    CALENDARIO DE CUPONES Y ANUNCIOS DE CUSTODIOS                00001930
           COPY VLCPTCUP.                                               00001940
           COPY VLCPTECA.                                               00001950
      *                                                                 00001960
      *    INGRESOS PROYECTADOS                                         00001970
           COPY VLCPTPIN.                                               00001980
      *                                                                 00001990
      *    PARAMETROS CENTRALES (TASAS DE RETENCION)                    00002000
           COPY VLCPTPA0.                                               00002010
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00002020
      *                                                                 00002030
      *    TIPO DE PERSONA DEL TITULAR (PERSONAS)                       00002040
       01  W-PEWC5201.                                                  00002050
           COPY PEWC5201.                                               00002060
       77  PE9C5201               PIC X(08) VALUE 'PE9C5201'.           00002070
      *                                                                 00002080
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002090
           COPY VLCPTCTL.                                               00002100
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002110
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002120
      *                                                                *00002130
      *  AREA DE COMUNICACION SQLCA                                     00002140
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002150
      *                                                                 00002160
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002170
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002180
      *                                                                 00002190
      *  TENENCIAS DEPOSITADAS DE VALORES CON EVENTOS PENDIENTES DEL    00002200
      *  CALENDARIO DENTRO DE LA VENTANA                                00002210
           EXEC SQL                                                     00002220
                DECLARE VLDCPIN1 CURSOR WITH HOLD FOR                   00002230
                 SELECT  A.VARC_NUMCLI                                  00002240
                      ,  S.VADS_CUENTA                                  00002250
                      ,  S.VADS_PAVAL CONCAT S.VADS_VALOR               00002260
                                      CONCAT S.VADS_ISIN                00002270
                      ,  S.VADS_DEPOS                                   00002280
                      ,  X.VXEN_CODDIVI                                 00002290
                      ,  X.VXEN_NOMINEM                                 00002300
                   FROM  VLDTADS S                                      00002310
                      ,  VLDTARC A                                      00002320
                      ,  VLDTXEN X                                      00002330
                  WHERE  A.VARC_CUENTA = S.VADS_CUENTA                  00002340
                    AND  A.VARC_SITUAC = 'A'                            00002350
                    AND  X.VXEN_PAVAL  = S.VADS_PAVAL                   00002360
                    AND  X.VXEN_VALOR  = S.VADS_VALOR                   00002370
                    AND  X.VXEN_ISIN   = S.VADS_ISIN                    00002380
                    AND  S.VADS_DEPOS  > 0                              00002390
                    AND  EXISTS                                         00002400
                        (SELECT 1                                       00002410
                           FROM VLDTCUP C                               00002420
                          WHERE C.VCUP_CODVALOR = S.VADS_PAVAL          00002430
                                           CONCAT S.VADS_VALOR          00002440
                                           CONCAT S.VADS_ISIN           00002450
                            AND C.VCUP_ESTADO   = 'N'                   00002460
                            AND C.VCUP_FECPAGO BETWEEN :WK-FECHA-DESDE  00002470
                                                   AND :WK-FECHA-HASTA) 00002480
                  ORDER  BY A.VARC_NUMCLI, S.VADS_CUENTA                00002490
                      ,  S.VADS_PAVAL, S.VADS_VALOR                     00002500
           END-EXEC.                                                    00002510
      *                                                                 00002520
      *  EVENTOS PENDIENTES DEL VALOR EN LA VENTANA, EN ORDEN DE PAGO   00002530
      *  (LOS EN IMPAGO 'D'/'R' NO SE PROYECTAN)                        00002540
           EXEC SQL                                                     00002550
                DECLARE VLDCPIN2 CURSOR FOR                             00002560
                 SELECT VCUP_SECUEN                                     00002570
                      , VCUP_TIPO                                       00002580
                      , VCUP_FECPAGO                                    00002590
                      , VCUP_IMPTIT                                     00002600
                      , VCUP_TASA                                       00002610
                      , VCUP_PCT_AMORT                                  00002620
                   FROM VLDTCUP                                         00002630
                  WHERE VCUP_CODVALOR = :WTE-CODVALOR                   00002640
                    AND VCUP_ESTADO   = 'N'                             00002650
                    AND VCUP_FECPAGO BETWEEN :WK-FECHA-DESDE            00002660
                                         AND :WK-FECHA-HASTA            00002670
                  ORDER BY VCUP_FECPAGO, VCUP_SECUEN                    00002680
           END-EXEC.                                                    00002690
      *                                                                 00002700
      *  DIVIDENDOS ANUNCIADOS (PENDIENTES, APROBADOS O ENCAMINADOS A   00002710
      *  VL4CDIVC) CON PAGO EN LA VENTANA, POR TENEDOR                  00002720
           EXEC SQL                                                     00002730
                DECLARE VLDCPIN3 CURSOR WITH HOLD FOR                   00002740
                 SELECT  A.VARC_NUMCLI                                  00002750
                      ,  S.VADS_CUENTA                                  00002760
                      ,  E.VECA_CODVALOR                                00002770
                      ,  S.VADS_DEPOS                                   00002780
                      ,  E.VECA_FECPAGO                                 00002790
                      ,  E.VECA_IMPTIT                                  00002800
                      ,  E.VECA_MONEDA                                  00002810
                   FROM  VLDTECA E                                      00002820
                      ,  VLDTADS S                                      00002830
                      ,  VLDTARC A                                      00002840
                  WHERE  E.VECA_DESTINO = 'D'                           00002850
                    AND  E.VECA_ESTADO IN ('P', 'A', 'E')               00002860
                    AND  E.VECA_IMPTIT  > 0                             00002870
                    AND  E.VECA_FECPAGO BETWEEN :WK-FECHA-DESDE         00002880
                                            AND :WK-FECHA-HASTA         00002890
                    AND  S.VADS_PAVAL CONCAT S.VADS_VALOR               00002900
                                      CONCAT S.VADS_ISIN                00002910
                                      = E.VECA_CODVALOR                 00002920
                    AND  S.VADS_DEPOS   > 0                             00002930
                    AND  A.VARC_CUENTA  = S.VADS_CUENTA                 00002940
                    AND  A.VARC_SITUAC  = 'A'                           00002950
                  ORDER  BY A.VARC_NUMCLI, S.VADS_CUENTA                00002960
                      ,  E.VECA_FECPAGO                                 00002970
           END-EXEC.                                                    00002980
      *                                                                 00002990
      *  RESUMEN DEL PERIODO GRABADO POR CLIENTE, MES DE PAGO Y MONEDA  00003000
           EXEC SQL                                                     00003010
                DECLARE VLDCPIN4 CURSOR FOR                             00003020
                 SELECT  VPIN_NUMCLI                                    00003030
                      ,  INTEGER(VPIN_FECPAGO) / 100                    00003040
                      ,  VPIN_MONEDA                                    00003050
                      ,  COUNT(*)                                       00003060
                      ,  SUM(VPIN_BRUTO)                                00003070
                      ,  SUM(VPIN_RETENCION)                            00003080
                      ,  SUM(VPIN_NETO)                                 00003090
                   FROM  VLDTPIN                                        00003100
                  WHERE  VPIN_PERIODO = :WK-PERIODO                     00003110
                  GROUP  BY VPIN_NUMCLI                                 00003120
                      ,  INTEGER(VPIN_FECPAGO) / 100                    00003130
                      ,  VPIN_MONEDA                                    00003140
                  ORDER  BY 1, 2, 3                                     00003150
           END-EXEC.                                                    00003160
      *                                                                *00003170
       PROCEDURE DIVISION.                                              00003180
      *                                                                 00003190
           PERFORM 1000-INICIO                                          00003200
              THRU 1000-INICIO-EXIT.                                    00003210
                                                                        00003220
           PERFORM 2000-RENTA-FIJA                                      00003230
              THRU 2000-RENTA-FIJA-EXIT.                                00003240
                                                                        00003250
           PERFORM 4000-DIVIDENDOS                                      00003260
              THRU 4000-DIVIDENDOS-EXIT.                                00003270
                                                                        00003280
           PERFORM 6000-REPORTE                                         00003290
              THRU 6000-REPORTE-EXIT.                                   00003300
                                                                        00003310
           PERFORM 3000-FIN                                             00003320
              THRU 3000-FIN-EXIT.                                       00003330
                                                                        00003340
           STOP RUN.                                                    00003350
      *                                                                *00003360
      *-----------*                                                     00003370
       1000-INICIO.                                                     00003380
      *-----------*                                                     00003390
           INITIALIZE W-CONTADORES.                                     00003400
                                                                        00003410
           ACCEPT WA-CARD-PERIODO.                                      00003420
           IF WA-CARD-PERIODO NUMERIC                                   00003430
              AND WA-CARD-MM > 0 AND WA-CARD-MM < 13                    00003440
              MOVE WA-CARD-AAAA    TO WK-ANO                            00003450
              MOVE WA-CARD-MM      TO WK-MES                            00003460
           ELSE                                                         00003470
              MOVE 'PERIODO INVALIDO'       TO WS-ACCION                00003480
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003490
              PERFORM 3001-ERROR                                        00003500
           END-IF.                                                      00003510
           MOVE WA-CARD-PERIODO-N  TO WK-PERIODO.                       00003520
                                                                        00003530
      *    DESDE EL DIA 1 DEL MES SIGUIENTE HASTA EL DIA ANTERIOR AL    00003540
      *    MISMO DIA 1 UN ANO DESPUES (12 MESES COMPLETOS)              00003550
           IF WK-MES = 12                                               00003560
              ADD 1                TO WK-ANO                            00003570
              MOVE 01              TO WK-MES                            00003580
           ELSE                                                         00003590
              ADD 1                TO WK-MES                            00003600
           END-IF.                                                      00003610
           COMPUTE WK-FECHA-DESDE = WK-ANO * 10000 + WK-MES * 100 + 1.  00003620
           COMPUTE WK-FECHA-HASTA = WK-FECHA-DESDE + 10000 - 1.         00003630
                                                                        00003640
           ACCEPT W-DATE FROM DATE.                                     00003650
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003660
           MOVE W-MES              TO W-MM-AMD.                         00003670
           MOVE W-DIA              TO W-DD-AMD.                         00003680
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003690
                                                                        00003700
           PERFORM 1100-CARGA-RETENCION                                 00003710
              THRU 1100-CARGA-RETENCION-EXIT.                           00003720
                                                                        00003730
           OPEN OUTPUT S1RPRIN.                                         00003740
           IF NOT S1RPRIN-OK                                            00003750
              MOVE 'OPEN FICHERO S1RPRIN'   TO WS-ACCION                00003760
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003770
              PERFORM 3001-ERROR                                        00003780
           END-IF.                                                      00003790
                                                                        00003800
           MOVE WA-CARD-PERIODO-N  TO CAB-PERIODO.                      00003810
           MOVE WK-FECHA-DESDE     TO CAB-DESDE.                        00003820
           MOVE WK-FECHA-HASTA     TO CAB-HASTA.                        00003830
           WRITE SAL-PRIN        FROM LIN-CABECERA.                     00003840
                                                                        00003850
      *    EL PERIODO SE REGENERA COMPLETO (LA CORRIDA ES REPETIBLE)    00003860
           EXEC SQL                                                     00003870
                DELETE FROM VLDTPIN                                     00003880
                 WHERE VPIN_PERIODO = :WK-PERIODO                       00003890
           END-EXEC.                                                    00003900
           IF SQLCODE NOT = ZERO AND 100                                00003910
              MOVE 'DELETE'                 TO WS-ACCION                00003920
              MOVE 'VLDTPIN-1000'           TO WS-PARRAFO               00003930
              PERFORM 3001-ERROR                                        00003940
           END-IF.                                                      00003950
           IF SQLCODE = ZERO                                            00003960
              MOVE SQLERRD (3)     TO CONT-BORRADOS                     00003970
           END-IF.                                                      00003980
           EXEC SQL                                                     00003990
                COMMIT                                                  00004000
           END-EXEC.                                                    00004010
           IF SQLCODE NOT = ZERO                                        00004020
              MOVE 'COMMIT'                 TO WS-ACCION                00004030
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004040
              PERFORM 3001-ERROR                                        00004050
           END-IF.                                                      00004060
      *                                                                 00004070
      *----------------*                                                00004080
       1000-INICIO-EXIT.                                                00004090
      *----------------*                                                00004100
           EXIT.                                                        00004110
                                                                        00004120
      *---------------------------*                                     00004130
       1100-CARGA-RETENCION.                                            00004140
      *---------------------------*                                     00004150
      *    TASAS DE RETENCION VIGENTES AL INICIO DE LA VENTANA          00004160
           MOVE 'TASA-CUP-NR-NAT'  TO TAS-NOMBRE  (1).                  00004170
           MOVE 5.00               TO TAS-DEFECTO (1).                  00004180
           MOVE 'TASA-CUP-NR-JUR'  TO TAS-NOMBRE  (2).                  00004190
           MOVE 5.00               TO TAS-DEFECTO (2).                  00004200
           MOVE 'TASA-CUP-RE-NAT'  TO TAS-NOMBRE  (3).                  00004210
           MOVE 5.00               TO TAS-DEFECTO (3).                  00004220
           MOVE 'TASA-CUP-RE-JUR'  TO TAS-NOMBRE  (4).                  00004230
           MOVE ZEROS              TO TAS-DEFECTO (4).                  00004240
           MOVE 'TASA-DIV-NR'      TO TAS-NOMBRE  (5).                  00004250
           MOVE 5.00               TO TAS-DEFECTO (5).                  00004260
           PERFORM 1110-LEE-TASA                                        00004270
              THRU 1110-LEE-TASA-EXIT                                   00004280
              VARYING IX-TAS FROM 1 BY 1                                00004290
              UNTIL IX-TAS > 5.                                         00004300
      *                                                                 00004310
      *--------------------------------*                                00004320
       1100-CARGA-RETENCION-EXIT.                                       00004330
      *--------------------------------*                                00004340
           EXIT.                                                        00004350
                                                                        00004360
      *---------------------*                                           00004370
       1110-LEE-TASA.                                                   00004380
      *---------------------*                                           00004390
      *    EL PARAMETRO VIAJA COMO 4 DIGITOS 99V99 (EJ. 0500 = 5 PCT)   00004400
           INITIALIZE VL9CPAR0-AREA.                                    00004410
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00004420
           MOVE TAS-NOMBRE (IX-TAS)  TO  PAR0-NOMBRE.                   00004430
           MOVE WK-FECHA-DESDE       TO  PAR0-FECHA.                    00004440
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00004450
           EVALUATE PAR0-CODRESP                                        00004460
               WHEN ZERO                                                00004470
                    MOVE PAR0-VALOR (1:4) TO WK-TASA-CARD               00004480
                    MOVE WK-TASA-CARD-N   TO TAS-VIGENTE (IX-TAS)       00004490
               WHEN OTHER                                               00004500
                    MOVE TAS-DEFECTO (IX-TAS)                           00004510
                                          TO TAS-VIGENTE (IX-TAS)       00004520
           END-EVALUATE.                                                00004530
           DISPLAY 'TASA RETENCION ' TAS-NOMBRE (IX-TAS) ': '           00004540
                   TAS-VIGENTE (IX-TAS).                                00004550
      *                                                                 00004560
      *-------------------------*                                       00004570
       1110-LEE-TASA-EXIT.                                              00004580
      *-------------------------*                                       00004590
           EXIT.                                                        00004600
                                                                        00004610
      *-------------------*                                             00004620
       2000-RENTA-FIJA.                                                 00004630
      *-------------------*                                             00004640
           MOVE SPACES             TO SW-FIN-TEN.                       00004650
           EXEC SQL                                                     00004660
                OPEN VLDCPIN1                                           00004670
           END-EXEC.                                                    00004680
           IF SQLCODE NOT = ZERO                                        00004690
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004700
              MOVE 'VLDCPIN1-2000'          TO WS-PARRAFO               00004710
              PERFORM 3001-ERROR                                        00004720
           END-IF.                                                      00004730
                                                                        00004740
           PERFORM 2100-FETCH-TENENCIA                                  00004750
              THRU 2100-FETCH-TENENCIA-EXIT.                            00004760
           PERFORM 2200-PROYECTA-TENENCIA                               00004770
              THRU 2200-PROYECTA-TENENCIA-EXIT                          00004780
              UNTIL FIN-CUR-TEN.                                        00004790
                                                                        00004800
           EXEC SQL                                                     00004810
                CLOSE VLDCPIN1                                          00004820
           END-EXEC.                                                    00004830
      *                                                                 00004840
      *------------------------*                                        00004850
       2000-RENTA-FIJA-EXIT.                                            00004860
      *------------------------*                                        00004870
           EXIT.                                                        00004880
                                                                        00004890
      *-------------------------*                                       00004900
       2100-FETCH-TENENCIA.                                             00004910
      *-------------------------*                                       00004920
           EXEC SQL                                                     00004930
                FETCH VLDCPIN1                                          00004940
                 INTO :WTE-NUMCLI                                       00004950
                    , :WTE-CUENTA                                       00004960
                    , :WTE-CODVALOR                                     00004970
                    , :WTE-DEPOS                                        00004980
                    , :WTE-CODDIVI                                      00004990
                    , :WTE-NOMINEM                                      00005000
           END-EXEC.                                                    00005010
           EVALUATE SQLCODE                                             00005020
               WHEN ZERO                                                00005030
                    ADD 1 TO CONT-TENENCIAS                             00005040
               WHEN 100                                                 00005050
                    MOVE 'SI'            TO SW-FIN-TEN                  00005060
               WHEN OTHER                                               00005070
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005080
                    MOVE 'VLDCPIN1-2100'       TO WS-PARRAFO            00005090
                    PERFORM 3001-ERROR                                  00005100
           END-EVALUATE.                                                00005110
      *                                                                 00005120
      *------------------------------*                                  00005130
       2100-FETCH-TENENCIA-EXIT.                                        00005140
      *------------------------------*                                  00005150
           EXIT.                                                        00005160
                                                                        00005170
      *----------------------------*                                    00005180
       2200-PROYECTA-TENENCIA.                                          00005190
      *----------------------------*                                    00005200
           PERFORM 5000-RETENCION-TITULAR                               00005210
              THRU 5000-RETENCION-TITULAR-EXIT.                         00005220
                                                                        00005230
      *    LOS TITULOS QUE COBRAN SE REDUCEN CON CADA AMORTIZACION      00005240
           MOVE WTE-DEPOS          TO WK-TITULOS.                       00005250
           MOVE SPACES             TO SW-FIN-CUP.                       00005260
           EXEC SQL                                                     00005270
                OPEN VLDCPIN2                                           00005280
           END-EXEC.                                                    00005290
           IF SQLCODE NOT = ZERO                                        00005300
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005310
              MOVE 'VLDCPIN2-2200'          TO WS-PARRAFO               00005320
              PERFORM 3001-ERROR                                        00005330
           END-IF.                                                      00005340
                                                                        00005350
           PERFORM 2300-FETCH-EVENTO                                    00005360
              THRU 2300-FETCH-EVENTO-EXIT.                              00005370
           PERFORM 2400-PROYECTA-EVENTO                                 00005380
              THRU 2400-PROYECTA-EVENTO-EXIT                            00005390
              UNTIL FIN-CUR-CUP.                                        00005400
                                                                        00005410
           EXEC SQL                                                     00005420
                CLOSE VLDCPIN2                                          00005430
           END-EXEC.                                                    00005440
           IF SQLCODE NOT = ZERO                                        00005450
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00005460
              MOVE 'VLDCPIN2-2200'          TO WS-PARRAFO               00005470
              PERFORM 3001-ERROR                                        00005480
           END-IF.                                                      00005490
                                                                        00005500
           PERFORM 2100-FETCH-TENENCIA                                  00005510
              THRU 2100-FETCH-TENENCIA-EXIT.                            00005520
      *                                                                 00005530
      *---------------------------------*                               00005540
       2200-PROYECTA-TENENCIA-EXIT.                                     00005550
      *---------------------------------*                               00005560
           EXIT.                                                        00005570
                                                                        00005580
      *------------------------*                                        00005590
       2300-FETCH-EVENTO.                                               00005600
      *------------------------*                                        00005610
           EXEC SQL                                                     00005620
                FETCH VLDCPIN2                                          00005630
                 INTO :VCUP-SECUEN                                      00005640
                    , :VCUP-TIPO                                        00005650
                    , :VCUP-FECPAGO                                     00005660
                    , :VCUP-IMPTIT                                      00005670
                    , :VCUP-TASA                                        00005680
                    , :VCUP-PCT-AMORT                                   00005690
           END-EXEC.                                                    00005700
           EVALUATE SQLCODE                                             00005710
               WHEN ZERO                                                00005720
                    CONTINUE                                            00005730
               WHEN 100                                                 00005740
                    MOVE 'SI'            TO SW-FIN-CUP                  00005750
               WHEN OTHER                                               00005760
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005770
                    MOVE 'VLDCPIN2-2300'       TO WS-PARRAFO            00005780
                    PERFORM 3001-ERROR                                  00005790
           END-EVALUATE.                                                00005800
      *                                                                 00005810
      *-----------------------------*                                   00005820
       2300-FETCH-EVENTO-EXIT.                                          00005830
      *-----------------------------*                                   00005840
           EXIT.                                                        00005850
                                                                        00005860
      *--------------------------*                                      00005870
       2400-PROYECTA-EVENTO.                                            00005880
      *--------------------------*                                      00005890
           IF WK-TITULOS NOT > ZEROS                                    00005900
              GO TO 2400-SIGUIENTE                                      00005910
           END-IF.                                                      00005920
                                                                        00005930
      *    IMPORTE POR TITULO: EL CARGADO EN EL EVENTO O LA TASA DEL    00005940
      *    PERIODO APLICADA AL NOMINAL DEL MAESTRO (COMO VL4CCUPO)      00005950
           IF VCUP-IMPTIT > ZEROS                                       00005960
              MOVE VCUP-IMPTIT     TO WK-IMP-TITULO                     00005970
           ELSE                                                         00005980
              COMPUTE WK-IMP-TITULO ROUNDED =                           00005990
                      WTE-NOMINEM * VCUP-TASA / 100                     00006000
           END-IF.                                                      00006010
                                                                        00006020
           INITIALIZE DCLVLDTPIN.                                       00006030
           MOVE WK-TITULOS         TO VPIN-TITULOS.                     00006040
           COMPUTE VPIN-RENTA ROUNDED = WK-TITULOS * WK-IMP-TITULO.     00006050
                                                                        00006060
      *    EN EL VENCIMIENTO SE DEVUELVE EL NOMINAL DE LOS TITULOS QUE  00006070
      *    AMORTIZA (100 PCT SI NO SE INFORMO; MENOS = AMORTIZACION)    00006080
           MOVE ZEROS              TO WK-AMORTIZA.                      00006090
           IF VCUP-VENCIMIENTO                                          00006100
              IF VCUP-PCT-AMORT > ZEROS AND VCUP-PCT-AMORT < 100        00006110
                 COMPUTE WK-AMORTIZA ROUNDED =                          00006120
                         WK-TITULOS * VCUP-PCT-AMORT / 100              00006130
                 MOVE 'A'          TO VPIN-TIPO                         00006140
              ELSE                                                      00006150
                 MOVE WK-TITULOS   TO WK-AMORTIZA                       00006160
                 MOVE 'V'          TO VPIN-TIPO                         00006170
              END-IF                                                    00006180
              COMPUTE VPIN-CAPITAL ROUNDED = WK-AMORTIZA * WTE-NOMINEM  00006190
           ELSE                                                         00006200
              MOVE 'C'             TO VPIN-TIPO                         00006210
           END-IF.                                                      00006220
                                                                        00006230
      *    LA RETENCION SOLO RECAE SOBRE LA RENTA                       00006240
           EVALUATE TRUE                                                00006250
               WHEN NO-RESIDENTE AND PERSONA-NATURAL                    00006260
                    MOVE TAS-VIGENTE (1) TO WK-TASA-RET                 00006270
               WHEN NO-RESIDENTE                                        00006280
                    MOVE TAS-VIGENTE (2) TO WK-TASA-RET                 00006290
               WHEN PERSONA-NATURAL                                     00006300
                    MOVE TAS-VIGENTE (3) TO WK-TASA-RET                 00006310
               WHEN OTHER                                               00006320
                    MOVE TAS-VIGENTE (4) TO WK-TASA-RET                 00006330
           END-EVALUATE.                                                00006340
                                                                        00006350
           MOVE WTE-CODVALOR       TO VPIN-CODVALOR.                    00006360
           MOVE VCUP-FECPAGO       TO VPIN-FECPAGO.                     00006370
           MOVE VCUP-SECUEN        TO VPIN-SECUEN.                      00006380
           MOVE WTE-CODDIVI        TO VPIN-MONEDA.                      00006390
           PERFORM 5100-GRABA-INGRESO                                   00006400
              THRU 5100-GRABA-INGRESO-EXIT.                             00006410
           ADD 1                   TO CONT-CUPONES.                     00006420
                                                                        00006430
           SUBTRACT WK-AMORTIZA  FROM WK-TITULOS.                       00006440
      *                                                                 00006450
       2400-SIGUIENTE.                                                  00006460
           PERFORM 2300-FETCH-EVENTO                                    00006470
              THRU 2300-FETCH-EVENTO-EXIT.                              00006480
      *                                                                 00006490
      *-------------------------------*                                 00006500
       2400-PROYECTA-EVENTO-EXIT.                                       00006510
      *-------------------------------*                                 00006520
           EXIT.                                                        00006530
                                                                        00006540
      *-------------------*                                             00006550
       4000-DIVIDENDOS.                                                 00006560
      *-------------------*                                             00006570
           MOVE SPACES             TO SW-FIN-DIV.                       00006580
           EXEC SQL                                                     00006590
                OPEN VLDCPIN3                                           00006600
           END-EXEC.                                                    00006610
           IF SQLCODE NOT = ZERO                                        00006620
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006630
              MOVE 'VLDCPIN3-4000'          TO WS-PARRAFO               00006640
              PERFORM 3001-ERROR                                        00006650
           END-IF.                                                      00006660
                                                                        00006670
           PERFORM 4100-FETCH-DIVIDENDO                                 00006680
              THRU 4100-FETCH-DIVIDENDO-EXIT.                           00006690
           PERFORM 4200-PROYECTA-DIVIDENDO                              00006700
              THRU 4200-PROYECTA-DIVIDENDO-EXIT                         00006710
              UNTIL FIN-CUR-DIV.                                        00006720
                                                                        00006730
           EXEC SQL                                                     00006740
                CLOSE VLDCPIN3                                          00006750
           END-EXEC.                                                    00006760
      *                                                                 00006770
      *------------------------*                                        00006780
       4000-DIVIDENDOS-EXIT.                                            00006790
      *------------------------*                                        00006800
           EXIT.                                                        00006810
                                                                        00006820
      *--------------------------*                                      00006830
       4100-FETCH-DIVIDENDO.                                            00006840
      *--------------------------*                                      00006850
           EXEC SQL                                                     00006860
                FETCH VLDCPIN3                                          00006870
                 INTO :WTE-NUMCLI                                       00006880
                    , :WTE-CUENTA                                       00006890
                    , :WTE-CODVALOR                                     00006900
                    , :WTE-DEPOS                                        00006910
                    , :VECA-FECPAGO                                     00006920
                    , :VECA-IMPTIT                                      00006930
                    , :VECA-MONEDA                                      00006940
           END-EXEC.                                                    00006950
           EVALUATE SQLCODE                                             00006960
               WHEN ZERO                                                00006970
                    CONTINUE                                            00006980
               WHEN 100                                                 00006990
                    MOVE 'SI'            TO SW-FIN-DIV                  00007000
               WHEN OTHER                                               00007010
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00007020
                    MOVE 'VLDCPIN3-4100'       TO WS-PARRAFO            00007030
                    PERFORM 3001-ERROR                                  00007040
           END-EVALUATE.                                                00007050
      *                                                                 00007060
      *-------------------------------*                                 00007070
       4100-FETCH-DIVIDENDO-EXIT.                                       00007080
      *-------------------------------*                                 00007090
           EXIT.                                                        00007100
                                                                        00007110
      *-----------------------------*                                   00007120
       4200-PROYECTA-DIVIDENDO.                                         00007130
      *-----------------------------*                                   00007140
           PERFORM 5000-RETENCION-TITULAR                               00007150
              THRU 5000-RETENCION-TITULAR-EXIT.                         00007160
                                                                        00007170
           INITIALIZE DCLVLDTPIN.                                       00007180
           MOVE 'D'                TO VPIN-TIPO.                        00007190
           MOVE WTE-CODVALOR       TO VPIN-CODVALOR.                    00007200
           MOVE VECA-FECPAGO       TO VPIN-FECPAGO.                     00007210
           MOVE ZEROS              TO VPIN-SECUEN.                      00007220
           MOVE WTE-DEPOS          TO VPIN-TITULOS.                     00007230
           MOVE VECA-MONEDA        TO VPIN-MONEDA.                      00007240
           COMPUTE VPIN-RENTA ROUNDED = WTE-DEPOS * VECA-IMPTIT.        00007250
                                                                        00007260
      *    MISMO CRITERIO QUE VL4CDIVC: SOLO RETIENE A NO RESIDENTES    00007270
           IF NO-RESIDENTE                                              00007280
              MOVE TAS-VIGENTE (5) TO WK-TASA-RET                       00007290
           ELSE                                                         00007300
              MOVE ZEROS           TO WK-TASA-RET                       00007310
           END-IF.                                                      00007320
                                                                        00007330
           PERFORM 5100-GRABA-INGRESO                                   00007340
              THRU 5100-GRABA-INGRESO-EXIT.                             00007350
           ADD 1                   TO CONT-DIVIDENDOS.                  00007360
                                                                        00007370
           PERFORM 4100-FETCH-DIVIDENDO                                 00007380
              THRU 4100-FETCH-DIVIDENDO-EXIT.                           00007390
      *                                                                 00007400
      *----------------------------------*                              00007410
       4200-PROYECTA-DIVIDENDO-EXIT.                                    00007420
      *----------------------------------*                              00007430
           EXIT.                                                        00007440
                                                                        00007450
      *----------------------------*                                    00007460
       5000-RETENCION-TITULAR.                                          00007470
      *----------------------------*                                    00007480
      *    RESIDENCIA FISCAL Y TIPO DE PERSONA DEL TITULAR (MISMO       00007490
      *    CRITERIO QUE VL4CCUPO). LOS CURSORES VIENEN POR CLIENTE:     00007500
      *    SOLO SE CONSULTA AL CAMBIAR DE CLIENTE.                      00007510
           IF WTE-NUMCLI = WK-NUMCLI-RES                                00007520
              GO TO 5000-RETENCION-TITULAR-EXIT                         00007530
           END-IF.                                                      00007540
           MOVE WTE-NUMCLI         TO WK-NUMCLI-RES.                    00007550
                                                                        00007560
           MOVE WTE-NUMCLI         TO VXMI-CODCLI.                      00007570
           EXEC SQL                                                     00007580
                SELECT VXMI_RESIFIS                                     00007590
                  INTO :VXMI-RESIFIS                                    00007600
                  FROM VLDTXMI                                          00007610
                 WHERE VXMI_CODCLI = :VXMI-CODCLI                       00007620
           END-EXEC.                                                    00007630
           EVALUATE SQLCODE                                             00007640
               WHEN ZERO                                                00007650
                    CONTINUE                                            00007660
               WHEN 100                                                 00007670
                    MOVE 'PER'          TO VXMI-RESIFIS                 00007680
               WHEN OTHER                                               00007690
                    MOVE 'SELECT'       TO WS-ACCION                    00007700
                    MOVE 'VLDTXMI-5000' TO WS-PARRAFO                   00007710
                    PERFORM 3001-ERROR                                  00007720
           END-EVALUATE.                                                00007730
           MOVE 'N'                TO SW-NO-RESIDENTE.                  00007740
           IF VXMI-RESIFIS NOT = 'PER' AND SPACES                       00007750
              MOVE 'S'             TO SW-NO-RESIDENTE                   00007760
           END-IF.                                                      00007770
                                                                        00007780
      *    TIPO DE PERSONA EN PERSONAS: 'F' ES PERSONA NATURAL. SI      00007790
      *    EL CLIENTE NO SE RECUPERA SE TRATA COMO NATURAL.             00007800
           MOVE 'N'                TO WK-TIPPER.                        00007810
           INITIALIZE                 W520-REGISTRO.                    00007820
           MOVE WTE-NUMCLI         TO W520-NUMCLIEN.                    00007830
           CALL PE9C5201        USING W-PEWC5201.                       00007840
           IF W520-PECRETOR = '00' AND W520-SUJGRUP NOT = 'F'           00007850
              MOVE 'J'             TO WK-TIPPER                         00007860
           END-IF.                                                      00007870
      *                                                                 00007880
      *---------------------------------*                               00007890
       5000-RETENCION-TITULAR-EXIT.                                     00007900
      *---------------------------------*                               00007910
           EXIT.                                                        00007920
                                                                        00007930
      *------------------------*                                        00007940
       5100-GRABA-INGRESO.                                              00007950
      *------------------------*                                        00007960
           MOVE WK-PERIODO         TO VPIN-PERIODO.                     00007970
           MOVE WTE-CUENTA         TO VPIN-CUENTA.                      00007980
           MOVE WTE-NUMCLI         TO VPIN-NUMCLI.                      00007990
           MOVE VXMI-RESIFIS       TO VPIN-RESIFIS.                     00008000
           MOVE WK-TASA-RET        TO VPIN-TASA-RET.                    00008010
           COMPUTE VPIN-BRUTO = VPIN-RENTA + VPIN-CAPITAL.              00008020
           MOVE ZEROS              TO VPIN-RETENCION.                   00008030
           IF WK-TASA-RET > ZEROS                                       00008040
              COMPUTE VPIN-RETENCION ROUNDED =                          00008050
                      VPIN-RENTA * WK-TASA-RET / 100                    00008060
           END-IF.                                                      00008070
           COMPUTE VPIN-NETO = VPIN-BRUTO - VPIN-RETENCION.             00008080
           MOVE W-FECHA-AMD-N      TO VPIN-FECULT.                      00008090
           MOVE W-PROGRAMA         TO VPIN-USUARIO.                     00008100
                                                                        00008110
           EXEC SQL                                                     00008120
                INSERT INTO VLDTPIN                                     00008130
                      ( VPIN_PERIODO                                    00008140
                      , VPIN_CUENTA                                     00008150
                      , VPIN_CODVALOR                                   00008160
                      , VPIN_FECPAGO                                    00008170
                      , VPIN_TIPO                                       00008180
                      , VPIN_SECUEN                                     00008190
                      , VPIN_NUMCLI                                     00008200
                      , VPIN_TITULOS                                    00008210
                      , VPIN_MONEDA                                     00008220
                      , VPIN_RENTA                                      00008230
                      , VPIN_CAPITAL                                    00008240
                      , VPIN_BRUTO                                      00008250
                      , VPIN_RETENCION                                  00008260
                      , VPIN_NETO                                       00008270
                      , VPIN_RESIFIS                                    00008280
                      , VPIN_TASA_RET                                   00008290
                      , VPIN_FECULT                                     00008300
                      , VPIN_USUARIO )                                  00008310
                VALUES                                                  00008320
                      ( :VPIN-PERIODO                                   00008330
                      , :VPIN-CUENTA                                    00008340
                      , :VPIN-CODVALOR                                  00008350
                      , :VPIN-FECPAGO                                   00008360
                      , :VPIN-TIPO                                      00008370
                      , :VPIN-SECUEN                                    00008380
                      , :VPIN-NUMCLI                                    00008390
                      , :VPIN-TITULOS                                   00008400
                      , :VPIN-MONEDA                                    00008410
                      , :VPIN-RENTA                                     00008420
                      , :VPIN-CAPITAL                                   00008430
                      , :VPIN-BRUTO                                     00008440
                      , :VPIN-RETENCION                                 00008450
                      , :VPIN-NETO                                      00008460
                      , :VPIN-RESIFIS                                   00008470
                      , :VPIN-TASA-RET                                  00008480
                      , :VPIN-FECULT                                    00008490
                      , :VPIN-USUARIO )                                 00008500
           END-EXEC.                                                    00008510
           IF SQLCODE NOT = ZERO                                        00008520
              MOVE 'INSERT'               TO WS-ACCION                  00008530
              MOVE 'VLDTPIN-5100'         TO WS-PARRAFO                 00008540
              PERFORM 3001-ERROR                                        00008550
           END-IF.                                                      00008560
           ADD 1                   TO CONT-GRABADOS.                    00008570
      *                                                                 00008580
      *-----------------------------*                                   00008590
       5100-GRABA-INGRESO-EXIT.                                         00008600
      *-----------------------------*                                   00008610
           EXIT.                                                        00008620
                                                                        00008630
      *----------------*                                                00008640
       6000-REPORTE.                                                    00008650
      *----------------*                                                00008660
           EXEC SQL                                                     00008670
                COMMIT                                                  00008680
           END-EXEC.                                                    00008690
           IF SQLCODE NOT = ZERO                                        00008700
              MOVE 'COMMIT'                 TO WS-ACCION                00008710
              MOVE '6000-REPORTE'           TO WS-PARRAFO               00008720
              PERFORM 3001-ERROR                                        00008730
           END-IF.                                                      00008740
                                                                        00008750
           MOVE SPACES             TO SW-FIN-RES.                       00008760
           MOVE ZEROS              TO WRS-NUMCLI-ANT.                   00008770
           EXEC SQL                                                     00008780
                OPEN VLDCPIN4                                           00008790
           END-EXEC.                                                    00008800
           IF SQLCODE NOT = ZERO                                        00008810
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008820
              MOVE 'VLDCPIN4-6000'          TO WS-PARRAFO               00008830
              PERFORM 3001-ERROR                                        00008840
           END-IF.                                                      00008850
                                                                        00008860
           PERFORM 6100-FETCH-RESUMEN                                   00008870
              THRU 6100-FETCH-RESUMEN-EXIT.                             00008880
           PERFORM 6200-LINEA-RESUMEN                                   00008890
              THRU 6200-LINEA-RESUMEN-EXIT                              00008900
              UNTIL FIN-CUR-RES.                                        00008910
                                                                        00008920
           EXEC SQL                                                     00008930
                CLOSE VLDCPIN4                                          00008940
           END-EXEC.                                                    00008950
      *                                                                 00008960
      *---------------------*                                           00008970
       6000-REPORTE-EXIT.                                               00008980
      *---------------------*                                           00008990
           EXIT.                                                        00009000
                                                                        00009010
      *------------------------*                                        00009020
       6100-FETCH-RESUMEN.                                              00009030
      *------------------------*                                        00009040
           EXEC SQL                                                     00009050
                FETCH VLDCPIN4                                          00009060
                 INTO :WRS-NUMCLI                                       00009070
                    , :WRS-MES                                          00009080
                    , :WRS-MONEDA                                       00009090
                    , :WRS-COBROS                                       00009100
                    , :WRS-BRUTO                                        00009110
                    , :WRS-RETENCION                                    00009120
                    , :WRS-NETO                                         00009130
           END-EXEC.                                                    00009140
           EVALUATE SQLCODE                                             00009150
               WHEN ZERO                                                00009160
                    CONTINUE                                            00009170
               WHEN 100                                                 00009180
                    MOVE 'SI'            TO SW-FIN-RES                  00009190
               WHEN OTHER                                               00009200
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00009210
                    MOVE 'VLDCPIN4-6100'       TO WS-PARRAFO            00009220
                    PERFORM 3001-ERROR                                  00009230
           END-EVALUATE.                                                00009240
      *                                                                 00009250
      *-----------------------------*                                   00009260
       6100-FETCH-RESUMEN-EXIT.                                         00009270
      *-----------------------------*                                   00009280
           EXIT.                                                        00009290
                                                                        00009300
      *------------------------*                                        00009310
       6200-LINEA-RESUMEN.                                              00009320
      *------------------------*                                        00009330
           IF WRS-NUMCLI NOT = WRS-NUMCLI-ANT                           00009340
              MOVE WRS-NUMCLI      TO WRS-NUMCLI-ANT                    00009350
                                      VXMI-CODCLI                       00009360
              EXEC SQL                                                  00009370
                   SELECT VXMI_DENOM                                    00009380
                        , VXMI_RESIFIS                                  00009390
                     INTO :VXMI-DENOM                                   00009400
                        , :VXMI-RESIFIS                                 00009410
                     FROM VLDTXMI                                       00009420
                    WHERE VXMI_CODCLI = :VXMI-CODCLI                    00009430
              END-EXEC                                                  00009440
              EVALUATE SQLCODE                                          00009450
                  WHEN ZERO                                             00009460
                       CONTINUE                                         00009470
                  WHEN 100                                              00009480
                       MOVE SPACES       TO VXMI-DENOM                  00009490
                       MOVE 'PER'        TO VXMI-RESIFIS                00009500
                  WHEN OTHER                                            00009510
                       MOVE 'SELECT'       TO WS-ACCION                 00009520
                       MOVE 'VLDTXMI-6200' TO WS-PARRAFO                00009530
                       PERFORM 3001-ERROR                               00009540
              END-EVALUATE                                              00009550
              MOVE WRS-NUMCLI      TO CLI-NUMCLI                        00009560
              MOVE VXMI-DENOM      TO CLI-DENOM                         00009570
              MOVE VXMI-RESIFIS    TO CLI-RESIFIS                       00009580
              WRITE SAL-PRIN     FROM LIN-CLIENTE AFTER 2               00009590
           END-IF.                                                      00009600
                                                                        00009610
           MOVE WRS-MES            TO DET-MES.                          00009620
           MOVE WRS-MONEDA         TO DET-MONEDA.                       00009630
           MOVE WRS-COBROS         TO DET-COBROS.                       00009640
           MOVE WRS-BRUTO          TO DET-BRUTO.                        00009650
           MOVE WRS-RETENCION      TO DET-RETENCION.                    00009660
           MOVE WRS-NETO           TO DET-NETO.                         00009670
           WRITE SAL-PRIN        FROM LIN-MES.                          00009680
                                                                        00009690
           PERFORM 6100-FETCH-RESUMEN                                   00009700
              THRU 6100-FETCH-RESUMEN-EXIT.                             00009710
      *                                                                 00009720
      *-----------------------------*                                   00009730
       6200-LINEA-RESUMEN-EXIT.                                         00009740
      *-----------------------------*                                   00009750
           EXIT.                                                        00009760
                                                                        00009770
      *--------*                                                        00009780
       3000-FIN.                                                        00009790
      *--------*                                                        00009800
           CLOSE S1RPRIN.                                               00009810
                                                                        00009820
           DISPLAY '****** FIN INGRESOS PROYECTADOS VL4CPRIN ******'.   00009830
           DISPLAY 'PERIODO                : ' WA-CARD-PERIODO.         00009840
           DISPLAY 'FILAS DEL PERIODO PREVIO BORRADAS: ' CONT-BORRADOS. 00009850
           DISPLAY 'TENENCIAS RENTA FIJA   : ' CONT-TENENCIAS.          00009860
           DISPLAY 'CUPONES/VENCIMIENTOS   : ' CONT-CUPONES.            00009870
           DISPLAY 'DIVIDENDOS ANUNCIADOS  : ' CONT-DIVIDENDOS.         00009880
           DISPLAY 'COBROS GRABADOS VLDTPIN: ' CONT-GRABADOS.           00009890
                                                                        00009900
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00009910
           ACCEPT WK-HORA-FIN       FROM TIME.                          00009920
           INITIALIZE DCLVLDTCTL.                                       00009930
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00009940
           MOVE W-FECHA-AMD         TO VCTL-FECPROC.                    00009950
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00009960
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00009970
           COMPUTE VCTL-LEIDOS = CONT-TENENCIAS + CONT-DIVIDENDOS.      00009980
           MOVE CONT-GRABADOS       TO VCTL-ESCRITOS.                   00009990
           MOVE 'OK'                TO VCTL-ESTADO.                     00010000
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00010010
           IF VCTL-CODRESP NOT = ZEROS                                  00010020
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00010030
           END-IF.                                                      00010040
      *                                                                *00010050
      *-------------*                                                   00010060
       3000-FIN-EXIT.                                                   00010070
      *-------------*                                                   00010080
           EXIT.                                                        00010090
                                                                        00010100
       3001-ERROR.                                                      00010110
      *-----------*                                                     00010120
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00010130
           DISPLAY 'ACCION:          ' WS-ACCION.                       00010140
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00010150
           DISPLAY '******************************************'.        00010160
           EXEC SQL                                                     00010170
                ROLLBACK                                                00010180
           END-EXEC.                                                    00010190
           MOVE 08 TO RETURN-CODE.                                      00010200
           STOP RUN.                                                    00010210
      *-----------------*                                               00010220
      * FIN DE PROGRAMA *                                               00010230
      *-----------------*                                               00010240
