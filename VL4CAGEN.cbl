       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CAGEN.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : AGENDA DIARIA DEL GESTOR. PARA LA FECHA DE PROCESO   *00000060
      *           REUNE EN VLDTAGE, POR GESTOR (VARC_ANALIS) Y         *00000070
      *           CLIENTE, TODO LO QUE REQUIERE ATENCION:              *00000080
      *             KYC      REVISION VENCIDA O POR VENCER EN EL MES   *00000090
      *                      (MISMO CRITERIO QUE VL4CKYCR)             *00000100
      *             APODER   PODER VIGENTE QUE VENCE EN EL MES         *00000110
      *                      (MISMO CRITERIO QUE VL4CAPOV)             *00000120
      *             MARGEN   PRENDA CUYA COBERTURA CAE BAJO EL RATIO   *00000130
      *                      (MISMO CALCULO QUE VL4CMARG)              *00000140
      *             LIQFALL  LIQUIDACION FALLIDA PENDIENTE DE MAS DE   *00000150
      *                      N DIAS EN VLDTFLQ                         *00000160
      *             REBOTE   ESTADO DE CUENTA ELECTRONICO REBOTADO     *00000170
      *                      (VLDTEBN)                                 *00000180
      *             DURMIENT CUENTA QUE PASA A DURMIENTE ESTE MES      *00000190
      *                      (MISMA ACTIVIDAD QUE VL4CDORM)            *00000200
      *             RECLAMO  RECLAMO ABIERTO O EN GESTION (VLDTRCL)    *00000210
      *             MOVGRAN  OPERACION DEL DIA SOBRE EL UMBRAL DE SU   *00000220
      *                      MONEDA (MISMO IMPORTE QUE VL4CUIF0)       *00000230
      *           EL GESTOR CONSULTA SU AGENDA EN VL7CAGE0. S1RAGEN    *00000240
      *           LISTA PARA LOS JEFES DE OFICINA EL RESUMEN POR       *00000250
      *           OFICINA Y GESTOR CON LOS PENDIENTES POR TIPO.        *00000260
      *           LA AGENDA DE LA FECHA SE BORRA Y SE VUELVE A ARMAR,  *00000270
      *           POR LO QUE EL PROCESO ES RELANZABLE.                 *00000280
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD (DEFECTO: HOY)          *00000290
      * PARAM.  : VLDTPAR (VL9CPAR0)                                   *00000300
      *           AGE-DIAS-FALLIDA  DIAS DE LA FALLIDA   (DEFECTO 3)   *00000310
      *           AGE-RATIO-MARGEN  RATIO MINIMO %       (DEFECTO 125) *00000320
      *           AGE-MESES-DORM    MESES SIN ACTIVIDAD  (DEFECTO 12)  *00000330
      *           AGE-MOVGRD-MN     UMBRAL MN EN MILES   (DEFECTO 500) *00000340
      *           AGE-MOVGRD-ME     UMBRAL ME EN MILES   (DEFECTO 150) *00000350
      * FECHA   : 15-10-2026                                           *00000360
      ******************************************************************00000370
      ******************************************************************00000380
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000390
      *---------- ---------- ---------------- -------------------------*00000400
      *RITM49180  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000410
      *---------- ---------- ---------------- -------------------------*00000411
      *RITM49182  15-10-2026 LUIS RIVERA H.   PRIORIDAD ALTA PARA LOS  *00000412
      *                                       CLIENTES DE SEGMENTO A   *00000413
      *                                       (VLDTRNT)                *00000414
      *---------- ---------- ---------------- -------------------------*00000420
      ******************************************************************00000430
       ENVIRONMENT DIVISION.                                            00000440
       CONFIGURATION SECTION.                                           00000450
       SPECIAL-NAMES.                                                   00000460
       INPUT-OUTPUT SECTION.                                            00000470
       FILE-CONTROL.                                                    00000480
                                                                        00000490
           SELECT S1RAGEN   ASSIGN       TO S1RAGEN                     00000500
                            FILE STATUS  IS FS-SRAGEN.                  00000510
       DATA DIVISION.                                                   00000520
       FILE SECTION.                                                    00000530
      *                                                                *00000540
       FD  S1RAGEN                                                      00000550
           RECORDING MODE  IS  F                                        00000560
           LABEL  RECORDS  IS  STANDARD                                 00000570
           DATA   RECORD   IS  SAL-RAGEN.                               00000580
         01 SAL-RAGEN              PIC X(132).                          00000590
      *                                                                 00000600
      ******************************************************************00000610
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000620
      ******************************************************************00000630
       WORKING-STORAGE SECTION.                                         00000640
      *************************                                         00000650
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CAGEN'.          00000660
      *                                                                 00000670
      * PARAMETROS DE EJECUCION (SYSIN)                                 00000680
       01  WS-PARAMETROS.                                               00000690
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000700
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA                   00000710
                                   PIC 9(08).                           00000720
           05 WK-PRM-NOMBRE        PIC X(16) VALUE SPACES.              00000730
           05 WK-PRM-DEFECTO       PIC 9(05) VALUE ZEROS.               00000740
           05 WK-PRM-VALOR         PIC 9(05) VALUE ZEROS.               00000750
           05 WK-PRM-CARD          PIC X(05) VALUE SPACES.              00000760
           05 WK-PRM-CARD-N REDEFINES WK-PRM-CARD PIC 9(05).            00000770
      *                                                                 00000780
       01  WS-FECHAS.                                                   00000790
           05 WK-FECHA-PROC        PIC S9(8)V COMP-3 VALUE ZEROS.       00000800
      *       HORIZONTE DE AVISO (UN MES, COMO VL4CKYCR)                00000810
           05 WK-FECHA-AVISO       PIC S9(8)V COMP-3 VALUE ZEROS.       00000820
      *       FALLIDAS DADAS DE ALTA HASTA ESTA FECHA                   00000830
           05 WK-FECHA-FALLIDA     PIC S9(8)V COMP-3 VALUE ZEROS.       00000840
           05 WK-DIAS-FALLIDA      PIC S9(5)  COMP-3 VALUE ZEROS.       00000850
           05 WK-MESES-DORM        PIC S9(5)  COMP-3 VALUE ZEROS.       00000860
           05 WK-MESES-ABS         PIC S9(7)  COMP-3 VALUE ZEROS.       00000870
           05 WK-ANO-CORTE         PIC S9(5)  COMP-3 VALUE ZEROS.       00000880
           05 WK-MES-CORTE         PIC S9(3)  COMP-3 VALUE ZEROS.       00000890
      *       ULTIMO PERIODO ACTIVO DE UNA CUENTA QUE SE DUERME HOY     00000900
           05 WK-PER-NUEVA         PIC S9(6)V COMP-3 VALUE ZEROS.       00000910
       01  W-FECHA-AVISO.                                               00000920
           05 WAV-AAAA             PIC 9(4).                            00000930
           05 WAV-MM               PIC 9(2).                            00000940
           05 WAV-DD               PIC 9(2).                            00000950
       01  W-FECHA-AVISO-N REDEFINES W-FECHA-AVISO PIC 9(8).            00000960
      *                                                                 00000970
       01  WS-UMBRALES.                                                 00000980
           05 WK-RATIO-MINIMO      PIC 9(05) VALUE ZEROS.               00000990
           05 WK-UMBRAL-MN         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001000
           05 WK-UMBRAL-ME         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001010
      *                                                                 00001020
       01  WS-VARIOS.                                                   00001030
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00001040
              88 FIN-CURSOR                  VALUE 'SI'.                00001050
           05 WK-SQLERRD3          PIC S9(9)  COMP   VALUE ZEROS.       00001060
           05 WK-DIAS-RESTA        PIC S9(5)  COMP-3 VALUE ZEROS.       00001070
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00001080
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00001090
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00001100
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00001110
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00001120
           05 IX                   PIC S9(4)  COMP   VALUE ZEROS.       00001130
       01  WK-FECHA-W.                                                  00001140
           05 WK-FW-AAAA           PIC 9(4).                            00001150
           05 WK-FW-MM             PIC 9(2).                            00001160
           05 WK-FW-DD             PIC 9(2).                            00001170
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00001180
      *                                                                 00001190
      *    VALORIZACION DE LA PRENDA (COMO VL4CMARG)                    00001200
       01  WS-PRENDA.                                                   00001210
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00001220
           05 WK-ISIN-X            PIC 9(01) VALUE ZEROS.               00001230
           05 WK-PRECIO            PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00001240
           05 WK-COLATERAL         PIC S9(15)V9(2) COMP-3 VALUE ZEROS.  00001250
           05 WK-COBERTURA         PIC S9(05)V9(02) COMP-3 VALUE ZEROS. 00001260
           05 WK-COBERTURA-ED      PIC ZZ,ZZ9.99.                       00001270
      *                                                                 00001280
      *    ACTIVIDAD DE LA CUENTA (COMO VL4CDORM)                       00001290
       01  WS-ACTIVIDAD.                                                00001300
           05 WK-ULT-ACTIVIDAD     PIC S9(6)V COMP-3 VALUE ZEROS.       00001310
           05 WK-ULT-EVENTO        PIC S9(6)V COMP-3 VALUE ZEROS.       00001320
           05 WK-ULT-ACTIV-ED      PIC 9(06) VALUE ZEROS.               00001330
      *                                                                 00001340
      *    OPERACION DEL DIA (COMO VL4CUIF0)                            00001350
       01  WS-OPERACION.                                                00001360
           05 WK-MONEDA            PIC X(03) VALUE SPACES.              00001370
           05 WK-IMPORTE-OPE       PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001380
      *                                                                 00001390
       01  W-DATE                  PIC 9(6).                            00001400
       01  FILLER                  REDEFINES W-DATE.                    00001410
           02 W-ANO                PIC 99.                              00001420
           02 W-MES                PIC 99.                              00001430
           02 W-DIA                PIC 99.                              00001440
       01  W-FECHA-AMD.                                                 00001450
           05 W-AA-AMD             PIC 9(4).                            00001460
           05 W-MM-AMD             PIC 9(2).                            00001470
           05 W-DD-AMD             PIC 9(2).                            00001480
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001490
       01  W-HORA-CURRENT.                                              00001500
           02  W-HORA              PIC 99.                              00001510
           02  W-MINUTOS           PIC 99.                              00001520
           02  W-SEGUNDOS          PIC 99.                              00001530
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001540
      *                                                                 00001550
       01 W-CONTADORES.                                                 00001560
          05 CONT-KYC              PIC 9(08)  VALUE ZEROES.             00001570
          05 CONT-APODER           PIC 9(08)  VALUE ZEROES.             00001580
          05 CONT-MARGEN           PIC 9(08)  VALUE ZEROES.             00001590
          05 CONT-LIQFALL          PIC 9(08)  VALUE ZEROES.             00001600
          05 CONT-REBOTE           PIC 9(08)  VALUE ZEROES.             00001610
          05 CONT-DURMIENT         PIC 9(08)  VALUE ZEROES.             00001620
          05 CONT-RECLAMO          PIC 9(08)  VALUE ZEROES.             00001630
          05 CONT-MOVGRAN          PIC 9(08)  VALUE ZEROES.             00001640
          05 CONT-TOTAL            PIC 9(08)  VALUE ZEROES.             00001650
          05 CONT-PRENDAS          PIC 9(08)  VALUE ZEROES.             00001660
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00001670
          05 CONT-OPERACIONES      PIC 9(08)  VALUE ZEROES.             00001680
          05 CONT-BORRADOS         PIC 9(08)  VALUE ZEROES.             00001690
          05 CONT-GESTORES         PIC 9(08)  VALUE ZEROES.             00001700
      *RITM49182-INI                                                    00001701
          05 CONT-SEG-ALTO         PIC 9(08)  VALUE ZEROES.             00001702
      *RITM49182-FIN                                                    00001703
      *                                                                 00001710
      *    RESUMEN POR GESTOR LEIDO DE VLDTAGE (ORDEN DE LOS TIPOS:     00001720
      *    KYC, APODER, MARGEN, LIQFALL, REBOTE, DURMIENT, RECLAMO,     00001730
      *    MOVGRAN, PRIORIDAD ALTA, TOTAL)                              00001740
       01  WS-RESUMEN.                                                  00001750
           05 RES-SUCURS           PIC X(04) VALUE SPACES.              00001760
           05 RES-ANALIS           PIC X(04) VALUE SPACES.              00001770
           05 RES-CONTEOS.                                              00001780
              10 RES-KYC           PIC S9(9) COMP VALUE ZEROS.          00001790
              10 RES-APODER        PIC S9(9) COMP VALUE ZEROS.          00001800
              10 RES-MARGEN        PIC S9(9) COMP VALUE ZEROS.          00001810
              10 RES-LIQFALL       PIC S9(9) COMP VALUE ZEROS.          00001820
              10 RES-REBOTE        PIC S9(9) COMP VALUE ZEROS.          00001830
              10 RES-DURMIENT      PIC S9(9) COMP VALUE ZEROS.          00001840
              10 RES-RECLAMO       PIC S9(9) COMP VALUE ZEROS.          00001850
              10 RES-MOVGRAN       PIC S9(9) COMP VALUE ZEROS.          00001860
              10 RES-ALTA          PIC S9(9) COMP VALUE ZEROS.          00001870
              10 RES-TOTAL         PIC S9(9) COMP VALUE ZEROS.          00001880
           05 RES-CONTEOS-R REDEFINES RES-CONTEOS.                      00001890
              10 RES-CNT           PIC S9(9) COMP OCCURS 10 TIMES.      00001900
       01  WS-TOTALES.                                                  00001910
           05 SUB-CNT              PIC S9(9) COMP OCCURS 10 TIMES.      00001920
           05 GEN-CNT              PIC S9(9) COMP OCCURS 10 TIMES.      00001930
       01  WK-SUCURS-ANT           PIC X(04) VALUE SPACES.              00001940
      * VARIABLES PARA CONTROL DE ERRORES                               00001950
       01 WS-ERROR.                                                     00001960
          05 WS-ACCION             PIC X(24).                           00001970
          05 WS-PARRAFO            PIC X(19).                           00001980
      * VARIABLES CONTROL DE ARCHIVOS                                   00001990
       01 WS-CTRL-ARCHIVOS.                                             00002000
          05 FS-SRAGEN             PIC X(02) VALUE '00'.                00002010
             88 S1RAGEN-OK                   VALUE '00'.                00002020
      *                                                                 00002030
      * RESUMEN PARA JEFES DE OFICINA                                   00002040
       01 LIN-CABECERA.                                                 00002050
          05 FILLER                PIC X(46) VALUE                      00002060
             ' AGENDA DEL GESTOR - RESUMEN POR OFICINA Y '.             00002070
          05 FILLER                PIC X(20) VALUE                      00002080
             'GESTOR   FECHA: '.                                        00002090
          05 CAB-FECHA             PIC 9(08).                           00002100
          05 FILLER                PIC X(58) VALUE SPACES.              00002110
       01 LIN-TITULOS.                                                  00002120
          05 FILLER                PIC X(16) VALUE                      00002130
             ' OFIC   GESTOR  '.                                        00002140
          05 FILLER                PIC X(45) VALUE                      00002150
             '      KYC   APODER   MARGEN  LIQFALL   REBOTE'.           00002160
          05 FILLER                PIC X(45) VALUE                      00002170
             ' DURMIENT  RECLAMO  MOVGRAN PRIO.ALT    TOTAL'.           00002180
          05 FILLER                PIC X(26) VALUE SPACES.              00002190
       01 LIN-DETALLE.                                                  00002200
          05 DET-CLAVE.                                                 00002210
             10 FILLER             PIC X(01).                           00002220
             10 DET-SUCURS         PIC X(04).                           00002230
             10 FILLER             PIC X(03).                           00002240
             10 DET-ANALIS         PIC X(04).                           00002250
             10 FILLER             PIC X(04).                           00002260
          05 DET-CLAVE-TXT REDEFINES DET-CLAVE PIC X(16).               00002270
          05 DET-CONTEOS           OCCURS 10 TIMES.                     00002280
             10 FILLER             PIC X(02).                           00002290
             10 DET-CNT            PIC ZZZ,ZZ9.                         00002300
          05 FILLER                PIC X(26).                           00002310
       01 LIN-BLANCO               PIC X(132) VALUE SPACES.             00002320
      *                                                                 00002330
      *    AGENDA DEL GESTOR                                            00002340
           COPY VLCPTAGE.                                               00002350
      *                                                                 00002360
      *    PRENDAS VIGENTES                                             00002370
           COPY VLCPTPRE.                                               00002380
      *                                                                 00002390
      *    PARAMETROS DEL PROCESO (VLDTPAR)                             00002400
           COPY VLCPTPA0.                                               00002410
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00002420
      *                                                                 00002430
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002440
           COPY VLCPTCTL.                                               00002450
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002460
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002470
      *                                                                *00002480
      *  AREA DE COMUNICACION SQLCA                                     00002490
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002500
      *                                                                 00002510
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002520
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00002530
           EXEC SQL INCLUDE VLGTOPE END-EXEC.                           00002540
           EXEC SQL INCLUDE VLGTDET END-EXEC.                           00002550
      *                                                                 00002560
      *    PRENDAS VIGENTES CON EL GESTOR DE LA CUENTA                  00002570
           EXEC SQL                                                     00002580
                DECLARE VLDCAGE1 CURSOR FOR                             00002590
                 SELECT P.VPRE_CUENTA                                   00002600
                      , P.VPRE_PAVAL                                    00002610
                      , P.VPRE_VALOR                                    00002620
                      , P.VPRE_ISIN                                     00002630
                      , P.VPRE_NUMPRE                                   00002640
                      , P.VPRE_CANTIDAD                                 00002650
                      , P.VPRE_IMPGAR                                   00002660
                      , A.VARC_NUMCLI                                   00002670
                      , A.VARC_SUCURS                                   00002680
                      , A.VARC_ANALIS                                   00002690
                   FROM VLDTPRE P                                       00002700
                      , VLDTARC A                                       00002710
                  WHERE P.VPRE_ESTADO = 'V'                             00002720
                    AND A.VARC_CUENTA = P.VPRE_CUENTA                   00002730
                  ORDER BY P.VPRE_CUENTA, P.VPRE_NUMPRE                 00002740
           END-EXEC.                                                    00002750
      *                                                                 00002760
      *    ULTIMO PRECIO DE CIERRE A LA FECHA (COMO VL4CMARG)           00002770
           EXEC SQL                                                     00002780
                DECLARE VLDCAGE2 CURSOR FOR                             00002790
                 SELECT VCAM_CIERRE_D                                   00002800
                      , VCAM_FECDIA                                     00002810
                   FROM VLDTCAM                                         00002820
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00002830
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00002840
                    AND VCAM_CIERRE_D <>  0                             00002850
                  ORDER BY VCAM_FECDIA DESC                             00002860
                  OPTIMIZE FOR 1 ROW                                    00002870
           END-EXEC.                                                    00002880
      *                                                                 00002890
      *    CUENTAS ACTIVAS CON SU ULTIMA ACTIVIDAD (COMO VL4CDORM)      00002900
           EXEC SQL                                                     00002910
                DECLARE VLDCAGE3 CURSOR FOR                             00002920
                 SELECT A.VARC_CUENTA                                   00002930
                      , A.VARC_NUMCLI                                   00002940
                      , A.VARC_SUCURS                                   00002950
                      , A.VARC_ANALIS                                   00002960
                      , COALESCE((SELECT MAX(H.VHIS_ANO * 100           00002970
                                           + H.VHIS_MES)                00002980
                                    FROM VLDTHIS H                      00002990
                                   WHERE H.VHIS_CTAVAL                  00003000
                                       = A.VARC_CUENTA), 0)             00003010
                      , COALESCE((SELECT INT(MAX(M.VMES_FALTA           00003020
                                               , M.VMES_FEULMOD)        00003030
                                               / 100)                   00003040
                                    FROM VLDTMES M                      00003050
                                   WHERE M.VMES_CUENTA                  00003060
                                       = A.VARC_CUENTA), 0)             00003070
                   FROM VLDTARC A                                       00003080
                  WHERE A.VARC_SITUAC = 'A'                             00003090
                  ORDER BY A.VARC_CUENTA                                00003100
           END-EXEC.                                                    00003110
      *                                                                 00003120
      *    OPERACIONES DEL DIA CON IMPORTE Y MONEDA (COMO VL4CUIF0)     00003130
           EXEC SQL                                                     00003140
                DECLARE VLDCAGE4 CURSOR FOR                             00003150
                 SELECT  A.VARC_NUMCLI                                  00003160
                      ,  A.VARC_SUCURS                                  00003170
                      ,  A.VARC_ANALIS                                  00003180
                      ,  D.VDET_CTAVAL                                  00003190
                      ,  D.VDET_REFER                                   00003200
                      ,  D.VDET_PAVAL CONCAT D.VDET_VALOR               00003210
                                      CONCAT D.VDET_ISIN                00003220
                      ,  D.VDET_DATOS_DETAL                             00003230
                      ,  O.VOPE_DATOS_FINANZ                            00003240
                   FROM  VLDTDET D                                      00003250
                      ,  VLDTARC A                                      00003260
                      ,  VLDTOPE O                                      00003270
                  WHERE  D.VDET_CTAVAL  = A.VARC_CUENTA                 00003280
                    AND  D.VDET_FECHOP  = :WK-FECHA-PROC                00003290
                    AND  O.VOPE_FECHOP  = D.VDET_FECHOP                 00003300
                    AND  O.VOPE_PAVAL   = D.VDET_PAVAL                  00003310
                    AND  O.VOPE_VALOR   = D.VDET_VALOR                  00003320
                    AND  O.VOPE_ISIN    = D.VDET_ISIN                   00003330
                    AND  O.VOPE_FORMAT  = D.VDET_FORMAT                 00003340
                  ORDER  BY D.VDET_CTAVAL, D.VDET_REFER                 00003350
           END-EXEC.                                                    00003360
      *                                                                 00003370
      *    RESUMEN DE LA AGENDA POR OFICINA Y GESTOR                    00003380
           EXEC SQL                                                     00003390
                DECLARE VLDCAGE5 CURSOR FOR                             00003400
                 SELECT VAGE_SUCURS                                     00003410
                      , VAGE_ANALIS                                     00003420
                      , SUM(CASE WHEN VAGE_TIPO = 'KYC'                 00003430
                                 THEN 1 ELSE 0 END)                     00003440
                      , SUM(CASE WHEN VAGE_TIPO = 'APODER'              00003450
                                 THEN 1 ELSE 0 END)                     00003460
                      , SUM(CASE WHEN VAGE_TIPO = 'MARGEN'              00003470
                                 THEN 1 ELSE 0 END)                     00003480
                      , SUM(CASE WHEN VAGE_TIPO = 'LIQFALL'             00003490
                                 THEN 1 ELSE 0 END)                     00003500
                      , SUM(CASE WHEN VAGE_TIPO = 'REBOTE'              00003510
                                 THEN 1 ELSE 0 END)                     00003520
                      , SUM(CASE WHEN VAGE_TIPO = 'DURMIENT'            00003530
                                 THEN 1 ELSE 0 END)                     00003540
                      , SUM(CASE WHEN VAGE_TIPO = 'RECLAMO'             00003550
                                 THEN 1 ELSE 0 END)                     00003560
                      , SUM(CASE WHEN VAGE_TIPO = 'MOVGRAN'             00003570
                                 THEN 1 ELSE 0 END)                     00003580
                      , SUM(CASE WHEN VAGE_PRIORIDAD = 'A'              00003590
                                 THEN 1 ELSE 0 END)                     00003600
                      , COUNT(*)                                        00003610
                   FROM VLDTAGE                                         00003620
                  WHERE VAGE_FECHA = :WK-FECHA-PROC                     00003630
                  GROUP BY VAGE_SUCURS, VAGE_ANALIS                     00003640
                  ORDER BY VAGE_SUCURS, VAGE_ANALIS                     00003650
           END-EXEC.                                                    00003660
      *                                                                 00003670
      ******************************************************************00003680
      **          P R O C E D U R E      D I V I S I O N              **00003690
      ******************************************************************00003700
       PROCEDURE DIVISION.                                              00003710
      *                                                                 00003720
           PERFORM 1000-INICIO                                          00003730
              THRU 1000-INICIO-EXIT.                                    00003740
                                                                        00003750
           PERFORM 2000-ARMA-AGENDA                                     00003760
              THRU 2000-ARMA-AGENDA-EXIT.                               00003770
                                                                        00003780
           PERFORM 2500-RESUMEN-OFICINAS                                00003790
              THRU 2500-RESUMEN-OFICINAS-EXIT.                          00003800
                                                                        00003810
           PERFORM 3000-FIN                                             00003820
              THRU 3000-FIN-EXIT.                                       00003830
                                                                        00003840
           STOP RUN.                                                    00003850
      *                                                                *00003860
      *-----------*                                                     00003870
       1000-INICIO.                                                     00003880
      *-----------*                                                     00003890
           INITIALIZE W-CONTADORES                                      00003900
                      WS-TOTALES.                                       00003910
                                                                        00003920
           ACCEPT W-DATE FROM DATE.                                     00003930
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003940
           MOVE W-MES              TO W-MM-AMD.                         00003950
           MOVE W-DIA              TO W-DD-AMD.                         00003960
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003970
                                                                        00003980
           ACCEPT WA-CARD-FECHA.                                        00003990
           IF WA-CARD-FECHA NUMERIC                                     00004000
              MOVE WA-CARD-FECHA-N TO WK-FECHA-PROC                     00004010
           ELSE                                                         00004020
              MOVE W-FECHA-AMD-N   TO WK-FECHA-PROC                     00004030
                                      WA-CARD-FECHA-N                   00004040
           END-IF.                                                      00004050
                                                                        00004060
           MOVE 'AGE-DIAS-FALLIDA' TO WK-PRM-NOMBRE.                    00004070
           MOVE 3                  TO WK-PRM-DEFECTO.                   00004080
           PERFORM 1100-LEE-PARAMETRO                                   00004090
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004100
           MOVE WK-PRM-VALOR       TO WK-DIAS-FALLIDA.                  00004110
                                                                        00004120
           MOVE 'AGE-RATIO-MARGEN' TO WK-PRM-NOMBRE.                    00004130
           MOVE 125                TO WK-PRM-DEFECTO.                   00004140
           PERFORM 1100-LEE-PARAMETRO                                   00004150
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004160
           MOVE WK-PRM-VALOR       TO WK-RATIO-MINIMO.                  00004170
                                                                        00004180
           MOVE 'AGE-MESES-DORM'   TO WK-PRM-NOMBRE.                    00004190
           MOVE 12                 TO WK-PRM-DEFECTO.                   00004200
           PERFORM 1100-LEE-PARAMETRO                                   00004210
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004220
           MOVE WK-PRM-VALOR       TO WK-MESES-DORM.                    00004230
                                                                        00004240
           MOVE 'AGE-MOVGRD-MN'    TO WK-PRM-NOMBRE.                    00004250
           MOVE 500                TO WK-PRM-DEFECTO.                   00004260
           PERFORM 1100-LEE-PARAMETRO                                   00004270
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004280
           COMPUTE WK-UMBRAL-MN = WK-PRM-VALOR * 1000.                  00004290
                                                                        00004300
           MOVE 'AGE-MOVGRD-ME'    TO WK-PRM-NOMBRE.                    00004310
           MOVE 150                TO WK-PRM-DEFECTO.                   00004320
           PERFORM 1100-LEE-PARAMETRO                                   00004330
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004340
           COMPUTE WK-UMBRAL-ME = WK-PRM-VALOR * 1000.                  00004350
                                                                        00004360
      *    HORIZONTE DE AVISO: UN MES (KYC Y PODERES)                   00004370
           MOVE WA-CARD-FECHA-N    TO W-FECHA-AVISO-N.                  00004380
           ADD 1                   TO WAV-MM.                           00004390
           IF WAV-MM > 12                                               00004400
              MOVE 1               TO WAV-MM                            00004410
              ADD 1                TO WAV-AAAA                          00004420
           END-IF.                                                      00004430
           MOVE W-FECHA-AVISO-N    TO WK-FECHA-AVISO.                   00004440
                                                                        00004450
      *    FALLIDAS CON ANTIGUEDAD MAYOR A N DIAS (HOY - N)             00004460
           MOVE WK-FECHA-PROC      TO WK-FECHA-W-N.                     00004470
           MOVE WK-DIAS-FALLIDA    TO WK-DIAS-RESTA.                    00004480
           PERFORM 1200-RESTA-UN-DIA                                    00004490
              THRU 1200-RESTA-UN-DIA-EXIT                               00004500
              UNTIL WK-DIAS-RESTA NOT > ZEROS.                          00004510
           MOVE WK-FECHA-W-N       TO WK-FECHA-FALLIDA.                 00004520
                                                                        00004530
      *    LA CUENTA SE DUERME ESTE MES SI SU ULTIMA ACTIVIDAD ES EL    00004540
      *    PERIODO INMEDIATO ANTERIOR AL CORTE DE VL4CDORM (HOY - N     00004550
      *    MESES)                                                       00004560
           MOVE WK-FECHA-PROC      TO WK-FECHA-W-N.                     00004570
           COMPUTE WK-MESES-ABS = WK-FW-AAAA * 12 + WK-FW-MM - 1        00004580
                                - WK-MESES-DORM - 1.                    00004590
           DIVIDE WK-MESES-ABS BY 12 GIVING WK-ANO-CORTE                00004600
                                   REMAINDER WK-MES-CORTE.              00004610
           ADD 1 TO WK-MES-CORTE.                                       00004620
           COMPUTE WK-PER-NUEVA = WK-ANO-CORTE * 100 + WK-MES-CORTE.    00004630
                                                                        00004640
      *    DATOS COMUNES DE LOS PENDIENTES QUE GRABA EL PROCESO         00004650
           INITIALIZE DCLVLDTAGE.                                       00004660
           MOVE WK-FECHA-PROC      TO VAGE-FECHA.                       00004670
           MOVE 'P'                TO VAGE-ESTADO.                      00004680
           MOVE W-FECHA-AMD-N      TO VAGE-FEULMOD.                     00004690
           MOVE W-HORA-CURRENT-N   TO VAGE-HORULMOD.                    00004700
           MOVE 'BATC'             TO VAGE-NUMTER.                      00004710
           MOVE W-PROGRAMA         TO VAGE-USUARIO.                     00004720
                                                                        00004730
           OPEN OUTPUT S1RAGEN.                                         00004740
           IF NOT S1RAGEN-OK                                            00004750
              MOVE 'OPEN FICHERO S1RAGEN'    TO WS-ACCION               00004760
              MOVE '1000-INICIO'             TO WS-PARRAFO              00004770
              PERFORM 3001-ERROR                                        00004780
           END-IF.                                                      00004790
                                                                        00004800
           MOVE WK-FECHA-PROC      TO CAB-FECHA.                        00004810
           WRITE SAL-RAGEN       FROM LIN-CABECERA.                     00004820
           WRITE SAL-RAGEN       FROM LIN-BLANCO.                       00004830
           WRITE SAL-RAGEN       FROM LIN-TITULOS.                      00004840
      *                                                                *00004850
      *----------------*                                                00004860
       1000-INICIO-EXIT.                                                00004870
      *----------------*                                                00004880
           EXIT.                                                        00004890
                                                                        00004900
      *---------------------*                                           00004910
       1100-LEE-PARAMETRO.                                              00004920
      *---------------------*                                           00004930
      *    EL PARAMETRO VIAJA COMO 5 DIGITOS ENTEROS (EJ. 00005)        00004940
           INITIALIZE VL9CPAR0-AREA.                                    00004950
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00004960
           MOVE WK-PRM-NOMBRE        TO  PAR0-NOMBRE.                   00004970
           MOVE WA-CARD-FECHA-N      TO  PAR0-FECHA.                    00004980
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00004990
           MOVE PAR0-VALOR (1:5)     TO  WK-PRM-CARD.                   00005000
           IF PAR0-CODRESP = ZEROS                                      00005010
              AND WK-PRM-CARD NUMERIC                                   00005020
              MOVE WK-PRM-CARD-N     TO  WK-PRM-VALOR                   00005030
           ELSE                                                         00005040
              MOVE WK-PRM-DEFECTO    TO  WK-PRM-VALOR                   00005050
           END-IF.                                                      00005060
           DISPLAY 'PARAMETRO ' WK-PRM-NOMBRE ': ' WK-PRM-VALOR.        00005070
      *                                                                *00005080
      *-------------------------*                                       00005090
       1100-LEE-PARAMETRO-EXIT.                                         00005100
      *-------------------------*                                       00005110
           EXIT.                                                        00005120
                                                                        00005130
      *----------------------*                                          00005140
       1200-RESTA-UN-DIA.                                               00005150
      *----------------------*                                          00005160
           IF WK-FW-DD > 1                                              00005170
              SUBTRACT 1 FROM WK-FW-DD                                  00005180
           ELSE                                                         00005190
              IF WK-FW-MM > 1                                           00005200
                 SUBTRACT 1 FROM WK-FW-MM                               00005210
              ELSE                                                      00005220
                 MOVE 12 TO WK-FW-MM                                    00005230
                 SUBTRACT 1 FROM WK-FW-AAAA                             00005240
              END-IF                                                    00005250
              PERFORM 1250-DIAS-DEL-MES                                 00005260
                 THRU 1250-DIAS-DEL-MES-EXIT                            00005270
              MOVE WK-DIAS-MES TO WK-FW-DD                              00005280
           END-IF.                                                      00005290
           SUBTRACT 1 FROM WK-DIAS-RESTA.                               00005300
      *                                                                *00005310
      *---------------------------*                                     00005320
       1200-RESTA-UN-DIA-EXIT.                                          00005330
      *---------------------------*                                     00005340
           EXIT.                                                        00005350
                                                                        00005360
      *----------------------*                                          00005370
       1250-DIAS-DEL-MES.                                               00005380
      *----------------------*                                          00005390
           EVALUATE WK-FW-MM                                            00005400
               WHEN 01                                                  00005410
               WHEN 03                                                  00005420
               WHEN 05                                                  00005430
               WHEN 07                                                  00005440
               WHEN 08                                                  00005450
               WHEN 10                                                  00005460
               WHEN 12                                                  00005470
                    MOVE 31 TO WK-DIAS-MES                              00005480
               WHEN 04                                                  00005490
               WHEN 06                                                  00005500
               WHEN 09                                                  00005510
               WHEN 11                                                  00005520
                    MOVE 30 TO WK-DIAS-MES                              00005530
               WHEN 02                                                  00005540
                    MOVE 28 TO WK-DIAS-MES                              00005550
                    DIVIDE WK-FW-AAAA BY 4                              00005560
                           GIVING WK-COC4 REMAINDER WK-RES4             00005570
                    DIVIDE WK-FW-AAAA BY 100                            00005580
                           GIVING WK-COC4 REMAINDER WK-RES100           00005590
                    DIVIDE WK-FW-AAAA BY 400                            00005600
                           GIVING WK-COC4 REMAINDER WK-RES400           00005610
                    IF WK-RES4 = ZEROS                                  00005620
                       AND (WK-RES100 NOT = ZEROS                       00005630
                            OR WK-RES400 = ZEROS)                       00005640
                       MOVE 29 TO WK-DIAS-MES                           00005650
                    END-IF                                              00005660
           END-EVALUATE.                                                00005670
      *                                                                *00005680
      *---------------------------*                                     00005690
       1250-DIAS-DEL-MES-EXIT.                                          00005700
      *---------------------------*                                     00005710
           EXIT.                                                        00005720
                                                                        00005730
      *-----------------*                                               00005740
       2000-ARMA-AGENDA.                                                00005750
      *-----------------*                                               00005760
      *    PROCESO RELANZABLE: SE BORRA LA AGENDA DE LA FECHA           00005770
           EXEC SQL                                                     00005780
                DELETE FROM VLDTAGE                                     00005790
                 WHERE VAGE_FECHA = :VAGE-FECHA                         00005800
           END-EXEC.                                                    00005810
           IF SQLCODE NOT = ZERO AND 100                                00005820
              MOVE 'DELETE'                 TO WS-ACCION                00005830
              MOVE 'VLDTAGE-2000'           TO WS-PARRAFO               00005840
              PERFORM 3001-ERROR                                        00005850
           END-IF.                                                      00005860
           IF SQLCODE = ZERO                                            00005870
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00005880
              MOVE WK-SQLERRD3     TO CONT-BORRADOS                     00005890
           END-IF.                                                      00005900
                                                                        00005910
           PERFORM 2100-PENDIENTES-TABLAS                               00005920
              THRU 2100-PENDIENTES-TABLAS-EXIT.                         00005930
                                                                        00005940
      *    LLAMADAS DE MARGEN                                           00005950
           MOVE SPACES             TO SW-FIN-CUR.                       00005960
           EXEC SQL                                                     00005970
                OPEN VLDCAGE1                                           00005980
           END-EXEC.                                                    00005990
           IF SQLCODE NOT = ZERO                                        00006000
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006010
              MOVE 'VLDCAGE1-2000'          TO WS-PARRAFO               00006020
              PERFORM 3001-ERROR                                        00006030
           END-IF.                                                      00006040
           PERFORM 2200-PROCESO-PRENDA                                  00006050
              THRU 2200-PROCESO-PRENDA-EXIT                             00006060
              UNTIL FIN-CURSOR.                                         00006070
           EXEC SQL                                                     00006080
                CLOSE VLDCAGE1                                          00006090
           END-EXEC.                                                    00006100
                                                                        00006110
      *    CUENTAS QUE PASAN A DURMIENTES                               00006120
           MOVE SPACES             TO SW-FIN-CUR.                       00006130
           EXEC SQL                                                     00006140
                OPEN VLDCAGE3                                           00006150
           END-EXEC.                                                    00006160
           IF SQLCODE NOT = ZERO                                        00006170
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006180
              MOVE 'VLDCAGE3-2000'          TO WS-PARRAFO               00006190
              PERFORM 3001-ERROR                                        00006200
           END-IF.                                                      00006210
           PERFORM 2300-PROCESO-CUENTA                                  00006220
              THRU 2300-PROCESO-CUENTA-EXIT                             00006230
              UNTIL FIN-CURSOR.                                         00006240
           EXEC SQL                                                     00006250
                CLOSE VLDCAGE3                                          00006260
           END-EXEC.                                                    00006270
                                                                        00006280
      *    MOVIMIENTOS GRANDES DEL DIA                                  00006290
           MOVE SPACES             TO SW-FIN-CUR.                       00006300
           EXEC SQL                                                     00006310
                OPEN VLDCAGE4                                           00006320
           END-EXEC.                                                    00006330
           IF SQLCODE NOT = ZERO                                        00006340
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006350
              MOVE 'VLDCAGE4-2000'          TO WS-PARRAFO               00006360
              PERFORM 3001-ERROR                                        00006370
           END-IF.                                                      00006380
           PERFORM 2400-PROCESO-OPERACION                               00006390
              THRU 2400-PROCESO-OPERACION-EXIT                          00006400
              UNTIL FIN-CURSOR.                                         00006410
           EXEC SQL                                                     00006411
                CLOSE VLDCAGE4                                          00006412
           END-EXEC.                                                    00006413
                                                                        00006414
      *RITM49182-INI                                                    00006415
      *    LOS PENDIENTES DE CLIENTES DE ALTO VALOR (SEGMENTO A DE SU   00006416
      *    ULTIMO PERIODO DE RENTABILIDAD, VL4CRENT) PASAN A PRIORIDAD  00006417
      *    ALTA                                                         00006418
           EXEC SQL                                                     00006419
                UPDATE VLDTAGE                                          00006420
                   SET VAGE_PRIORIDAD = 'A'                             00006421
                 WHERE VAGE_FECHA     = :VAGE-FECHA                     00006422
                   AND VAGE_PRIORIDAD <> 'A'                            00006423
                   AND VAGE_NUMCLI IN                                   00006424
                     (SELECT R.VRNT_NUMCLI                              00006425
                        FROM VLDTRNT R                                  00006426
                       WHERE R.VRNT_SEGMENTO = 'A'                      00006427
                         AND R.VRNT_PERIODO  =                          00006428
                            (SELECT MAX(R2.VRNT_PERIODO)                00006429
                               FROM VLDTRNT R2                          00006430
                              WHERE R2.VRNT_NUMCLI = R.VRNT_NUMCLI))    00006431
           END-EXEC.                                                    00006432
           IF SQLCODE NOT = ZERO AND 100                                00006433
              MOVE 'UPDATE SEGMENTO'        TO WS-ACCION                00006434
              MOVE 'VLDTAGE-2000'           TO WS-PARRAFO               00006435
              PERFORM 3001-ERROR                                        00006436
           END-IF.                                                      00006437
           IF SQLCODE = ZERO                                            00006438
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00006439
              MOVE WK-SQLERRD3     TO CONT-SEG-ALTO                     00006440
           END-IF.                                                      00006441
      *RITM49182-FIN                                                    00006442
                                                                        00006450
      *    LA AGENDA QUEDA FIRME ANTES DEL RESUMEN                      00006460
           EXEC SQL                                                     00006470
                COMMIT                                                  00006480
           END-EXEC.                                                    00006490
           IF SQLCODE NOT = ZERO                                        00006500
              MOVE 'COMMIT'                 TO WS-ACCION                00006510
              MOVE 'VLDTAGE-2000'           TO WS-PARRAFO               00006520
              PERFORM 3001-ERROR                                        00006530
           END-IF.                                                      00006540
      *                                                                *00006550
      *----------------------*                                          00006560
       2000-ARMA-AGENDA-EXIT.                                           00006570
      *----------------------*                                          00006580
           EXIT.                                                        00006590
                                                                        00006600
      *------------------------*                                        00006610
       2100-PENDIENTES-TABLAS.                                          00006620
      *------------------------*                                        00006630
      *    REVISIONES KYC VENCIDAS, SIN FECHA O QUE VENCEN EN EL MES:   00006640
      *    UNA POR GESTOR Y CLIENTE                                     00006650
           EXEC SQL                                                     00006660
                INSERT INTO VLDTAGE                                     00006670
                      ( VAGE_FECHA    , VAGE_ANALIS   , VAGE_SUCURS     00006680
                      , VAGE_NUMCLI   , VAGE_CUENTA   , VAGE_TIPO       00006690
                      , VAGE_PRIORIDAD, VAGE_DETALLE  , VAGE_IMPORTE    00006700
                      , VAGE_FECREF   , VAGE_REFER    , VAGE_CODVALOR   00006710
                      , VAGE_TRAN     , VAGE_ESTADO   , VAGE_FEULMOD    00006720
                      , VAGE_HORULMOD , VAGE_NUMTER   , VAGE_USUARIO )  00006730
                 SELECT DISTINCT                                        00006740
                        :VAGE-FECHA   , C.VARC_ANALIS , C.VARC_SUCURS   00006750
                      , X.VXMI_CODCLI , 0             , 'KYC'           00006760
                      , CASE WHEN X.VXMI_FECREVKYC < :VAGE-FECHA        00006770
                             THEN 'A' ELSE 'M' END                      00006780
                      , CASE WHEN X.VXMI_FECREVKYC = 0                  00006790
                             THEN 'CLIENTE SIN FECHA DE REVISION KYC'   00006800
                             WHEN X.VXMI_FECREVKYC < :VAGE-FECHA        00006810
                             THEN 'REVISION KYC VENCIDA'                00006820
                             ELSE 'REVISION KYC POR VENCER' END         00006830
                      , 0                                               00006840
                      , X.VXMI_FECREVKYC, 0           , ' '             00006850
                      , 'VL7CKYC0'    , :VAGE-ESTADO  , :VAGE-FEULMOD   00006860
                      , :VAGE-HORULMOD, :VAGE-NUMTER  , :VAGE-USUARIO   00006870
                   FROM VLDTARC C                                       00006880
                      , VLDTXMI X                                       00006890
                  WHERE C.VARC_SITUAC    = 'A'                          00006900
                    AND X.VXMI_CODCLI    = C.VARC_NUMCLI                00006910
                    AND X.VXMI_FECREVKYC <= :WK-FECHA-AVISO             00006920
           END-EXEC.                                                    00006930
           IF SQLCODE NOT = ZERO AND 100                                00006940
              MOVE 'INSERT SELECT KYC'      TO WS-ACCION                00006950
              MOVE 'VLDTAGE-2100'           TO WS-PARRAFO               00006960
              PERFORM 3001-ERROR                                        00006970
           END-IF.                                                      00006980
           IF SQLCODE = ZERO                                            00006990
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00007000
              MOVE WK-SQLERRD3     TO CONT-KYC                          00007010
           END-IF.                                                      00007020
                                                                        00007030
      *    PODERES VIGENTES QUE YA VENCIERON O VENCEN EN EL MES         00007040
           EXEC SQL                                                     00007050
                INSERT INTO VLDTAGE                                     00007060
                      ( VAGE_FECHA    , VAGE_ANALIS   , VAGE_SUCURS     00007070
                      , VAGE_NUMCLI   , VAGE_CUENTA   , VAGE_TIPO       00007080
                      , VAGE_PRIORIDAD, VAGE_DETALLE  , VAGE_IMPORTE    00007090
                      , VAGE_FECREF   , VAGE_REFER    , VAGE_CODVALOR   00007100
                      , VAGE_TRAN     , VAGE_ESTADO   , VAGE_FEULMOD    00007110
                      , VAGE_HORULMOD , VAGE_NUMTER   , VAGE_USUARIO )  00007120
                 SELECT :VAGE-FECHA   , C.VARC_ANALIS , C.VARC_SUCURS   00007130
                      , C.VARC_NUMCLI , P.VAPO_CUENTA , 'APODER'        00007140
                      , CASE WHEN P.VAPO_VIGHASTA < :VAGE-FECHA         00007150
                             THEN 'A' ELSE 'M' END                      00007160
                      , P.VAPO_NOMBRE , 0                               00007170
                      , P.VAPO_VIGHASTA, P.VAPO_SECUEN, ' '             00007180
                      , 'VL7CAPO0'    , :VAGE-ESTADO  , :VAGE-FEULMOD   00007190
                      , :VAGE-HORULMOD, :VAGE-NUMTER  , :VAGE-USUARIO   00007200
                   FROM VLDTAPO P                                       00007210
                      , VLDTARC C                                       00007220
                  WHERE P.VAPO_SITUAC   = 'A'                           00007230
                    AND P.VAPO_VIGHASTA <= :WK-FECHA-AVISO              00007240
                    AND P.VAPO_VIGDESDE <= :WK-FECHA-AVISO              00007250
                    AND C.VARC_CUENTA   = P.VAPO_CUENTA                 00007260
                    AND C.VARC_SITUAC   = 'A'                           00007270
           END-EXEC.                                                    00007280
           IF SQLCODE NOT = ZERO AND 100                                00007290
              MOVE 'INSERT SELECT APODER'   TO WS-ACCION                00007300
              MOVE 'VLDTAGE-2100'           TO WS-PARRAFO               00007310
              PERFORM 3001-ERROR                                        00007320
           END-IF.                                                      00007330
           IF SQLCODE = ZERO                                            00007340
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00007350
              MOVE WK-SQLERRD3     TO CONT-APODER                       00007360
           END-IF.                                                      00007370
                                                                        00007380
      *    LIQUIDACIONES FALLIDAS PENDIENTES DE MAS DE N DIAS           00007390
           EXEC SQL                                                     00007400
                INSERT INTO VLDTAGE                                     00007410
                      ( VAGE_FECHA    , VAGE_ANALIS   , VAGE_SUCURS     00007420
                      , VAGE_NUMCLI   , VAGE_CUENTA   , VAGE_TIPO       00007430
                      , VAGE_PRIORIDAD, VAGE_DETALLE  , VAGE_IMPORTE    00007440
                      , VAGE_FECREF   , VAGE_REFER    , VAGE_CODVALOR   00007450
                      , VAGE_TRAN     , VAGE_ESTADO   , VAGE_FEULMOD    00007460
                      , VAGE_HORULMOD , VAGE_NUMTER   , VAGE_USUARIO )  00007470
                 SELECT :VAGE-FECHA   , C.VARC_ANALIS , C.VARC_SUCURS   00007480
                      , C.VARC_NUMCLI , F.VFLQ_CUENTA , 'LIQFALL'       00007490
                      , 'A'           , F.VFLQ_MOTIVO , F.VFLQ_IMPORTE  00007500
                      , F.VFLQ_FEC_ALTA, F.VFLQ_REFER , F.VFLQ_CODVALOR 00007510
                      , 'VL7CFLQ0'    , :VAGE-ESTADO  , :VAGE-FEULMOD   00007520
                      , :VAGE-HORULMOD, :VAGE-NUMTER  , :VAGE-USUARIO   00007530
                   FROM VLDTFLQ F                                       00007540
                      , VLDTARC C                                       00007550
                  WHERE F.VFLQ_ESTADO   = 'P'                           00007560
                    AND F.VFLQ_FEC_ALTA <= :WK-FECHA-FALLIDA            00007570
                    AND C.VARC_CUENTA   = F.VFLQ_CUENTA                 00007580
           END-EXEC.                                                    00007590
           IF SQLCODE NOT = ZERO AND 100                                00007600
              MOVE 'INSERT SELECT LIQFALL'  TO WS-ACCION                00007610
              MOVE 'VLDTAGE-2100'           TO WS-PARRAFO               00007620
              PERFORM 3001-ERROR                                        00007630
           END-IF.                                                      00007640
           IF SQLCODE = ZERO                                            00007650
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00007660
              MOVE WK-SQLERRD3     TO CONT-LIQFALL                      00007670
           END-IF.                                                      00007680
                                                                        00007690
      *    ESTADOS DE CUENTA ELECTRONICOS REBOTADOS                     00007700
           EXEC SQL                                                     00007710
                INSERT INTO VLDTAGE                                     00007720
                      ( VAGE_FECHA    , VAGE_ANALIS   , VAGE_SUCURS     00007730
                      , VAGE_NUMCLI   , VAGE_CUENTA   , VAGE_TIPO       00007740
                      , VAGE_PRIORIDAD, VAGE_DETALLE  , VAGE_IMPORTE    00007750
                      , VAGE_FECREF   , VAGE_REFER    , VAGE_CODVALOR   00007760
                      , VAGE_TRAN     , VAGE_ESTADO   , VAGE_FEULMOD    00007770
                      , VAGE_HORULMOD , VAGE_NUMTER   , VAGE_USUARIO )  00007780
                 SELECT :VAGE-FECHA   , C.VARC_ANALIS , C.VARC_SUCURS   00007790
                      , C.VARC_NUMCLI , E.VEBN_CUENTA , 'REBOTE'        00007800
                      , 'M'           , E.VEBN_MOTIVO_ULT, 0            00007810
                      , E.VEBN_FECULT , E.VEBN_REBOTES, ' '             00007820
                      , 'VL2C1010'    , :VAGE-ESTADO  , :VAGE-FEULMOD   00007830
                      , :VAGE-HORULMOD, :VAGE-NUMTER  , :VAGE-USUARIO   00007840
                   FROM VLDTEBN E                                       00007850
                      , VLDTARC C                                       00007860
                  WHERE E.VEBN_REBOTES  > 0                             00007870
                    AND C.VARC_CUENTA   = E.VEBN_CUENTA                 00007880
                    AND C.VARC_SITUAC   = 'A'                           00007890
           END-EXEC.                                                    00007900
           IF SQLCODE NOT = ZERO AND 100                                00007910
              MOVE 'INSERT SELECT REBOTE'   TO WS-ACCION                00007920
              MOVE 'VLDTAGE-2100'           TO WS-PARRAFO               00007930
              PERFORM 3001-ERROR                                        00007940
           END-IF.                                                      00007950
           IF SQLCODE = ZERO                                            00007960
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00007970
              MOVE WK-SQLERRD3     TO CONT-REBOTE                       00007980
           END-IF.                                                      00007990
                                                                        00008000
      *    RECLAMOS ABIERTOS O EN GESTION (ALTA SI VENCIO EL PLAZO)     00008010
           EXEC SQL                                                     00008020
                INSERT INTO VLDTAGE                                     00008030
                      ( VAGE_FECHA    , VAGE_ANALIS   , VAGE_SUCURS     00008040
                      , VAGE_NUMCLI   , VAGE_CUENTA   , VAGE_TIPO       00008050
                      , VAGE_PRIORIDAD, VAGE_DETALLE  , VAGE_IMPORTE    00008060
                      , VAGE_FECREF   , VAGE_REFER    , VAGE_CODVALOR   00008070
                      , VAGE_TRAN     , VAGE_ESTADO   , VAGE_FEULMOD    00008080
                      , VAGE_HORULMOD , VAGE_NUMTER   , VAGE_USUARIO )  00008090
                 SELECT :VAGE-FECHA   , C.VARC_ANALIS , C.VARC_SUCURS   00008100
                      , R.VRCL_NUMCLI , R.VRCL_CUENTA , 'RECLAMO'       00008110
                      , CASE WHEN R.VRCL_FECLIMITE < :VAGE-FECHA        00008120
                             THEN 'A' ELSE 'M' END                      00008130
                      , SUBSTR(R.VRCL_DESCRIPCION, 1, 60)               00008140
                      , R.VRCL_IMP_RECLAMADO                            00008150
                      , R.VRCL_FECLIMITE, R.VRCL_ID   , ' '             00008160
                      , 'VL7CRCL0'    , :VAGE-ESTADO  , :VAGE-FEULMOD   00008170
                      , :VAGE-HORULMOD, :VAGE-NUMTER  , :VAGE-USUARIO   00008180
                   FROM VLDTRCL R                                       00008190
                      , VLDTARC C                                       00008200
                  WHERE R.VRCL_ESTADO  <> 'R'                           00008210
                    AND C.VARC_CUENTA   = R.VRCL_CUENTA                 00008220
           END-EXEC.                                                    00008230
           IF SQLCODE NOT = ZERO AND 100                                00008240
              MOVE 'INSERT SELECT RECLAMO'  TO WS-ACCION                00008250
              MOVE 'VLDTAGE-2100'           TO WS-PARRAFO               00008260
              PERFORM 3001-ERROR                                        00008270
           END-IF.                                                      00008280
           IF SQLCODE = ZERO                                            00008290
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00008300
              MOVE WK-SQLERRD3     TO CONT-RECLAMO                      00008310
           END-IF.                                                      00008320
      *                                                                *00008330
      *----------------------------*                                    00008340
       2100-PENDIENTES-TABLAS-EXIT.                                     00008350
      *----------------------------*                                    00008360
           EXIT.                                                        00008370
                                                                        00008380
      *----------------------*                                          00008390
       2200-PROCESO-PRENDA.                                             00008400
      *----------------------*                                          00008410
           EXEC SQL                                                     00008420
                FETCH VLDCAGE1                                          00008430
                 INTO :VPRE-CUENTA                                      00008440
                    , :VPRE-PAVAL                                       00008450
                    , :VPRE-VALOR                                       00008460
                    , :VPRE-ISIN                                        00008470
                    , :VPRE-NUMPRE                                      00008480
                    , :VPRE-CANTIDAD                                    00008490
                    , :VPRE-IMPGAR                                      00008500
                    , :VAGE-NUMCLI                                      00008510
                    , :VAGE-SUCURS                                      00008520
                    , :VAGE-ANALIS                                      00008530
           END-EXEC.                                                    00008540
           IF SQLCODE = 100                                             00008550
              SET FIN-CURSOR TO TRUE                                    00008560
              GO TO 2200-PROCESO-PRENDA-EXIT                            00008570
           END-IF.                                                      00008580
           IF SQLCODE NOT = ZERO                                        00008590
              MOVE 'FETCH CURSOR'           TO WS-ACCION                00008600
              MOVE 'VLDCAGE1-2200'          TO WS-PARRAFO               00008610
              PERFORM 3001-ERROR                                        00008620
           END-IF.                                                      00008630
           ADD 1                   TO CONT-PRENDAS.                     00008640
                                                                        00008650
      *    SIN IMPORTE GARANTIZADO NO HAY RATIO QUE EVALUAR             00008660
           IF VPRE-IMPGAR NOT > ZEROS                                   00008670
              GO TO 2200-PROCESO-PRENDA-EXIT                            00008680
           END-IF.                                                      00008690
                                                                        00008700
           MOVE SPACES             TO WK-CODVALOR.                      00008710
           MOVE VPRE-PAVAL         TO WK-CODVALOR (01:03).              00008720
           MOVE VPRE-VALOR         TO WK-CODVALOR (04:08).              00008730
           MOVE VPRE-ISIN          TO WK-ISIN-X.                        00008740
           MOVE WK-ISIN-X          TO WK-CODVALOR (12:01).              00008750
           MOVE WK-CODVALOR        TO VCAM-CODVALOR.                    00008760
           MOVE WK-FECHA-PROC      TO VCAM-FECDIA.                      00008770
           MOVE ZEROS              TO WK-PRECIO.                        00008780
                                                                        00008790
           EXEC SQL                                                     00008800
                OPEN VLDCAGE2                                           00008810
           END-EXEC.                                                    00008820
           IF SQLCODE NOT = ZERO                                        00008830
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008840
              MOVE 'VLDCAGE2-2200'          TO WS-PARRAFO               00008850
              PERFORM 3001-ERROR                                        00008860
           END-IF.                                                      00008870
           EXEC SQL                                                     00008880
                FETCH VLDCAGE2                                          00008890
                 INTO :VCAM-CIERRE-D                                    00008900
                    , :VCAM-FECDIA                                      00008910
           END-EXEC.                                                    00008920
           EVALUATE SQLCODE                                             00008930
               WHEN ZERO                                                00008940
                    MOVE VCAM-CIERRE-D TO WK-PRECIO                     00008950
               WHEN 100                                                 00008960
                    CONTINUE                                            00008970
               WHEN OTHER                                               00008980
                    MOVE 'FETCH CURSOR'           TO WS-ACCION          00008990
                    MOVE 'VLDCAGE2-2200'          TO WS-PARRAFO         00009000
                    PERFORM 3001-ERROR                                  00009010
           END-EVALUATE.                                                00009020
           EXEC SQL                                                     00009030
                CLOSE VLDCAGE2                                          00009040
           END-EXEC.                                                    00009050
                                                                        00009060
           COMPUTE WK-COLATERAL ROUNDED =                               00009070
                   VPRE-CANTIDAD * WK-PRECIO.                           00009080
           COMPUTE WK-COBERTURA ROUNDED =                               00009090
                   WK-COLATERAL * 100 / VPRE-IMPGAR.                    00009100
           IF WK-COBERTURA NOT < WK-RATIO-MINIMO                        00009110
              GO TO 2200-PROCESO-PRENDA-EXIT                            00009120
           END-IF.                                                      00009130
                                                                        00009140
           MOVE VPRE-CUENTA        TO VAGE-CUENTA.                      00009150
           MOVE 'MARGEN'           TO VAGE-TIPO.                        00009160
           MOVE 'A'                TO VAGE-PRIORIDAD.                   00009170
           MOVE WK-COBERTURA       TO WK-COBERTURA-ED.                  00009180
           MOVE SPACES             TO VAGE-DETALLE.                     00009190
           STRING 'COBERTURA ' WK-COBERTURA-ED                          00009200
                  '% BAJO EL RATIO MINIMO'                              00009210
                  DELIMITED BY SIZE INTO VAGE-DETALLE.                  00009220
           MOVE VPRE-IMPGAR        TO VAGE-IMPORTE.                     00009230
           MOVE WK-FECHA-PROC      TO VAGE-FECREF.                      00009240
           MOVE VPRE-NUMPRE        TO VAGE-REFER.                       00009250
           MOVE WK-CODVALOR        TO VAGE-CODVALOR.                    00009260
           MOVE 'VL7CPRE0'         TO VAGE-TRAN.                        00009270
           PERFORM 2900-GRABA-PENDIENTE                                 00009280
              THRU 2900-GRABA-PENDIENTE-EXIT.                           00009290
           ADD 1                   TO CONT-MARGEN.                      00009300
      *                                                                *00009310
      *---------------------------*                                     00009320
       2200-PROCESO-PRENDA-EXIT.                                        00009330
      *---------------------------*                                     00009340
           EXIT.                                                        00009350
                                                                        00009360
      *----------------------*                                          00009370
       2300-PROCESO-CUENTA.                                             00009380
      *----------------------*                                          00009390
           EXEC SQL                                                     00009400
                FETCH VLDCAGE3                                          00009410
                 INTO :VAGE-CUENTA                                      00009420
                    , :VAGE-NUMCLI                                      00009430
                    , :VAGE-SUCURS                                      00009440
                    , :VAGE-ANALIS                                      00009450
                    , :WK-ULT-ACTIVIDAD                                 00009460
                    , :WK-ULT-EVENTO                                    00009470
           END-EXEC.                                                    00009480
           IF SQLCODE = 100                                             00009490
              SET FIN-CURSOR TO TRUE                                    00009500
              GO TO 2300-PROCESO-CUENTA-EXIT                            00009510
           END-IF.                                                      00009520
           IF SQLCODE NOT = ZERO                                        00009530
              MOVE 'FETCH CURSOR'           TO WS-ACCION                00009540
              MOVE 'VLDCAGE3-2300'          TO WS-PARRAFO               00009550
              PERFORM 3001-ERROR                                        00009560
           END-IF.                                                      00009570
           ADD 1                   TO CONT-CUENTAS.                     00009580
                                                                        00009590
      *    ULTIMA ACTIVIDAD = LO MAS RECIENTE ENTRE LA HISTORIA         00009600
      *    VLDTHIS Y EL ULTIMO EVENTO DE VLDTMES                        00009610
           IF WK-ULT-EVENTO > WK-ULT-ACTIVIDAD                          00009620
              MOVE WK-ULT-EVENTO   TO WK-ULT-ACTIVIDAD                  00009630
           END-IF.                                                      00009640
           IF WK-ULT-ACTIVIDAD NOT = WK-PER-NUEVA                       00009650
              GO TO 2300-PROCESO-CUENTA-EXIT                            00009660
           END-IF.                                                      00009670
                                                                        00009680
           MOVE 'DURMIENT'         TO VAGE-TIPO.                        00009690
           MOVE 'M'                TO VAGE-PRIORIDAD.                   00009700
           MOVE WK-ULT-ACTIVIDAD   TO WK-ULT-ACTIV-ED.                  00009710
           MOVE SPACES             TO VAGE-DETALLE.                     00009720
           STRING 'CUENTA DURMIENTE - ULTIMA ACTIVIDAD '                00009730
                  WK-ULT-ACTIV-ED                                       00009740
                  DELIMITED BY SIZE INTO VAGE-DETALLE.                  00009750
           MOVE ZEROS              TO VAGE-IMPORTE.                     00009760
           MOVE WK-FECHA-PROC      TO VAGE-FECREF.                      00009770
           MOVE ZEROS              TO VAGE-REFER.                       00009780
           MOVE SPACES             TO VAGE-CODVALOR.                    00009790
           MOVE 'VL2C1010'         TO VAGE-TRAN.                        00009800
           PERFORM 2900-GRABA-PENDIENTE                                 00009810
              THRU 2900-GRABA-PENDIENTE-EXIT.                           00009820
           ADD 1                   TO CONT-DURMIENT.                    00009830
      *                                                                *00009840
      *---------------------------*                                     00009850
       2300-PROCESO-CUENTA-EXIT.                                        00009860
      *---------------------------*                                     00009870
           EXIT.                                                        00009880
                                                                        00009890
      *-------------------------*                                       00009900
       2400-PROCESO-OPERACION.                                          00009910
      *-------------------------*                                       00009920
           EXEC SQL                                                     00009930
                FETCH VLDCAGE4                                          00009940
                 INTO :VAGE-NUMCLI                                      00009950
                    , :VAGE-SUCURS                                      00009960
                    , :VAGE-ANALIS                                      00009970
                    , :VAGE-CUENTA                                      00009980
                    , :VAGE-REFER                                       00009990
                    , :VAGE-CODVALOR                                    00010000
                    , :VDET-DATOS-DETAL                                 00010010
                    , :VOPE-DATOS-FINANZ                                00010020
           END-EXEC.                                                    00010030
           IF SQLCODE = 100                                             00010040
              SET FIN-CURSOR TO TRUE                                    00010050
              GO TO 2400-PROCESO-OPERACION-EXIT                         00010060
           END-IF.                                                      00010070
           IF SQLCODE NOT = ZERO                                        00010080
              MOVE 'FETCH CURSOR'           TO WS-ACCION                00010090
              MOVE 'VLDCAGE4-2400'          TO WS-PARRAFO               00010100
              PERFORM 3001-ERROR                                        00010110
           END-IF.                                                      00010120
           ADD 1                   TO CONT-OPERACIONES.                 00010130
                                                                        00010140
           MOVE VOPE-MON-FACT      TO WK-MONEDA.                        00010150
           MOVE VDET-PTS-COMVEN    TO WK-IMPORTE-OPE.                   00010160
           IF (WK-MONEDA = 'PEN'                                        00010170
               AND WK-IMPORTE-OPE < WK-UMBRAL-MN)                       00010180
              OR (WK-MONEDA NOT = 'PEN'                                 00010190
                  AND WK-IMPORTE-OPE < WK-UMBRAL-ME)                    00010200
              GO TO 2400-PROCESO-OPERACION-EXIT                         00010210
           END-IF.                                                      00010220
                                                                        00010230
           MOVE 'MOVGRAN'          TO VAGE-TIPO.                        00010240
           MOVE 'M'                TO VAGE-PRIORIDAD.                   00010250
           MOVE SPACES             TO VAGE-DETALLE.                     00010260
           STRING 'OPERACION SOBRE EL UMBRAL EN ' WK-MONEDA             00010270
                  DELIMITED BY SIZE INTO VAGE-DETALLE.                  00010280
           MOVE WK-IMPORTE-OPE     TO VAGE-IMPORTE.                     00010290
           MOVE WK-FECHA-PROC      TO VAGE-FECREF.                      00010300
           MOVE 'VL7CIF02'         TO VAGE-TRAN.                        00010310
           PERFORM 2900-GRABA-PENDIENTE                                 00010320
              THRU 2900-GRABA-PENDIENTE-EXIT.                           00010330
           ADD 1                   TO CONT-MOVGRAN.                     00010340
      *                                                                *00010350
      *------------------------------*                                  00010360
       2400-PROCESO-OPERACION-EXIT.                                     00010370
      *------------------------------*                                  00010380
           EXIT.                                                        00010390
                                                                        00010400
      *-------------------------*                                       00010410
       2500-RESUMEN-OFICINAS.                                           00010420
      *-------------------------*                                       00010430
           MOVE SPACES             TO SW-FIN-CUR                        00010440
                                      WK-SUCURS-ANT.                    00010450
           EXEC SQL                                                     00010460
                OPEN VLDCAGE5                                           00010470
           END-EXEC.                                                    00010480
           IF SQLCODE NOT = ZERO                                        00010490
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00010500
              MOVE 'VLDCAGE5-2500'          TO WS-PARRAFO               00010510
              PERFORM 3001-ERROR                                        00010520
           END-IF.                                                      00010530
           PERFORM 2600-LINEA-GESTOR                                    00010540
              THRU 2600-LINEA-GESTOR-EXIT                               00010550
              UNTIL FIN-CURSOR.                                         00010560
           EXEC SQL                                                     00010570
                CLOSE VLDCAGE5                                          00010580
           END-EXEC.                                                    00010590
                                                                        00010600
           IF CONT-GESTORES > ZEROS                                     00010610
              PERFORM 2700-TOTAL-OFICINA                                00010620
                 THRU 2700-TOTAL-OFICINA-EXIT                           00010630
           END-IF.                                                      00010640
           MOVE SPACES             TO LIN-DETALLE.                      00010650
           MOVE ' TOTAL GENERAL'   TO DET-CLAVE-TXT.                    00010660
           PERFORM 2810-MUEVE-GENERAL                                   00010670
              THRU 2810-MUEVE-GENERAL-EXIT                              00010680
              VARYING IX FROM 1 BY 1 UNTIL IX > 10.                     00010690
           WRITE SAL-RAGEN       FROM LIN-DETALLE.                      00010700
      *                                                                *00010710
      *----------------------------*                                    00010720
       2500-RESUMEN-OFICINAS-EXIT.                                      00010730
      *----------------------------*                                    00010740
           EXIT.                                                        00010750
                                                                        00010760
      *--------------------*                                            00010770
       2600-LINEA-GESTOR.                                               00010780
      *--------------------*                                            00010790
           EXEC SQL                                                     00010800
                FETCH VLDCAGE5                                          00010810
                 INTO :RES-SUCURS                                       00010820
                    , :RES-ANALIS                                       00010830
                    , :RES-KYC                                          00010840
                    , :RES-APODER                                       00010850
                    , :RES-MARGEN                                       00010860
                    , :RES-LIQFALL                                      00010870
                    , :RES-REBOTE                                       00010880
                    , :RES-DURMIENT                                     00010890
                    , :RES-RECLAMO                                      00010900
                    , :RES-MOVGRAN                                      00010910
                    , :RES-ALTA                                         00010920
                    , :RES-TOTAL                                        00010930
           END-EXEC.                                                    00010940
           IF SQLCODE = 100                                             00010950
              SET FIN-CURSOR TO TRUE                                    00010960
              GO TO 2600-LINEA-GESTOR-EXIT                              00010970
           END-IF.                                                      00010980
           IF SQLCODE NOT = ZERO                                        00010990
              MOVE 'FETCH CURSOR'           TO WS-ACCION                00011000
              MOVE 'VLDCAGE5-2600'          TO WS-PARRAFO               00011010
              PERFORM 3001-ERROR                                        00011020
           END-IF.                                                      00011030
                                                                        00011040
      *    CORTE DE CONTROL POR OFICINA                                 00011050
           IF CONT-GESTORES > ZEROS                                     00011060
              AND RES-SUCURS NOT = WK-SUCURS-ANT                        00011070
              PERFORM 2700-TOTAL-OFICINA                                00011080
                 THRU 2700-TOTAL-OFICINA-EXIT                           00011090
           END-IF.                                                      00011100
           MOVE RES-SUCURS         TO WK-SUCURS-ANT.                    00011110
           ADD 1                   TO CONT-GESTORES.                    00011120
                                                                        00011130
           MOVE SPACES             TO LIN-DETALLE.                      00011140
           MOVE RES-SUCURS         TO DET-SUCURS.                       00011150
           MOVE RES-ANALIS         TO DET-ANALIS.                       00011160
           PERFORM 2800-ACUMULA-GESTOR                                  00011170
              THRU 2800-ACUMULA-GESTOR-EXIT                             00011180
              VARYING IX FROM 1 BY 1 UNTIL IX > 10.                     00011190
           WRITE SAL-RAGEN       FROM LIN-DETALLE.                      00011200
      *                                                                *00011210
      *------------------------*                                        00011220
       2600-LINEA-GESTOR-EXIT.                                          00011230
      *------------------------*                                        00011240
           EXIT.                                                        00011250
                                                                        00011260
      *---------------------*                                           00011270
       2700-TOTAL-OFICINA.                                              00011280
      *---------------------*                                           00011290
           MOVE SPACES             TO LIN-DETALLE.                      00011300
           MOVE ' TOTAL OFICINA'   TO DET-CLAVE-TXT.                    00011310
           PERFORM 2820-MUEVE-OFICINA                                   00011320
              THRU 2820-MUEVE-OFICINA-EXIT                              00011330
              VARYING IX FROM 1 BY 1 UNTIL IX > 10.                     00011340
           WRITE SAL-RAGEN       FROM LIN-DETALLE.                      00011350
           WRITE SAL-RAGEN       FROM LIN-BLANCO.                       00011360
      *                                                                *00011370
      *-------------------------*                                       00011380
       2700-TOTAL-OFICINA-EXIT.                                         00011390
      *-------------------------*                                       00011400
           EXIT.                                                        00011410
                                                                        00011420
      *----------------------*                                          00011430
       2800-ACUMULA-GESTOR.                                             00011440
      *----------------------*                                          00011450
           MOVE RES-CNT (IX)       TO DET-CNT (IX).                     00011460
           ADD  RES-CNT (IX)       TO SUB-CNT (IX)                      00011470
                                      GEN-CNT (IX).                     00011480
      *                                                                *00011490
      *---------------------------*                                     00011500
       2800-ACUMULA-GESTOR-EXIT.                                        00011510
      *---------------------------*                                     00011520
           EXIT.                                                        00011530
                                                                        00011540
      *---------------------*                                           00011550
       2810-MUEVE-GENERAL.                                              00011560
      *---------------------*                                           00011570
           MOVE GEN-CNT (IX)       TO DET-CNT (IX).                     00011580
      *                                                                *00011590
      *-------------------------*                                       00011600
       2810-MUEVE-GENERAL-EXIT.                                         00011610
      *-------------------------*                                       00011620
           EXIT.                                                        00011630
                                                                        00011640
      *---------------------*                                           00011650
       2820-MUEVE-OFICINA.                                              00011660
      *---------------------*                                           00011670
           MOVE SUB-CNT (IX)       TO DET-CNT (IX).                     00011680
           MOVE ZEROS              TO SUB-CNT (IX).                     00011690
      *                                                                *00011700
      *-------------------------*                                       00011710
       2820-MUEVE-OFICINA-EXIT.                                         00011720
      *-------------------------*                                       00011730
           EXIT.                                                        00011740
                                                                        00011750
      *-----------------------*                                         00011760
       2900-GRABA-PENDIENTE.                                            00011770
      *-----------------------*                                         00011780
           EXEC SQL                                                     00011790
                INSERT INTO VLDTAGE                                     00011800
                      ( VAGE_FECHA                                      00011810
                      , VAGE_ANALIS                                     00011820
                      , VAGE_SUCURS                                     00011830
                      , VAGE_NUMCLI                                     00011840
                      , VAGE_CUENTA                                     00011850
                      , VAGE_TIPO                                       00011860
                      , VAGE_PRIORIDAD                                  00011870
                      , VAGE_DETALLE                                    00011880
                      , VAGE_IMPORTE                                    00011890
                      , VAGE_FECREF                                     00011900
                      , VAGE_REFER                                      00011910
                      , VAGE_CODVALOR                                   00011920
                      , VAGE_TRAN                                       00011930
                      , VAGE_ESTADO                                     00011940
                      , VAGE_FEULMOD                                    00011950
                      , VAGE_HORULMOD                                   00011960
                      , VAGE_NUMTER                                     00011970
                      , VAGE_USUARIO )                                  00011980
                VALUES                                                  00011990
                      ( :VAGE-FECHA                                     00012000
                      , :VAGE-ANALIS                                    00012010
                      , :VAGE-SUCURS                                    00012020
                      , :VAGE-NUMCLI                                    00012030
                      , :VAGE-CUENTA                                    00012040
                      , :VAGE-TIPO                                      00012050
                      , :VAGE-PRIORIDAD                                 00012060
                      , :VAGE-DETALLE                                   00012070
                      , :VAGE-IMPORTE                                   00012080
                      , :VAGE-FECREF                                    00012090
                      , :VAGE-REFER                                     00012100
                      , :VAGE-CODVALOR                                  00012110
                      , :VAGE-TRAN                                      00012120
                      , :VAGE-ESTADO                                    00012130
                      , :VAGE-FEULMOD                                   00012140
                      , :VAGE-HORULMOD                                  00012150
                      , :VAGE-NUMTER                                    00012160
                      , :VAGE-USUARIO )                                 00012170
           END-EXEC.                                                    00012180
           IF SQLCODE NOT = ZERO                                        00012190
              MOVE 'INSERT'                 TO WS-ACCION                00012200
              MOVE 'VLDTAGE-2900'           TO WS-PARRAFO               00012210
              PERFORM 3001-ERROR                                        00012220
           END-IF.                                                      00012230
      *                                                                *00012240
      *----------------------------*                                    00012250
       2900-GRABA-PENDIENTE-EXIT.                                       00012260
      *----------------------------*                                    00012270
           EXIT.                                                        00012280
                                                                        00012290
      *--------*                                                        00012300
       3000-FIN.                                                        00012310
      *--------*                                                        00012320
           CLOSE S1RAGEN.                                               00012330
           COMPUTE CONT-TOTAL = CONT-KYC + CONT-APODER + CONT-MARGEN    00012340
                              + CONT-LIQFALL + CONT-REBOTE              00012350
                              + CONT-DURMIENT + CONT-RECLAMO            00012360
                              + CONT-MOVGRAN.                           00012370
           DISPLAY '*** FIN AGENDA DIARIA DEL GESTOR ***'.              00012380
           DISPLAY 'FECHA DE PROCESO         : ' WA-CARD-FECHA.         00012390
           DISPLAY 'PENDIENTES BORRADOS      : ' CONT-BORRADOS.         00012400
           DISPLAY 'REVISIONES KYC           : ' CONT-KYC.              00012410
           DISPLAY 'PODERES POR VENCER       : ' CONT-APODER.           00012420
           DISPLAY 'PRENDAS LEIDAS           : ' CONT-PRENDAS.          00012430
           DISPLAY 'LLAMADAS DE MARGEN       : ' CONT-MARGEN.           00012440
           DISPLAY 'LIQUIDACIONES FALLIDAS   : ' CONT-LIQFALL.          00012450
           DISPLAY 'ESTADOS CTA. REBOTADOS   : ' CONT-REBOTE.           00012460
           DISPLAY 'CUENTAS LEIDAS           : ' CONT-CUENTAS.          00012470
           DISPLAY 'NUEVAS DURMIENTES        : ' CONT-DURMIENT.         00012480
           DISPLAY 'RECLAMOS ABIERTOS        : ' CONT-RECLAMO.          00012490
           DISPLAY 'OPERACIONES DEL DIA      : ' CONT-OPERACIONES.      00012500
           DISPLAY 'MOVIMIENTOS GRANDES      : ' CONT-MOVGRAN.          00012510
           DISPLAY 'TOTAL PENDIENTES         : ' CONT-TOTAL.            00012520
           DISPLAY 'GESTORES CON AGENDA      : ' CONT-GESTORES.         00012530
      *RITM49182-INI                                                    00012531
           DISPLAY 'PRIORIZADOS SEGMENTO A   : ' CONT-SEG-ALTO.         00012532
      *RITM49182-FIN                                                    00012533
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00012540
           ACCEPT WK-HORA-FIN       FROM TIME.                          00012550
           INITIALIZE DCLVLDTCTL.                                       00012560
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00012570
           MOVE WK-FECHA-PROC       TO VCTL-FECPROC.                    00012580
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00012590
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00012600
           COMPUTE VCTL-LEIDOS = CONT-PRENDAS + CONT-CUENTAS            00012610
                               + CONT-OPERACIONES.                      00012620
           MOVE CONT-TOTAL          TO VCTL-ESCRITOS.                   00012630
           MOVE 'OK'                TO VCTL-ESTADO.                     00012640
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00012650
           IF VCTL-CODRESP NOT = ZEROS                                  00012660
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00012670
           END-IF.                                                      00012680
      *                                                                *00012690
      *-------------*                                                   00012700
       3000-FIN-EXIT.                                                   00012710
      *-------------*                                                   00012720
           EXIT.                                                        00012730
       3001-ERROR.                                                      00012740
      *-----------*                                                     00012750
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00012760
           DISPLAY 'ACCION:          ' WS-ACCION.                       00012770
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00012780
           DISPLAY '******************************************'.        00012790
           MOVE 08 TO RETURN-CODE.                                      00012800
           STOP RUN.                                                    00012810
      *-----------------*                                               00012820
      * FIN DE PROGRAMA *                                               00012830
      *-----------------*                                               00012840
