       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CSTRS.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : PRUEBA DE ESTRES DE CARTERAS Y PRENDAS PARA EL       *00000060
      *           COMITE DE RIESGOS. LEE LOS ESCENARIOS DE E1DQESCE    *00000070
      *           (CHOQUES DE PRECIO Y DE TIPO DE CAMBIO) Y LOS APLICA *00000080
      *           SOBRE LOS VALORES DE CIERRE: ULTIMA COTIZACION DE    *00000090
      *           VLDTCAM NO POSTERIOR A LA FECHA (SIN COTIZACION, EL  *00000100
      *           NOMINAL, COMO VL4CVALC) Y ULTIMO CAMBIO DE VLDTFXR.  *00000110
      *           CHOQUE DE PRECIO: SE TOMA EL MAS ESPECIFICO QUE      *00000120
      *           ALCANCE AL VALOR (VALOR, EMISOR, CATEGORIA DE RIESGO *00000130
      *           VXEN_CATRIESG, MERCADO). CHOQUE DE CAMBIO: POR       *00000140
      *           MONEDA DEL VALOR. EMITE EN S1RSTRS:                  *00000150
      *             - LA PERDIDA DE CADA CLIENTE POR ESCENARIO (EN PEN *00000160
      *               SOBRE LAS TENENCIAS DE VLDTADS DE SUS CUENTAS    *00000170
      *               ACTIVAS DE VLDTARC)                              *00000180
      *             - LA PERDIDA POR GRUPO ECONOMICO (VLDTGRU)         *00000190
      *             - LAS PRENDAS VIGENTES DE VLDTPRE CUYA COBERTURA   *00000200
      *               CONTRA VPRE_IMPGAR CAERIA BAJO EL RATIO MINIMO   *00000210
      *               EN CADA ESCENARIO. LA COBERTURA SE MIDE COMO EN  *00000220
      *               VL4CMARG, EN LA DIVISA DEL VALOR PIGNORADO: SOLO *00000230
      *               LE AFECTA EL CHOQUE DE PRECIO                    *00000240
      *             - EL TOTAL DE CADA ESCENARIO                       *00000250
      * SYSIN   : 1. FECHA DE VALORIZACION AAAAMMDD                    *00000260
      *           2. RATIO MINIMO DE COBERTURA EN PORCENTAJE 9(03)     *00000270
      * FECHA   : 15-10-2026                                           *00000280
      ******************************************************************00000290
      ******************************************************************00000300
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000310
      *---------- ---------- ---------------- -------------------------*00000320
      *RITM49200  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      ******************************************************************00000350
       ENVIRONMENT DIVISION.                                            00000360
       CONFIGURATION SECTION.                                           00000370
       SPECIAL-NAMES.                                                   00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
                                                                        00000410
           SELECT E1DQESCE  ASSIGN       TO E1DQESCE                    00000420
                            FILE STATUS  IS FS-EESCE.                   00000430
                                                                        00000440
           SELECT S1RSTRS   ASSIGN       TO S1RSTRS                     00000450
                            FILE STATUS  IS FS-SSTRS.                   00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
      *                                                                *00000490
       FD  E1DQESCE                                                     00000500
           RECORDING MODE  IS  F                                        00000510
           LABEL  RECORDS  IS  STANDARD                                 00000520
           DATA   RECORD   IS  REG-E1DQESCE.                            00000530
         01 REG-E1DQESCE           PIC X(80).                           00000540
      *                                                                *00000550
       FD  S1RSTRS                                                      00000560
           RECORDING MODE  IS  F                                        00000570
           LABEL  RECORDS  IS  STANDARD                                 00000580
           DATA   RECORD   IS  SAL-RSTRS.                               00000590
         01 SAL-RSTRS              PIC X(132).                          00000600
      *                                                                 00000610
      ******************************************************************00000620
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000630
      ******************************************************************00000640
       WORKING-STORAGE SECTION.                                         00000650
      *************************                                         00000660
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CSTRS'.          00000670
      *                                                                 00000680
      * LAYOUT DEL FICHERO DE ESCENARIOS E1DQESCE: UN REGISTRO POR      00000690
      * CHOQUE, AGRUPADOS POR CODIGO DE ESCENARIO. EL PORCENTAJE VA     00000700
      * CON SIGNO DELANTE (-02000 = BAJA DEL 20,00 %). LA CLAVE DEPENDE 00000710
      * DEL TIPO:                                                       00000720
      *   'T' MERCADO  : TODOS LOS VALORES (CLAVE EN BLANCO)            00000730
      *   'R' CATEGORIA: VXEN_CATRIESG EN LA PRIMERA POSICION           00000740
      *   'E' EMISOR   : VXEN_EMISOR                                    00000750
      *   'V' VALOR    : CODIGO DE VALOR (PAVAL + VALOR + DIGITO ISIN)  00000760
      *   'M' MONEDA   : DIVISA DEL VALOR (USD, EUR...); EL CHOQUE ES   00000770
      *                  SOBRE EL TIPO DE CAMBIO A PEN                  00000780
       01  W-REG-ESCENARIO.                                             00000790
           05 ESC-CODIGO           PIC X(08).                           00000800
           05 FILLER               PIC X(01).                           00000810
           05 ESC-DESCRIP          PIC X(20).                           00000820
           05 FILLER               PIC X(01).                           00000830
           05 ESC-TIPO             PIC X(01).                           00000840
              88 ESC-TIPO-VALIDO             VALUE 'T' 'R' 'E' 'V' 'M'. 00000850
              88 ESC-CHOQUE-MERCADO          VALUE 'T'.                 00000860
              88 ESC-CHOQUE-DIVISA           VALUE 'M'.                 00000870
           05 FILLER               PIC X(01).                           00000880
           05 ESC-PORCENTAJE       PIC S9(03)V99 SIGN LEADING SEPARATE. 00000890
           05 FILLER               PIC X(01).                           00000900
           05 ESC-CLAVE            PIC X(40).                           00000910
           05 FILLER               PIC X(01).                           00000920
      *                                                                 00000930
      * PARAMETROS (SYSIN): FECHA DE VALORIZACION Y RATIO MINIMO        00000940
       01  WS-PARAMETROS.                                               00000950
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000960
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000970
           05 WA-CARD-RATIO        PIC X(03) VALUE SPACES.              00000980
           05 WA-CARD-RATIO-N REDEFINES WA-CARD-RATIO PIC 9(03).        00000990
           05 WA-RATIO-MINIMO      PIC 9(03) VALUE ZEROS.               00001000
      *                                                                 00001010
      * LOS CAMBIOS VIENEN DE LA TABLA CENTRAL VLDTFXR                  00001020
       01  WK-FXR-FECDIA           PIC S9(8)V COMP-3 VALUE ZEROS.       00001030
       01  CONT-FX-DESFASADO       PIC 9(02) VALUE ZEROS.               00001040
      *                                                                 00001050
       01  TB-CAMBIOS.                                                  00001060
           05 CONT-CAMBIOS         PIC 9(02) VALUE ZEROS.               00001070
           05 IN-CAM               PIC 9(02) VALUE ZEROS.               00001080
           05 TB-CAM-FILA          OCCURS 21.                           00001090
              10 TB-CAM-MONEDA     PIC X(03).                           00001100
              10 TB-CAM-CAMBIO     PIC 9(05)V9(06).                     00001110
      *                                                                 00001120
      * ESCENARIOS: CADA UNO APUNTA A SU TRAMO DE TB-CHOQUES Y ACUMULA  00001130
      * EL VALOR ESTRESADO DEL CLIENTE EN CURSO Y DEL TOTAL             00001140
       01  TB-ESCENARIOS.                                               00001150
           05 CONT-ESC             PIC 9(02) VALUE ZEROS.               00001160
           05 IN-ESC               PIC 9(02) VALUE ZEROS.               00001170
           05 TB-ESC-FILA          OCCURS 21.                           00001180
              10 TB-ESC-CODIGO     PIC X(08).                           00001190
              10 TB-ESC-DESCRIP    PIC X(20).                           00001200
              10 TB-ESC-DESDE      PIC 9(03).                           00001210
              10 TB-ESC-HASTA      PIC 9(03).                           00001220
              10 TB-ESC-CLI-ESTR   PIC S9(13)V9(02) COMP-3.             00001230
              10 TB-ESC-TOT-ESTR   PIC S9(15)V9(02) COMP-3.             00001240
              10 TB-ESC-PRENDAS    PIC 9(07).                           00001250
      *                                                                 00001260
       01  TB-CHOQUES.                                                  00001270
           05 CONT-CHQ             PIC 9(03) VALUE ZEROS.               00001280
           05 IN-CHQ               PIC 9(03) VALUE ZEROS.               00001290
           05 TB-CHQ-FILA          OCCURS 501.                          00001300
              10 TB-CHQ-TIPO       PIC X(01).                           00001310
              10 TB-CHQ-CLAVE      PIC X(40).                           00001320
              10 TB-CHQ-PORC       PIC S9(03)V9(02) COMP-3.             00001330
      *                                                                 00001340
      * GRUPOS ECONOMICOS CON ALGUN CLIENTE VALORIZADO                  00001350
       01  TB-GRUPOS.                                                   00001360
           05 CONT-GRU             PIC 9(04) VALUE ZEROS.               00001370
           05 IN-GRU               PIC 9(04) VALUE ZEROS.               00001380
           05 TB-GRU-FILA          OCCURS 501.                          00001390
              10 TB-GRU-CODGRU     PIC S9(8)V COMP-3.                   00001400
              10 TB-GRU-DENGRU     PIC X(30).                           00001410
              10 TB-GRU-CLIENTES   PIC 9(05).                           00001420
              10 TB-GRU-BASE       PIC S9(15)V9(02) COMP-3.             00001430
              10 TB-GRU-ESTR       PIC S9(15)V9(02) COMP-3              00001440
                                   OCCURS 21.                           00001450
      *                                                                 00001460
      * PRENDAS VIGENTES CON IMPORTE GARANTIZADO, YA VALORIZADAS        00001470
       01  TB-PRENDAS.                                                  00001480
           05 CONT-PRE             PIC 9(04) VALUE ZEROS.               00001490
           05 IN-PRE               PIC 9(04) VALUE ZEROS.               00001500
           05 TB-PRE-FILA          OCCURS 3001.                         00001510
              10 TB-PRE-CUENTA     PIC 9(07).                           00001520
              10 TB-PRE-CODVALOR   PIC X(12).                           00001530
              10 TB-PRE-NUMPRE     PIC 9(04).                           00001540
              10 TB-PRE-ACREEDOR   PIC X(30).                           00001550
              10 TB-PRE-CATRIESG   PIC X(01).                           00001560
              10 TB-PRE-EMISOR     PIC X(40).                           00001570
              10 TB-PRE-DIVISA     PIC X(03).                           00001580
              10 TB-PRE-COLATERAL  PIC S9(13)V9(02) COMP-3.             00001590
              10 TB-PRE-IMPGAR     PIC S9(13)V9(02) COMP-3.             00001600
              10 TB-PRE-COBERTURA  PIC S9(09)V9(02) COMP-3.             00001610
      *                                                                 00001620
       01  WS-VARIOS.                                                   00001630
           05 SW-FIN-ESC           PIC X(02) VALUE SPACES.              00001640
              88 FIN-ESCENARIOS              VALUE '10'.                00001650
           05 SW-FIN-FXR           PIC X(02) VALUE SPACES.              00001660
              88 FIN-CAMBIOS                 VALUE '10'.                00001670
           05 SW-FIN-ARC           PIC X(02) VALUE SPACES.              00001680
              88 FIN-CUR-ARC                 VALUE 'SI'.                00001690
           05 SW-FIN-ADS           PIC X(02) VALUE SPACES.              00001700
              88 FIN-CUR-ADS                 VALUE 'SI'.                00001710
           05 SW-FIN-GRU           PIC X(02) VALUE SPACES.              00001720
              88 FIN-CUR-GRU                 VALUE 'SI'.                00001730
           05 SW-FIN-PRE           PIC X(02) VALUE SPACES.              00001740
              88 FIN-CUR-PRE                 VALUE 'SI'.                00001750
           05 WK-NUMCLI-ACT        PIC S9(8)V COMP-3 VALUE ZEROS.       00001760
           05 WK-CON-GRUPO         PIC X(01) VALUE 'N'.                 00001770
           05 WK-PRECIO            PIC S9(09)V9(06) COMP-3 VALUE ZEROS. 00001780
           05 WK-CAMBIO            PIC 9(05)V9(06) VALUE ZEROS.         00001790
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00001800
           05 WK-ISIN-X            PIC 9(01) VALUE ZEROS.               00001810
           05 WK-CATRIESG          PIC X(01) VALUE SPACES.              00001820
           05 WK-EMISOR            PIC X(40) VALUE SPACES.              00001830
           05 WK-DIVISA            PIC X(03) VALUE SPACES.              00001840
           05 WK-RANGO             PIC 9(01) VALUE ZEROS.               00001850
           05 WK-RANGO-CHQ         PIC 9(01) VALUE ZEROS.               00001860
           05 WK-CHQ-PRECIO        PIC S9(03)V9(02) COMP-3 VALUE ZEROS. 00001870
           05 WK-CHQ-CAMBIO        PIC S9(03)V9(02) COMP-3 VALUE ZEROS. 00001880
           05 WK-VALOR-BASE        PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001890
           05 WK-VALOR-ESTR        PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001900
           05 WK-CLI-BASE          PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001910
           05 WK-TOT-BASE          PIC S9(15)V9(02) COMP-3 VALUE ZEROS. 00001920
           05 WK-COLATERAL         PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001930
           05 WK-COL-ESTR          PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001940
           05 WK-COB-ESTR          PIC S9(09)V9(02) COMP-3 VALUE ZEROS. 00001950
           05 WK-BASE-LIN          PIC S9(15)V9(02) COMP-3 VALUE ZEROS. 00001960
           05 WK-ESTR-LIN          PIC S9(15)V9(02) COMP-3 VALUE ZEROS. 00001970
           05 WK-PERDIDA           PIC S9(15)V9(02) COMP-3 VALUE ZEROS. 00001980
           05 WK-PORC-PERDIDA      PIC S9(05)V9(02) COMP-3 VALUE ZEROS. 00001990
      *                                                                 00002000
       01  W-DATE                  PIC 9(6).                            00002010
       01  FILLER                  REDEFINES W-DATE.                    00002020
           02 W-ANO                PIC 99.                              00002030
           02 W-MES                PIC 99.                              00002040
           02 W-DIA                PIC 99.                              00002050
       01  W-FECHA-AMD.                                                 00002060
           05 W-AA-AMD             PIC 9(4).                            00002070
           05 W-MM-AMD             PIC 9(2).                            00002080
           05 W-DD-AMD             PIC 9(2).                            00002090
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00002100
       01  W-HORA-CURRENT.                                              00002110
           02  W-HORA              PIC 99.                              00002120
           02  W-MINUTOS           PIC 99.                              00002130
           02  W-SEGUNDOS          PIC 99.                              00002140
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00002150
      *                                                                 00002160
       01  W-CONTADORES.                                                00002170
          05 CONT-REG-ESC          PIC 9(08)  VALUE ZEROES.             00002180
          05 CONT-CLIENTES         PIC 9(08)  VALUE ZEROES.             00002190
          05 CONT-CLI-VALOR        PIC 9(08)  VALUE ZEROES.             00002200
          05 CONT-CLI-SIN-GRUPO    PIC 9(08)  VALUE ZEROES.             00002210
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00002220
          05 CONT-TENENCIAS        PIC 9(08)  VALUE ZEROES.             00002230
          05 CONT-SIN-PRECIO       PIC 9(08)  VALUE ZEROES.             00002240
          05 CONT-SIN-CAMBIO       PIC 9(08)  VALUE ZEROES.             00002250
          05 CONT-PRENDAS          PIC 9(08)  VALUE ZEROES.             00002260
          05 CONT-SIN-GARANTIA     PIC 9(08)  VALUE ZEROES.             00002270
          05 CONT-BAJO-RATIO       PIC 9(08)  VALUE ZEROES.             00002280
      * VARIABLES PARA CONTROL DE ERRORES                               00002290
       01  WS-ERROR.                                                    00002300
          05 WS-ACCION             PIC X(24).                           00002310
          05 WS-PARRAFO            PIC X(19).                           00002320
      * VARIABLES CONTROL DE ARCHIVOS                                   00002330
       01  WS-CTRL-ARCHIVOS.                                            00002340
          05 FS-EESCE              PIC X(02) VALUE '00'.                00002350
             88 E1DQESCE-OK                  VALUE '00'.                00002360
          05 FS-SSTRS              PIC X(02) VALUE '00'.                00002370
             88 S1RSTRS-OK                   VALUE '00'.                00002380
      *                                                                 00002390
      * LINEAS DEL REPORTE S1RSTRS                                      00002400
       01  LIN-CABECERA.                                                00002410
          05 FILLER                PIC X(48) VALUE                      00002420
             'VL4CSTRS   PRUEBA DE ESTRES DE CARTERAS  FECHA: '.        00002430
          05 CAB-FECHA             PIC 9(08).                           00002440
          05 FILLER                PIC X(14) VALUE '  RATIO MIN.: '.    00002450
          05 CAB-RATIO             PIC ZZ9.                             00002460
          05 FILLER                PIC X(59) VALUE SPACES.              00002470
       01  LIN-TITULO              PIC X(132) VALUE SPACES.             00002480
       01  LIN-CHOQUE.                                                  00002490
          05 FILLER                PIC X(03) VALUE SPACES.              00002500
          05 CHQ-ESCENARIO         PIC X(08).                           00002510
          05 FILLER                PIC X(01) VALUE SPACES.              00002520
          05 CHQ-DESCRIP           PIC X(20).                           00002530
          05 FILLER                PIC X(08) VALUE '  TIPO: '.          00002540
          05 CHQ-TIPO              PIC X(01).                           00002550
          05 FILLER                PIC X(09) VALUE '  CLAVE: '.         00002560
          05 CHQ-CLAVE             PIC X(40).                           00002570
          05 FILLER                PIC X(12) VALUE '  CHOQUE %: '.      00002580
          05 CHQ-PORCENTAJE        PIC -ZZ9.99.                         00002590
          05 FILLER                PIC X(23) VALUE SPACES.              00002600
       01  LIN-CLIENTE.                                                 00002610
          05 FILLER                PIC X(10) VALUE ' CLIENTE: '.        00002620
          05 CLI-NUMCLI            PIC 9(08).                           00002630
          05 FILLER                PIC X(02) VALUE SPACES.              00002640
          05 CLI-DENOM             PIC X(60).                           00002650
          05 FILLER                PIC X(52) VALUE SPACES.              00002660
       01  LIN-GRUPO.                                                   00002670
          05 FILLER                PIC X(08) VALUE ' GRUPO: '.          00002680
          05 GRP-CODGRU            PIC 9(08).                           00002690
          05 FILLER                PIC X(02) VALUE SPACES.              00002700
          05 GRP-DENGRU            PIC X(30).                           00002710
          05 FILLER                PIC X(12) VALUE '  CLIENTES: '.      00002720
          05 GRP-CLIENTES          PIC ZZZZ9.                           00002730
          05 FILLER                PIC X(67) VALUE SPACES.              00002740
       01  LIN-COL-PERDIDA.                                             00002750
          05 FILLER                PIC X(33) VALUE                      00002760
             '   ESCENARIO DESCRIPCION'.                                00002770
          05 FILLER                PIC X(20) VALUE                      00002780
             '    VALOR BASE PEN'.                                      00002790
          05 FILLER                PIC X(20) VALUE                      00002800
             '  VALOR ESTRES PEN'.                                      00002810
          05 FILLER                PIC X(20) VALUE                      00002820
             '       PERDIDA PEN'.                                      00002830
          05 FILLER                PIC X(10) VALUE                      00002840
             '  % PERD.'.                                               00002850
          05 FILLER                PIC X(29) VALUE SPACES.              00002860
       01  LIN-PERDIDA.                                                 00002870
          05 FILLER                PIC X(03) VALUE SPACES.              00002880
          05 PER-ESCENARIO         PIC X(08).                           00002890
          05 FILLER                PIC X(01) VALUE SPACES.              00002900
          05 PER-DESCRIP           PIC X(20).                           00002910
          05 FILLER                PIC X(01) VALUE SPACES.              00002920
          05 PER-BASE              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002930
          05 FILLER                PIC X(01) VALUE SPACES.              00002940
          05 PER-ESTRES            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002950
          05 FILLER                PIC X(01) VALUE SPACES.              00002960
          05 PER-PERDIDA           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002970
          05 FILLER                PIC X(01) VALUE SPACES.              00002980
          05 PER-PORCENTAJE        PIC -ZZZZ9.99.                       00002990
          05 FILLER                PIC X(30) VALUE SPACES.              00003000
       01  LIN-ESCENARIO.                                               00003010
          05 FILLER                PIC X(13) VALUE ' ESCENARIO: '.      00003020
          05 ESE-CODIGO            PIC X(08).                           00003030
          05 FILLER                PIC X(01) VALUE SPACES.              00003040
          05 ESE-DESCRIP           PIC X(20).                           00003050
          05 FILLER                PIC X(90) VALUE SPACES.              00003060
       01  LIN-COL-PRENDA.                                              00003070
          05 FILLER                PIC X(28) VALUE                      00003080
             '  CUENTA  VALOR        PREN'.                             00003090
          05 FILLER                PIC X(31) VALUE                      00003100
             'ACREEDOR'.                                                00003110
          05 FILLER                PIC X(36) VALUE                      00003120
             '  COLATERAL ESTRES   IMP.GARANTIZADO'.                    00003130
          05 FILLER                PIC X(20) VALUE                      00003140
             '  COB.BASE  COB.EST.'.                                    00003150
          05 FILLER                PIC X(17) VALUE SPACES.              00003160
       01  LIN-PRENDA.                                                  00003170
          05 FILLER                PIC X(02) VALUE SPACES.              00003180
          05 DET-CUENTA            PIC 9(07).                           00003190
          05 FILLER                PIC X(01) VALUE SPACES.              00003200
          05 DET-VALOR             PIC X(12).                           00003210
          05 FILLER                PIC X(01) VALUE SPACES.              00003220
          05 DET-NUMPRE            PIC ZZZ9.                            00003230
          05 FILLER                PIC X(01) VALUE SPACES.              00003240
          05 DET-ACREEDOR          PIC X(30).                           00003250
          05 FILLER                PIC X(01) VALUE SPACES.              00003260
          05 DET-COL-ESTR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00003270
          05 FILLER                PIC X(01) VALUE SPACES.              00003280
          05 DET-GARANTIA          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00003290
          05 FILLER                PIC X(01) VALUE SPACES.              00003300
          05 DET-COB-BASE          PIC ZZZZZZ9.99.                      00003310
          05 FILLER                PIC X(01) VALUE SPACES.              00003320
          05 DET-COB-ESTR          PIC ZZZZZZ9.99.                      00003330
          05 FILLER                PIC X(01) VALUE SPACES.              00003340
          05 DET-FLAG              PIC X(09).                           00003350
          05 FILLER                PIC X(06) VALUE SPACES.              00003360
       01  LIN-TOT-PRENDAS.                                             00003370
          05 FILLER                PIC X(33) VALUE                      00003380
             '      PRENDAS BAJO EL RATIO:     '.                       00003390
          05 TPR-PRENDAS           PIC ZZZ,ZZ9.                         00003400
          05 FILLER                PIC X(92) VALUE SPACES.              00003410
      *                                                                 00003420
      *    CONTROL DE EJECUCION (VLDTCTL)                               00003430
           COPY VLCPTCTL.                                               00003440
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00003450
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00003460
      *                                                                 00003470
      *    GRUPOS ECONOMICOS Y PRENDAS                                  00003480
           COPY VLCPTGRU.                                               00003490
           COPY VLCPTPRE.                                               00003500
           COPY VLCPTFXR.                                               00003510
      *                                                                *00003520
      *  AREA DE COMUNICACION SQLCA                                     00003530
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003540
      *                                                                 00003550
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00003560
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00003570
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00003580
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00003590
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00003600
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00003610
      *                                                                 00003620
      *    ULTIMO CAMBIO DE CADA MONEDA NO POSTERIOR A LA FECHA         00003630
           EXEC SQL                                                     00003640
                DECLARE VLDCFXR1  CURSOR FOR                            00003650
                SELECT  F.VFXR_MONEDA                                   00003660
                     ,  F.VFXR_TIPOCAM                                  00003670
                     ,  F.VFXR_FECDIA                                   00003680
                  FROM  VLDTFXR F                                       00003690
                 WHERE  F.VFXR_FECDIA =                                 00003700
                        (SELECT MAX(F2.VFXR_FECDIA)                     00003710
                           FROM VLDTFXR F2                              00003720
                          WHERE F2.VFXR_MONEDA = F.VFXR_MONEDA          00003730
                            AND F2.VFXR_FECDIA <= :WA-CARD-FECHA-N)     00003740
                 ORDER  BY F.VFXR_MONEDA                                00003750
           END-EXEC.                                                    00003760
      *                                                                 00003770
      *  CUENTAS ACTIVAS ORDENADAS POR CLIENTE                         *00003780
           EXEC SQL                                                     00003790
                DECLARE VLDCSTR1 CURSOR FOR                             00003800
                 SELECT  VARC_NUMCLI                                    00003810
                      ,  VARC_CUENTA                                    00003820
                   FROM  VLDTARC                                        00003830
                  WHERE  VARC_SITUAC = 'A'                              00003840
                  ORDER  BY VARC_NUMCLI, VARC_CUENTA                    00003850
           END-EXEC.                                                    00003860
      *                                                                 00003870
      *  TENENCIAS EN DEPOSITO DE LA CUENTA                            *00003880
           EXEC SQL                                                     00003890
                DECLARE VLDCSTR2 CURSOR FOR                             00003900
                 SELECT  VADS_PAVAL                                     00003910
                      ,  VADS_VALOR                                     00003920
                      ,  VADS_ISIN                                      00003930
                      ,  VADS_DEPOS                                     00003940
                   FROM  VLDTADS                                        00003950
                  WHERE  VADS_CUENTA = :VADS-CUENTA                     00003960
                    AND  VADS_DEPOS <> 0                                00003970
                  ORDER  BY VADS_PAVAL, VADS_VALOR                      00003980
           END-EXEC.                                                    00003990
      *                                                                 00004000
      *  ULTIMA COTIZACION NO POSTERIOR A LA FECHA DE VALORIZACION     *00004010
           EXEC SQL                                                     00004020
                DECLARE VLDCSTR3 CURSOR FOR                             00004030
                 SELECT VCAM_CIERRE_D                                   00004040
                   FROM VLDTCAM                                         00004050
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00004060
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00004070
                    AND VCAM_CIERRE_D <>  0                             00004080
                  ORDER BY VCAM_FECDIA DESC                             00004090
                  OPTIMIZE FOR 1 ROW                                    00004100
           END-EXEC.                                                    00004110
      *                                                                 00004120
      *  GRUPOS ECONOMICOS DEL CLIENTE                                 *00004130
           EXEC SQL                                                     00004140
                DECLARE VLDCSTR4 CURSOR FOR                             00004150
                 SELECT  VGRU_CODGRU                                    00004160
                      ,  VGRU_DENGRU                                    00004170
                   FROM  VLDTGRU                                        00004180
                  WHERE  VGRU_NUMCLI = :VGRU-NUMCLI                     00004190
                  ORDER  BY VGRU_CODGRU                                 00004200
           END-EXEC.                                                    00004210
      *                                                                 00004220
      *  PRENDAS VIGENTES                                              *00004230
           EXEC SQL                                                     00004240
                DECLARE VLDCSTR5 CURSOR FOR                             00004250
                 SELECT VPRE_CUENTA                                     00004260
                      , VPRE_PAVAL                                      00004270
                      , VPRE_VALOR                                      00004280
                      , VPRE_ISIN                                       00004290
                      , VPRE_NUMPRE                                     00004300
                      , VPRE_ACREEDOR                                   00004310
                      , VPRE_CANTIDAD                                   00004320
                      , VPRE_IMPGAR                                     00004330
                   FROM VLDTPRE                                         00004340
                  WHERE VPRE_ESTADO = 'V'                               00004350
                  ORDER BY VPRE_CUENTA, VPRE_NUMPRE                     00004360
           END-EXEC.                                                    00004370
      *                                                                *00004380
       PROCEDURE DIVISION.                                              00004390
      *                                                                *00004400
           PERFORM 1000-INICIO                                          00004410
              THRU 1000-INICIO-EXIT.                                    00004420
                                                                        00004430
           PERFORM 2000-PROCESO                                         00004440
              THRU 2000-PROCESO-EXIT                                    00004450
              UNTIL FIN-CUR-ARC.                                        00004460
                                                                        00004470
           PERFORM 2800-CIERRA-CLIENTE                                  00004480
              THRU 2800-CIERRA-CLIENTE-EXIT.                            00004490
                                                                        00004500
           PERFORM 4000-RESUMEN-GRUPOS                                  00004510
              THRU 4000-RESUMEN-GRUPOS-EXIT.                            00004520
                                                                        00004530
           PERFORM 5000-PRENDAS                                         00004540
              THRU 5000-PRENDAS-EXIT.                                   00004550
                                                                        00004560
           PERFORM 6000-RESUMEN-ESCENARIOS                              00004570
              THRU 6000-RESUMEN-ESCENARIOS-EXIT.                        00004580
                                                                        00004590
           PERFORM 3000-FIN                                             00004600
              THRU 3000-FIN-EXIT.                                       00004610
                                                                        00004620
           STOP RUN.                                                    00004630
      *                                                                *00004640
      ******************************************************************00004650
      *  1000-INICIO: PARAMETROS, ESCENARIOS Y CAMBIOS DE CIERRE       *00004660
      ******************************************************************00004670
      *-----------*                                                     00004680
       1000-INICIO.                                                     00004690
      *-----------*                                                     00004700
           INITIALIZE W-CONTADORES                                      00004710
                      TB-CAMBIOS                                        00004720
                      TB-ESCENARIOS                                     00004730
                      TB-CHOQUES                                        00004740
                      TB-GRUPOS                                         00004750
                      TB-PRENDAS.                                       00004760
                                                                        00004770
           ACCEPT WA-CARD-FECHA.                                        00004780
           IF WA-CARD-FECHA NOT NUMERIC                                 00004790
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00004800
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004810
              PERFORM 3001-ERROR                                        00004820
           END-IF.                                                      00004830
                                                                        00004840
           ACCEPT WA-CARD-RATIO.                                        00004850
           IF WA-CARD-RATIO NUMERIC AND WA-CARD-RATIO-N > ZEROS         00004860
              MOVE WA-CARD-RATIO-N TO WA-RATIO-MINIMO                   00004870
           ELSE                                                         00004880
              MOVE 'RATIO INVALIDO'         TO WS-ACCION                00004890
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004900
              PERFORM 3001-ERROR                                        00004910
           END-IF.                                                      00004920
                                                                        00004930
           ACCEPT W-DATE FROM DATE.                                     00004940
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00004950
           MOVE W-MES              TO W-MM-AMD.                         00004960
           MOVE W-DIA              TO W-DD-AMD.                         00004970
           ACCEPT W-HORA-CURRENT FROM TIME.                             00004980
                                                                        00004990
           OPEN OUTPUT S1RSTRS.                                         00005000
           IF NOT S1RSTRS-OK                                            00005010
              MOVE 'OPEN FICHERO S1RSTRS'   TO WS-ACCION                00005020
              MOVE '1000-INICIO'            TO WS-PARRAFO               00005030
              PERFORM 3001-ERROR                                        00005040
           END-IF.                                                      00005050
                                                                        00005060
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00005070
           MOVE WA-RATIO-MINIMO    TO CAB-RATIO.                        00005080
           WRITE SAL-RSTRS       FROM LIN-CABECERA.                     00005090
           MOVE SPACES             TO LIN-TITULO.                       00005100
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00005110
           MOVE ' ESCENARIOS Y CHOQUES APLICADOS' TO LIN-TITULO.        00005120
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00005130
                                                                        00005140
           OPEN INPUT  E1DQESCE.                                        00005150
           IF NOT E1DQESCE-OK                                           00005160
              MOVE 'OPEN FICHERO E1DQESCE'  TO WS-ACCION                00005170
              MOVE '1000-INICIO'            TO WS-PARRAFO               00005180
              PERFORM 3001-ERROR                                        00005190
           END-IF.                                                      00005200
           PERFORM 1100-CARGA-ESCENARIO                                 00005210
              THRU 1100-CARGA-ESCENARIO-EXIT                            00005220
              UNTIL FIN-ESCENARIOS.                                     00005230
           CLOSE E1DQESCE.                                              00005240
           IF CONT-ESC = ZEROS                                          00005250
              MOVE 'SIN ESCENARIOS E1DQESCE' TO WS-ACCION               00005260
              MOVE '1000-INICIO'            TO WS-PARRAFO               00005270
              PERFORM 3001-ERROR                                        00005280
           END-IF.                                                      00005290
                                                                        00005300
           EXEC SQL                                                     00005310
                OPEN VLDCFXR1                                           00005320
           END-EXEC.                                                    00005330
           IF SQLCODE NOT = ZERO                                        00005340
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005350
              MOVE 'VLDCFXR1-1000'          TO WS-PARRAFO               00005360
              PERFORM 3001-ERROR                                        00005370
           END-IF.                                                      00005380
           PERFORM 1200-CARGA-CAMBIOS                                   00005390
              THRU 1200-CARGA-CAMBIOS-EXIT                              00005400
              UNTIL FIN-CAMBIOS.                                        00005410
           EXEC SQL                                                     00005420
                CLOSE VLDCFXR1                                          00005430
           END-EXEC.                                                    00005440
           IF SQLCODE NOT = ZERO                                        00005450
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00005460
              MOVE 'VLDCFXR1-1000'          TO WS-PARRAFO               00005470
              PERFORM 3001-ERROR                                        00005480
           END-IF.                                                      00005490
           IF CONT-CAMBIOS = ZEROS                                      00005500
              MOVE 'SIN CAMBIOS EN VLDTFXR' TO WS-ACCION                00005510
              MOVE '1000-INICIO'            TO WS-PARRAFO               00005520
              PERFORM 3001-ERROR                                        00005530
           END-IF.                                                      00005540
                                                                        00005550
           MOVE SPACES             TO LIN-TITULO.                       00005560
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00005570
           MOVE ' PERDIDA POR CLIENTE' TO LIN-TITULO.                   00005580
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00005590
           WRITE SAL-RSTRS       FROM LIN-COL-PERDIDA.                  00005600
                                                                        00005610
           EXEC SQL                                                     00005620
                OPEN VLDCSTR1                                           00005630
           END-EXEC.                                                    00005640
           IF SQLCODE NOT = ZERO                                        00005650
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005660
              MOVE 'VLDCSTR1-1000'          TO WS-PARRAFO               00005670
              PERFORM 3001-ERROR                                        00005680
           END-IF.                                                      00005690
                                                                        00005700
           PERFORM 1300-FETCH-VLDCSTR1                                  00005710
              THRU 1300-FETCH-VLDCSTR1-EXIT.                            00005720
                                                                        00005730
           IF NOT FIN-CUR-ARC                                           00005740
              MOVE VARC-NUMCLI TO WK-NUMCLI-ACT                         00005750
              PERFORM 2700-INICIA-CLIENTE                               00005760
                 THRU 2700-INICIA-CLIENTE-EXIT                          00005770
           END-IF.                                                      00005780
      *                                                                *00005790
      *----------------*                                                00005800
       1000-INICIO-EXIT.                                                00005810
      *----------------*                                                00005820
           EXIT.                                                        00005830
                                                                        00005840
      *-----------------------*                                         00005850
       1100-CARGA-ESCENARIO.                                            00005860
      *-----------------------*                                         00005870
      *    CADA REGISTRO ES UN CHOQUE; EL CAMBIO DE CODIGO ABRE UN      00005880
      *    ESCENARIO NUEVO. UN CHOQUE MAL INFORMADO CANCELA LA CORRIDA: 00005890
      *    UN ESCENARIO INCOMPLETO DARIA AL COMITE UNA PERDIDA FALSA    00005900
           READ E1DQESCE                                                00005910
           AT END                                                       00005920
              MOVE '10'            TO SW-FIN-ESC                        00005930
              GO TO 1100-CARGA-ESCENARIO-EXIT                           00005940
           END-READ.                                                    00005950
           MOVE REG-E1DQESCE       TO W-REG-ESCENARIO.                  00005960
           ADD 1                   TO CONT-REG-ESC.                     00005970
                                                                        00005980
           IF ESC-PORCENTAJE NOT NUMERIC                                00005990
              DISPLAY 'REGISTRO E1DQESCE: ' REG-E1DQESCE                00006000
              MOVE 'PORCENTAJE NO NUMERICO' TO WS-ACCION                00006010
              MOVE '1100-CARGA-ESCENARIO'   TO WS-PARRAFO               00006020
              PERFORM 3001-ERROR                                        00006030
           END-IF.                                                      00006040
                                                                        00006050
           IF ESC-CODIGO = SPACES                                       00006060
              OR NOT ESC-TIPO-VALIDO                                    00006070
              OR ESC-PORCENTAJE < -100                                  00006080
              OR (NOT ESC-CHOQUE-MERCADO AND ESC-CLAVE = SPACES)        00006090
              OR (ESC-CHOQUE-DIVISA                                     00006100
                  AND (ESC-CLAVE (1:3) = 'PEN' OR 'S/.'))               00006110
              DISPLAY 'REGISTRO E1DQESCE: ' REG-E1DQESCE                00006120
              MOVE 'CHOQUE INVALIDO'        TO WS-ACCION                00006130
              MOVE '1100-CARGA-ESCENARIO'   TO WS-PARRAFO               00006140
              PERFORM 3001-ERROR                                        00006150
           END-IF.                                                      00006160
                                                                        00006170
           IF CONT-ESC = ZEROS                                          00006180
              OR ESC-CODIGO NOT = TB-ESC-CODIGO (CONT-ESC)              00006190
              PERFORM 1110-NUEVO-ESCENARIO                              00006200
                 THRU 1110-NUEVO-ESCENARIO-EXIT                         00006210
           END-IF.                                                      00006220
                                                                        00006230
           IF CONT-CHQ = 500                                            00006240
              MOVE 'DESBORDE TB-CHOQUES'    TO WS-ACCION                00006250
              MOVE '1100-CARGA-ESCENARIO'   TO WS-PARRAFO               00006260
              PERFORM 3001-ERROR                                        00006270
           END-IF.                                                      00006280
           ADD  1                  TO CONT-CHQ.                         00006290
           MOVE ESC-TIPO           TO TB-CHQ-TIPO (CONT-CHQ).           00006300
           MOVE ESC-CLAVE          TO TB-CHQ-CLAVE (CONT-CHQ).          00006310
           MOVE ESC-PORCENTAJE     TO TB-CHQ-PORC (CONT-CHQ).           00006320
           MOVE CONT-CHQ           TO TB-ESC-HASTA (CONT-ESC).          00006330
                                                                        00006340
           MOVE ESC-CODIGO         TO CHQ-ESCENARIO.                    00006350
           MOVE TB-ESC-DESCRIP (CONT-ESC) TO CHQ-DESCRIP.               00006360
           MOVE ESC-TIPO           TO CHQ-TIPO.                         00006370
           MOVE ESC-CLAVE          TO CHQ-CLAVE.                        00006380
           MOVE ESC-PORCENTAJE     TO CHQ-PORCENTAJE.                   00006390
           WRITE SAL-RSTRS       FROM LIN-CHOQUE.                       00006400
      *                                                                *00006410
      *----------------------------*                                    00006420
       1100-CARGA-ESCENARIO-EXIT.                                       00006430
      *----------------------------*                                    00006440
           EXIT.                                                        00006450
                                                                        00006460
      *-----------------------*                                         00006470
       1110-NUEVO-ESCENARIO.                                            00006480
      *-----------------------*                                         00006490
      *    LOS CHOQUES DE UN ESCENARIO DEBEN VENIR JUNTOS               00006500
           MOVE 1 TO IN-ESC.                                            00006510
           PERFORM 1120-SIGUIENTE-ESCENARIO                             00006520
              THRU 1120-SIGUIENTE-ESCENARIO-EXIT                        00006530
              UNTIL IN-ESC > CONT-ESC                                   00006540
                 OR TB-ESC-CODIGO (IN-ESC) = ESC-CODIGO.                00006550
           IF IN-ESC NOT > CONT-ESC                                     00006560
              DISPLAY 'ESCENARIO REPETIDO: ' ESC-CODIGO                 00006570
              MOVE 'ESCENARIOS NO AGRUPADOS' TO WS-ACCION               00006580
              MOVE '1110-NUEVO-ESCENARIO'   TO WS-PARRAFO               00006590
              PERFORM 3001-ERROR                                        00006600
           END-IF.                                                      00006610
           IF CONT-ESC = 20                                             00006620
              MOVE 'DESBORDE TB-ESCENARIOS' TO WS-ACCION                00006630
              MOVE '1110-NUEVO-ESCENARIO'   TO WS-PARRAFO               00006640
              PERFORM 3001-ERROR                                        00006650
           END-IF.                                                      00006660
           ADD  1                  TO CONT-ESC.                         00006670
           MOVE ESC-CODIGO         TO TB-ESC-CODIGO (CONT-ESC).         00006680
           MOVE ESC-DESCRIP        TO TB-ESC-DESCRIP (CONT-ESC).        00006690
           ADD  1, CONT-CHQ      GIVING TB-ESC-DESDE (CONT-ESC).        00006700
           MOVE ZEROS              TO TB-ESC-CLI-ESTR (CONT-ESC)        00006710
                                      TB-ESC-TOT-ESTR (CONT-ESC)        00006720
                                      TB-ESC-PRENDAS (CONT-ESC).        00006730
      *                                                                *00006740
      *----------------------------*                                    00006750
       1110-NUEVO-ESCENARIO-EXIT.                                       00006760
      *----------------------------*                                    00006770
           EXIT.                                                        00006780
                                                                        00006790
      *---------------------------*                                     00006800
       1120-SIGUIENTE-ESCENARIO.                                        00006810
      *---------------------------*                                     00006820
           ADD 1 TO IN-ESC.                                             00006830
      *                                                                *00006840
      *--------------------------------*                                00006850
       1120-SIGUIENTE-ESCENARIO-EXIT.                                   00006860
      *--------------------------------*                                00006870
           EXIT.                                                        00006880
                                                                        00006890
      *---------------------*                                           00006900
       1200-CARGA-CAMBIOS.                                              00006910
      *---------------------*                                           00006920
      *    SI EL ULTIMO CAMBIO CARGADO ES ANTERIOR AL DIA, SE AVISA     00006930
      *    COMO DESFASADO (MISMO CRITERIO QUE VL4CVALC)                 00006940
           EXEC SQL                                                     00006950
                FETCH VLDCFXR1                                          00006960
                 INTO :VFXR-MONEDA                                      00006970
                    , :VFXR-TIPOCAM                                     00006980
                    , :WK-FXR-FECDIA                                    00006990
           END-EXEC.                                                    00007000
           EVALUATE SQLCODE                                             00007010
               WHEN ZERO                                                00007020
                    IF CONT-CAMBIOS = 20                                00007030
                       MOVE 'DESBORDE TB-CAMBIOS'  TO WS-ACCION         00007040
                       MOVE '1200-CARGA-CAMBIOS'   TO WS-PARRAFO        00007050
                       PERFORM 3001-ERROR                               00007060
                    END-IF                                              00007070
                    ADD  1            TO CONT-CAMBIOS                   00007080
                    MOVE VFXR-MONEDA  TO TB-CAM-MONEDA (CONT-CAMBIOS)   00007090
                    MOVE VFXR-TIPOCAM TO TB-CAM-CAMBIO (CONT-CAMBIOS)   00007100
                    IF WK-FXR-FECDIA < WA-CARD-FECHA-N                  00007110
                       ADD 1          TO CONT-FX-DESFASADO              00007120
                       DISPLAY 'AVISO: CAMBIO DESFASADO MONEDA '        00007130
                               VFXR-MONEDA                              00007140
                    END-IF                                              00007150
               WHEN 100                                                 00007160
                    MOVE '10' TO SW-FIN-FXR                             00007170
               WHEN OTHER                                               00007180
                    MOVE 'FETCH'           TO WS-ACCION                 00007190
                    MOVE 'VLDCFXR1-1200'   TO WS-PARRAFO                00007200
                    PERFORM 3001-ERROR                                  00007210
           END-EVALUATE.                                                00007220
      *                                                                *00007230
      *--------------------------*                                      00007240
       1200-CARGA-CAMBIOS-EXIT.                                         00007250
      *--------------------------*                                      00007260
           EXIT.                                                        00007270
                                                                        00007280
      *--------------------*                                            00007290
       1300-FETCH-VLDCSTR1.                                             00007300
      *--------------------*                                            00007310
           EXEC SQL                                                     00007320
                FETCH  VLDCSTR1                                         00007330
                 INTO :VARC-NUMCLI                                      00007340
                    , :VARC-CUENTA                                      00007350
           END-EXEC.                                                    00007360
                                                                        00007370
           EVALUATE SQLCODE                                             00007380
               WHEN ZERO                                                00007390
                    ADD 1 TO CONT-CUENTAS                               00007400
               WHEN 100                                                 00007410
                    MOVE 'SI'            TO SW-FIN-ARC                  00007420
               WHEN OTHER                                               00007430
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00007440
                    MOVE 'VLDCSTR1-1300'       TO WS-PARRAFO            00007450
                    PERFORM 3001-ERROR                                  00007460
           END-EVALUATE.                                                00007470
      *                                                                *00007480
      *-------------------------*                                       00007490
       1300-FETCH-VLDCSTR1-EXIT.                                        00007500
      *-------------------------*                                       00007510
           EXIT.                                                        00007520
                                                                        00007530
      ******************************************************************00007540
      *  2000-PROCESO: CARTERA DE CADA CLIENTE, BASE Y ESTRESADA       *00007550
      ******************************************************************00007560
      *------------*                                                    00007570
       2000-PROCESO.                                                    00007580
      *------------*                                                    00007590
           IF VARC-NUMCLI NOT = WK-NUMCLI-ACT                           00007600
              PERFORM 2800-CIERRA-CLIENTE                               00007610
                 THRU 2800-CIERRA-CLIENTE-EXIT                          00007620
              MOVE VARC-NUMCLI TO WK-NUMCLI-ACT                         00007630
              PERFORM 2700-INICIA-CLIENTE                               00007640
                 THRU 2700-INICIA-CLIENTE-EXIT                          00007650
           END-IF.                                                      00007660
                                                                        00007670
           MOVE SPACES      TO SW-FIN-ADS.                              00007680
           MOVE VARC-CUENTA TO VADS-CUENTA.                             00007690
                                                                        00007700
           EXEC SQL                                                     00007710
                OPEN VLDCSTR2                                           00007720
           END-EXEC.                                                    00007730
           IF SQLCODE NOT = ZERO                                        00007740
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007750
              MOVE 'VLDCSTR2-2000'          TO WS-PARRAFO               00007760
              PERFORM 3001-ERROR                                        00007770
           END-IF.                                                      00007780
                                                                        00007790
           PERFORM 2100-VALORA-TENENCIA                                 00007800
              THRU 2100-VALORA-TENENCIA-EXIT                            00007810
              UNTIL FIN-CUR-ADS.                                        00007820
                                                                        00007830
           EXEC SQL                                                     00007840
                CLOSE VLDCSTR2                                          00007850
           END-EXEC.                                                    00007860
                                                                        00007870
           PERFORM 1300-FETCH-VLDCSTR1                                  00007880
              THRU 1300-FETCH-VLDCSTR1-EXIT.                            00007890
      *                                                                *00007900
      *-----------------*                                               00007910
       2000-PROCESO-EXIT.                                               00007920
      *-----------------*                                               00007930
           EXIT.                                                        00007940
                                                                        00007950
      *------------------------*                                        00007960
       2100-VALORA-TENENCIA.                                            00007970
      *------------------------*                                        00007980
           EXEC SQL                                                     00007990
                FETCH  VLDCSTR2                                         00008000
                 INTO :VADS-PAVAL                                       00008010
                    , :VADS-VALOR                                       00008020
                    , :VADS-ISIN                                        00008030
                    , :VADS-DEPOS                                       00008040
           END-EXEC.                                                    00008050
                                                                        00008060
           EVALUATE SQLCODE                                             00008070
               WHEN ZERO                                                00008080
                    ADD 1 TO CONT-TENENCIAS                             00008090
               WHEN 100                                                 00008100
                    MOVE 'SI'            TO SW-FIN-ADS                  00008110
                    GO TO 2100-VALORA-TENENCIA-EXIT                     00008120
               WHEN OTHER                                               00008130
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00008140
                    MOVE 'VLDCSTR2-2100'       TO WS-PARRAFO            00008150
                    PERFORM 3001-ERROR                                  00008160
           END-EVALUATE.                                                00008170
                                                                        00008180
           MOVE SPACES             TO WK-CODVALOR.                      00008190
           MOVE VADS-PAVAL         TO WK-CODVALOR (01:03).              00008200
           MOVE VADS-VALOR         TO WK-CODVALOR (04:08).              00008210
           MOVE VADS-ISIN          TO WK-ISIN-X.                        00008220
           MOVE WK-ISIN-X          TO WK-CODVALOR (12:01).              00008230
                                                                        00008240
           PERFORM 2150-DATOS-VALOR                                     00008250
              THRU 2150-DATOS-VALOR-EXIT.                               00008260
           PERFORM 2200-BUSCA-PRECIO                                    00008270
              THRU 2200-BUSCA-PRECIO-EXIT.                              00008280
           PERFORM 2300-CONVIERTE-PEN                                   00008290
              THRU 2300-CONVIERTE-PEN-EXIT.                             00008300
                                                                        00008310
           COMPUTE WK-VALOR-BASE ROUNDED =                              00008320
                   VADS-DEPOS * WK-PRECIO * WK-CAMBIO.                  00008330
           ADD WK-VALOR-BASE       TO WK-CLI-BASE.                      00008340
                                                                        00008350
           PERFORM 2500-ESTRESA-TENENCIA                                00008360
              THRU 2500-ESTRESA-TENENCIA-EXIT                           00008370
              VARYING IN-ESC FROM 1 BY 1                                00008380
              UNTIL IN-ESC > CONT-ESC.                                  00008390
      *                                                                *00008400
      *-----------------------------*                                   00008410
       2100-VALORA-TENENCIA-EXIT.                                       00008420
      *-----------------------------*                                   00008430
           EXIT.                                                        00008440
                                                                        00008450
      *---------------------*                                           00008460
       2150-DATOS-VALOR.                                                00008470
      *---------------------*                                           00008480
      *    DIVISA, NOMINAL, CATEGORIA DE RIESGO Y EMISOR DEL VALOR      00008490
      *    WK-CODVALOR, QUE DECIDEN QUE CHOQUES LE ALCANZAN             00008500
           MOVE WK-CODVALOR (01:03) TO VXEN-PAVAL.                      00008510
           MOVE WK-CODVALOR (04:08) TO VXEN-VALOR.                      00008520
           MOVE WK-CODVALOR (12:01) TO WK-ISIN-X.                       00008530
           MOVE WK-ISIN-X           TO VXEN-ISIN.                       00008540
                                                                        00008550
           EXEC SQL                                                     00008560
               SELECT VXEN_CODDIVI                                      00008570
                    , VXEN_NOMINEM                                      00008580
                    , VXEN_CATRIESG                                     00008590
                    , VXEN_EMISOR                                       00008600
                 INTO :VXEN-CODDIVI                                     00008610
                    , :VXEN-NOMINEM                                     00008620
                    , :VXEN-CATRIESG                                    00008630
                    , :VXEN-EMISOR                                      00008640
                 FROM VLDTXEN                                           00008650
                WHERE VXEN_PAVAL  = :VXEN-PAVAL                         00008660
                  AND VXEN_VALOR  = :VXEN-VALOR                         00008670
                  AND VXEN_ISIN   = :VXEN-ISIN                          00008680
           END-EXEC.                                                    00008690
                                                                        00008700
           EVALUATE SQLCODE                                             00008710
               WHEN ZERO                                                00008720
                    CONTINUE                                            00008730
               WHEN 100                                                 00008740
                    MOVE 'PEN'     TO VXEN-CODDIVI                      00008750
                    MOVE ZEROS     TO VXEN-NOMINEM                      00008760
                    MOVE SPACES    TO VXEN-CATRIESG                     00008770
                                      VXEN-EMISOR                       00008780
               WHEN OTHER                                               00008790
                    MOVE 'SELECT'          TO WS-ACCION                 00008800
                    MOVE 'VLDTXEN-2150'    TO WS-PARRAFO                00008810
                    PERFORM 3001-ERROR                                  00008820
           END-EVALUATE.                                                00008830
           IF VXEN-CODDIVI = 'S/.'                                      00008840
              MOVE 'PEN'           TO VXEN-CODDIVI                      00008850
           END-IF.                                                      00008860
                                                                        00008870
           MOVE VXEN-CODDIVI       TO WK-DIVISA.                        00008880
           MOVE VXEN-CATRIESG      TO WK-CATRIESG.                      00008890
           MOVE VXEN-EMISOR        TO WK-EMISOR.                        00008900
      *                                                                *00008910
      *--------------------------*                                      00008920
       2150-DATOS-VALOR-EXIT.                                           00008930
      *--------------------------*                                      00008940
           EXIT.                                                        00008950
                                                                        00008960
      *---------------------*                                           00008970
       2200-BUSCA-PRECIO.                                               00008980
      *---------------------*                                           00008990
      *    ULTIMA COTIZACION NO POSTERIOR A LA FECHA; SIN COTIZACION SE 00009000
      *    USA EL VALOR NOMINAL COMO SUSTITUTO (COMO VL4CVALC)          00009010
           MOVE WK-CODVALOR      TO VCAM-CODVALOR.                      00009020
           MOVE WA-CARD-FECHA-N  TO VCAM-FECDIA.                        00009030
                                                                        00009040
           EXEC SQL                                                     00009050
                OPEN VLDCSTR3                                           00009060
           END-EXEC.                                                    00009070
           IF SQLCODE NOT = ZERO                                        00009080
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00009090
              MOVE 'VLDCSTR3-2200'          TO WS-PARRAFO               00009100
              PERFORM 3001-ERROR                                        00009110
           END-IF.                                                      00009120
                                                                        00009130
           EXEC SQL                                                     00009140
                FETCH VLDCSTR3                                          00009150
                 INTO :VCAM-CIERRE-D                                    00009160
           END-EXEC.                                                    00009170
                                                                        00009180
           EVALUATE SQLCODE                                             00009190
               WHEN ZERO                                                00009200
                    MOVE VCAM-CIERRE-D TO WK-PRECIO                     00009210
               WHEN 100                                                 00009220
                    MOVE VXEN-NOMINEM  TO WK-PRECIO                     00009230
                    ADD 1              TO CONT-SIN-PRECIO               00009240
               WHEN OTHER                                               00009250
                    MOVE 'FETCH CURSOR'           TO WS-ACCION          00009260
                    MOVE 'VLDCSTR3-2200'          TO WS-PARRAFO         00009270
                    PERFORM 3001-ERROR                                  00009280
           END-EVALUATE.                                                00009290
                                                                        00009300
           EXEC SQL                                                     00009310
                CLOSE VLDCSTR3                                          00009320
           END-EXEC.                                                    00009330
      *                                                                *00009340
      *--------------------------*                                      00009350
       2200-BUSCA-PRECIO-EXIT.                                          00009360
      *--------------------------*                                      00009370
           EXIT.                                                        00009380
                                                                        00009390
      *----------------------*                                          00009400
       2300-CONVIERTE-PEN.                                              00009410
      *----------------------*                                          00009420
           IF WK-DIVISA = 'PEN'                                         00009430
              MOVE 1 TO WK-CAMBIO                                       00009440
              GO TO 2300-CONVIERTE-PEN-EXIT                             00009450
           END-IF.                                                      00009460
                                                                        00009470
           MOVE 1 TO IN-CAM.                                            00009480
           PERFORM 2310-SIGUIENTE-CAMBIO                                00009490
              THRU 2310-SIGUIENTE-CAMBIO-EXIT                           00009500
              UNTIL IN-CAM > CONT-CAMBIOS                               00009510
                 OR TB-CAM-MONEDA (IN-CAM) = WK-DIVISA.                 00009520
           IF IN-CAM > CONT-CAMBIOS                                     00009530
              ADD 1  TO CONT-SIN-CAMBIO                                 00009540
              MOVE 1 TO WK-CAMBIO                                       00009550
           ELSE                                                         00009560
              MOVE TB-CAM-CAMBIO (IN-CAM) TO WK-CAMBIO                  00009570
           END-IF.                                                      00009580
      *                                                                *00009590
      *---------------------------*                                     00009600
       2300-CONVIERTE-PEN-EXIT.                                         00009610
      *---------------------------*                                     00009620
           EXIT.                                                        00009630
                                                                        00009640
      *-------------------------*                                       00009650
       2310-SIGUIENTE-CAMBIO.                                           00009660
      *-------------------------*                                       00009670
           ADD 1 TO IN-CAM.                                             00009680
      *                                                                *00009690
      *------------------------------*                                  00009700
       2310-SIGUIENTE-CAMBIO-EXIT.                                      00009710
      *------------------------------*                                  00009720
           EXIT.                                                        00009730
                                                                        00009740
      *--------------------------*                                      00009750
       2400-CHOQUES-ESCENARIO.                                          00009760
      *--------------------------*                                      00009770
      *    DEJA EN WK-CHQ-PRECIO EL CHOQUE DE PRECIO MAS ESPECIFICO DEL 00009780
      *    ESCENARIO IN-ESC QUE ALCANZA AL VALOR WK-CODVALOR Y EN       00009790
      *    WK-CHQ-CAMBIO EL CHOQUE DE CAMBIO DE SU DIVISA (CERO SI NO   00009800
      *    HAY CHOQUE QUE LE ALCANCE)                                   00009810
           MOVE ZEROS              TO WK-CHQ-PRECIO                     00009820
                                      WK-CHQ-CAMBIO                     00009830
                                      WK-RANGO.                         00009840
           PERFORM 2410-EVALUA-CHOQUE                                   00009850
              THRU 2410-EVALUA-CHOQUE-EXIT                              00009860
              VARYING IN-CHQ FROM TB-ESC-DESDE (IN-ESC) BY 1            00009870
              UNTIL IN-CHQ > TB-ESC-HASTA (IN-ESC).                     00009880
      *                                                                *00009890
      *-------------------------------*                                 00009900
       2400-CHOQUES-ESCENARIO-EXIT.                                     00009910
      *-------------------------------*                                 00009920
           EXIT.                                                        00009930
                                                                        00009940
      *----------------------*                                          00009950
       2410-EVALUA-CHOQUE.                                              00009960
      *----------------------*                                          00009970
      *    PRECEDENCIA: VALOR(4), EMISOR(3), CATEGORIA(2), MERCADO(1)   00009980
           MOVE ZEROS              TO WK-RANGO-CHQ.                     00009990
           EVALUATE TRUE                                                00010000
               WHEN TB-CHQ-TIPO (IN-CHQ) = 'M'                          00010010
                AND TB-CHQ-CLAVE (IN-CHQ) (1:3) = WK-DIVISA             00010020
                    MOVE TB-CHQ-PORC (IN-CHQ) TO WK-CHQ-CAMBIO          00010030
               WHEN TB-CHQ-TIPO (IN-CHQ) = 'V'                          00010040
                AND TB-CHQ-CLAVE (IN-CHQ) (1:12) = WK-CODVALOR          00010050
                    MOVE 4                    TO WK-RANGO-CHQ           00010060
               WHEN TB-CHQ-TIPO (IN-CHQ) = 'E'                          00010070
                AND WK-EMISOR NOT = SPACES                              00010080
                AND TB-CHQ-CLAVE (IN-CHQ) = WK-EMISOR                   00010090
                    MOVE 3                    TO WK-RANGO-CHQ           00010100
               WHEN TB-CHQ-TIPO (IN-CHQ) = 'R'                          00010110
                AND WK-CATRIESG NOT = SPACES                            00010120
                AND TB-CHQ-CLAVE (IN-CHQ) (1:1) = WK-CATRIESG           00010130
                    MOVE 2                    TO WK-RANGO-CHQ           00010140
               WHEN TB-CHQ-TIPO (IN-CHQ) = 'T'                          00010150
                    MOVE 1                    TO WK-RANGO-CHQ           00010160
               WHEN OTHER                                               00010170
                    CONTINUE                                            00010180
           END-EVALUATE.                                                00010190
                                                                        00010200
           IF WK-RANGO-CHQ > ZEROS                                      00010210
              AND WK-RANGO-CHQ NOT < WK-RANGO                           00010220
              MOVE WK-RANGO-CHQ          TO WK-RANGO                    00010230
              MOVE TB-CHQ-PORC (IN-CHQ)  TO WK-CHQ-PRECIO               00010240
           END-IF.                                                      00010250
      *                                                                *00010260
      *---------------------------*                                     00010270
       2410-EVALUA-CHOQUE-EXIT.                                         00010280
      *---------------------------*                                     00010290
           EXIT.                                                        00010300
                                                                        00010310
      *-------------------------*                                       00010320
       2500-ESTRESA-TENENCIA.                                           00010330
      *-------------------------*                                       00010340
           PERFORM 2400-CHOQUES-ESCENARIO                               00010350
              THRU 2400-CHOQUES-ESCENARIO-EXIT.                         00010360
                                                                        00010370
           COMPUTE WK-VALOR-ESTR ROUNDED =                              00010380
                   VADS-DEPOS * WK-PRECIO * (1 + WK-CHQ-PRECIO / 100)   00010390
                 * WK-CAMBIO * (1 + WK-CHQ-CAMBIO / 100).               00010400
           ADD WK-VALOR-ESTR       TO TB-ESC-CLI-ESTR (IN-ESC).         00010410
      *                                                                *00010420
      *------------------------------*                                  00010430
       2500-ESTRESA-TENENCIA-EXIT.                                      00010440
      *------------------------------*                                  00010450
           EXIT.                                                        00010460
                                                                        00010470
      *------------------------*                                        00010480
       2700-INICIA-CLIENTE.                                             00010490
      *------------------------*                                        00010500
           ADD 1 TO CONT-CLIENTES.                                      00010510
           MOVE ZEROS              TO WK-CLI-BASE.                      00010520
           PERFORM 2710-LIMPIA-ESCENARIO                                00010530
              THRU 2710-LIMPIA-ESCENARIO-EXIT                           00010540
              VARYING IN-ESC FROM 1 BY 1                                00010550
              UNTIL IN-ESC > CONT-ESC.                                  00010560
      *                                                                *00010570
      *-----------------------------*                                   00010580
       2700-INICIA-CLIENTE-EXIT.                                        00010590
      *-----------------------------*                                   00010600
           EXIT.                                                        00010610
                                                                        00010620
      *-------------------------*                                       00010630
       2710-LIMPIA-ESCENARIO.                                           00010640
      *-------------------------*                                       00010650
           MOVE ZEROS              TO TB-ESC-CLI-ESTR (IN-ESC).         00010660
      *                                                                *00010670
      *------------------------------*                                  00010680
       2710-LIMPIA-ESCENARIO-EXIT.                                      00010690
      *------------------------------*                                  00010700
           EXIT.                                                        00010710
                                                                        00010720
      *----------------------*                                          00010730
       2800-CIERRA-CLIENTE.                                             00010740
      *----------------------*                                          00010750
      *    SOLO SE LISTAN LOS CLIENTES CON CARTERA VALORIZADA           00010760
           IF WK-CLI-BASE = ZEROS                                       00010770
              GO TO 2800-CIERRA-CLIENTE-EXIT                            00010780
           END-IF.                                                      00010790
           ADD 1                   TO CONT-CLI-VALOR.                   00010800
                                                                        00010810
           MOVE WK-NUMCLI-ACT      TO VXMI-CODCLI.                      00010820
           EXEC SQL                                                     00010830
                SELECT  VXMI_DENOM                                      00010840
                  INTO :VXMI-DENOM                                      00010850
                  FROM  VLDTXMI                                         00010860
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00010870
           END-EXEC.                                                    00010880
           IF SQLCODE NOT = ZERO                                        00010890
              MOVE SPACES TO VXMI-DENOM                                 00010900
           END-IF.                                                      00010910
                                                                        00010920
           MOVE WK-NUMCLI-ACT      TO CLI-NUMCLI.                       00010930
           MOVE VXMI-DENOM         TO CLI-DENOM.                        00010940
           WRITE SAL-RSTRS       FROM LIN-CLIENTE.                      00010950
                                                                        00010960
           PERFORM 2810-PERDIDA-CLIENTE                                 00010970
              THRU 2810-PERDIDA-CLIENTE-EXIT                            00010980
              VARYING IN-ESC FROM 1 BY 1                                00010990
              UNTIL IN-ESC > CONT-ESC.                                  00011000
           ADD WK-CLI-BASE         TO WK-TOT-BASE.                      00011010
                                                                        00011020
           PERFORM 2900-ACUMULA-GRUPOS                                  00011030
              THRU 2900-ACUMULA-GRUPOS-EXIT.                            00011040
      *                                                                *00011050
      *-----------------------------*                                   00011060
       2800-CIERRA-CLIENTE-EXIT.                                        00011070
      *-----------------------------*                                   00011080
           EXIT.                                                        00011090
                                                                        00011100
      *------------------------*                                        00011110
       2810-PERDIDA-CLIENTE.                                            00011120
      *------------------------*                                        00011130
           ADD TB-ESC-CLI-ESTR (IN-ESC) TO TB-ESC-TOT-ESTR (IN-ESC).    00011140
           MOVE WK-CLI-BASE              TO WK-BASE-LIN.                00011150
           MOVE TB-ESC-CLI-ESTR (IN-ESC) TO WK-ESTR-LIN.                00011160
           PERFORM 7000-LINEA-PERDIDA                                   00011170
              THRU 7000-LINEA-PERDIDA-EXIT.                             00011180
      *                                                                *00011190
      *-----------------------------*                                   00011200
       2810-PERDIDA-CLIENTE-EXIT.                                       00011210
      *-----------------------------*                                   00011220
           EXIT.                                                        00011230
                                                                        00011240
      *------------------------*                                        00011250
       2900-ACUMULA-GRUPOS.                                             00011260
      *------------------------*                                        00011270
      *    LA CARTERA DEL CLIENTE SE SUMA A CADA GRUPO ECONOMICO        00011280
      *    (VLDTGRU) AL QUE ESTA VINCULADO                              00011290
           MOVE WK-NUMCLI-ACT      TO VGRU-NUMCLI.                      00011300
           MOVE SPACES             TO SW-FIN-GRU.                       00011310
           MOVE 'N'                TO WK-CON-GRUPO.                     00011320
                                                                        00011330
           EXEC SQL                                                     00011340
                OPEN VLDCSTR4                                           00011350
           END-EXEC.                                                    00011360
           IF SQLCODE NOT = ZERO                                        00011370
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00011380
              MOVE 'VLDCSTR4-2900'          TO WS-PARRAFO               00011390
              PERFORM 3001-ERROR                                        00011400
           END-IF.                                                      00011410
                                                                        00011420
           PERFORM 2910-FETCH-GRUPO                                     00011430
              THRU 2910-FETCH-GRUPO-EXIT                                00011440
              UNTIL FIN-CUR-GRU.                                        00011450
                                                                        00011460
           EXEC SQL                                                     00011470
                CLOSE VLDCSTR4                                          00011480
           END-EXEC.                                                    00011490
           IF SQLCODE NOT = ZERO                                        00011500
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00011510
              MOVE 'VLDCSTR4-2900'          TO WS-PARRAFO               00011520
              PERFORM 3001-ERROR                                        00011530
           END-IF.                                                      00011540
                                                                        00011550
           IF WK-CON-GRUPO = 'N'                                        00011560
              ADD 1                TO CONT-CLI-SIN-GRUPO                00011570
           END-IF.                                                      00011580
      *                                                                *00011590
      *-----------------------------*                                   00011600
       2900-ACUMULA-GRUPOS-EXIT.                                        00011610
      *-----------------------------*                                   00011620
           EXIT.                                                        00011630
                                                                        00011640
      *---------------------*                                           00011650
       2910-FETCH-GRUPO.                                                00011660
      *---------------------*                                           00011670
           EXEC SQL                                                     00011680
                FETCH  VLDCSTR4                                         00011690
                 INTO :VGRU-CODGRU                                      00011700
                    , :VGRU-DENGRU                                      00011710
           END-EXEC.                                                    00011720
                                                                        00011730
           EVALUATE SQLCODE                                             00011740
               WHEN ZERO                                                00011750
                    CONTINUE                                            00011760
               WHEN 100                                                 00011770
                    MOVE 'SI'            TO SW-FIN-GRU                  00011780
                    GO TO 2910-FETCH-GRUPO-EXIT                         00011790
               WHEN OTHER                                               00011800
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00011810
                    MOVE 'VLDCSTR4-2910'       TO WS-PARRAFO            00011820
                    PERFORM 3001-ERROR                                  00011830
           END-EVALUATE.                                                00011840
                                                                        00011850
           MOVE 'S'                TO WK-CON-GRUPO.                     00011860
           PERFORM 2920-BUSCA-GRUPO                                     00011870
              THRU 2920-BUSCA-GRUPO-EXIT.                               00011880
           ADD 1                   TO TB-GRU-CLIENTES (IN-GRU).         00011890
           ADD WK-CLI-BASE         TO TB-GRU-BASE (IN-GRU).             00011900
           PERFORM 2930-SUMA-GRUPO                                      00011910
              THRU 2930-SUMA-GRUPO-EXIT                                 00011920
              VARYING IN-ESC FROM 1 BY 1                                00011930
              UNTIL IN-ESC > CONT-ESC.                                  00011940
      *                                                                *00011950
      *--------------------------*                                      00011960
       2910-FETCH-GRUPO-EXIT.                                           00011970
      *--------------------------*                                      00011980
           EXIT.                                                        00011990
                                                                        00012000
      *---------------------*                                           00012010
       2920-BUSCA-GRUPO.                                                00012020
      *---------------------*                                           00012030
      *    DEJA EN IN-GRU LA FILA DEL GRUPO VGRU-CODGRU; SI NO EXISTE   00012040
      *    LA CREA                                                      00012050
           MOVE 1 TO IN-GRU.                                            00012060
           PERFORM 2921-SIGUIENTE-GRUPO                                 00012070
              THRU 2921-SIGUIENTE-GRUPO-EXIT                            00012080
              UNTIL IN-GRU > CONT-GRU                                   00012090
                 OR TB-GRU-CODGRU (IN-GRU) = VGRU-CODGRU.               00012100
           IF IN-GRU > CONT-GRU                                         00012110
              IF CONT-GRU = 500                                         00012120
                 MOVE 'DESBORDE TB-GRUPOS'  TO WS-ACCION                00012130
                 MOVE '2920-BUSCA-GRUPO'    TO WS-PARRAFO               00012140
                 PERFORM 3001-ERROR                                     00012150
              END-IF                                                    00012160
              ADD  1               TO CONT-GRU                          00012170
              MOVE CONT-GRU        TO IN-GRU                            00012180
              INITIALIZE TB-GRU-FILA (IN-GRU)                           00012190
              MOVE VGRU-CODGRU     TO TB-GRU-CODGRU (IN-GRU)            00012200
              MOVE VGRU-DENGRU     TO TB-GRU-DENGRU (IN-GRU)            00012210
           END-IF.                                                      00012220
      *                                                                *00012230
      *--------------------------*                                      00012240
       2920-BUSCA-GRUPO-EXIT.                                           00012250
      *--------------------------*                                      00012260
           EXIT.                                                        00012270
                                                                        00012280
      *------------------------*                                        00012290
       2921-SIGUIENTE-GRUPO.                                            00012300
      *------------------------*                                        00012310
           ADD 1 TO IN-GRU.                                             00012320
      *                                                                *00012330
      *-----------------------------*                                   00012340
       2921-SIGUIENTE-GRUPO-EXIT.                                       00012350
      *-----------------------------*                                   00012360
           EXIT.                                                        00012370
                                                                        00012380
      *--------------------*                                            00012390
       2930-SUMA-GRUPO.                                                 00012400
      *--------------------*                                            00012410
           ADD TB-ESC-CLI-ESTR (IN-ESC)                                 00012420
                                TO TB-GRU-ESTR (IN-GRU, IN-ESC).        00012430
      *                                                                *00012440
      *-------------------------*                                       00012450
       2930-SUMA-GRUPO-EXIT.                                            00012460
      *-------------------------*                                       00012470
           EXIT.                                                        00012480
                                                                        00012490
      ******************************************************************00012500
      *  4000-RESUMEN-GRUPOS: PERDIDA POR GRUPO ECONOMICO              *00012510
      ******************************************************************00012520
      *-----------------------*                                         00012530
       4000-RESUMEN-GRUPOS.                                             00012540
      *-----------------------*                                         00012550
           MOVE SPACES             TO LIN-TITULO.                       00012560
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00012570
           MOVE ' PERDIDA POR GRUPO ECONOMICO' TO LIN-TITULO.           00012580
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00012590
                                                                        00012600
           IF CONT-GRU = ZEROS                                          00012610
              MOVE '   NINGUN CLIENTE VALORIZADO PERTENECE A UN GRUPO'  00012620
                                   TO LIN-TITULO                        00012630
              WRITE SAL-RSTRS    FROM LIN-TITULO                        00012640
              GO TO 4000-RESUMEN-GRUPOS-EXIT                            00012650
           END-IF.                                                      00012660
                                                                        00012670
           WRITE SAL-RSTRS       FROM LIN-COL-PERDIDA.                  00012680
           PERFORM 4100-LINEA-GRUPO                                     00012690
              THRU 4100-LINEA-GRUPO-EXIT                                00012700
              VARYING IN-GRU FROM 1 BY 1                                00012710
              UNTIL IN-GRU > CONT-GRU.                                  00012720
      *                                                                *00012730
      *----------------------------*                                    00012740
       4000-RESUMEN-GRUPOS-EXIT.                                        00012750
      *----------------------------*                                    00012760
           EXIT.                                                        00012770
                                                                        00012780
      *---------------------*                                           00012790
       4100-LINEA-GRUPO.                                                00012800
      *---------------------*                                           00012810
           MOVE TB-GRU-CODGRU (IN-GRU)   TO GRP-CODGRU.                 00012820
           MOVE TB-GRU-DENGRU (IN-GRU)   TO GRP-DENGRU.                 00012830
           MOVE TB-GRU-CLIENTES (IN-GRU) TO GRP-CLIENTES.               00012840
           WRITE SAL-RSTRS       FROM LIN-GRUPO.                        00012850
                                                                        00012860
           PERFORM 4110-PERDIDA-GRUPO                                   00012870
              THRU 4110-PERDIDA-GRUPO-EXIT                              00012880
              VARYING IN-ESC FROM 1 BY 1                                00012890
              UNTIL IN-ESC > CONT-ESC.                                  00012900
      *                                                                *00012910
      *--------------------------*                                      00012920
       4100-LINEA-GRUPO-EXIT.                                           00012930
      *--------------------------*                                      00012940
           EXIT.                                                        00012950
                                                                        00012960
      *-----------------------*                                         00012970
       4110-PERDIDA-GRUPO.                                              00012980
      *-----------------------*                                         00012990
           MOVE TB-GRU-BASE (IN-GRU)         TO WK-BASE-LIN.            00013000
           MOVE TB-GRU-ESTR (IN-GRU, IN-ESC) TO WK-ESTR-LIN.            00013010
           PERFORM 7000-LINEA-PERDIDA                                   00013020
              THRU 7000-LINEA-PERDIDA-EXIT.                             00013030
      *                                                                *00013040
      *----------------------------*                                    00013050
       4110-PERDIDA-GRUPO-EXIT.                                         00013060
      *----------------------------*                                    00013070
           EXIT.                                                        00013080
                                                                        00013090
      ******************************************************************00013100
      *  5000-PRENDAS: PRENDAS QUE CAERIAN BAJO EL RATIO MINIMO        *00013110
      ******************************************************************00013120
      *----------------*                                                00013130
       5000-PRENDAS.                                                    00013140
      *----------------*                                                00013150
           EXEC SQL                                                     00013160
                OPEN VLDCSTR5                                           00013170
           END-EXEC.                                                    00013180
           IF SQLCODE NOT = ZERO                                        00013190
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00013200
              MOVE 'VLDCSTR5-5000'          TO WS-PARRAFO               00013210
              PERFORM 3001-ERROR                                        00013220
           END-IF.                                                      00013230
                                                                        00013240
           PERFORM 5100-CARGA-PRENDA                                    00013250
              THRU 5100-CARGA-PRENDA-EXIT                               00013260
              UNTIL FIN-CUR-PRE.                                        00013270
                                                                        00013280
           EXEC SQL                                                     00013290
                CLOSE VLDCSTR5                                          00013300
           END-EXEC.                                                    00013310
           IF SQLCODE NOT = ZERO                                        00013320
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00013330
              MOVE 'VLDCSTR5-5000'          TO WS-PARRAFO               00013340
              PERFORM 3001-ERROR                                        00013350
           END-IF.                                                      00013360
                                                                        00013370
           MOVE SPACES             TO LIN-TITULO.                       00013380
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00013390
           MOVE ' PRENDAS BAJO EL RATIO MINIMO DE COBERTURA'            00013400
                                   TO LIN-TITULO.                       00013410
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00013420
                                                                        00013430
           PERFORM 5300-PRENDAS-ESCENARIO                               00013440
              THRU 5300-PRENDAS-ESCENARIO-EXIT                          00013450
              VARYING IN-ESC FROM 1 BY 1                                00013460
              UNTIL IN-ESC > CONT-ESC.                                  00013470
      *                                                                *00013480
      *---------------------*                                           00013490
       5000-PRENDAS-EXIT.                                               00013500
      *---------------------*                                           00013510
           EXIT.                                                        00013520
                                                                        00013530
      *---------------------*                                           00013540
       5100-CARGA-PRENDA.                                               00013550
      *---------------------*                                           00013560
      *    CADA PRENDA SE VALORIZA UNA SOLA VEZ; LOS ESCENARIOS SE      00013570
      *    APLICAN DESPUES SOBRE LA TABLA                               00013580
           EXEC SQL                                                     00013590
                FETCH VLDCSTR5                                          00013600
                 INTO :VPRE-CUENTA                                      00013610
                    , :VPRE-PAVAL                                       00013620
                    , :VPRE-VALOR                                       00013630
                    , :VPRE-ISIN                                        00013640
                    , :VPRE-NUMPRE                                      00013650
                    , :VPRE-ACREEDOR                                    00013660
                    , :VPRE-CANTIDAD                                    00013670
                    , :VPRE-IMPGAR                                      00013680
           END-EXEC.                                                    00013690
           EVALUATE SQLCODE                                             00013700
               WHEN ZERO                                                00013710
                    ADD 1 TO CONT-PRENDAS                               00013720
               WHEN 100                                                 00013730
                    MOVE 'SI'            TO SW-FIN-PRE                  00013740
                    GO TO 5100-CARGA-PRENDA-EXIT                        00013750
               WHEN OTHER                                               00013760
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00013770
                    MOVE 'VLDCSTR5-5100'       TO WS-PARRAFO            00013780
                    PERFORM 3001-ERROR                                  00013790
           END-EVALUATE.                                                00013800
                                                                        00013810
      *    SIN IMPORTE GARANTIZADO NO HAY RATIO QUE EVALUAR             00013820
           IF VPRE-IMPGAR NOT > ZEROS                                   00013830
              ADD 1                TO CONT-SIN-GARANTIA                 00013840
              GO TO 5100-CARGA-PRENDA-EXIT                              00013850
           END-IF.                                                      00013860
                                                                        00013870
           MOVE SPACES             TO WK-CODVALOR.                      00013880
           MOVE VPRE-PAVAL         TO WK-CODVALOR (01:03).              00013890
           MOVE VPRE-VALOR         TO WK-CODVALOR (04:08).              00013900
           MOVE VPRE-ISIN          TO WK-ISIN-X.                        00013910
           MOVE WK-ISIN-X          TO WK-CODVALOR (12:01).              00013920
                                                                        00013930
           PERFORM 2150-DATOS-VALOR                                     00013940
              THRU 2150-DATOS-VALOR-EXIT.                               00013950
           PERFORM 2200-BUSCA-PRECIO                                    00013960
              THRU 2200-BUSCA-PRECIO-EXIT.                              00013970
           COMPUTE WK-COLATERAL ROUNDED = VPRE-CANTIDAD * WK-PRECIO.    00013980
                                                                        00013990
           IF CONT-PRE = 3000                                           00014000
              MOVE 'DESBORDE TB-PRENDAS'    TO WS-ACCION                00014010
              MOVE '5100-CARGA-PRENDA'      TO WS-PARRAFO               00014020
              PERFORM 3001-ERROR                                        00014030
           END-IF.                                                      00014040
           ADD  1                  TO CONT-PRE.                         00014050
           MOVE VPRE-CUENTA        TO TB-PRE-CUENTA (CONT-PRE).         00014060
           MOVE WK-CODVALOR        TO TB-PRE-CODVALOR (CONT-PRE).       00014070
           MOVE VPRE-NUMPRE        TO TB-PRE-NUMPRE (CONT-PRE).         00014080
           MOVE VPRE-ACREEDOR      TO TB-PRE-ACREEDOR (CONT-PRE).       00014090
           MOVE WK-CATRIESG        TO TB-PRE-CATRIESG (CONT-PRE).       00014100
           MOVE WK-EMISOR          TO TB-PRE-EMISOR (CONT-PRE).         00014110
           MOVE WK-DIVISA          TO TB-PRE-DIVISA (CONT-PRE).         00014120
           MOVE WK-COLATERAL       TO TB-PRE-COLATERAL (CONT-PRE).      00014130
           MOVE VPRE-IMPGAR        TO TB-PRE-IMPGAR (CONT-PRE).         00014140
           COMPUTE TB-PRE-COBERTURA (CONT-PRE) ROUNDED =                00014150
                   WK-COLATERAL * 100 / VPRE-IMPGAR.                    00014160
      *                                                                *00014170
      *--------------------------*                                      00014180
       5100-CARGA-PRENDA-EXIT.                                          00014190
      *--------------------------*                                      00014200
           EXIT.                                                        00014210
                                                                        00014220
      *--------------------------*                                      00014230
       5300-PRENDAS-ESCENARIO.                                          00014240
      *--------------------------*                                      00014250
           MOVE TB-ESC-CODIGO (IN-ESC)  TO ESE-CODIGO.                  00014260
           MOVE TB-ESC-DESCRIP (IN-ESC) TO ESE-DESCRIP.                 00014270
           WRITE SAL-RSTRS       FROM LIN-ESCENARIO.                    00014280
           WRITE SAL-RSTRS       FROM LIN-COL-PRENDA.                   00014290
                                                                        00014300
           PERFORM 5310-EVALUA-PRENDA                                   00014310
              THRU 5310-EVALUA-PRENDA-EXIT                              00014320
              VARYING IN-PRE FROM 1 BY 1                                00014330
              UNTIL IN-PRE > CONT-PRE.                                  00014340
                                                                        00014350
           MOVE TB-ESC-PRENDAS (IN-ESC) TO TPR-PRENDAS.                 00014360
           WRITE SAL-RSTRS       FROM LIN-TOT-PRENDAS.                  00014370
      *                                                                *00014380
      *-------------------------------*                                 00014390
       5300-PRENDAS-ESCENARIO-EXIT.                                     00014400
      *-------------------------------*                                 00014410
           EXIT.                                                        00014420
                                                                        00014430
      *----------------------*                                          00014440
       5310-EVALUA-PRENDA.                                              00014450
      *----------------------*                                          00014460
      *    LA GARANTIA Y EL COLATERAL ESTAN EN LA DIVISA DEL VALOR      00014470
      *    (VL4CMARG): SOLO EL CHOQUE DE PRECIO MUEVE LA COBERTURA      00014480
           MOVE TB-PRE-CODVALOR (IN-PRE) TO WK-CODVALOR.                00014490
           MOVE TB-PRE-CATRIESG (IN-PRE) TO WK-CATRIESG.                00014500
           MOVE TB-PRE-EMISOR (IN-PRE)   TO WK-EMISOR.                  00014510
           MOVE TB-PRE-DIVISA (IN-PRE)   TO WK-DIVISA.                  00014520
           PERFORM 2400-CHOQUES-ESCENARIO                               00014530
              THRU 2400-CHOQUES-ESCENARIO-EXIT.                         00014540
                                                                        00014550
           COMPUTE WK-COL-ESTR ROUNDED =                                00014560
                   TB-PRE-COLATERAL (IN-PRE)                            00014570
                 * (1 + WK-CHQ-PRECIO / 100).                           00014580
           COMPUTE WK-COB-ESTR ROUNDED =                                00014590
                   WK-COL-ESTR * 100 / TB-PRE-IMPGAR (IN-PRE).          00014600
           IF WK-COB-ESTR NOT < WA-RATIO-MINIMO                         00014610
              GO TO 5310-EVALUA-PRENDA-EXIT                             00014620
           END-IF.                                                      00014630
                                                                        00014640
           ADD 1                   TO TB-ESC-PRENDAS (IN-ESC)           00014650
                                      CONT-BAJO-RATIO.                  00014660
           MOVE TB-PRE-CUENTA (IN-PRE)    TO DET-CUENTA.                00014670
           MOVE TB-PRE-CODVALOR (IN-PRE)  TO DET-VALOR.                 00014680
           MOVE TB-PRE-NUMPRE (IN-PRE)    TO DET-NUMPRE.                00014690
           MOVE TB-PRE-ACREEDOR (IN-PRE)  TO DET-ACREEDOR.              00014700
           MOVE WK-COL-ESTR               TO DET-COL-ESTR.              00014710
           MOVE TB-PRE-IMPGAR (IN-PRE)    TO DET-GARANTIA.              00014720
           MOVE TB-PRE-COBERTURA (IN-PRE) TO DET-COB-BASE.              00014730
           MOVE WK-COB-ESTR               TO DET-COB-ESTR.              00014740
      *    YA EN LLAMADA DE MARGEN SIN NECESIDAD DE CHOQUE              00014750
           IF TB-PRE-COBERTURA (IN-PRE) < WA-RATIO-MINIMO               00014760
              MOVE 'YA BAJO'              TO DET-FLAG                   00014770
           ELSE                                                         00014780
              MOVE SPACES                 TO DET-FLAG                   00014790
           END-IF.                                                      00014800
           WRITE SAL-RSTRS       FROM LIN-PRENDA.                       00014810
      *                                                                *00014820
      *---------------------------*                                     00014830
       5310-EVALUA-PRENDA-EXIT.                                         00014840
      *---------------------------*                                     00014850
           EXIT.                                                        00014860
                                                                        00014870
      ******************************************************************00014880
      *  6000-RESUMEN-ESCENARIOS: TOTAL DE LA CARTERA POR ESCENARIO    *00014890
      ******************************************************************00014900
      *---------------------------*                                     00014910
       6000-RESUMEN-ESCENARIOS.                                         00014920
      *---------------------------*                                     00014930
           MOVE SPACES             TO LIN-TITULO.                       00014940
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00014950
           MOVE ' PERDIDA TOTAL POR ESCENARIO' TO LIN-TITULO.           00014960
           WRITE SAL-RSTRS       FROM LIN-TITULO.                       00014970
           WRITE SAL-RSTRS       FROM LIN-COL-PERDIDA.                  00014980
                                                                        00014990
           PERFORM 6100-TOTAL-ESCENARIO                                 00015000
              THRU 6100-TOTAL-ESCENARIO-EXIT                            00015010
              VARYING IN-ESC FROM 1 BY 1                                00015020
              UNTIL IN-ESC > CONT-ESC.                                  00015030
      *                                                                *00015040
      *--------------------------------*                                00015050
       6000-RESUMEN-ESCENARIOS-EXIT.                                    00015060
      *--------------------------------*                                00015070
           EXIT.                                                        00015080
                                                                        00015090
      *-------------------------*                                       00015100
       6100-TOTAL-ESCENARIO.                                            00015110
      *-------------------------*                                       00015120
           MOVE WK-TOT-BASE              TO WK-BASE-LIN.                00015130
           MOVE TB-ESC-TOT-ESTR (IN-ESC) TO WK-ESTR-LIN.                00015140
           PERFORM 7000-LINEA-PERDIDA                                   00015150
              THRU 7000-LINEA-PERDIDA-EXIT.                             00015160
           MOVE TB-ESC-PRENDAS (IN-ESC)  TO TPR-PRENDAS.                00015170
           WRITE SAL-RSTRS       FROM LIN-TOT-PRENDAS.                  00015180
      *                                                                *00015190
      *------------------------------*                                  00015200
       6100-TOTAL-ESCENARIO-EXIT.                                       00015210
      *------------------------------*                                  00015220
           EXIT.                                                        00015230
                                                                        00015240
      ******************************************************************00015250
      *  7000-LINEA-PERDIDA: LINEA DE PERDIDA DEL ESCENARIO IN-ESC     *00015260
      *  SOBRE WK-BASE-LIN / WK-ESTR-LIN (CLIENTE, GRUPO O TOTAL)      *00015270
      ******************************************************************00015280
      *----------------------*                                          00015290
       7000-LINEA-PERDIDA.                                              00015300
      *----------------------*                                          00015310
           COMPUTE WK-PERDIDA = WK-BASE-LIN - WK-ESTR-LIN.              00015320
           IF WK-BASE-LIN = ZEROS                                       00015330
              MOVE ZEROS           TO WK-PORC-PERDIDA                   00015340
           ELSE                                                         00015350
              COMPUTE WK-PORC-PERDIDA ROUNDED =                         00015360
                      WK-PERDIDA * 100 / WK-BASE-LIN                    00015370
           END-IF.                                                      00015380
                                                                        00015390
           MOVE TB-ESC-CODIGO (IN-ESC)  TO PER-ESCENARIO.               00015400
           MOVE TB-ESC-DESCRIP (IN-ESC) TO PER-DESCRIP.                 00015410
           MOVE WK-BASE-LIN             TO PER-BASE.                    00015420
           MOVE WK-ESTR-LIN             TO PER-ESTRES.                  00015430
           MOVE WK-PERDIDA              TO PER-PERDIDA.                 00015440
           MOVE WK-PORC-PERDIDA         TO PER-PORCENTAJE.              00015450
           WRITE SAL-RSTRS       FROM LIN-PERDIDA.                      00015460
      *                                                                *00015470
      *---------------------------*                                     00015480
       7000-LINEA-PERDIDA-EXIT.                                         00015490
      *---------------------------*                                     00015500
           EXIT.                                                        00015510
                                                                        00015520
      ******************************************************************00015530
      *  3000-FIN: CIERRE, ESTADISTICAS Y CONTROL DE EJECUCION         *00015540
      ******************************************************************00015550
      *--------*                                                        00015560
       3000-FIN.                                                        00015570
      *--------*                                                        00015580
      *                                                                 00015590
           EXEC SQL                                                     00015600
                CLOSE VLDCSTR1                                          00015610
           END-EXEC.                                                    00015620
           IF SQLCODE NOT = ZERO                                        00015630
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00015640
              MOVE 'VLDCSTR1-3000'          TO WS-PARRAFO               00015650
              PERFORM 3001-ERROR                                        00015660
           END-IF.                                                      00015670
                                                                        00015680
           CLOSE S1RSTRS.                                               00015690
                                                                        00015700
           DISPLAY '****** FIN PRUEBA DE ESTRES DE CARTERAS ******'.    00015710
           DISPLAY 'REGISTROS DE ESCENARIOS: ' CONT-REG-ESC.            00015720
           DISPLAY 'ESCENARIOS APLICADOS   : ' CONT-ESC.                00015730
           DISPLAY 'CUENTAS LEIDAS         : ' CONT-CUENTAS.            00015740
           DISPLAY 'TENENCIAS VALORIZADAS  : ' CONT-TENENCIAS.          00015750
           DISPLAY 'CLIENTES CON CARTERA   : ' CONT-CLI-VALOR.          00015760
           DISPLAY 'CLIENTES SIN GRUPO     : ' CONT-CLI-SIN-GRUPO.      00015770
           DISPLAY 'GRUPOS ECONOMICOS      : ' CONT-GRU.                00015780
           DISPLAY 'VALORES SIN PRECIO     : ' CONT-SIN-PRECIO.         00015790
           DISPLAY 'DIVISAS SIN CAMBIO     : ' CONT-SIN-CAMBIO.         00015800
           DISPLAY 'CAMBIOS DESFASADOS     : ' CONT-FX-DESFASADO.       00015810
           DISPLAY 'PRENDAS VIGENTES       : ' CONT-PRENDAS.            00015820
           DISPLAY 'PRENDAS SIN GARANTIA   : ' CONT-SIN-GARANTIA.       00015830
           DISPLAY 'PRENDAS BAJO EL RATIO  : ' CONT-BAJO-RATIO.         00015840
                                                                        00015850
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00015860
           ACCEPT WK-HORA-FIN       FROM TIME.                          00015870
           INITIALIZE DCLVLDTCTL.                                       00015880
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00015890
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00015900
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00015910
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00015920
           MOVE CONT-TENENCIAS      TO VCTL-LEIDOS.                     00015930
           MOVE CONT-CLI-VALOR      TO VCTL-ESCRITOS.                   00015940
           MOVE CONT-SIN-PRECIO     TO VCTL-RECHAZADOS.                 00015950
           MOVE 'OK'                TO VCTL-ESTADO.                     00015960
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00015970
           IF VCTL-CODRESP NOT = ZEROS                                  00015980
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00015990
           END-IF.                                                      00016000
      *                                                                *00016010
      *-------------*                                                   00016020
       3000-FIN-EXIT.                                                   00016030
      *-------------*                                                   00016040
           EXIT.                                                        00016050
                                                                        00016060
       3001-ERROR.                                                      00016070
      *-----------*                                                     00016080
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00016090
           DISPLAY 'ACCION:          ' WS-ACCION.                       00016100
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00016110
           DISPLAY '******************************************'.        00016120
           MOVE 08 TO RETURN-CODE.                                      00016130
           STOP RUN.                                                    00016140
      *-----------------*                                               00016150
      * FIN DE PROGRAMA *                                               00016160
      *-----------------*                                               00016170
