       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CTMAS.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REASIGNACION MASIVA DE TARIFA DE COMISIONES POR      *00000060
      *           FICHERO, CON MODO SIMULACION. RECIBE EN E1DQTMAS     *00000070
      *           LAS REGLAS DE CAMBIO (REGISTRO 'R': TARIFA VIEJA,    *00000080
      *           TARIFA NUEVA Y, OPCIONALMENTE, OFICINA Y/O CANAL DE  *00000090
      *           CORRESPONDENCIA) Y, SI SE QUIERE ACOTAR, LA LISTA    *00000100
      *           DE CUENTAS (REGISTROS 'C'). POR CADA CUENTA DE       *00000110
      *           VLDTARC CUYA TARIFA (VARC_INVERSOR) CAIGA EN UNA     *00000120
      *           REGLA, RE-CALCULA LAS OPERACIONES COBRADAS EN EL     *00000130
      *           PERIODO (DETALLE VLDTPOL) CON LA TARIFA NUEVA Y LA   *00000140
      *           MISMA RESOLUCION DE TRAMO QUE VL4CSIMT:              *00000150
      *             - SI LA CUENTA TIENE CONDICION PARTICULAR VIGENTE  *00000160
      *               EN VLDTCOM, ESTA PREVALECE Y LA COMISION NO      *00000170
      *               CAMBIA                                           *00000180
      *             - SI NO, TRAMO DEL IMPORTE EN LA VERSION MAS       *00000190
      *               RECIENTE DE LA TARIFA NUEVA (VLDTXTA) CON SUS    *00000200
      *               MINIMOS Y MAXIMOS                                *00000210
      *           MODO 'S' (SIMULACION): SOLO REPORTA.                 *00000220
      *           MODO 'A' (ACTUALIZACION): ADEMAS CAMBIA LA TARIFA    *00000230
      *           EN VLDTARC, DEJA LA IMAGEN ANTES/DESPUES DE CADA     *00000240
      *           CUENTA EN VLDTRLOG (VIA VL9CRLOG) Y LOS CONTADORES   *00000250
      *           EN VLDTCTL. EL REPORTE S1RTMAS DA TARIFA Y COMISION  *00000260
      *           ANTES/DESPUES POR CUENTA Y EL RESUMEN POR REGLA.     *00000270
      *           SI UNA CUENTA CUMPLE VARIAS REGLAS SE APLICA LA      *00000280
      *           PRIMERA DEL FICHERO.                                 *00000290
      * SYSIN   : 1. MODO 'S' / 'A' (BLANCO = 'S')                     *00000300
      *           2. PERIODO A RE-CALCULAR AAAAMM (BLANCO = MES        *00000310
      *              ANTERIOR A LA FECHA DE PROCESO)                   *00000320
      * FECHA   : 15-10-2026                                           *00000330
      ******************************************************************00000340
      ******************************************************************00000350
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000360
      *---------- ---------- ---------------- -------------------------*00000370
      *RITM49167  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000380
      *---------- ---------- ---------------- -------------------------*00000390
      ******************************************************************00000400
       ENVIRONMENT DIVISION.                                            00000410
       CONFIGURATION SECTION.                                           00000420
       SPECIAL-NAMES.                                                   00000430
       INPUT-OUTPUT SECTION.                                            00000440
       FILE-CONTROL.                                                    00000450
                                                                        00000460
           SELECT E1DQTMAS  ASSIGN       TO E1DQTMAS                    00000470
                            FILE STATUS  IS FS-ETMAS.                   00000480
                                                                        00000490
           SELECT S1RTMAS   ASSIGN       TO S1RTMAS                     00000500
                            FILE STATUS  IS FS-SRTMAS.                  00000510
       DATA DIVISION.                                                   00000520
       FILE SECTION.                                                    00000530
      *                                                                *00000540
       FD  E1DQTMAS                                                     00000550
           RECORDING MODE  IS  F                                        00000560
           LABEL  RECORDS  IS  STANDARD                                 00000570
           DATA   RECORD   IS  REG-E1DQTMAS.                            00000580
         01 REG-E1DQTMAS           PIC X(80).                           00000590
      *                                                                *00000600
       FD  S1RTMAS                                                      00000610
           RECORDING MODE  IS  F                                        00000620
           LABEL  RECORDS  IS  STANDARD                                 00000630
           DATA   RECORD   IS  SAL-RTMAS.                               00000640
         01 SAL-RTMAS              PIC X(132).                          00000650
      *                                                                 00000660
      ******************************************************************00000670
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000680
      ******************************************************************00000690
       WORKING-STORAGE SECTION.                                         00000700
      *************************                                         00000710
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CTMAS'.          00000720
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00000730
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00000740
      *                                                                 00000750
      * LAYOUT DEL FICHERO DE REASIGNACION (E1DQTMAS)                   00000760
       01  W-REG-TMAS.                                                  00000770
           05 MAS-TIPREG           PIC X(01).                           00000780
              88 MAS-REGLA                   VALUE 'R'.                 00000790
              88 MAS-CUENTA                  VALUE 'C'.                 00000800
           05 MAS-RESTO            PIC X(79).                           00000810
       01  W-REG-TMAS-R REDEFINES W-REG-TMAS.                           00000820
           05 FILLER               PIC X(01).                           00000830
           05 MSR-VIEJA            PIC 9(02).                           00000840
           05 MSR-NUEVA            PIC 9(02).                           00000850
           05 MSR-SUCURS           PIC X(04).                           00000860
           05 MSR-CANAL            PIC X(01).                           00000870
           05 FILLER               PIC X(70).                           00000880
       01  W-REG-TMAS-C REDEFINES W-REG-TMAS.                           00000890
           05 FILLER               PIC X(01).                           00000900
           05 MSC-CUENTA           PIC 9(07).                           00000910
           05 FILLER               PIC X(72).                           00000920
      *                                                                 00000930
      * REGLAS CARGADAS, CON SU ACUMULADO PARA EL RESUMEN               00000940
       01  W-TAB-REGLAS.                                                00000950
           05 W-REG-ENT OCCURS 50.                                      00000960
              10 REG-VIEJA         PIC 9(02).                           00000970
              10 REG-NUEVA         PIC 9(02).                           00000980
              10 REG-SUCURS        PIC X(04).                           00000990
              10 REG-CANAL         PIC X(01).                           00001000
              10 REG-CUENTAS       PIC 9(07).                           00001010
              10 REG-ACTUAL        PIC S9(13)V9(2) COMP-3.              00001020
              10 REG-NUEVO         PIC S9(13)V9(2) COMP-3.              00001030
       01  W-REG-USADAS            PIC 9(02) VALUE ZEROS.               00001040
       01  IX-REG                  PIC 9(02) VALUE ZEROS.               00001050
       01  W-VIEJA-MIN             PIC 9(02) VALUE 99.                  00001060
       01  W-VIEJA-MAX             PIC 9(02) VALUE ZEROS.               00001070
      *                                                                 00001080
      * LISTA DE CUENTAS (SI VIENE, SOLO SE TRATAN ESTAS)               00001090
       01  W-TAB-LISTA.                                                 00001100
           05 LIS-CUENTA           PIC 9(07) OCCURS 2000.               00001110
       01  W-LIS-USADAS            PIC 9(04) VALUE ZEROS.               00001120
       01  IX-LIS                  PIC 9(04) VALUE ZEROS.               00001130
      *                                                                 00001140
      * PARAMETROS (SYSIN)                                              00001150
       01  WS-PARAMETROS.                                               00001160
           05 WA-CARD-MODO         PIC X(01) VALUE SPACE.               00001170
              88 MODO-SIMULACION             VALUE 'S'.                 00001180
              88 MODO-ACTUALIZA              VALUE 'A'.                 00001190
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00001200
           05 WA-CARD-PERIODO-N REDEFINES WA-CARD-PERIODO PIC 9(06).    00001210
      *                                                                 00001220
       01  W-DATE                  PIC 9(6).                            00001230
       01  FILLER                  REDEFINES W-DATE.                    00001240
           02 W-ANO                PIC 99.                              00001250
           02 W-MES                PIC 99.                              00001260
           02 W-DIA                PIC 99.                              00001270
       01  W-FECHA-AMD.                                                 00001280
           05 W-AA-AMD             PIC 9(4).                            00001290
           05 W-MM-AMD             PIC 9(2).                            00001300
           05 W-DD-AMD             PIC 9(2).                            00001310
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001320
       01  W-HORA-CURRENT.                                              00001330
           02  W-HORA              PIC 99.                              00001340
           02  W-MINUTOS           PIC 99.                              00001350
           02  W-SEGUNDOS          PIC 99.                              00001360
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001370
      *                                                                 00001380
      * RANGO DE FECHAS DEL PERIODO RE-CALCULADO                        00001390
       01  WK-FECHA-DESDE          PIC S9(8)V COMP-3 VALUE ZEROS.       00001400
       01  WK-FECHA-HASTA          PIC S9(8)V COMP-3 VALUE ZEROS.       00001410
       01  W-ARMA-FECHA.                                                00001420
           05 WAF-AAAA             PIC 9(04).                           00001430
           05 WAF-MM               PIC 9(02).                           00001440
           05 WAF-DD               PIC 9(02).                           00001450
       01  W-ARMA-FECHA-N REDEFINES W-ARMA-FECHA PIC 9(08).             00001460
      *                                                                 00001470
      * TARIFA NUEVA LEIDA DE VLDTXTA: CABECERA + 20 TRAMOS (MISMA      00001480
      * TABLA DE TRABAJO QUE VL7CSIM0). SE TOMA LA VERSION MAS          00001490
      * RECIENTE: EL PLAN NUEVO PUEDE ENTRAR EN VIGOR A FUTURO.         00001500
       01  W-XTA-FECOPER           PIC S9(8)V COMP-3 VALUE 99991231.    00001510
       01  W-TARIFA                PIC 9(02) VALUE ZEROS.               00001520
       01  W-MONEDA                PIC X(03) VALUE SPACES.              00001530
       01  W-XTA-CLAVE-ANT.                                             00001540
           05 W-XTA-TARIFA-ANT     PIC 9(02) VALUE ZEROS.               00001550
           05 W-XTA-MONEDA-ANT     PIC X(03) VALUE SPACES.              00001560
       01  W-TARIFA-XTA.                                                00001570
           05 WXTA-TIPCALCU        PIC X(01).                           00001580
           05 WXTA-MINTAR          PIC S9(12)V9(2) COMP-3.              00001590
           05 WXTA-MAXTAR          PIC S9(12)V9(2) COMP-3.              00001600
       01  W-TRAMOS-XTA.                                                00001610
           05 W-TRAMO-ENT OCCURS 20.                                    00001620
              10 WXTA-DESDE        PIC S9(12)V9(2) COMP-3.              00001630
              10 WXTA-HASTA        PIC S9(12)V9(2) COMP-3.              00001640
              10 WXTA-PORMIL       PIC S9(2)V9(6)  COMP-3.              00001650
       01  IX                      PIC 9(02) VALUE ZEROS.               00001660
       01  WK-CONTEO               PIC S9(9) COMP VALUE ZEROS.          00001670
      *                                                                 00001680
       01  W-CONTADORES.                                                00001690
          05 CONT-LEIDAS           PIC 9(08)  VALUE ZEROES.             00001700
          05 CONT-AFECTADAS        PIC 9(08)  VALUE ZEROES.             00001710
          05 CONT-REASIGNADAS      PIC 9(08)  VALUE ZEROES.             00001720
          05 CONT-MODIFICADAS      PIC 9(08)  VALUE ZEROES.             00001730
          05 CONT-PARTICULARES     PIC 9(08)  VALUE ZEROES.             00001740
          05 CONT-OPERACIONES      PIC 9(08)  VALUE ZEROES.             00001750
          05 CONT-SIN-TRAMO        PIC 9(08)  VALUE ZEROES.             00001760
      * VARIABLES PARA CONTROL DE ERRORES                               00001770
       01  WS-ERROR.                                                    00001780
          05 WS-ACCION             PIC X(24).                           00001790
          05 WS-PARRAFO            PIC X(19).                           00001800
      * VARIABLES CONTROL DE ARCHIVOS                                   00001810
       01  WS-CTRL-ARCHIVOS.                                            00001820
          05 FS-ETMAS              PIC X(02) VALUE '00'.                00001830
             88 E1DQTMAS-OK                  VALUE '00'.                00001840
          05 FS-SRTMAS             PIC X(02) VALUE '00'.                00001850
             88 S1RTMAS-OK                   VALUE '00'.                00001860
          05 FIN-FILE-ETMAS        PIC X(02) VALUE SPACES.              00001870
             88 FIN-E1DQTMAS                 VALUE '10'.                00001880
      *                                                                 00001890
       01  WS-SWITCHES.                                                 00001900
          05 SW-FIN-ARC            PIC X(02) VALUE SPACES.              00001910
             88 FIN-CUENTAS                  VALUE '10'.                00001920
          05 SW-FIN-POL            PIC X(02) VALUE SPACES.              00001930
             88 FIN-POLIZAS                  VALUE '10'.                00001940
          05 SW-TRAMO              PIC X(01) VALUE 'N'.                 00001950
             88 TRAMO-HALLADO                VALUE 'S'.                 00001960
          05 SW-TARIFA             PIC X(01) VALUE 'N'.                 00001970
             88 CON-TARIFA                   VALUE 'S'.                 00001980
          05 SW-PARTICULAR         PIC X(01) VALUE 'N'.                 00001990
             88 CUENTA-PARTICULAR            VALUE 'S'.                 00002000
          05 SW-REGLA              PIC X(01) VALUE 'N'.                 00002010
             88 REGLA-HALLADA                VALUE 'S'.                 00002020
          05 SW-EN-LISTA           PIC X(01) VALUE 'N'.                 00002030
             88 CUENTA-EN-LISTA              VALUE 'S'.                 00002040
          05 SW-USA-CANAL          PIC X(01) VALUE 'N'.                 00002050
             88 REGLAS-CON-CANAL             VALUE 'S'.                 00002060
          05 SW-SIN-TRAMO          PIC X(01) VALUE 'N'.                 00002070
             88 CUENTA-SIN-TRAMO             VALUE 'S'.                 00002080
          05 SW-MODIFICADA         PIC X(01) VALUE 'N'.                 00002090
             88 CUENTA-YA-MODIFICADA         VALUE 'S'.                 00002100
      *                                                                 00002110
      * DATOS DE LA CUENTA EN CURSO                                     00002120
       01  W-ACU-CUENTA.                                                00002130
           05 ACU-ACTUAL           PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00002140
           05 ACU-NUEVO            PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00002150
           05 ACU-OPERS            PIC 9(05) VALUE ZEROS.               00002160
       01  WK-COMISION             PIC S9(12)V9(2) COMP-3 VALUE ZEROS.  00002170
       01  WK-SUCURS               PIC X(04) VALUE SPACES.              00002180
       01  WK-CANAL                PIC X(01) VALUE SPACE.               00002190
       01  WK-TARIFA-ANT           PIC 9(02) VALUE ZEROS.               00002200
       01  WK-TARIFA-NUEVA         PIC 9(02) VALUE ZEROS.               00002210
      *                                                                 00002220
      * IMAGEN ANTES/DESPUES DE LA CUENTA PARA VLDTRLOG                 00002230
       01  W-LOG-TARIFA.                                                00002240
           05 FILLER               PIC X(04) VALUE 'CTA='.              00002250
           05 LOG-CUENTA           PIC 9(07).                           00002260
           05 FILLER               PIC X(05) VALUE ' SUC='.             00002270
           05 LOG-SUCURS           PIC X(04).                           00002280
           05 FILLER               PIC X(05) VALUE ' CAN='.             00002290
           05 LOG-CANAL            PIC X(01).                           00002300
           05 FILLER               PIC X(05) VALUE ' ANT='.             00002310
           05 LOG-TARIFA-ANT       PIC 9(02).                           00002320
           05 FILLER               PIC X(05) VALUE ' DES='.             00002330
           05 LOG-TARIFA-DES       PIC 9(02).                           00002340
      *                                                                 00002350
       01  LIN-TITULO.                                                  00002360
          05 FILLER                PIC X(40) VALUE                      00002370
             'REASIGNACION MASIVA DE TARIFA - MODO: '.                  00002380
          05 TIT-MODO              PIC X(13).                           00002390
          05 FILLER                PIC X(10) VALUE ' PERIODO: '.        00002400
          05 TIT-PERIODO           PIC X(06).                           00002410
          05 FILLER                PIC X(08) VALUE ' FECHA: '.          00002420
          05 TIT-FECHA             PIC 9(08).                           00002430
          05 FILLER                PIC X(47) VALUE SPACES.              00002440
      *                                                                 00002450
       01  LIN-CABECERA.                                                00002460
          05 FILLER                PIC X(20) VALUE                      00002470
             'CUENTA |OFIC|C|ANT|N'.                                    00002480
          05 FILLER                PIC X(20) VALUE                      00002490
             'UE|OPERS|   COMISIO'.                                     00002500
          05 FILLER                PIC X(20) VALUE                      00002510
             'N ANTES|  COMISION '.                                     00002520
          05 FILLER                PIC X(20) VALUE                      00002530
             'DESPUES|      DIFER'.                                     00002540
          05 FILLER                PIC X(20) VALUE                      00002550
             'ENCIA|OBSERVACION  '.                                     00002560
          05 FILLER                PIC X(32) VALUE SPACES.              00002570
      *                                                                 00002580
       01  SALIDA-DETALLE.                                              00002590
          05 SAL-CUENTA            PIC 9(07).                           00002600
          05 FILLER                PIC X(1) VALUE '|'.                  00002610
          05 SAL-SUCURS            PIC X(04).                           00002620
          05 FILLER                PIC X(1) VALUE '|'.                  00002630
          05 SAL-CANAL             PIC X(01).                           00002640
          05 FILLER                PIC X(1) VALUE '|'.                  00002650
          05 SAL-TARIFA-ANT        PIC 9(02).                           00002660
          05 FILLER                PIC X(2) VALUE ' |'.                 00002670
          05 SAL-TARIFA-NUE        PIC 9(02).                           00002680
          05 FILLER                PIC X(2) VALUE ' |'.                 00002690
          05 SAL-OPERS             PIC ZZZZ9.                           00002700
          05 FILLER                PIC X(1) VALUE '|'.                  00002710
          05 SAL-ACTUAL            PIC -------------9.99.               00002720
          05 FILLER                PIC X(1) VALUE '|'.                  00002730
          05 SAL-NUEVO             PIC -------------9.99.               00002740
          05 FILLER                PIC X(1) VALUE '|'.                  00002750
          05 SAL-DIFERENCIA        PIC -------------9.99.               00002760
          05 FILLER                PIC X(1) VALUE '|'.                  00002770
          05 SAL-OBSERVA           PIC X(16).                           00002780
          05 FILLER                PIC X(33) VALUE SPACES.              00002790
      *                                                                 00002800
       01  SALIDA-REGLA.                                                00002810
          05 FILLER                PIC X(07) VALUE 'REGLA: '.           00002820
          05 SRG-VIEJA             PIC 9(02).                           00002830
          05 FILLER                PIC X(04) VALUE ' -> '.              00002840
          05 SRG-NUEVA             PIC 9(02).                           00002850
          05 FILLER                PIC X(06) VALUE ' OFI: '.            00002860
          05 SRG-SUCURS            PIC X(04).                           00002870
          05 FILLER                PIC X(08) VALUE ' CANAL: '.          00002880
          05 SRG-CANAL             PIC X(01).                           00002890
          05 FILLER                PIC X(10) VALUE ' CUENTAS: '.        00002900
          05 SRG-CUENTAS           PIC ZZZZZZ9.                         00002910
          05 FILLER                PIC X(08) VALUE ' ANTES: '.          00002920
          05 SRG-ACTUAL            PIC -------------9.99.               00002930
          05 FILLER                PIC X(10) VALUE ' DESPUES: '.        00002940
          05 SRG-NUEVO             PIC -------------9.99.               00002950
          05 FILLER                PIC X(29) VALUE SPACES.              00002960
      *                                                                 00002970
      *    CONDICION PARTICULAR DE LA CUENTA (VLDTCOM)                  00002980
           COPY VLCPTCOM.                                               00002990
      *                                                                 00003000
      *    BITACORA DE AUDITORIA (VLDTRLOG)                             00003010
           COPY VLCPTRLOG.                                              00003020
      *                                                                 00003030
      *    CONTROL DE EJECUCION (VLDTCTL)                               00003040
           COPY VLCPTCTL.                                               00003050
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00003060
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00003070
      *                                                                *00003080
      *  AREA DE COMUNICACION SQLCA                                     00003090
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003100
      *                                                                 00003110
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00003120
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00003130
           EXEC SQL INCLUDE VLGTADT END-EXEC.                           00003140
           EXEC SQL INCLUDE VLGTPOL END-EXEC.                           00003150
           EXEC SQL INCLUDE VLGTXTA END-EXEC.                           00003160
      *                                                                 00003170
      *    CUENTAS CON TARIFA EN EL RANGO DE LAS REGLAS. EL CURSOR      00003180
      *    AVANZA POR CUENTA, ASI QUE UNA CUENTA YA REASIGNADA NO SE    00003190
      *    VUELVE A LEER AUNQUE SU TARIFA NUEVA CAIGA EN EL RANGO.      00003200
           EXEC SQL                                                     00003210
                DECLARE VLDCARC1  CURSOR FOR                            00003220
                SELECT  VARC_CUENTA                                     00003230
                     ,  VARC_INVERSOR                                   00003240
                     ,  VARC_SUCURS                                     00003250
                  FROM  VLDTARC                                         00003260
                 WHERE  VARC_INVERSOR >= :W-VIEJA-MIN                   00003270
                   AND  VARC_INVERSOR <= :W-VIEJA-MAX                   00003280
                 ORDER  BY VARC_CUENTA                                  00003290
           END-EXEC.                                                    00003300
      *                                                                 00003310
      *    OPERACIONES COBRADAS A LA CUENTA EN EL PERIODO               00003320
           EXEC SQL                                                     00003330
                DECLARE VLDCPOL2  CURSOR FOR                            00003340
                SELECT  VPOL_COMISION                                   00003350
                     ,  VPOL_IMPORTE                                    00003360
                     ,  VPOL_MONEDA                                     00003370
                  FROM  VLDTPOL                                         00003380
                 WHERE  VPOL_CUENTA  = :VPOL-CUENTA                     00003390
                   AND  VPOL_FECHOP >= :WK-FECHA-DESDE                  00003400
                   AND  VPOL_FECHOP <= :WK-FECHA-HASTA                  00003410
           END-EXEC.                                                    00003420
      *                                                                *00003430
       PROCEDURE DIVISION.                                              00003440
      *                                                                *00003450
           PERFORM 1000-INICIO                                          00003460
              THRU 1000-INICIO-EXIT.                                    00003470
                                                                        00003480
           PERFORM 2000-PROCESO-CUENTA                                  00003490
              THRU 2000-PROCESO-CUENTA-EXIT                             00003500
              UNTIL FIN-CUENTAS.                                        00003510
                                                                        00003520
           PERFORM 3000-FIN                                             00003530
              THRU 3000-FIN-EXIT.                                       00003540
                                                                        00003550
           STOP RUN.                                                    00003560
      *                                                                *00003570
      *-----------*                                                     00003580
       1000-INICIO.                                                     00003590
      *-----------*                                                     00003600
           INITIALIZE W-CONTADORES.                                     00003610
                                                                        00003620
           ACCEPT W-DATE FROM DATE.                                     00003630
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003640
           MOVE W-MES              TO W-MM-AMD.                         00003650
           MOVE W-DIA              TO W-DD-AMD.                         00003660
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003670
                                                                        00003680
           ACCEPT WA-CARD-MODO.                                         00003690
           IF WA-CARD-MODO = SPACE                                      00003700
              MOVE 'S'                      TO WA-CARD-MODO             00003710
           END-IF.                                                      00003720
           IF NOT MODO-SIMULACION AND NOT MODO-ACTUALIZA                00003730
              MOVE 'MODO SYSIN INVALIDO'    TO WS-ACCION                00003740
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003750
              PERFORM 3001-ERROR                                        00003760
           END-IF.                                                      00003770
                                                                        00003780
      *    SIN PERIODO SE RE-CALCULA EL MES ANTERIOR AL PROCESO         00003790
           ACCEPT WA-CARD-PERIODO.                                      00003800
           IF WA-CARD-PERIODO = SPACES                                  00003810
              MOVE W-AA-AMD                 TO WAF-AAAA                 00003820
              MOVE W-MM-AMD                 TO WAF-MM                   00003830
              IF WAF-MM = 01                                            00003840
                 SUBTRACT 1               FROM WAF-AAAA                 00003850
                 MOVE 12                    TO WAF-MM                   00003860
              ELSE                                                      00003870
                 SUBTRACT 1               FROM WAF-MM                   00003880
              END-IF                                                    00003890
              MOVE W-ARMA-FECHA (1:6)       TO WA-CARD-PERIODO          00003900
           END-IF.                                                      00003910
           IF WA-CARD-PERIODO NOT NUMERIC                               00003920
              MOVE 'PERIODO SYSIN INVALIDO' TO WS-ACCION                00003930
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003940
              PERFORM 3001-ERROR                                        00003950
           END-IF.                                                      00003960
                                                                        00003970
           MOVE WA-CARD-PERIODO (1:4) TO WAF-AAAA.                      00003980
           MOVE WA-CARD-PERIODO (5:2) TO WAF-MM.                        00003990
           MOVE 01                    TO WAF-DD.                        00004000
           MOVE W-ARMA-FECHA-N        TO WK-FECHA-DESDE.                00004010
           MOVE 31                    TO WAF-DD.                        00004020
           MOVE W-ARMA-FECHA-N        TO WK-FECHA-HASTA.                00004030
                                                                        00004040
           OPEN INPUT  E1DQTMAS.                                        00004050
           IF NOT E1DQTMAS-OK                                           00004060
              MOVE 'OPEN FICHERO E1DQTMAS'  TO WS-ACCION                00004070
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004080
              PERFORM 3001-ERROR                                        00004090
           END-IF                                                       00004100
                                                                        00004110
           OPEN OUTPUT S1RTMAS.                                         00004120
           IF NOT S1RTMAS-OK                                            00004130
              MOVE 'OPEN FICHERO S1RTMAS'   TO WS-ACCION                00004140
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004150
              PERFORM 3001-ERROR                                        00004160
           END-IF.                                                      00004170
                                                                        00004180
           PERFORM 1200-CARGA-REGLAS                                    00004190
              THRU 1200-CARGA-REGLAS-EXIT                               00004200
              UNTIL FIN-E1DQTMAS.                                       00004210
                                                                        00004220
           IF W-REG-USADAS = ZEROS                                      00004230
              MOVE 'FICHERO SIN REGLAS'     TO WS-ACCION                00004240
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004250
              PERFORM 3001-ERROR                                        00004260
           END-IF.                                                      00004270
                                                                        00004280
           PERFORM 1250-VALIDA-REGLA                                    00004290
              THRU 1250-VALIDA-REGLA-EXIT                               00004300
              VARYING IX-REG FROM 1 BY 1                                00004310
              UNTIL IX-REG > W-REG-USADAS.                              00004320
                                                                        00004330
           IF MODO-ACTUALIZA                                            00004340
              MOVE 'ACTUALIZACION'          TO TIT-MODO                 00004350
           ELSE                                                         00004360
              MOVE 'SIMULACION'             TO TIT-MODO                 00004370
           END-IF.                                                      00004380
           MOVE WA-CARD-PERIODO       TO TIT-PERIODO.                   00004390
           MOVE W-FECHA-AMD-N         TO TIT-FECHA.                     00004400
           MOVE LIN-TITULO            TO SAL-RTMAS.                     00004410
           WRITE SAL-RTMAS.                                             00004420
           MOVE LIN-CABECERA          TO SAL-RTMAS.                     00004430
           WRITE SAL-RTMAS.                                             00004440
                                                                        00004450
           EXEC SQL                                                     00004460
                OPEN VLDCARC1                                           00004470
           END-EXEC.                                                    00004480
           IF SQLCODE NOT = ZERO                                        00004490
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004500
              MOVE 'VLDCARC1-1000'          TO WS-PARRAFO               00004510
              PERFORM 3001-ERROR                                        00004520
           END-IF.                                                      00004530
                                                                        00004540
           PERFORM 1300-LEE-CUENTA                                      00004550
              THRU 1300-LEE-CUENTA-EXIT.                                00004560
      *                                                                *00004570
      *----------------*                                                00004580
       1000-INICIO-EXIT.                                                00004590
      *----------------*                                                00004600
           EXIT.                                                        00004610
                                                                        00004620
      *------------------------*                                        00004630
       1200-CARGA-REGLAS.                                               00004640
      *------------------------*                                        00004650
           READ E1DQTMAS                                                00004660
           AT END                                                       00004670
              MOVE '10'            TO FIN-FILE-ETMAS                    00004680
              GO TO 1200-CARGA-REGLAS-EXIT                              00004690
           NOT AT END                                                   00004700
              MOVE REG-E1DQTMAS    TO W-REG-TMAS                        00004710
           END-READ.                                                    00004720
                                                                        00004730
           EVALUATE TRUE                                                00004740
               WHEN MAS-REGLA                                           00004750
                    IF W-REG-USADAS NOT < 50                            00004760
                       MOVE 'TABLA REGLAS LLENA'   TO WS-ACCION         00004770
                       MOVE '1200-CARGA'           TO WS-PARRAFO        00004780
                       PERFORM 3001-ERROR                               00004790
                    END-IF                                              00004800
                    ADD 1                TO W-REG-USADAS                00004810
                    MOVE W-REG-USADAS    TO IX-REG                      00004820
                    MOVE MSR-VIEJA       TO REG-VIEJA   (IX-REG)        00004830
                    MOVE MSR-NUEVA       TO REG-NUEVA   (IX-REG)        00004840
                    MOVE MSR-SUCURS      TO REG-SUCURS  (IX-REG)        00004850
                    MOVE MSR-CANAL       TO REG-CANAL   (IX-REG)        00004860
                    MOVE ZEROS           TO REG-CUENTAS (IX-REG)        00004870
                                            REG-ACTUAL  (IX-REG)        00004880
                                            REG-NUEVO   (IX-REG)        00004890
                    IF MSR-CANAL NOT = SPACE                            00004900
                       MOVE 'S'          TO SW-USA-CANAL                00004910
                    END-IF                                              00004920
               WHEN MAS-CUENTA                                          00004930
                    IF W-LIS-USADAS NOT < 2000                          00004940
                       MOVE 'TABLA CUENTAS LLENA'  TO WS-ACCION         00004950
                       MOVE '1200-CARGA'           TO WS-PARRAFO        00004960
                       PERFORM 3001-ERROR                               00004970
                    END-IF                                              00004980
                    ADD 1                TO W-LIS-USADAS                00004990
                    MOVE MSC-CUENTA      TO LIS-CUENTA (W-LIS-USADAS)   00005000
               WHEN OTHER                                               00005010
                    MOVE 'TIPO REGISTRO INVALIDO'  TO WS-ACCION         00005020
                    MOVE '1200-CARGA'              TO WS-PARRAFO        00005030
                    PERFORM 3001-ERROR                                  00005040
           END-EVALUATE.                                                00005050
      *                                                                *00005060
      *-----------------------------*                                   00005070
       1200-CARGA-REGLAS-EXIT.                                          00005080
      *-----------------------------*                                   00005090
           EXIT.                                                        00005100
                                                                        00005110
      *------------------------*                                        00005120
       1250-VALIDA-REGLA.                                               00005130
      *------------------------*                                        00005140
      *    LA REGLA DEBE CAMBIAR DE TARIFA, CON CANAL 'E'/'P' SI LO     00005150
      *    INFORMA, Y LA TARIFA NUEVA DEBE EXISTIR EN VLDTXTA           00005160
           IF REG-VIEJA (IX-REG) NOT NUMERIC                            00005170
              OR REG-NUEVA (IX-REG) NOT NUMERIC                         00005180
              OR REG-VIEJA (IX-REG) = REG-NUEVA (IX-REG)                00005190
              MOVE 'REGLA DE TARIFA INVALIDA' TO WS-ACCION              00005200
              MOVE '1250-VALIDA'              TO WS-PARRAFO             00005210
              PERFORM 3001-ERROR                                        00005220
           END-IF.                                                      00005230
           IF REG-CANAL (IX-REG) NOT = SPACE AND 'E' AND 'P'            00005240
              MOVE 'CANAL DE REGLA INVALIDO'  TO WS-ACCION              00005250
              MOVE '1250-VALIDA'              TO WS-PARRAFO             00005260
              PERFORM 3001-ERROR                                        00005270
           END-IF.                                                      00005280
                                                                        00005290
           MOVE REG-NUEVA (IX-REG) TO VXTA-CODTARIF.                    00005300
           MOVE 49                 TO VXTA-OPECON.                      00005310
           MOVE 'F'                TO VXTA-TIPTARIF.                    00005320
           EXEC SQL                                                     00005330
                SELECT COUNT(*)                                         00005340
                  INTO :WK-CONTEO                                       00005350
                  FROM  VLDTXTA                                         00005360
                 WHERE  VXTA_CODTARIF = :VXTA-CODTARIF                  00005370
                   AND  VXTA_OPECON   = :VXTA-OPECON                    00005380
                   AND  VXTA_TIPTARIF = :VXTA-TIPTARIF                  00005390
           END-EXEC.                                                    00005400
           IF SQLCODE NOT = ZERO                                        00005410
              MOVE 'SELECT'                   TO WS-ACCION              00005420
              MOVE 'VLDTXTA-1250'             TO WS-PARRAFO             00005430
              PERFORM 3001-ERROR                                        00005440
           END-IF.                                                      00005450
           IF WK-CONTEO = ZEROS                                         00005460
              DISPLAY 'TARIFA NUEVA INEXISTENTE: ' REG-NUEVA (IX-REG)   00005470
              MOVE 'TARIFA NUEVA INEXISTENTE' TO WS-ACCION              00005480
              MOVE '1250-VALIDA'              TO WS-PARRAFO             00005490
              PERFORM 3001-ERROR                                        00005500
           END-IF.                                                      00005510
                                                                        00005520
           IF REG-VIEJA (IX-REG) < W-VIEJA-MIN                          00005530
              MOVE REG-VIEJA (IX-REG) TO W-VIEJA-MIN                    00005540
           END-IF.                                                      00005550
           IF REG-VIEJA (IX-REG) > W-VIEJA-MAX                          00005560
              MOVE REG-VIEJA (IX-REG) TO W-VIEJA-MAX                    00005570
           END-IF.                                                      00005580
      *                                                                *00005590
      *-----------------------------*                                   00005600
       1250-VALIDA-REGLA-EXIT.                                          00005610
      *-----------------------------*                                   00005620
           EXIT.                                                        00005630
                                                                        00005640
      *-----------------*                                               00005650
       1300-LEE-CUENTA.                                                 00005660
      *-----------------*                                               00005670
           EXEC SQL                                                     00005680
                FETCH VLDCARC1                                          00005690
                 INTO :VARC-CUENTA                                      00005700
                    , :VARC-INVERSOR                                    00005710
                    , :VARC-SUCURS                                      00005720
           END-EXEC.                                                    00005730
           EVALUATE SQLCODE                                             00005740
               WHEN ZERO                                                00005750
                    ADD 1 TO CONT-LEIDAS                                00005760
               WHEN 100                                                 00005770
                    MOVE '10' TO SW-FIN-ARC                             00005780
               WHEN OTHER                                               00005790
                    MOVE 'FETCH'           TO WS-ACCION                 00005800
                    MOVE 'VLDCARC1-1300'   TO WS-PARRAFO                00005810
                    PERFORM 3001-ERROR                                  00005820
           END-EVALUATE.                                                00005830
      *                                                                *00005840
      *----------------------*                                          00005850
       1300-LEE-CUENTA-EXIT.                                            00005860
      *----------------------*                                          00005870
           EXIT.                                                        00005880
                                                                        00005890
      *----------------------*                                          00005900
       2000-PROCESO-CUENTA.                                             00005910
      *----------------------*                                          00005920
      *    SI VIENE LISTA DE CUENTAS, LA CUENTA DEBE ESTAR EN ELLA      00005930
           IF W-LIS-USADAS > ZEROS                                      00005940
              MOVE 'N'             TO SW-EN-LISTA                       00005950
              PERFORM 2050-BUSCA-LISTA                                  00005960
                 THRU 2050-BUSCA-LISTA-EXIT                             00005970
                 VARYING IX-LIS FROM 1 BY 1                             00005980
                 UNTIL IX-LIS > W-LIS-USADAS                            00005990
                    OR CUENTA-EN-LISTA                                  00006000
              IF NOT CUENTA-EN-LISTA                                    00006010
                 GO TO 2000-SIGUIENTE                                   00006020
              END-IF                                                    00006030
           END-IF.                                                      00006040
                                                                        00006050
           MOVE VARC-SUCURS        TO WK-SUCURS.                        00006060
           MOVE VARC-INVERSOR      TO WK-TARIFA-ANT.                    00006070
           IF REGLAS-CON-CANAL                                          00006080
              PERFORM 2100-BUSCA-CANAL                                  00006090
                 THRU 2100-BUSCA-CANAL-EXIT                             00006100
           ELSE                                                         00006110
              MOVE SPACE           TO WK-CANAL                          00006120
           END-IF.                                                      00006130
                                                                        00006140
           MOVE 'N'                TO SW-REGLA.                         00006150
           PERFORM 2150-BUSCA-REGLA                                     00006160
              THRU 2150-BUSCA-REGLA-EXIT                                00006170
              VARYING IX-REG FROM 1 BY 1                                00006180
              UNTIL IX-REG > W-REG-USADAS                               00006190
                 OR REGLA-HALLADA.                                      00006200
           IF NOT REGLA-HALLADA                                         00006210
              GO TO 2000-SIGUIENTE                                      00006220
           END-IF.                                                      00006230
      *    AL SALIR DEL VARYING EL INDICE QUEDA UNO POR ENCIMA          00006240
           SUBTRACT 1              FROM IX-REG.                         00006250
                                                                        00006260
           ADD 1                   TO CONT-AFECTADAS.                   00006270
           MOVE REG-NUEVA (IX-REG) TO WK-TARIFA-NUEVA.                  00006280
           INITIALIZE W-ACU-CUENTA.                                     00006290
           MOVE 'N'                TO SW-SIN-TRAMO.                     00006300
           MOVE 'N'                TO SW-MODIFICADA.                    00006310
                                                                        00006320
           PERFORM 2200-BUSCA-PARTICULAR                                00006330
              THRU 2200-BUSCA-PARTICULAR-EXIT.                          00006340
                                                                        00006350
           PERFORM 2300-RECALCULA-CUENTA                                00006360
              THRU 2300-RECALCULA-CUENTA-EXIT.                          00006370
                                                                        00006380
           IF MODO-ACTUALIZA                                            00006390
              PERFORM 2500-ACTUALIZA-CUENTA                             00006400
                 THRU 2500-ACTUALIZA-CUENTA-EXIT                        00006410
           END-IF.                                                      00006420
                                                                        00006430
           PERFORM 2700-ESCRIBE-DETALLE                                 00006440
              THRU 2700-ESCRIBE-DETALLE-EXIT.                           00006450
                                                                        00006460
       2000-SIGUIENTE.                                                  00006470
           PERFORM 1300-LEE-CUENTA                                      00006480
              THRU 1300-LEE-CUENTA-EXIT.                                00006490
      *                                                                *00006500
      *---------------------------*                                     00006510
       2000-PROCESO-CUENTA-EXIT.                                        00006520
      *---------------------------*                                     00006530
           EXIT.                                                        00006540
                                                                        00006550
      *--------------------------*                                      00006560
       2050-BUSCA-LISTA.                                                00006570
      *--------------------------*                                      00006580
           IF LIS-CUENTA (IX-LIS) = VARC-CUENTA                         00006590
              MOVE 'S'             TO SW-EN-LISTA                       00006600
           END-IF.                                                      00006610
      *                                                                *00006620
      *-------------------------------*                                 00006630
       2050-BUSCA-LISTA-EXIT.                                           00006640
      *-------------------------------*                                 00006650
           EXIT.                                                        00006660
                                                                        00006670
      *---------------------*                                           00006680
       2100-BUSCA-CANAL.                                                00006690
      *---------------------*                                           00006700
      *    CANAL DE CORRESPONDENCIA DE LA CUENTA (VLDTADT), COMO EN     00006710
      *    VL4CSIMT: 'E' ELECTRONICO, CUALQUIER OTRO VALOR ES 'P'       00006720
           MOVE 'P'                TO WK-CANAL.                         00006730
           MOVE VARC-CUENTA        TO VADT-CUENTA.                      00006740
           EXEC SQL                                                     00006750
                SELECT  VADT_CANALENT                                   00006760
                  INTO :VADT-CANALENT                                   00006770
                  FROM  VLDTADT                                         00006780
                 WHERE  VADT_CUENTA = :VADT-CUENTA                      00006790
           END-EXEC.                                                    00006800
           EVALUATE SQLCODE                                             00006810
               WHEN ZERO                                                00006820
                    IF VADT-CANALENT = 'E'                              00006830
                       MOVE 'E'    TO WK-CANAL                          00006840
                    END-IF                                              00006850
               WHEN 100                                                 00006860
                    CONTINUE                                            00006870
               WHEN OTHER                                               00006880
                    MOVE 'SELECT'          TO WS-ACCION                 00006890
                    MOVE 'VLDTADT-2100'    TO WS-PARRAFO                00006900
                    PERFORM 3001-ERROR                                  00006910
           END-EVALUATE.                                                00006920
      *                                                                *00006930
      *--------------------------*                                      00006940
       2100-BUSCA-CANAL-EXIT.                                           00006950
      *--------------------------*                                      00006960
           EXIT.                                                        00006970
                                                                        00006980
      *--------------------------*                                      00006990
       2150-BUSCA-REGLA.                                                00007000
      *--------------------------*                                      00007010
      *    PRIMERA REGLA DEL FICHERO QUE CUMPLE LA CUENTA. OFICINA Y    00007020
      *    CANAL EN BLANCO EN LA REGLA SIGNIFICAN "TODAS"               00007030
           IF REG-VIEJA (IX-REG) = WK-TARIFA-ANT                        00007040
              AND (REG-SUCURS (IX-REG) = SPACES                         00007050
                   OR REG-SUCURS (IX-REG) = WK-SUCURS)                  00007060
              AND (REG-CANAL (IX-REG) = SPACE                           00007070
                   OR REG-CANAL (IX-REG) = WK-CANAL)                    00007080
              MOVE 'S'             TO SW-REGLA                          00007090
           END-IF.                                                      00007100
      *                                                                *00007110
      *-------------------------------*                                 00007120
       2150-BUSCA-REGLA-EXIT.                                           00007130
      *-------------------------------*                                 00007140
           EXIT.                                                        00007150
                                                                        00007160
      *----------------------------*                                    00007170
       2200-BUSCA-PARTICULAR.                                           00007180
      *----------------------------*                                    00007190
      *    CONDICION PARTICULAR VIGENTE DE CORRETAJE (CLASE 49)         00007200
           MOVE 'N'                TO SW-PARTICULAR.                    00007210
           MOVE VARC-CUENTA        TO VCOM-CUENTA.                      00007220
           MOVE 49                 TO VCOM-CLACONT.                     00007230
           EXEC SQL                                                     00007240
                SELECT VCOM_CORRE_FIJO                                  00007250
                  INTO :VCOM-CORRE-FIJO                                 00007260
                  FROM VLDTCOM                                          00007270
                 WHERE VCOM_CUENTA  = :VCOM-CUENTA                      00007280
                   AND VCOM_CLACONT = :VCOM-CLACONT                     00007290
                   AND VCOM_SITUAC  = 'A'                               00007300
           END-EXEC.                                                    00007310
           EVALUATE SQLCODE                                             00007320
               WHEN ZERO                                                00007330
                    MOVE 'S'       TO SW-PARTICULAR                     00007340
                    ADD 1          TO CONT-PARTICULARES                 00007350
               WHEN 100                                                 00007360
                    CONTINUE                                            00007370
               WHEN OTHER                                               00007380
                    MOVE 'SELECT'          TO WS-ACCION                 00007390
                    MOVE 'VLDTCOM-2200'    TO WS-PARRAFO                00007400
                    PERFORM 3001-ERROR                                  00007410
           END-EVALUATE.                                                00007420
      *                                                                *00007430
      *---------------------------------*                               00007440
       2200-BUSCA-PARTICULAR-EXIT.                                      00007450
      *---------------------------------*                               00007460
           EXIT.                                                        00007470
                                                                        00007480
      *----------------------------*                                    00007490
       2300-RECALCULA-CUENTA.                                           00007500
      *----------------------------*                                    00007510
           MOVE VARC-CUENTA        TO VPOL-CUENTA.                      00007520
           MOVE SPACES             TO SW-FIN-POL.                       00007530
           EXEC SQL                                                     00007540
                OPEN VLDCPOL2                                           00007550
           END-EXEC.                                                    00007560
           IF SQLCODE NOT = ZERO                                        00007570
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007580
              MOVE 'VLDCPOL2-2300'          TO WS-PARRAFO               00007590
              PERFORM 3001-ERROR                                        00007600
           END-IF.                                                      00007610
                                                                        00007620
           PERFORM 2310-LEE-POLIZA                                      00007630
              THRU 2310-LEE-POLIZA-EXIT.                                00007640
           PERFORM 2320-RECALCULA-POLIZA                                00007650
              THRU 2320-RECALCULA-POLIZA-EXIT                           00007660
              UNTIL FIN-POLIZAS.                                        00007670
                                                                        00007680
           EXEC SQL                                                     00007690
                CLOSE VLDCPOL2                                          00007700
           END-EXEC.                                                    00007710
           IF SQLCODE NOT = ZERO                                        00007720
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00007730
              MOVE 'VLDCPOL2-2300'          TO WS-PARRAFO               00007740
              PERFORM 3001-ERROR                                        00007750
           END-IF.                                                      00007760
      *                                                                *00007770
      *---------------------------------*                               00007780
       2300-RECALCULA-CUENTA-EXIT.                                      00007790
      *---------------------------------*                               00007800
           EXIT.                                                        00007810
                                                                        00007820
      *-----------------*                                               00007830
       2310-LEE-POLIZA.                                                 00007840
      *-----------------*                                               00007850
           EXEC SQL                                                     00007860
                FETCH VLDCPOL2                                          00007870
                 INTO :VPOL-COMISION                                    00007880
                    , :VPOL-IMPORTE                                     00007890
                    , :VPOL-MONEDA                                      00007900
           END-EXEC.                                                    00007910
           EVALUATE SQLCODE                                             00007920
               WHEN ZERO                                                00007930
                    ADD 1 TO CONT-OPERACIONES                           00007940
               WHEN 100                                                 00007950
                    MOVE '10' TO SW-FIN-POL                             00007960
               WHEN OTHER                                               00007970
                    MOVE 'FETCH'           TO WS-ACCION                 00007980
                    MOVE 'VLDCPOL2-2310'   TO WS-PARRAFO                00007990
                    PERFORM 3001-ERROR                                  00008000
           END-EVALUATE.                                                00008010
      *                                                                *00008020
      *----------------------*                                          00008030
       2310-LEE-POLIZA-EXIT.                                            00008040
      *----------------------*                                          00008050
           EXIT.                                                        00008060
                                                                        00008070
      *----------------------------*                                    00008080
       2320-RECALCULA-POLIZA.                                           00008090
      *----------------------------*                                    00008100
           ADD VPOL-COMISION       TO ACU-ACTUAL.                       00008110
           ADD 1                   TO ACU-OPERS.                        00008120
                                                                        00008130
           IF CUENTA-PARTICULAR                                         00008140
      *       LA CONDICION PARTICULAR PREVALECE: EL CAMBIO DE TARIFA    00008150
      *       NO ALTERA LO COBRADO A ESTA CUENTA                        00008160
              ADD VPOL-COMISION    TO ACU-NUEVO                         00008170
              GO TO 2320-SIGUIENTE                                      00008180
           END-IF.                                                      00008190
                                                                        00008200
           MOVE WK-TARIFA-NUEVA    TO W-TARIFA.                         00008210
           MOVE VPOL-MONEDA        TO W-MONEDA.                         00008220
           PERFORM 2400-BUSCA-TARIFA                                    00008230
              THRU 2400-BUSCA-TARIFA-EXIT.                              00008240
                                                                        00008250
           MOVE 'N'                TO SW-TRAMO.                         00008260
           IF CON-TARIFA                                                00008270
              PERFORM 2450-CALCULA-TARIFA                               00008280
                 THRU 2450-CALCULA-TARIFA-EXIT                          00008290
           END-IF.                                                      00008300
                                                                        00008310
      *    SIN TARIFA EN LA MONEDA O SIN TRAMO PARA EL IMPORTE SE       00008320
      *    REPORTA LO COBRADO HOY (LA TARIFA NUEVA NO LO CUBRE)         00008330
           IF NOT TRAMO-HALLADO                                         00008340
              MOVE VPOL-COMISION   TO WK-COMISION                       00008350
              MOVE 'S'             TO SW-SIN-TRAMO                      00008360
              ADD 1                TO CONT-SIN-TRAMO                    00008370
           END-IF.                                                      00008380
           ADD WK-COMISION         TO ACU-NUEVO.                        00008390
                                                                        00008400
       2320-SIGUIENTE.                                                  00008410
           PERFORM 2310-LEE-POLIZA                                      00008420
              THRU 2310-LEE-POLIZA-EXIT.                                00008430
      *                                                                *00008440
      *---------------------------------*                               00008450
       2320-RECALCULA-POLIZA-EXIT.                                      00008460
      *---------------------------------*                               00008470
           EXIT.                                                        00008480
                                                                        00008490
      *--------------------------*                                      00008500
       2400-BUSCA-TARIFA.                                               00008510
      *--------------------------*                                      00008520
      *    TARIFA NUEVA EN LA MONEDA DE LA OPERACION, MISMA CLAVE QUE   00008530
      *    ACCESO-VLDTXTA. SE REUTILIZA LA ULTIMA LEIDA SI LA CLAVE NO  00008540
      *    CAMBIA.                                                      00008550
           IF W-TARIFA     = W-XTA-TARIFA-ANT                           00008560
              AND W-MONEDA = W-XTA-MONEDA-ANT                           00008570
              GO TO 2400-BUSCA-TARIFA-EXIT                              00008580
           END-IF.                                                      00008590
           MOVE W-TARIFA           TO W-XTA-TARIFA-ANT.                 00008600
           MOVE W-MONEDA           TO W-XTA-MONEDA-ANT.                 00008610
           MOVE 'N'                TO SW-TARIFA.                        00008620
                                                                        00008630
           MOVE W-TARIFA           TO VXTA-CODTARIF.                    00008640
           MOVE 49                 TO VXTA-OPECON.                      00008650
           MOVE 'F'                TO VXTA-TIPTARIF.                    00008660
           MOVE W-MONEDA           TO VXTA-MONEDA.                      00008670
                                                                        00008680
           EXEC SQL                                                     00008690
                SELECT VXTA_TIPCALCU                                    00008700
                     , VXTA_MINTAR  , VXTA_MAXTAR                       00008710
                     , VXTA_DESDE1  , VXTA_HASTA1  , VXTA_PORMIL1       00008720
                     , VXTA_DESDE2  , VXTA_HASTA2  , VXTA_PORMIL2       00008730
                     , VXTA_DESDE3  , VXTA_HASTA3  , VXTA_PORMIL3       00008740
                     , VXTA_DESDE4  , VXTA_HASTA4  , VXTA_PORMIL4       00008750
                     , VXTA_DESDE5  , VXTA_HASTA5  , VXTA_PORMIL5       00008760
                     , VXTA_DESDE6  , VXTA_HASTA6  , VXTA_PORMIL6       00008770
                     , VXTA_DESDE7  , VXTA_HASTA7  , VXTA_PORMIL7       00008780
                     , VXTA_DESDE8  , VXTA_HASTA8  , VXTA_PORMIL8       00008790
                     , VXTA_DESDE9  , VXTA_HASTA9  , VXTA_PORMIL9       00008800
                     , VXTA_DESDE10 , VXTA_HASTA10 , VXTA_PORMIL10      00008810
                     , VXTA_DESDE11 , VXTA_HASTA11 , VXTA_PORMIL11      00008820
                     , VXTA_DESDE12 , VXTA_HASTA12 , VXTA_PORMIL12      00008830
                     , VXTA_DESDE13 , VXTA_HASTA13 , VXTA_PORMIL13      00008840
                     , VXTA_DESDE14 , VXTA_HASTA14 , VXTA_PORMIL14      00008850
                     , VXTA_DESDE15 , VXTA_HASTA15 , VXTA_PORMIL15      00008860
                     , VXTA_DESDE16 , VXTA_HASTA16 , VXTA_PORMIL16      00008870
                     , VXTA_DESDE17 , VXTA_HASTA17 , VXTA_PORMIL17      00008880
                     , VXTA_DESDE18 , VXTA_HASTA18 , VXTA_PORMIL18      00008890
                     , VXTA_DESDE19 , VXTA_HASTA19 , VXTA_PORMIL19      00008900
                     , VXTA_DESDE20 , VXTA_HASTA20 , VXTA_PORMIL20      00008910
                  INTO :VXTA-TIPCALCU                                   00008920
                     , :VXTA-MINTAR  , :VXTA-MAXTAR                     00008930
                     , :VXTA-DESDE1  , :VXTA-HASTA1                     00008940
                     , :VXTA-PORMIL1                                    00008950
                     , :VXTA-DESDE2  , :VXTA-HASTA2                     00008960
                     , :VXTA-PORMIL2                                    00008970
                     , :VXTA-DESDE3  , :VXTA-HASTA3                     00008980
                     , :VXTA-PORMIL3                                    00008990
                     , :VXTA-DESDE4  , :VXTA-HASTA4                     00009000
                     , :VXTA-PORMIL4                                    00009010
                     , :VXTA-DESDE5  , :VXTA-HASTA5                     00009020
                     , :VXTA-PORMIL5                                    00009030
                     , :VXTA-DESDE6  , :VXTA-HASTA6                     00009040
                     , :VXTA-PORMIL6                                    00009050
                     , :VXTA-DESDE7  , :VXTA-HASTA7                     00009060
                     , :VXTA-PORMIL7                                    00009070
                     , :VXTA-DESDE8  , :VXTA-HASTA8                     00009080
                     , :VXTA-PORMIL8                                    00009090
                     , :VXTA-DESDE9  , :VXTA-HASTA9                     00009100
                     , :VXTA-PORMIL9                                    00009110
                     , :VXTA-DESDE10 , :VXTA-HASTA10                    00009120
                     , :VXTA-PORMIL10                                   00009130
                     , :VXTA-DESDE11 , :VXTA-HASTA11                    00009140
                     , :VXTA-PORMIL11                                   00009150
                     , :VXTA-DESDE12 , :VXTA-HASTA12                    00009160
                     , :VXTA-PORMIL12                                   00009170
                     , :VXTA-DESDE13 , :VXTA-HASTA13                    00009180
                     , :VXTA-PORMIL13                                   00009190
                     , :VXTA-DESDE14 , :VXTA-HASTA14                    00009200
                     , :VXTA-PORMIL14                                   00009210
                     , :VXTA-DESDE15 , :VXTA-HASTA15                    00009220
                     , :VXTA-PORMIL15                                   00009230
                     , :VXTA-DESDE16 , :VXTA-HASTA16                    00009240
                     , :VXTA-PORMIL16                                   00009250
                     , :VXTA-DESDE17 , :VXTA-HASTA17                    00009260
                     , :VXTA-PORMIL17                                   00009270
                     , :VXTA-DESDE18 , :VXTA-HASTA18                    00009280
                     , :VXTA-PORMIL18                                   00009290
                     , :VXTA-DESDE19 , :VXTA-HASTA19                    00009300
                     , :VXTA-PORMIL19                                   00009310
                     , :VXTA-DESDE20 , :VXTA-HASTA20                    00009320
                     , :VXTA-PORMIL20                                   00009330
                  FROM  VLDTXTA                                         00009340
                 WHERE  VXTA_CODTARIF = :VXTA-CODTARIF                  00009350
                   AND  VXTA_OPECON   = :VXTA-OPECON                    00009360
                   AND  VXTA_TIPTARIF = :VXTA-TIPTARIF                  00009370
                   AND  VXTA_MONEDA   = :VXTA-MONEDA                    00009380
                   AND  VXTA_FECVIGEN =                                 00009390
                        (SELECT MAX(X2.VXTA_FECVIGEN)                   00009400
                           FROM VLDTXTA X2                              00009410
                          WHERE X2.VXTA_CODTARIF = :VXTA-CODTARIF       00009420
                            AND X2.VXTA_OPECON   = :VXTA-OPECON         00009430
                            AND X2.VXTA_TIPTARIF = :VXTA-TIPTARIF       00009440
                            AND X2.VXTA_MONEDA   = :VXTA-MONEDA         00009450
                            AND X2.VXTA_FECVIGEN <= :W-XTA-FECOPER)     00009460
           END-EXEC.                                                    00009470
           EVALUATE SQLCODE                                             00009480
               WHEN ZERO                                                00009490
                    MOVE 'S'       TO SW-TARIFA                         00009500
                    PERFORM 2410-CARGA-TRAMOS                           00009510
                       THRU 2410-CARGA-TRAMOS-EXIT                      00009520
               WHEN 100                                                 00009530
                    CONTINUE                                            00009540
               WHEN OTHER                                               00009550
                    MOVE 'SELECT'          TO WS-ACCION                 00009560
                    MOVE 'VLDTXTA-2400'    TO WS-PARRAFO                00009570
                    PERFORM 3001-ERROR                                  00009580
           END-EVALUATE.                                                00009590
      *                                                                *00009600
      *-------------------------------*                                 00009610
       2400-BUSCA-TARIFA-EXIT.                                          00009620
      *-------------------------------*                                 00009630
           EXIT.                                                        00009640
                                                                        00009650
      *--------------------------*                                      00009660
       2410-CARGA-TRAMOS.                                               00009670
      *--------------------------*                                      00009680
      *    PASA LA CABECERA Y LOS 20 TRAMOS DEL DCLGEN A LA TABLA       00009690
      *    DE TRABAJO (DB2 NO ADMITE HOST-VARIABLES CON SUBINDICE).     00009700
           MOVE VXTA-TIPCALCU    TO WXTA-TIPCALCU.                      00009710
           MOVE VXTA-MINTAR      TO WXTA-MINTAR.                        00009720
           MOVE VXTA-MAXTAR      TO WXTA-MAXTAR.                        00009730
           MOVE VXTA-DESDE1     TO WXTA-DESDE  (1).                     00009740
           MOVE VXTA-HASTA1     TO WXTA-HASTA  (1).                     00009750
           MOVE VXTA-PORMIL1    TO WXTA-PORMIL (1).                     00009760
           MOVE VXTA-DESDE2     TO WXTA-DESDE  (2).                     00009770
           MOVE VXTA-HASTA2     TO WXTA-HASTA  (2).                     00009780
           MOVE VXTA-PORMIL2    TO WXTA-PORMIL (2).                     00009790
           MOVE VXTA-DESDE3     TO WXTA-DESDE  (3).                     00009800
           MOVE VXTA-HASTA3     TO WXTA-HASTA  (3).                     00009810
           MOVE VXTA-PORMIL3    TO WXTA-PORMIL (3).                     00009820
           MOVE VXTA-DESDE4     TO WXTA-DESDE  (4).                     00009830
           MOVE VXTA-HASTA4     TO WXTA-HASTA  (4).                     00009840
           MOVE VXTA-PORMIL4    TO WXTA-PORMIL (4).                     00009850
           MOVE VXTA-DESDE5     TO WXTA-DESDE  (5).                     00009860
           MOVE VXTA-HASTA5     TO WXTA-HASTA  (5).                     00009870
           MOVE VXTA-PORMIL5    TO WXTA-PORMIL (5).                     00009880
           MOVE VXTA-DESDE6     TO WXTA-DESDE  (6).                     00009890
           MOVE VXTA-HASTA6     TO WXTA-HASTA  (6).                     00009900
           MOVE VXTA-PORMIL6    TO WXTA-PORMIL (6).                     00009910
           MOVE VXTA-DESDE7     TO WXTA-DESDE  (7).                     00009920
           MOVE VXTA-HASTA7     TO WXTA-HASTA  (7).                     00009930
           MOVE VXTA-PORMIL7    TO WXTA-PORMIL (7).                     00009940
           MOVE VXTA-DESDE8     TO WXTA-DESDE  (8).                     00009950
           MOVE VXTA-HASTA8     TO WXTA-HASTA  (8).                     00009960
           MOVE VXTA-PORMIL8    TO WXTA-PORMIL (8).                     00009970
           MOVE VXTA-DESDE9     TO WXTA-DESDE  (9).                     00009980
           MOVE VXTA-HASTA9     TO WXTA-HASTA  (9).                     00009990
           MOVE VXTA-PORMIL9    TO WXTA-PORMIL (9).                     00010000
           MOVE VXTA-DESDE10    TO WXTA-DESDE  (10).                    00010010
           MOVE VXTA-HASTA10    TO WXTA-HASTA  (10).                    00010020
           MOVE VXTA-PORMIL10   TO WXTA-PORMIL (10).                    00010030
           MOVE VXTA-DESDE11    TO WXTA-DESDE  (11).                    00010040
           MOVE VXTA-HASTA11    TO WXTA-HASTA  (11).                    00010050
           MOVE VXTA-PORMIL11   TO WXTA-PORMIL (11).                    00010060
           MOVE VXTA-DESDE12    TO WXTA-DESDE  (12).                    00010070
           MOVE VXTA-HASTA12    TO WXTA-HASTA  (12).                    00010080
           MOVE VXTA-PORMIL12   TO WXTA-PORMIL (12).                    00010090
           MOVE VXTA-DESDE13    TO WXTA-DESDE  (13).                    00010100
           MOVE VXTA-HASTA13    TO WXTA-HASTA  (13).                    00010110
           MOVE VXTA-PORMIL13   TO WXTA-PORMIL (13).                    00010120
           MOVE VXTA-DESDE14    TO WXTA-DESDE  (14).                    00010130
           MOVE VXTA-HASTA14    TO WXTA-HASTA  (14).                    00010140
           MOVE VXTA-PORMIL14   TO WXTA-PORMIL (14).                    00010150
           MOVE VXTA-DESDE15    TO WXTA-DESDE  (15).                    00010160
           MOVE VXTA-HASTA15    TO WXTA-HASTA  (15).                    00010170
           MOVE VXTA-PORMIL15   TO WXTA-PORMIL (15).                    00010180
           MOVE VXTA-DESDE16    TO WXTA-DESDE  (16).                    00010190
           MOVE VXTA-HASTA16    TO WXTA-HASTA  (16).                    00010200
           MOVE VXTA-PORMIL16   TO WXTA-PORMIL (16).                    00010210
           MOVE VXTA-DESDE17    TO WXTA-DESDE  (17).                    00010220
           MOVE VXTA-HASTA17    TO WXTA-HASTA  (17).                    00010230
           MOVE VXTA-PORMIL17   TO WXTA-PORMIL (17).                    00010240
           MOVE VXTA-DESDE18    TO WXTA-DESDE  (18).                    00010250
           MOVE VXTA-HASTA18    TO WXTA-HASTA  (18).                    00010260
           MOVE VXTA-PORMIL18   TO WXTA-PORMIL (18).                    00010270
           MOVE VXTA-DESDE19    TO WXTA-DESDE  (19).                    00010280
           MOVE VXTA-HASTA19    TO WXTA-HASTA  (19).                    00010290
           MOVE VXTA-PORMIL19   TO WXTA-PORMIL (19).                    00010300
           MOVE VXTA-DESDE20    TO WXTA-DESDE  (20).                    00010310
           MOVE VXTA-HASTA20    TO WXTA-HASTA  (20).                    00010320
           MOVE VXTA-PORMIL20   TO WXTA-PORMIL (20).                    00010330
      *                                                                *00010340
      *-------------------------------*                                 00010350
       2410-CARGA-TRAMOS-EXIT.                                          00010360
      *-------------------------------*                                 00010370
           EXIT.                                                        00010380
                                                                        00010390
      *----------------------------*                                    00010400
       2450-CALCULA-TARIFA.                                             00010410
      *----------------------------*                                    00010420
      *    MISMA RESOLUCION DE TRAMO QUE 2400-CALCULA-PROPUESTA DE      00010430
      *    VL4CSIMT: POR-MIL DEL TRAMO DEL IMPORTE, LUEGO MINIMO Y      00010440
      *    MAXIMO DE LA TARIFA                                          00010450
           MOVE ZEROS              TO WK-COMISION.                      00010460
           MOVE 1                  TO IX.                               00010470
           PERFORM 2460-BUSCA-TRAMO                                     00010480
              THRU 2460-BUSCA-TRAMO-EXIT                                00010490
              UNTIL IX > 20 OR TRAMO-HALLADO.                           00010500
                                                                        00010510
           IF NOT TRAMO-HALLADO                                         00010520
              GO TO 2450-CALCULA-TARIFA-EXIT                            00010530
           END-IF.                                                      00010540
                                                                        00010550
           IF WXTA-MINTAR > ZEROS AND WK-COMISION < WXTA-MINTAR         00010560
              MOVE WXTA-MINTAR     TO WK-COMISION                       00010570
           END-IF.                                                      00010580
           IF WXTA-MAXTAR > ZEROS AND WK-COMISION > WXTA-MAXTAR         00010590
              MOVE WXTA-MAXTAR     TO WK-COMISION                       00010600
           END-IF.                                                      00010610
      *                                                                *00010620
      *---------------------------------*                               00010630
       2450-CALCULA-TARIFA-EXIT.                                        00010640
      *---------------------------------*                               00010650
           EXIT.                                                        00010660
                                                                        00010670
      *-----------------------*                                         00010680
       2460-BUSCA-TRAMO.                                                00010690
      *-----------------------*                                         00010700
           IF VPOL-IMPORTE >= WXTA-DESDE (IX)                           00010710
              AND VPOL-IMPORTE <= WXTA-HASTA (IX)                       00010720
              AND WXTA-HASTA (IX) > ZEROS                               00010730
              MOVE 'S' TO SW-TRAMO                                      00010740
              COMPUTE WK-COMISION ROUNDED =                             00010750
                      VPOL-IMPORTE * WXTA-PORMIL (IX) / 1000            00010760
           ELSE                                                         00010770
              ADD 1 TO IX                                               00010780
           END-IF.                                                      00010790
      *                                                                *00010800
      *----------------------------*                                    00010810
       2460-BUSCA-TRAMO-EXIT.                                           00010820
      *----------------------------*                                    00010830
           EXIT.                                                        00010840
                                                                        00010850
      *----------------------------*                                    00010860
       2500-ACTUALIZA-CUENTA.                                           00010870
      *----------------------------*                                    00010880
      *    SOLO SE CAMBIA SI LA CUENTA SIGUE CON LA TARIFA LEIDA; SI    00010890
      *    ALGUIEN LA MODIFICO EN LINEA ENTRE MEDIAS SE DEJA Y SE       00010900
      *    INFORMA EN EL REPORTE                                        00010910
           EXEC SQL                                                     00010920
                UPDATE VLDTARC                                          00010930
                   SET VARC_INVERSOR = :WK-TARIFA-NUEVA                 00010940
                     , VARC_FEULMOD  = :W-FECHA-AMD-N                   00010950
                     , VARC_USUARIO  = :W-PROGRAMA                      00010960
                 WHERE VARC_CUENTA   = :VARC-CUENTA                     00010970
                   AND VARC_INVERSOR = :WK-TARIFA-ANT                   00010980
           END-EXEC.                                                    00010990
           EVALUATE SQLCODE                                             00011000
               WHEN ZERO                                                00011010
                    ADD 1 TO CONT-REASIGNADAS                           00011020
               WHEN 100                                                 00011030
                    MOVE 'S' TO SW-MODIFICADA                           00011040
                    ADD 1 TO CONT-MODIFICADAS                           00011050
                    GO TO 2500-ACTUALIZA-CUENTA-EXIT                    00011060
               WHEN OTHER                                               00011070
                    MOVE 'UPDATE'          TO WS-ACCION                 00011080
                    MOVE 'VLDTARC-2500'    TO WS-PARRAFO                00011090
                    PERFORM 3001-ERROR                                  00011100
           END-EVALUATE.                                                00011110
                                                                        00011120
      *    AUDITORIA DEL CAMBIO: IMAGEN ANTES/DESPUES DE LA CUENTA      00011130
           MOVE VARC-CUENTA          TO LOG-CUENTA.                     00011140
           MOVE WK-SUCURS            TO LOG-SUCURS.                     00011150
           MOVE WK-CANAL             TO LOG-CANAL.                      00011160
           MOVE WK-TARIFA-ANT        TO LOG-TARIFA-ANT.                 00011170
           MOVE WK-TARIFA-NUEVA      TO LOG-TARIFA-DES.                 00011180
           INITIALIZE DCLVLDTRLOG.                                      00011190
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00011200
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00011210
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00011220
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00011230
                                        VRLOG-CODTRAN.                  00011240
           MOVE 'VLDTARC'            TO VRLOG-TABLA.                    00011250
           MOVE 'REASTARI'           TO VRLOG-OPERACION.                00011260
           MOVE LENGTH OF W-LOG-TARIFA TO VRLOG-REGISTRO-LEN.           00011270
           MOVE SPACES               TO VRLOG-REGISTRO-TEXT.            00011280
           MOVE W-LOG-TARIFA         TO VRLOG-REGISTRO-TEXT.            00011290
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00011300
           IF WK-LOG-CODRESP NOT = ZEROS                                00011310
              DISPLAY 'AVISO: AUDITORIA TARIFA NO GRABADA ' VARC-CUENTA 00011320
           END-IF.                                                      00011330
      *                                                                *00011340
      *---------------------------------*                               00011350
       2500-ACTUALIZA-CUENTA-EXIT.                                      00011360
      *---------------------------------*                               00011370
           EXIT.                                                        00011380
                                                                        00011390
      *------------------------*                                        00011400
       2700-ESCRIBE-DETALLE.                                            00011410
      *------------------------*                                        00011420
      *    DETALLE ANTES/DESPUES AL REPORTE Y ACUMULADO A LA REGLA      00011430
           MOVE VARC-CUENTA        TO SAL-CUENTA.                       00011440
           MOVE WK-SUCURS          TO SAL-SUCURS.                       00011450
           MOVE WK-CANAL           TO SAL-CANAL.                        00011460
           MOVE WK-TARIFA-ANT      TO SAL-TARIFA-ANT.                   00011470
           MOVE WK-TARIFA-NUEVA    TO SAL-TARIFA-NUE.                   00011480
           MOVE ACU-OPERS          TO SAL-OPERS.                        00011490
           MOVE ACU-ACTUAL         TO SAL-ACTUAL.                       00011500
           MOVE ACU-NUEVO          TO SAL-NUEVO.                        00011510
           COMPUTE SAL-DIFERENCIA = ACU-NUEVO - ACU-ACTUAL.             00011520
           EVALUATE TRUE                                                00011530
               WHEN CUENTA-YA-MODIFICADA                                00011540
                    MOVE 'YA MODIFICADA   ' TO SAL-OBSERVA              00011550
               WHEN CUENTA-PARTICULAR                                   00011560
                    MOVE 'COND.PARTICULAR ' TO SAL-OBSERVA              00011570
               WHEN CUENTA-SIN-TRAMO                                    00011580
                    MOVE 'SIN TARIFA/TRAMO' TO SAL-OBSERVA              00011590
               WHEN MODO-ACTUALIZA                                      00011600
                    MOVE 'REASIGNADA      ' TO SAL-OBSERVA              00011610
               WHEN OTHER                                               00011620
                    MOVE SPACES             TO SAL-OBSERVA              00011630
           END-EVALUATE.                                                00011640
           MOVE SALIDA-DETALLE     TO SAL-RTMAS.                        00011650
           WRITE SAL-RTMAS.                                             00011660
                                                                        00011670
           ADD 1                   TO REG-CUENTAS (IX-REG).             00011680
           ADD ACU-ACTUAL          TO REG-ACTUAL  (IX-REG).             00011690
           ADD ACU-NUEVO           TO REG-NUEVO   (IX-REG).             00011700
      *                                                                *00011710
      *-------------------------------*                                 00011720
       2700-ESCRIBE-DETALLE-EXIT.                                       00011730
      *-------------------------------*                                 00011740
           EXIT.                                                        00011750
                                                                        00011760
      *--------*                                                        00011770
       3000-FIN.                                                        00011780
      *--------*                                                        00011790
      *                                                                 00011800
           EXEC SQL                                                     00011810
                CLOSE VLDCARC1                                          00011820
           END-EXEC.                                                    00011830
           IF SQLCODE NOT = ZERO                                        00011840
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00011850
              MOVE 'VLDCARC1-3000'          TO WS-PARRAFO               00011860
              PERFORM 3001-ERROR                                        00011870
           END-IF.                                                      00011880
                                                                        00011890
      *    RESUMEN POR REGLA AL PIE DEL REPORTE                         00011900
           PERFORM 3100-ESCRIBE-REGLA                                   00011910
              THRU 3100-ESCRIBE-REGLA-EXIT                              00011920
              VARYING IX-REG FROM 1 BY 1                                00011930
              UNTIL IX-REG > W-REG-USADAS.                              00011940
                                                                        00011950
           CLOSE E1DQTMAS S1RTMAS.                                      00011960
                                                                        00011970
           DISPLAY '****** FIN REASIGNACION DE TARIFA ******'.          00011980
           DISPLAY 'MODO                   : ' WA-CARD-MODO.            00011990
           DISPLAY 'PERIODO RE-CALCULADO   : ' WA-CARD-PERIODO.         00012000
           DISPLAY 'CUENTAS LEIDAS         : ' CONT-LEIDAS.             00012010
           DISPLAY 'CUENTAS AFECTADAS      : ' CONT-AFECTADAS.          00012020
           DISPLAY 'CUENTAS REASIGNADAS    : ' CONT-REASIGNADAS.        00012030
           DISPLAY 'YA MODIFICADAS (OMIT.) : ' CONT-MODIFICADAS.        00012040
           DISPLAY 'CUENTAS COND.PARTICULAR: ' CONT-PARTICULARES.       00012050
           DISPLAY 'OPERACIONES RE-CALCULAD: ' CONT-OPERACIONES.        00012060
           DISPLAY 'OPERACIONES SIN TRAMO  : ' CONT-SIN-TRAMO.          00012070
                                                                        00012080
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00012090
           ACCEPT WK-HORA-FIN       FROM TIME.                          00012100
           INITIALIZE DCLVLDTCTL.                                       00012110
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00012120
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00012130
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00012140
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00012150
           MOVE CONT-LEIDAS         TO VCTL-LEIDOS.                     00012160
           IF MODO-ACTUALIZA                                            00012170
              MOVE CONT-REASIGNADAS TO VCTL-ESCRITOS                    00012180
           ELSE                                                         00012190
              MOVE CONT-AFECTADAS   TO VCTL-ESCRITOS                    00012200
           END-IF.                                                      00012210
           MOVE CONT-MODIFICADAS    TO VCTL-RECHAZADOS.                 00012220
           MOVE 'OK'                TO VCTL-ESTADO.                     00012230
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00012240
           IF VCTL-CODRESP NOT = ZEROS                                  00012250
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00012260
           END-IF.                                                      00012270
                                                                        00012280
      *    CUENTAS QUE NO SE PUDIERON REASIGNAR: AVISO AL OPERADOR      00012290
           IF CONT-MODIFICADAS > ZEROS                                  00012300
              MOVE 04 TO RETURN-CODE                                    00012310
           END-IF.                                                      00012320
      *                                                                *00012330
      *-------------*                                                   00012340
       3000-FIN-EXIT.                                                   00012350
      *-------------*                                                   00012360
           EXIT.                                                        00012370
                                                                        00012380
      *--------------------------*                                      00012390
       3100-ESCRIBE-REGLA.                                              00012400
      *--------------------------*                                      00012410
           MOVE REG-VIEJA   (IX-REG) TO SRG-VIEJA.                      00012420
           MOVE REG-NUEVA   (IX-REG) TO SRG-NUEVA.                      00012430
           MOVE REG-SUCURS  (IX-REG) TO SRG-SUCURS.                     00012440
           MOVE REG-CANAL   (IX-REG) TO SRG-CANAL.                      00012450
           MOVE REG-CUENTAS (IX-REG) TO SRG-CUENTAS.                    00012460
           MOVE REG-ACTUAL  (IX-REG) TO SRG-ACTUAL.                     00012470
           MOVE REG-NUEVO   (IX-REG) TO SRG-NUEVO.                      00012480
           MOVE SALIDA-REGLA         TO SAL-RTMAS.                      00012490
           WRITE SAL-RTMAS.                                             00012500
      *                                                                *00012510
      *-------------------------------*                                 00012520
       3100-ESCRIBE-REGLA-EXIT.                                         00012530
      *-------------------------------*                                 00012540
           EXIT.                                                        00012550
                                                                        00012560
       3001-ERROR.                                                      00012570
      *-----------*                                                     00012580
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00012590
           DISPLAY 'ACCION:          ' WS-ACCION.                       00012600
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00012610
           DISPLAY '******************************************'.        00012620
           MOVE 08 TO RETURN-CODE.                                      00012630
           STOP RUN.                                                    00012640
      *-----------------*                                               00012650
      * FIN DE PROGRAMA *                                               00012660
      *-----------------*                                               00012670
