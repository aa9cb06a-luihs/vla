       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CDWHD.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : ENVIO DIARIO DE CAMBIOS AL DATA WAREHOUSE            *00000060
      *           CORPORATIVO. EN LUGAR DE COPIAR LAS TABLAS ENTERAS   *00000070
      *           CADA NOCHE, GRABA UN FICHERO POR TABLA SOLO CON LAS  *00000080
      *           FILAS DADAS DE ALTA (I), MODIFICADAS (U) O BORRADAS  *00000090
      *           (D) DESDE LA CORRIDA ANTERIOR (LAYOUT VLCPTDWH, CON  *00000100
      *           CABECERA Y COLA DE CONTROL VLCPTCTF):                *00000110
      *             - VLDTARC, VLDTXMI, VLDTOPE, VLDTDET Y VLDTCON:    *00000120
      *               POR EL SELLO FEULMOD/HORULMOD DE LA FILA. ES     *00000130
      *               ALTA SI FEALTREG ES POSTERIOR A LA FECHA DE LA   *00000140
      *               CORRIDA ANTERIOR; SI NO, MODIFICACION (EL DATA   *00000150
      *               WAREHOUSE APLICA I/U COMO ALTA-O-MODIFICACION    *00000160
      *               POR CLAVE).                                      *00000170
      *             - BAJAS DE VLDTDET: IMAGEN 'DELETE' DE VLDTRLOG    *00000180
      *               (LA GRABA VL7CAPQ0 AL ANULAR UN DETALLE). LA     *00000190
      *               BITACORA NO GUARDA VDET_FORMAT.                  *00000200
      *             - VLDTADS (SIN SELLO DE MODIFICACION): SE COMPARA  *00000210
      *               LA TABLA CONTRA LA FOTO DE LA CORRIDA ANTERIOR   *00000220
      *               (E1DQDWAA) Y SE DEJA LA FOTO DE HOY (S7DQDWAF)   *00000230
      *               PARA LA PROXIMA.                                 *00000240
      *           LA VENTANA VA DESDE EL INICIO DE LA ULTIMA CORRIDA   *00000250
      *           CORRECTA EN VLDTCTL HASTA EL INICIO DE ESTA. SIN     *00000260
      *           CORRIDA ANTERIOR TODAS LAS TABLAS VAN COMPLETAS. LA  *00000270
      *           CORRIDA QUEDA EN VLDTCTL (LEIDOS = FILAS LEIDAS,     *00000280
      *           ESCRITOS = REGISTROS DE DATOS ENVIADOS) PARA EL      *00000290
      *           VERIFICADOR DE CADENAS VL4CCTLC.                     *00000300
      * SYSIN   : 1. TABLAS A RECARGA COMPLETA: HASTA 6 NOMBRES DE 8   *00000310
      *              POSICIONES (VLDTARC VLDTXMI VLDTADS VLDTOPE       *00000320
      *              VLDTDET VLDTCON) O 'TODAS'. BLANCOS = TODO DELTA. *00000330
      * FECHA   : 15-10-2026                                           *00000340
      ******************************************************************00000350
      ******************************************************************00000360
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000370
      *---------- ---------- ---------------- -------------------------*00000380
      *RITM49191  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000390
      *---------- ---------- ---------------- -------------------------*00000400
      ******************************************************************00000410
       ENVIRONMENT DIVISION.                                            00000420
       CONFIGURATION SECTION.                                           00000430
       SPECIAL-NAMES.                                                   00000440
       INPUT-OUTPUT SECTION.                                            00000450
       FILE-CONTROL.                                                    00000460
                                                                        00000470
           SELECT S1DQDWAR  ASSIGN       TO S1DQDWAR                    00000480
                            FILE STATUS  IS FS-DWAR.                    00000490
                                                                        00000500
           SELECT S2DQDWXM  ASSIGN       TO S2DQDWXM                    00000510
                            FILE STATUS  IS FS-DWXM.                    00000520
                                                                        00000530
           SELECT S3DQDWAD  ASSIGN       TO S3DQDWAD                    00000540
                            FILE STATUS  IS FS-DWAD.                    00000550
                                                                        00000560
           SELECT S4DQDWOP  ASSIGN       TO S4DQDWOP                    00000570
                            FILE STATUS  IS FS-DWOP.                    00000580
                                                                        00000590
           SELECT S5DQDWDE  ASSIGN       TO S5DQDWDE                    00000600
                            FILE STATUS  IS FS-DWDE.                    00000610
                                                                        00000620
           SELECT S6DQDWCO  ASSIGN       TO S6DQDWCO                    00000630
                            FILE STATUS  IS FS-DWCO.                    00000640
                                                                        00000650
           SELECT E1DQDWAA  ASSIGN       TO E1DQDWAA                    00000660
                            FILE STATUS  IS FS-DWAA.                    00000670
                                                                        00000680
           SELECT S7DQDWAF  ASSIGN       TO S7DQDWAF                    00000690
                            FILE STATUS  IS FS-DWAF.                    00000700
       DATA DIVISION.                                                   00000710
       FILE SECTION.                                                    00000720
      *                                                                *00000730
       FD  S1DQDWAR                                                     00000740
           RECORDING MODE  IS  F                                        00000750
           LABEL  RECORDS  IS  STANDARD                                 00000760
           DATA   RECORD   IS  SAL-DWAR.                                00000770
         01 SAL-DWAR               PIC X(2000).                         00000780
      *                                                                 00000790
       FD  S2DQDWXM                                                     00000800
           RECORDING MODE  IS  F                                        00000810
           LABEL  RECORDS  IS  STANDARD                                 00000820
           DATA   RECORD   IS  SAL-DWXM.                                00000830
         01 SAL-DWXM               PIC X(2000).                         00000840
      *                                                                 00000850
       FD  S3DQDWAD                                                     00000860
           RECORDING MODE  IS  F                                        00000870
           LABEL  RECORDS  IS  STANDARD                                 00000880
           DATA   RECORD   IS  SAL-DWAD.                                00000890
         01 SAL-DWAD               PIC X(2000).                         00000900
      *                                                                 00000910
       FD  S4DQDWOP                                                     00000920
           RECORDING MODE  IS  F                                        00000930
           LABEL  RECORDS  IS  STANDARD                                 00000940
           DATA   RECORD   IS  SAL-DWOP.                                00000950
         01 SAL-DWOP               PIC X(2000).                         00000960
      *                                                                 00000970
       FD  S5DQDWDE                                                     00000980
           RECORDING MODE  IS  F                                        00000990
           LABEL  RECORDS  IS  STANDARD                                 00001000
           DATA   RECORD   IS  SAL-DWDE.                                00001010
         01 SAL-DWDE               PIC X(2000).                         00001020
      *                                                                 00001030
       FD  S6DQDWCO                                                     00001040
           RECORDING MODE  IS  F                                        00001050
           LABEL  RECORDS  IS  STANDARD                                 00001060
           DATA   RECORD   IS  SAL-DWCO.                                00001070
         01 SAL-DWCO               PIC X(2000).                         00001080
      *                                                                 00001090
      * FOTO DE VLDTADS DE LA CORRIDA ANTERIOR Y DE ESTA                00001100
       FD  E1DQDWAA                                                     00001110
           RECORDING MODE  IS  F                                        00001120
           LABEL  RECORDS  IS  STANDARD                                 00001130
           DATA   RECORD   IS  ENT-DWAA.                                00001140
         01 ENT-DWAA               PIC X(250).                          00001150
      *                                                                 00001160
       FD  S7DQDWAF                                                     00001170
           RECORDING MODE  IS  F                                        00001180
           LABEL  RECORDS  IS  STANDARD                                 00001190
           DATA   RECORD   IS  SAL-DWAF.                                00001200
         01 SAL-DWAF               PIC X(250).                          00001210
      *                                                                 00001220
      ******************************************************************00001230
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00001240
      ******************************************************************00001250
       WORKING-STORAGE SECTION.                                         00001260
      *************************                                         00001270
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CDWHD'.          00001280
      *                                                                 00001290
      * PARAMETROS (SYSIN): TABLAS A RECARGA COMPLETA                   00001300
       01  WS-PARAMETROS.                                               00001310
           05 WA-CARD-TABLA        OCCURS 6 TIMES                       00001320
                                   PIC X(08).                           00001330
           05 FILLER               PIC X(32).                           00001340
      *                                                                 00001350
      * TABLAS DEL ENVIO (EL ORDEN ES EL DE LOS FICHEROS S1 A S6)       00001360
       01  W-TABLAS-INI.                                                00001370
           05 FILLER               PIC X(08) VALUE 'VLDTARC '.          00001380
           05 FILLER               PIC X(08) VALUE 'VLDTXMI '.          00001390
           05 FILLER               PIC X(08) VALUE 'VLDTADS '.          00001400
           05 FILLER               PIC X(08) VALUE 'VLDTOPE '.          00001410
           05 FILLER               PIC X(08) VALUE 'VLDTDET '.          00001420
           05 FILLER               PIC X(08) VALUE 'VLDTCON '.          00001430
       01  W-TABLAS REDEFINES W-TABLAS-INI.                             00001440
           05 TAB-NOMBRE           OCCURS 6 TIMES                       00001450
                                   PIC X(08).                           00001460
      *                                                                 00001470
       01  W-TABLAS-CTL.                                                00001480
           05 TAB-CTL              OCCURS 6 TIMES.                      00001490
              10 TAB-MODO          PIC X(01).                           00001500
                 88 TAB-COMPLETA             VALUE 'C'.                 00001510
              10 TAB-LEIDOS        PIC 9(09).                           00001520
              10 TAB-ALTAS         PIC 9(09).                           00001530
              10 TAB-MODIF         PIC 9(09).                           00001540
              10 TAB-BAJAS         PIC 9(09).                           00001550
      *                                                                 00001560
       01  WS-VARIOS.                                                   00001570
           05 IX-TAB               PIC 9(02) VALUE ZEROS.               00001580
           05 IX-CARD              PIC 9(02) VALUE ZEROS.               00001590
           05 IX-ENC               PIC 9(02) VALUE ZEROS.               00001600
           05 WK-COMPLETA          PIC X(01) VALUE 'N'.                 00001610
           05 WK-FS                PIC X(02) VALUE SPACES.              00001620
           05 WK-FEALTREG          PIC 9(08) VALUE ZEROS.               00001630
           05 WK-FEULMOD           PIC 9(08) VALUE ZEROS.               00001640
           05 WK-HORULMOD          PIC 9(06) VALUE ZEROS.               00001650
           05 WK-HORA-CTF          PIC 9(08) VALUE ZEROS.               00001660
      *                                                                 00001670
      * VENTANA DE CAMBIOS: AAAAMMDDHHMMSS DESDE (INCLUIDO) HASTA       00001680
      * (EXCLUIDO). LA FORMA X ES PARA LA FECHA/HORA DE VLDTRLOG.       00001690
       01  W-VENTANA.                                                   00001700
           05 WK-TS-DESDE-X        PIC X(14) VALUE SPACES.              00001710
           05 WK-TS-DESDE-N REDEFINES WK-TS-DESDE-X                     00001720
                                   PIC 9(14).                           00001730
           05 FILLER REDEFINES WK-TS-DESDE-X.                           00001740
              10 WK-FEC-DESDE-N    PIC 9(08).                           00001750
              10 FILLER            PIC 9(06).                           00001760
           05 WK-TS-HASTA-X        PIC X(14) VALUE SPACES.              00001770
           05 WK-TS-HASTA-N REDEFINES WK-TS-HASTA-X                     00001780
                                   PIC 9(14).                           00001790
           05 WK-TS-DESDE          PIC S9(14)V COMP-3 VALUE ZEROS.      00001800
           05 WK-TS-HASTA          PIC S9(14)V COMP-3 VALUE ZEROS.      00001810
           05 WK-FEC-DESDE         PIC S9(8)V  COMP-3 VALUE ZEROS.      00001820
           05 WK-FEC-HASTA         PIC S9(8)V  COMP-3 VALUE ZEROS.      00001830
      *                                                                 00001840
      * FOTO DE VLDTADS: CLAVE DE LA FILA E IMAGEN DEL DCLGEN           00001850
       01  W-FOTO-ANT.                                                  00001860
           05 ANT-CLAVE.                                                00001870
              10 ANT-CUENTA        PIC 9(07).                           00001880
              10 ANT-PAVAL         PIC X(03).                           00001890
              10 ANT-VALOR         PIC X(08).                           00001900
              10 ANT-ISIN          PIC 9(01).                           00001910
              10 ANT-TIPREG        PIC X(01).                           00001920
              10 ANT-NUMGRUN       PIC X(12).                           00001930
           05 ANT-IMAGEN           PIC X(218).                          00001940
       01  W-FOTO-ACT.                                                  00001950
           05 ACT-CLAVE.                                                00001960
              10 ACT-CUENTA        PIC 9(07).                           00001970
              10 ACT-PAVAL         PIC X(03).                           00001980
              10 ACT-VALOR         PIC X(08).                           00001990
              10 ACT-ISIN          PIC 9(01).                           00002000
              10 ACT-TIPREG        PIC X(01).                           00002010
              10 ACT-NUMGRUN       PIC X(12).                           00002020
           05 ACT-IMAGEN           PIC X(218).                          00002030
      *                                                                 00002040
      * IMAGEN DEL DETALLE ANULADO QUE VL7CAPQ0 DEJA EN VLDTRLOG        00002050
       01  W-RLOG-DET.                                                  00002060
           05 FILLER               PIC X(04).                           00002070
           05 RLD-CUENTA           PIC 9(07).                           00002080
           05 FILLER               PIC X(05).                           00002090
           05 RLD-FECHOP           PIC 9(08).                           00002100
           05 FILLER               PIC X(05).                           00002110
           05 RLD-PAVAL            PIC X(03).                           00002120
           05 RLD-VALOR            PIC X(08).                           00002130
           05 RLD-ISIN             PIC 9(01).                           00002140
           05 FILLER               PIC X(05).                           00002150
           05 RLD-REFER            PIC 9(09).                           00002160
           05 FILLER               PIC X(445).                          00002170
      *                                                                 00002180
       01  WS-SWITCHES.                                                 00002190
          05 SW-FIN-CUR            PIC X(02) VALUE SPACES.              00002200
             88 FIN-CURSOR                   VALUE 'SI'.                00002210
          05 SW-ANTERIOR           PIC X(01) VALUE 'S'.                 00002220
             88 SIN-CORRIDA-ANTERIOR         VALUE 'N'.                 00002230
      *                                                                 00002240
       01  W-DATE                  PIC 9(6).                            00002250
       01  FILLER                  REDEFINES W-DATE.                    00002260
           02 W-ANO                PIC 99.                              00002270
           02 W-MES                PIC 99.                              00002280
           02 W-DIA                PIC 99.                              00002290
       01  W-FECHA-AMD.                                                 00002300
           05 W-AA-AMD             PIC 9(4).                            00002310
           05 W-MM-AMD             PIC 9(2).                            00002320
           05 W-DD-AMD             PIC 9(2).                            00002330
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00002340
       01  W-HORA-CURRENT.                                              00002350
           02  W-HORA              PIC 99.                              00002360
           02  W-MINUTOS           PIC 99.                              00002370
           02  W-SEGUNDOS          PIC 99.                              00002380
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00002390
      *                                                                 00002400
       01 W-CONTADORES.                                                 00002410
          05 CONT-LEIDOS           PIC 9(09)  VALUE ZEROES.             00002420
          05 CONT-ENVIADOS         PIC 9(09)  VALUE ZEROES.             00002430
          05 CONT-BAJAS            PIC 9(09)  VALUE ZEROES.             00002440
      * VARIABLES PARA CONTROL DE ERRORES                               00002450
       01 WS-ERROR.                                                     00002460
          05 WS-ACCION             PIC X(24).                           00002470
          05 WS-PARRAFO            PIC X(19).                           00002480
      * VARIABLES CONTROL DE ARCHIVOS                                   00002490
       01 WS-CTRL-ARCHIVOS.                                             00002500
          05 FS-DWAR               PIC X(02) VALUE '00'.                00002510
          05 FS-DWXM               PIC X(02) VALUE '00'.                00002520
          05 FS-DWAD               PIC X(02) VALUE '00'.                00002530
          05 FS-DWOP               PIC X(02) VALUE '00'.                00002540
          05 FS-DWDE               PIC X(02) VALUE '00'.                00002550
          05 FS-DWCO               PIC X(02) VALUE '00'.                00002560
          05 FS-DWAA               PIC X(02) VALUE '00'.                00002570
             88 E1DQDWAA-OK                  VALUE '00'.                00002580
             88 E1DQDWAA-FIN                 VALUE '10'.                00002590
          05 FS-DWAF               PIC X(02) VALUE '00'.                00002600
             88 S7DQDWAF-OK                  VALUE '00'.                00002610
      *                                                                 00002620
      *    REGISTROS DEL ENVIO Y DE CONTROL DE TRANSMISION              00002630
           COPY VLCPTDWH.                                               00002640
           COPY VLCPTCTF.                                               00002650
      *                                                                 00002660
      *    BITACORA DE AUDITORIA (BAJAS DE VLDTDET)                     00002670
           COPY VLCPTRLOG.                                              00002680
      *                                                                 00002690
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002700
           COPY VLCPTCTL.                                               00002710
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002720
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002730
      *                                                                *00002740
      *  AREA DE COMUNICACION SQLCA                                     00002750
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002760
      *                                                                 00002770
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002780
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002790
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002800
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00002810
           EXEC SQL INCLUDE VLGTOPE END-EXEC.                           00002820
           EXEC SQL INCLUDE VLGTDET END-EXEC.                           00002830
           EXEC SQL INCLUDE VLGTCON END-EXEC.                           00002840
      *                                                                 00002850
      *    EN LOS CURSORES DE TABLAS CON SELLO, :WK-COMPLETA = 'S'      00002860
      *    DEVUELVE LA TABLA ENTERA (RECARGA COMPLETA).                 00002870
           EXEC SQL                                                     00002880
                DECLARE VLDCDWH1 CURSOR FOR                             00002890
                 SELECT *                                               00002900
                   FROM VLDTARC                                         00002910
                  WHERE :WK-COMPLETA = 'S'                              00002920
                     OR (VARC_FEULMOD BETWEEN :WK-FEC-DESDE             00002930
                                          AND :WK-FEC-HASTA             00002940
                    AND  VARC_FEULMOD * 1000000 + VARC_HORULMOD         00002950
                                         >= :WK-TS-DESDE                00002960
                    AND  VARC_FEULMOD * 1000000 + VARC_HORULMOD         00002970
                                         <  :WK-TS-HASTA)               00002980
           END-EXEC.                                                    00002990
      *                                                                 00003000
           EXEC SQL                                                     00003010
                DECLARE VLDCDWH2 CURSOR FOR                             00003020
                 SELECT *                                               00003030
                   FROM VLDTXMI                                         00003040
                  WHERE :WK-COMPLETA = 'S'                              00003050
                     OR (VXMI_FEULMOD BETWEEN :WK-FEC-DESDE             00003060
                                          AND :WK-FEC-HASTA             00003070
                    AND  VXMI_FEULMOD * 1000000 + VXMI_HORULMOD         00003080
                                         >= :WK-TS-DESDE                00003090
                    AND  VXMI_FEULMOD * 1000000 + VXMI_HORULMOD         00003100
                                         <  :WK-TS-HASTA)               00003110
           END-EXEC.                                                    00003120
      *                                                                 00003130
      *    VLDTADS ENTERA EN ORDEN DE CLAVE (SE CRUZA CON LA FOTO)      00003140
           EXEC SQL                                                     00003150
                DECLARE VLDCDWH3 CURSOR FOR                             00003160
                 SELECT *                                               00003170
                   FROM VLDTADS                                         00003180
                  ORDER BY VADS_CUENTA, VADS_PAVAL, VADS_VALOR          00003190
                         , VADS_ISIN, VADS_TIPREG, VADS_NUMGRUN         00003200
           END-EXEC.                                                    00003210
      *                                                                 00003220
           EXEC SQL                                                     00003230
                DECLARE VLDCDWH4 CURSOR FOR                             00003240
                 SELECT *                                               00003250
                   FROM VLDTOPE                                         00003260
                  WHERE :WK-COMPLETA = 'S'                              00003270
                     OR (VOPE_FEULMOD BETWEEN :WK-FEC-DESDE             00003280
                                          AND :WK-FEC-HASTA             00003290
                    AND  VOPE_FEULMOD * 1000000 + VOPE_HORULMOD         00003300
                                         >= :WK-TS-DESDE                00003310
                    AND  VOPE_FEULMOD * 1000000 + VOPE_HORULMOD         00003320
                                         <  :WK-TS-HASTA)               00003330
           END-EXEC.                                                    00003340
      *                                                                 00003350
           EXEC SQL                                                     00003360
                DECLARE VLDCDWH5 CURSOR FOR                             00003370
                 SELECT *                                               00003380
                   FROM VLDTDET                                         00003390
                  WHERE :WK-COMPLETA = 'S'                              00003400
                     OR (VDET_FEULMOD BETWEEN :WK-FEC-DESDE             00003410
                                          AND :WK-FEC-HASTA             00003420
                    AND  VDET_FEULMOD * 1000000 + VDET_HORULMOD         00003430
                                         >= :WK-TS-DESDE                00003440
                    AND  VDET_FEULMOD * 1000000 + VDET_HORULMOD         00003450
                                         <  :WK-TS-HASTA)               00003460
           END-EXEC.                                                    00003470
      *                                                                 00003480
      *    DETALLES ANULADOS EN LA VENTANA (IMAGEN DE VLDTRLOG)         00003490
           EXEC SQL                                                     00003500
                DECLARE VLDCDWH7 CURSOR FOR                             00003510
                 SELECT VRLOG_FECHA                                     00003520
                      , VRLOG_HORA                                      00003530
                      , VRLOG_REGISTRO_TEXT                             00003540
                   FROM VLDTRLOG                                        00003550
                  WHERE VRLOG_TABLA     = 'VLDTDET'                     00003560
                    AND VRLOG_OPERACION = 'DELETE'                      00003570
                    AND VRLOG_FECHA CONCAT VRLOG_HORA                   00003580
                                        >= :WK-TS-DESDE-X               00003590
                    AND VRLOG_FECHA CONCAT VRLOG_HORA                   00003600
                                        <  :WK-TS-HASTA-X               00003610
                  ORDER BY VRLOG_FECHA, VRLOG_HORA                      00003620
           END-EXEC.                                                    00003630
      *                                                                 00003640
           EXEC SQL                                                     00003650
                DECLARE VLDCDWH6 CURSOR FOR                             00003660
                 SELECT *                                               00003670
                   FROM VLDTCON                                         00003680
                  WHERE :WK-COMPLETA = 'S'                              00003690
                     OR (VCON_FEULMOD BETWEEN :WK-FEC-DESDE             00003700
                                          AND :WK-FEC-HASTA             00003710
                    AND  VCON_FEULMOD * 1000000 + VCON_HORULMOD         00003720
                                         >= :WK-TS-DESDE                00003730
                    AND  VCON_FEULMOD * 1000000 + VCON_HORULMOD         00003740
                                         <  :WK-TS-HASTA)               00003750
           END-EXEC.                                                    00003760
      *                                                                *00003770
       PROCEDURE DIVISION.                                              00003780
      *                                                                 00003790
           PERFORM 1000-INICIO                                          00003800
              THRU 1000-INICIO-EXIT.                                    00003810
                                                                        00003820
           PERFORM 2100-VLDTARC                                         00003830
              THRU 2100-VLDTARC-EXIT.                                   00003840
                                                                        00003850
           PERFORM 2200-VLDTXMI                                         00003860
              THRU 2200-VLDTXMI-EXIT.                                   00003870
                                                                        00003880
           PERFORM 2300-VLDTADS                                         00003890
              THRU 2300-VLDTADS-EXIT.                                   00003900
                                                                        00003910
           PERFORM 2400-VLDTOPE                                         00003920
              THRU 2400-VLDTOPE-EXIT.                                   00003930
                                                                        00003940
           PERFORM 2500-VLDTDET                                         00003950
              THRU 2500-VLDTDET-EXIT.                                   00003960
                                                                        00003970
           PERFORM 2600-VLDTCON                                         00003980
              THRU 2600-VLDTCON-EXIT.                                   00003990
                                                                        00004000
           PERFORM 6000-FIN                                             00004010
              THRU 6000-FIN-EXIT.                                       00004020
                                                                        00004030
           STOP RUN.                                                    00004040
      *                                                                *00004050
      *-----------*                                                     00004060
       1000-INICIO.                                                     00004070
      *-----------*                                                     00004080
           INITIALIZE W-CONTADORES                                      00004090
                      W-TABLAS-CTL.                                     00004100
                                                                        00004110
           ACCEPT W-DATE FROM DATE.                                     00004120
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00004130
           MOVE W-MES              TO W-MM-AMD.                         00004140
           MOVE W-DIA              TO W-DD-AMD.                         00004150
           ACCEPT W-HORA-CURRENT FROM TIME.                             00004160
                                                                        00004170
           PERFORM 1100-VENTANA                                         00004180
              THRU 1100-VENTANA-EXIT.                                   00004190
                                                                        00004200
           MOVE 'D'                TO TAB-MODO (1) TAB-MODO (2)         00004210
                                      TAB-MODO (3) TAB-MODO (4)         00004220
                                      TAB-MODO (5) TAB-MODO (6).        00004230
           ACCEPT WS-PARAMETROS.                                        00004240
           PERFORM 1200-TABLA-COMPLETA                                  00004250
              THRU 1200-TABLA-COMPLETA-EXIT                             00004260
              VARYING IX-CARD FROM 1 BY 1                               00004270
              UNTIL IX-CARD > 6.                                        00004280
                                                                        00004290
           IF SIN-CORRIDA-ANTERIOR                                      00004300
              DISPLAY 'SIN CORRIDA ANTERIOR EN VLDTCTL: '               00004310
                      'RECARGA COMPLETA DE TODAS LAS TABLAS'            00004320
              MOVE 'C'             TO TAB-MODO (1) TAB-MODO (2)         00004330
                                      TAB-MODO (3) TAB-MODO (4)         00004340
                                      TAB-MODO (5) TAB-MODO (6)         00004350
           END-IF.                                                      00004360
                                                                        00004370
           OPEN OUTPUT S1DQDWAR S2DQDWXM S3DQDWAD                       00004380
                       S4DQDWOP S5DQDWDE S6DQDWCO                       00004390
                       S7DQDWAF.                                        00004400
           IF FS-DWAR NOT = '00' OR FS-DWXM NOT = '00'                  00004410
              OR FS-DWAD NOT = '00' OR FS-DWOP NOT = '00'               00004420
              OR FS-DWDE NOT = '00' OR FS-DWCO NOT = '00'               00004430
              OR NOT S7DQDWAF-OK                                        00004440
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00004450
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004460
              PERFORM 3001-ERROR                                        00004470
           END-IF.                                                      00004480
                                                                        00004490
           PERFORM 1300-GRABA-CABECERA                                  00004500
              THRU 1300-GRABA-CABECERA-EXIT                             00004510
              VARYING IX-TAB FROM 1 BY 1                                00004520
              UNTIL IX-TAB > 6.                                         00004530
      *                                                                 00004540
      *----------------*                                                00004550
       1000-INICIO-EXIT.                                                00004560
      *----------------*                                                00004570
           EXIT.                                                        00004580
                                                                        00004590
      *--------------*                                                  00004600
       1100-VENTANA.                                                    00004610
      *--------------*                                                  00004620
      *    EL HASTA ES EL INICIO DE ESTA CORRIDA; EL DESDE, EL INICIO   00004630
      *    DE LA ULTIMA CORRIDA CORRECTA (LO MODIFICADO MIENTRAS ESA    00004640
      *    CORRIA VUELVE A VIAJAR: MEJOR REPETIDO QUE PERDIDO).         00004650
           COMPUTE WK-TS-HASTA-N = W-FECHA-AMD-N * 1000000              00004660
                                 + W-HORA-CURRENT-N.                    00004670
           MOVE SPACES             TO WK-TS-DESDE-X.                    00004680
                                                                        00004690
           EXEC SQL                                                     00004700
                SELECT COALESCE(MAX(VCTL_FECPROC CONCAT                 00004710
                                    VCTL_HORA_INICIO), ' ')             00004720
                  INTO :WK-TS-DESDE-X                                   00004730
                  FROM VLDTCTL                                          00004740
                 WHERE VCTL_PROGRAMA = :W-PROGRAMA                      00004750
                   AND VCTL_ESTADO   = 'OK'                             00004760
           END-EXEC.                                                    00004770
           IF SQLCODE NOT = ZERO                                        00004780
              MOVE 'SELECT MAX'             TO WS-ACCION                00004790
              MOVE 'VLDTCTL-1100'           TO WS-PARRAFO               00004800
              PERFORM 3001-ERROR                                        00004810
           END-IF.                                                      00004820
                                                                        00004830
           IF WK-TS-DESDE-X = SPACES                                    00004840
              OR WK-TS-DESDE-X NOT NUMERIC                              00004850
              OR WK-TS-DESDE-N NOT < WK-TS-HASTA-N                      00004860
              MOVE 'N'             TO SW-ANTERIOR                       00004870
              MOVE ZEROS           TO WK-TS-DESDE-N                     00004880
           END-IF.                                                      00004890
                                                                        00004900
           MOVE WK-TS-DESDE-N      TO WK-TS-DESDE.                      00004910
           MOVE WK-TS-HASTA-N      TO WK-TS-HASTA.                      00004920
           MOVE WK-FEC-DESDE-N     TO WK-FEC-DESDE.                     00004930
           MOVE W-FECHA-AMD-N      TO WK-FEC-HASTA.                     00004940
      *                                                                 00004950
      *-------------------*                                             00004960
       1100-VENTANA-EXIT.                                               00004970
      *-------------------*                                             00004980
           EXIT.                                                        00004990
                                                                        00005000
      *---------------------*                                           00005010
       1200-TABLA-COMPLETA.                                             00005020
      *---------------------*                                           00005030
           IF WA-CARD-TABLA (IX-CARD) = SPACES                          00005040
              GO TO 1200-TABLA-COMPLETA-EXIT                            00005050
           END-IF.                                                      00005060
                                                                        00005070
           IF WA-CARD-TABLA (IX-CARD) = 'TODAS'                         00005080
              MOVE 'C'             TO TAB-MODO (1) TAB-MODO (2)         00005090
                                      TAB-MODO (3) TAB-MODO (4)         00005100
                                      TAB-MODO (5) TAB-MODO (6)         00005110
              GO TO 1200-TABLA-COMPLETA-EXIT                            00005120
           END-IF.                                                      00005130
                                                                        00005140
           MOVE ZEROS              TO IX-ENC.                           00005150
           PERFORM 1210-BUSCA-TABLA                                     00005160
              THRU 1210-BUSCA-TABLA-EXIT                                00005170
              VARYING IX-TAB FROM 1 BY 1                                00005180
              UNTIL IX-TAB > 6.                                         00005190
           IF IX-ENC = ZEROS                                            00005200
              DISPLAY 'TABLA NO PREVISTA: ' WA-CARD-TABLA (IX-CARD)     00005210
              MOVE 'TABLA SYSIN INVALIDA'   TO WS-ACCION                00005220
              MOVE '1200-TABLA-COMPLETA'    TO WS-PARRAFO               00005230
              PERFORM 3001-ERROR                                        00005240
           END-IF.                                                      00005250
           MOVE 'C'                TO TAB-MODO (IX-ENC).                00005260
      *                                                                 00005270
      *--------------------------*                                      00005280
       1200-TABLA-COMPLETA-EXIT.                                        00005290
      *--------------------------*                                      00005300
           EXIT.                                                        00005310
                                                                        00005320
      *------------------*                                              00005330
       1210-BUSCA-TABLA.                                                00005340
      *------------------*                                              00005350
           IF TAB-NOMBRE (IX-TAB) = WA-CARD-TABLA (IX-CARD)             00005360
              MOVE IX-TAB          TO IX-ENC                            00005370
           END-IF.                                                      00005380
      *                                                                 00005390
      *-----------------------*                                         00005400
       1210-BUSCA-TABLA-EXIT.                                           00005410
      *-----------------------*                                         00005420
           EXIT.                                                        00005430
                                                                        00005440
      *---------------------*                                           00005450
       1300-GRABA-CABECERA.                                             00005460
      *---------------------*                                           00005470
           INITIALIZE REG-CONTROL-TRANS                                 00005480
                      REG-DWH-CONTROL.                                  00005490
           MOVE 'HDR'              TO CTF-TIPO.                         00005500
           MOVE W-FECHA-AMD-N      TO CTF-FECHA.                        00005510
           MOVE W-HORA-CURRENT-N   TO CTF-HORA.                         00005520
           MOVE W-PROGRAMA         TO CTF-ORIGEN.                       00005530
           MOVE REG-CONTROL-TRANS  TO DWC-CONTROL-TRANS.                00005540
           MOVE TAB-NOMBRE (IX-TAB) TO DWC-TABLA.                       00005550
           MOVE TAB-MODO (IX-TAB)  TO DWC-MODO.                         00005560
           MOVE WK-TS-DESDE-N      TO DWC-DESDE.                        00005570
           MOVE WK-TS-HASTA-N      TO DWC-HASTA.                        00005580
           PERFORM 8100-GRABA-CONTROL                                   00005590
              THRU 8100-GRABA-CONTROL-EXIT.                             00005600
      *                                                                 00005610
      *--------------------------*                                      00005620
       1300-GRABA-CABECERA-EXIT.                                        00005630
      *--------------------------*                                      00005640
           EXIT.                                                        00005650
                                                                        00005660
      *--------------*                                                  00005670
       2100-VLDTARC.                                                    00005680
      *--------------*                                                  00005690
           MOVE 1                  TO IX-TAB.                           00005700
           PERFORM 2900-MODO-TABLA                                      00005710
              THRU 2900-MODO-TABLA-EXIT.                                00005720
                                                                        00005730
           EXEC SQL                                                     00005740
                OPEN VLDCDWH1                                           00005750
           END-EXEC.                                                    00005760
           IF SQLCODE NOT = ZERO                                        00005770
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005780
              MOVE 'VLDCDWH1-2100'          TO WS-PARRAFO               00005790
              PERFORM 3001-ERROR                                        00005800
           END-IF.                                                      00005810
                                                                        00005820
           PERFORM 2110-FETCH-VLDTARC                                   00005830
              THRU 2110-FETCH-VLDTARC-EXIT                              00005840
              UNTIL FIN-CURSOR.                                         00005850
                                                                        00005860
           EXEC SQL                                                     00005870
                CLOSE VLDCDWH1                                          00005880
           END-EXEC.                                                    00005890
      *                                                                 00005900
      *-------------------*                                             00005910
       2100-VLDTARC-EXIT.                                               00005920
      *-------------------*                                             00005930
           EXIT.                                                        00005940
                                                                        00005950
      *--------------------*                                            00005960
       2110-FETCH-VLDTARC.                                              00005970
      *--------------------*                                            00005980
           EXEC SQL                                                     00005990
                FETCH VLDCDWH1                                          00006000
                 INTO :DCLVLDTARC                                       00006010
           END-EXEC.                                                    00006020
           EVALUATE SQLCODE                                             00006030
               WHEN ZERO                                                00006040
                    MOVE VARC-FEALTREG     TO WK-FEALTREG               00006050
                    MOVE VARC-FEULMOD      TO WK-FEULMOD                00006060
                    MOVE VARC-HORULMOD     TO WK-HORULMOD               00006070
                    MOVE DCLVLDTARC        TO DWH-IMAGEN                00006080
                    PERFORM 8000-GRABA-FILA                             00006090
                       THRU 8000-GRABA-FILA-EXIT                        00006100
               WHEN 100                                                 00006110
                    MOVE 'SI'              TO SW-FIN-CUR                00006120
               WHEN OTHER                                               00006130
                    MOVE 'FETCH'           TO WS-ACCION                 00006140
                    MOVE 'VLDCDWH1-2110'   TO WS-PARRAFO                00006150
                    PERFORM 3001-ERROR                                  00006160
           END-EVALUATE.                                                00006170
      *                                                                 00006180
      *-------------------------*                                       00006190
       2110-FETCH-VLDTARC-EXIT.                                         00006200
      *-------------------------*                                       00006210
           EXIT.                                                        00006220
                                                                        00006230
      *--------------*                                                  00006240
       2200-VLDTXMI.                                                    00006250
      *--------------*                                                  00006260
           MOVE 2                  TO IX-TAB.                           00006270
           PERFORM 2900-MODO-TABLA                                      00006280
              THRU 2900-MODO-TABLA-EXIT.                                00006290
                                                                        00006300
           EXEC SQL                                                     00006310
                OPEN VLDCDWH2                                           00006320
           END-EXEC.                                                    00006330
           IF SQLCODE NOT = ZERO                                        00006340
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006350
              MOVE 'VLDCDWH2-2200'          TO WS-PARRAFO               00006360
              PERFORM 3001-ERROR                                        00006370
           END-IF.                                                      00006380
                                                                        00006390
           PERFORM 2210-FETCH-VLDTXMI                                   00006400
              THRU 2210-FETCH-VLDTXMI-EXIT                              00006410
              UNTIL FIN-CURSOR.                                         00006420
                                                                        00006430
           EXEC SQL                                                     00006440
                CLOSE VLDCDWH2                                          00006450
           END-EXEC.                                                    00006460
      *                                                                 00006470
      *-------------------*                                             00006480
       2200-VLDTXMI-EXIT.                                               00006490
      *-------------------*                                             00006500
           EXIT.                                                        00006510
                                                                        00006520
      *--------------------*                                            00006530
       2210-FETCH-VLDTXMI.                                              00006540
      *--------------------*                                            00006550
           EXEC SQL                                                     00006560
                FETCH VLDCDWH2                                          00006570
                 INTO :DCLVLDTXMI                                       00006580
           END-EXEC.                                                    00006590
           EVALUATE SQLCODE                                             00006600
               WHEN ZERO                                                00006610
                    MOVE VXMI-FEALTREG     TO WK-FEALTREG               00006620
                    MOVE VXMI-FEULMOD      TO WK-FEULMOD                00006630
                    MOVE VXMI-HORULMOD     TO WK-HORULMOD               00006640
                    MOVE DCLVLDTXMI        TO DWH-IMAGEN                00006650
                    PERFORM 8000-GRABA-FILA                             00006660
                       THRU 8000-GRABA-FILA-EXIT                        00006670
               WHEN 100                                                 00006680
                    MOVE 'SI'              TO SW-FIN-CUR                00006690
               WHEN OTHER                                               00006700
                    MOVE 'FETCH'           TO WS-ACCION                 00006710
                    MOVE 'VLDCDWH2-2210'   TO WS-PARRAFO                00006720
                    PERFORM 3001-ERROR                                  00006730
           END-EVALUATE.                                                00006740
      *                                                                 00006750
      *-------------------------*                                       00006760
       2210-FETCH-VLDTXMI-EXIT.                                         00006770
      *-------------------------*                                       00006780
           EXIT.                                                        00006790
                                                                        00006800
      *--------------*                                                  00006810
       2300-VLDTADS.                                                    00006820
      *--------------*                                                  00006830
      *    CRUCE POR CLAVE DE LA TABLA CONTRA LA FOTO ANTERIOR: CLAVE   00006840
      *    SOLO EN LA FOTO = BAJA, SOLO EN LA TABLA = ALTA, EN LAS DOS  00006850
      *    CON IMAGEN DISTINTA = MODIFICACION. EN RECARGA COMPLETA NO   00006860
      *    SE LEE LA FOTO ANTERIOR.                                     00006870
           MOVE 3                  TO IX-TAB.                           00006880
           PERFORM 2900-MODO-TABLA                                      00006890
              THRU 2900-MODO-TABLA-EXIT.                                00006900
           MOVE W-FECHA-AMD-N      TO WK-FEULMOD.                       00006910
           MOVE W-HORA-CURRENT-N   TO WK-HORULMOD.                      00006920
                                                                        00006930
           IF TAB-COMPLETA (3)                                          00006940
              MOVE HIGH-VALUES     TO ANT-CLAVE                         00006950
           ELSE                                                         00006960
              OPEN INPUT E1DQDWAA                                       00006970
              IF NOT E1DQDWAA-OK                                        00006980
                 MOVE 'OPEN E1DQDWAA'       TO WS-ACCION                00006990
                 MOVE '2300-VLDTADS'        TO WS-PARRAFO               00007000
                 PERFORM 3001-ERROR                                     00007010
              END-IF                                                    00007020
              PERFORM 2320-LEE-FOTO                                     00007030
                 THRU 2320-LEE-FOTO-EXIT                                00007040
           END-IF.                                                      00007050
                                                                        00007060
           EXEC SQL                                                     00007070
                OPEN VLDCDWH3                                           00007080
           END-EXEC.                                                    00007090
           IF SQLCODE NOT = ZERO                                        00007100
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007110
              MOVE 'VLDCDWH3-2300'          TO WS-PARRAFO               00007120
              PERFORM 3001-ERROR                                        00007130
           END-IF.                                                      00007140
           PERFORM 2330-FETCH-VLDTADS                                   00007150
              THRU 2330-FETCH-VLDTADS-EXIT.                             00007160
                                                                        00007170
           PERFORM 2310-CRUZA-VLDTADS                                   00007180
              THRU 2310-CRUZA-VLDTADS-EXIT                              00007190
              UNTIL ANT-CLAVE = HIGH-VALUES                             00007200
                AND ACT-CLAVE = HIGH-VALUES.                            00007210
                                                                        00007220
           EXEC SQL                                                     00007230
                CLOSE VLDCDWH3                                          00007240
           END-EXEC.                                                    00007250
           IF NOT TAB-COMPLETA (3)                                      00007260
              CLOSE E1DQDWAA                                            00007270
           END-IF.                                                      00007280
      *                                                                 00007290
      *-------------------*                                             00007300
       2300-VLDTADS-EXIT.                                               00007310
      *-------------------*                                             00007320
           EXIT.                                                        00007330
                                                                        00007340
      *--------------------*                                            00007350
       2310-CRUZA-VLDTADS.                                              00007360
      *--------------------*                                            00007370
           EVALUATE TRUE                                                00007380
               WHEN ANT-CLAVE < ACT-CLAVE                               00007390
                    MOVE 'D'               TO DWH-OPERACION             00007400
                    MOVE ANT-IMAGEN        TO DWH-IMAGEN                00007410
                    PERFORM 8200-GRABA-DATO                             00007420
                       THRU 8200-GRABA-DATO-EXIT                        00007430
                    PERFORM 2320-LEE-FOTO                               00007440
                       THRU 2320-LEE-FOTO-EXIT                          00007450
               WHEN ANT-CLAVE > ACT-CLAVE                               00007460
                    MOVE 'I'               TO DWH-OPERACION             00007470
                    MOVE ACT-IMAGEN        TO DWH-IMAGEN                00007480
                    PERFORM 8200-GRABA-DATO                             00007490
                       THRU 8200-GRABA-DATO-EXIT                        00007500
                    PERFORM 2340-GRABA-FOTO                             00007510
                       THRU 2340-GRABA-FOTO-EXIT                        00007520
                    PERFORM 2330-FETCH-VLDTADS                          00007530
                       THRU 2330-FETCH-VLDTADS-EXIT                     00007540
               WHEN OTHER                                               00007550
                    IF ANT-IMAGEN NOT = ACT-IMAGEN                      00007560
                       MOVE 'U'            TO DWH-OPERACION             00007570
                       MOVE ACT-IMAGEN     TO DWH-IMAGEN                00007580
                       PERFORM 8200-GRABA-DATO                          00007590
                          THRU 8200-GRABA-DATO-EXIT                     00007600
                    END-IF                                              00007610
                    PERFORM 2340-GRABA-FOTO                             00007620
                       THRU 2340-GRABA-FOTO-EXIT                        00007630
                    PERFORM 2320-LEE-FOTO                               00007640
                       THRU 2320-LEE-FOTO-EXIT                          00007650
                    PERFORM 2330-FETCH-VLDTADS                          00007660
                       THRU 2330-FETCH-VLDTADS-EXIT                     00007670
           END-EVALUATE.                                                00007680
      *                                                                 00007690
      *-------------------------*                                       00007700
       2310-CRUZA-VLDTADS-EXIT.                                         00007710
      *-------------------------*                                       00007720
           EXIT.                                                        00007730
                                                                        00007740
      *---------------*                                                 00007750
       2320-LEE-FOTO.                                                   00007760
      *---------------*                                                 00007770
           READ E1DQDWAA         INTO W-FOTO-ANT.                       00007780
           EVALUATE TRUE                                                00007790
               WHEN E1DQDWAA-OK                                         00007800
                    CONTINUE                                            00007810
               WHEN E1DQDWAA-FIN                                        00007820
                    MOVE HIGH-VALUES       TO ANT-CLAVE                 00007830
               WHEN OTHER                                               00007840
                    MOVE 'READ E1DQDWAA'   TO WS-ACCION                 00007850
                    MOVE '2320-LEE-FOTO'   TO WS-PARRAFO                00007860
                    PERFORM 3001-ERROR                                  00007870
           END-EVALUATE.                                                00007880
      *                                                                 00007890
      *--------------------*                                            00007900
       2320-LEE-FOTO-EXIT.                                              00007910
      *--------------------*                                            00007920
           EXIT.                                                        00007930
                                                                        00007940
      *--------------------*                                            00007950
       2330-FETCH-VLDTADS.                                              00007960
      *--------------------*                                            00007970
           EXEC SQL                                                     00007980
                FETCH VLDCDWH3                                          00007990
                 INTO :DCLVLDTADS                                       00008000
           END-EXEC.                                                    00008010
           EVALUATE SQLCODE                                             00008020
               WHEN ZERO                                                00008030
                    ADD 1                  TO TAB-LEIDOS (3)            00008040
                                              CONT-LEIDOS               00008050
                    MOVE VADS-CUENTA       TO ACT-CUENTA                00008060
                    MOVE VADS-PAVAL        TO ACT-PAVAL                 00008070
                    MOVE VADS-VALOR        TO ACT-VALOR                 00008080
                    MOVE VADS-ISIN         TO ACT-ISIN                  00008090
                    MOVE VADS-TIPREG       TO ACT-TIPREG                00008100
                    MOVE VADS-NUMGRUN      TO ACT-NUMGRUN               00008110
                    MOVE DCLVLDTADS        TO ACT-IMAGEN                00008120
               WHEN 100                                                 00008130
                    MOVE HIGH-VALUES       TO ACT-CLAVE                 00008140
               WHEN OTHER                                               00008150
                    MOVE 'FETCH'           TO WS-ACCION                 00008160
                    MOVE 'VLDCDWH3-2330'   TO WS-PARRAFO                00008170
                    PERFORM 3001-ERROR                                  00008180
           END-EVALUATE.                                                00008190
      *                                                                 00008200
      *-------------------------*                                       00008210
       2330-FETCH-VLDTADS-EXIT.                                         00008220
      *-------------------------*                                       00008230
           EXIT.                                                        00008240
                                                                        00008250
      *-----------------*                                               00008260
       2340-GRABA-FOTO.                                                 00008270
      *-----------------*                                               00008280
           WRITE SAL-DWAF        FROM W-FOTO-ACT.                       00008290
           IF NOT S7DQDWAF-OK                                           00008300
              MOVE 'WRITE S7DQDWAF'         TO WS-ACCION                00008310
              MOVE '2340-GRABA-FOTO'        TO WS-PARRAFO               00008320
              PERFORM 3001-ERROR                                        00008330
           END-IF.                                                      00008340
      *                                                                 00008350
      *----------------------*                                          00008360
       2340-GRABA-FOTO-EXIT.                                            00008370
      *----------------------*                                          00008380
           EXIT.                                                        00008390
                                                                        00008400
      *--------------*                                                  00008410
       2400-VLDTOPE.                                                    00008420
      *--------------*                                                  00008430
           MOVE 4                  TO IX-TAB.                           00008440
           PERFORM 2900-MODO-TABLA                                      00008450
              THRU 2900-MODO-TABLA-EXIT.                                00008460
                                                                        00008470
           EXEC SQL                                                     00008480
                OPEN VLDCDWH4                                           00008490
           END-EXEC.                                                    00008500
           IF SQLCODE NOT = ZERO                                        00008510
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008520
              MOVE 'VLDCDWH4-2400'          TO WS-PARRAFO               00008530
              PERFORM 3001-ERROR                                        00008540
           END-IF.                                                      00008550
                                                                        00008560
           PERFORM 2410-FETCH-VLDTOPE                                   00008570
              THRU 2410-FETCH-VLDTOPE-EXIT                              00008580
              UNTIL FIN-CURSOR.                                         00008590
                                                                        00008600
           EXEC SQL                                                     00008610
                CLOSE VLDCDWH4                                          00008620
           END-EXEC.                                                    00008630
      *                                                                 00008640
      *-------------------*                                             00008650
       2400-VLDTOPE-EXIT.                                               00008660
      *-------------------*                                             00008670
           EXIT.                                                        00008680
                                                                        00008690
      *--------------------*                                            00008700
       2410-FETCH-VLDTOPE.                                              00008710
      *--------------------*                                            00008720
           EXEC SQL                                                     00008730
                FETCH VLDCDWH4                                          00008740
                 INTO :DCLVLDTOPE                                       00008750
           END-EXEC.                                                    00008760
           EVALUATE SQLCODE                                             00008770
               WHEN ZERO                                                00008780
                    MOVE VOPE-FEALTREG     TO WK-FEALTREG               00008790
                    MOVE VOPE-FEULMOD      TO WK-FEULMOD                00008800
                    MOVE VOPE-HORULMOD     TO WK-HORULMOD               00008810
                    MOVE DCLVLDTOPE        TO DWH-IMAGEN                00008820
                    PERFORM 8000-GRABA-FILA                             00008830
                       THRU 8000-GRABA-FILA-EXIT                        00008840
               WHEN 100                                                 00008850
                    MOVE 'SI'              TO SW-FIN-CUR                00008860
               WHEN OTHER                                               00008870
                    MOVE 'FETCH'           TO WS-ACCION                 00008880
                    MOVE 'VLDCDWH4-2410'   TO WS-PARRAFO                00008890
                    PERFORM 3001-ERROR                                  00008900
           END-EVALUATE.                                                00008910
      *                                                                 00008920
      *-------------------------*                                       00008930
       2410-FETCH-VLDTOPE-EXIT.                                         00008940
      *-------------------------*                                       00008950
           EXIT.                                                        00008960
                                                                        00008970
      *--------------*                                                  00008980
       2500-VLDTDET.                                                    00008990
      *--------------*                                                  00009000
           MOVE 5                  TO IX-TAB.                           00009010
           PERFORM 2900-MODO-TABLA                                      00009020
              THRU 2900-MODO-TABLA-EXIT.                                00009030
                                                                        00009040
           EXEC SQL                                                     00009050
                OPEN VLDCDWH5                                           00009060
           END-EXEC.                                                    00009070
           IF SQLCODE NOT = ZERO                                        00009080
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00009090
              MOVE 'VLDCDWH5-2500'          TO WS-PARRAFO               00009100
              PERFORM 3001-ERROR                                        00009110
           END-IF.                                                      00009120
                                                                        00009130
           PERFORM 2510-FETCH-VLDTDET                                   00009140
              THRU 2510-FETCH-VLDTDET-EXIT                              00009150
              UNTIL FIN-CURSOR.                                         00009160
                                                                        00009170
           EXEC SQL                                                     00009180
                CLOSE VLDCDWH5                                          00009190
           END-EXEC.                                                    00009200
                                                                        00009210
      *    EN RECARGA COMPLETA LA TABLA ENTERA YA REEMPLAZA LO BORRADO  00009220
           IF TAB-COMPLETA (5)                                          00009230
              GO TO 2500-VLDTDET-EXIT                                   00009240
           END-IF.                                                      00009250
                                                                        00009260
           MOVE SPACES             TO SW-FIN-CUR.                       00009270
           EXEC SQL                                                     00009280
                OPEN VLDCDWH7                                           00009290
           END-EXEC.                                                    00009300
           IF SQLCODE NOT = ZERO                                        00009310
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00009320
              MOVE 'VLDCDWH7-2500'          TO WS-PARRAFO               00009330
              PERFORM 3001-ERROR                                        00009340
           END-IF.                                                      00009350
                                                                        00009360
           PERFORM 2520-FETCH-BAJA-DET                                  00009370
              THRU 2520-FETCH-BAJA-DET-EXIT                             00009380
              UNTIL FIN-CURSOR.                                         00009390
                                                                        00009400
           EXEC SQL                                                     00009410
                CLOSE VLDCDWH7                                          00009420
           END-EXEC.                                                    00009430
      *                                                                 00009440
      *-------------------*                                             00009450
       2500-VLDTDET-EXIT.                                               00009460
      *-------------------*                                             00009470
           EXIT.                                                        00009480
                                                                        00009490
      *--------------------*                                            00009500
       2510-FETCH-VLDTDET.                                              00009510
      *--------------------*                                            00009520
           EXEC SQL                                                     00009530
                FETCH VLDCDWH5                                          00009540
                 INTO :DCLVLDTDET                                       00009550
           END-EXEC.                                                    00009560
           EVALUATE SQLCODE                                             00009570
               WHEN ZERO                                                00009580
                    MOVE VDET-FEALTREG     TO WK-FEALTREG               00009590
                    MOVE VDET-FEULMOD      TO WK-FEULMOD                00009600
                    MOVE VDET-HORULMOD     TO WK-HORULMOD               00009610
                    MOVE DCLVLDTDET        TO DWH-IMAGEN                00009620
                    PERFORM 8000-GRABA-FILA                             00009630
                       THRU 8000-GRABA-FILA-EXIT                        00009640
               WHEN 100                                                 00009650
                    MOVE 'SI'              TO SW-FIN-CUR                00009660
               WHEN OTHER                                               00009670
                    MOVE 'FETCH'           TO WS-ACCION                 00009680
                    MOVE 'VLDCDWH5-2510'   TO WS-PARRAFO                00009690
                    PERFORM 3001-ERROR                                  00009700
           END-EVALUATE.                                                00009710
      *                                                                 00009720
      *-------------------------*                                       00009730
       2510-FETCH-VLDTDET-EXIT.                                         00009740
      *-------------------------*                                       00009750
           EXIT.                                                        00009760
                                                                        00009770
      *---------------------*                                           00009780
       2520-FETCH-BAJA-DET.                                             00009790
      *---------------------*                                           00009800
           EXEC SQL                                                     00009810
                FETCH VLDCDWH7                                          00009820
                 INTO :VRLOG-FECHA                                      00009830
                    , :VRLOG-HORA                                       00009840
                    , :VRLOG-REGISTRO-TEXT                              00009850
           END-EXEC.                                                    00009860
           EVALUATE SQLCODE                                             00009870
               WHEN ZERO                                                00009880
                    CONTINUE                                            00009890
               WHEN 100                                                 00009900
                    MOVE 'SI'              TO SW-FIN-CUR                00009910
                    GO TO 2520-FETCH-BAJA-DET-EXIT                      00009920
               WHEN OTHER                                               00009930
                    MOVE 'FETCH'           TO WS-ACCION                 00009940
                    MOVE 'VLDCDWH7-2520'   TO WS-PARRAFO                00009950
                    PERFORM 3001-ERROR                                  00009960
           END-EVALUATE.                                                00009970
                                                                        00009980
           ADD 1                   TO TAB-LEIDOS (5)                    00009990
                                      CONT-LEIDOS.                      00010000
           MOVE VRLOG-REGISTRO-TEXT TO W-RLOG-DET.                      00010010
           INITIALIZE DCLVLDTDET.                                       00010020
           MOVE RLD-CUENTA         TO VDET-CTAVAL.                      00010030
           MOVE RLD-FECHOP         TO VDET-FECHOP.                      00010040
           MOVE RLD-PAVAL          TO VDET-PAVAL.                       00010050
           MOVE RLD-VALOR          TO VDET-VALOR.                       00010060
           MOVE RLD-ISIN           TO VDET-ISIN.                        00010070
           MOVE RLD-REFER          TO VDET-REFER.                       00010080
           MOVE VRLOG-FECHA        TO WK-FEULMOD.                       00010090
           MOVE VRLOG-HORA         TO WK-HORULMOD.                      00010100
           MOVE 'D'                TO DWH-OPERACION.                    00010110
           MOVE DCLVLDTDET         TO DWH-IMAGEN.                       00010120
           PERFORM 8200-GRABA-DATO                                      00010130
              THRU 8200-GRABA-DATO-EXIT.                                00010140
      *                                                                 00010150
      *--------------------------*                                      00010160
       2520-FETCH-BAJA-DET-EXIT.                                        00010170
      *--------------------------*                                      00010180
           EXIT.                                                        00010190
                                                                        00010200
      *--------------*                                                  00010210
       2600-VLDTCON.                                                    00010220
      *--------------*                                                  00010230
           MOVE 6                  TO IX-TAB.                           00010240
           PERFORM 2900-MODO-TABLA                                      00010250
              THRU 2900-MODO-TABLA-EXIT.                                00010260
                                                                        00010270
           EXEC SQL                                                     00010280
                OPEN VLDCDWH6                                           00010290
           END-EXEC.                                                    00010300
           IF SQLCODE NOT = ZERO                                        00010310
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00010320
              MOVE 'VLDCDWH6-2600'          TO WS-PARRAFO               00010330
              PERFORM 3001-ERROR                                        00010340
           END-IF.                                                      00010350
                                                                        00010360
           PERFORM 2610-FETCH-VLDTCON                                   00010370
              THRU 2610-FETCH-VLDTCON-EXIT                              00010380
              UNTIL FIN-CURSOR.                                         00010390
                                                                        00010400
           EXEC SQL                                                     00010410
                CLOSE VLDCDWH6                                          00010420
           END-EXEC.                                                    00010430
      *                                                                 00010440
      *-------------------*                                             00010450
       2600-VLDTCON-EXIT.                                               00010460
      *-------------------*                                             00010470
           EXIT.                                                        00010480
                                                                        00010490
      *--------------------*                                            00010500
       2610-FETCH-VLDTCON.                                              00010510
      *--------------------*                                            00010520
           EXEC SQL                                                     00010530
                FETCH VLDCDWH6                                          00010540
                 INTO :DCLVLDTCON                                       00010550
           END-EXEC.                                                    00010560
           EVALUATE SQLCODE                                             00010570
               WHEN ZERO                                                00010580
                    MOVE VCON-FEALTREG     TO WK-FEALTREG               00010590
                    MOVE VCON-FEULMOD      TO WK-FEULMOD                00010600
                    MOVE VCON-HORULMOD     TO WK-HORULMOD               00010610
                    MOVE DCLVLDTCON        TO DWH-IMAGEN                00010620
                    PERFORM 8000-GRABA-FILA                             00010630
                       THRU 8000-GRABA-FILA-EXIT                        00010640
               WHEN 100                                                 00010650
                    MOVE 'SI'              TO SW-FIN-CUR                00010660
               WHEN OTHER                                               00010670
                    MOVE 'FETCH'           TO WS-ACCION                 00010680
                    MOVE 'VLDCDWH6-2610'   TO WS-PARRAFO                00010690
                    PERFORM 3001-ERROR                                  00010700
           END-EVALUATE.                                                00010710
      *                                                                 00010720
      *-------------------------*                                       00010730
       2610-FETCH-VLDTCON-EXIT.                                         00010740
      *-------------------------*                                       00010750
           EXIT.                                                        00010760
                                                                        00010770
      *-----------------*                                               00010780
       2900-MODO-TABLA.                                                 00010790
      *-----------------*                                               00010800
      *    PREPARA LA EXTRACCION DE LA TABLA IX-TAB                     00010810
           MOVE SPACES             TO SW-FIN-CUR.                       00010820
           IF TAB-COMPLETA (IX-TAB)                                     00010830
              MOVE 'S'             TO WK-COMPLETA                       00010840
           ELSE                                                         00010850
              MOVE 'N'             TO WK-COMPLETA                       00010860
           END-IF.                                                      00010870
      *                                                                 00010880
      *----------------------*                                          00010890
       2900-MODO-TABLA-EXIT.                                            00010900
      *----------------------*                                          00010910
           EXIT.                                                        00010920
                                                                        00010930
      *-----------------*                                               00010940
       8000-GRABA-FILA.                                                 00010950
      *-----------------*                                               00010960
      *    FILA DE TABLA CON SELLO: LLEGA CON LA IMAGEN EN DWH-IMAGEN   00010970
      *    Y FEALTREG/FEULMOD/HORULMOD EN LOS WK-                       00010980
           ADD 1                   TO TAB-LEIDOS (IX-TAB)               00010990
                                      CONT-LEIDOS.                      00011000
           IF TAB-COMPLETA (IX-TAB)                                     00011010
              OR WK-FEALTREG > WK-FEC-DESDE-N                           00011020
              MOVE 'I'             TO DWH-OPERACION                     00011030
           ELSE                                                         00011040
              MOVE 'U'             TO DWH-OPERACION                     00011050
           END-IF.                                                      00011060
           PERFORM 8200-GRABA-DATO                                      00011070
              THRU 8200-GRABA-DATO-EXIT.                                00011080
      *                                                                 00011090
      *----------------------*                                          00011100
       8000-GRABA-FILA-EXIT.                                            00011110
      *----------------------*                                          00011120
           EXIT.                                                        00011130
                                                                        00011140
      *--------------------*                                            00011150
       8100-GRABA-CONTROL.                                              00011160
      *--------------------*                                            00011170
           MOVE REG-DWH-CONTROL    TO REG-DWH-DATOS.                    00011180
           PERFORM 8300-ESCRIBE                                         00011190
              THRU 8300-ESCRIBE-EXIT.                                   00011200
      *                                                                 00011210
      *-------------------------*                                       00011220
       8100-GRABA-CONTROL-EXIT.                                         00011230
      *-------------------------*                                       00011240
           EXIT.                                                        00011250
                                                                        00011260
      *-----------------*                                               00011270
       8200-GRABA-DATO.                                                 00011280
      *-----------------*                                               00011290
      *    LLEGA CON DWH-OPERACION Y DWH-IMAGEN CARGADOS                00011300
           MOVE 'DAT'              TO DWH-TIPO.                         00011310
           MOVE TAB-NOMBRE (IX-TAB) TO DWH-TABLA.                       00011320
           MOVE WK-FEULMOD         TO DWH-FECULMOD.                     00011330
           MOVE WK-HORULMOD        TO DWH-HORULMOD.                     00011340
           EVALUATE TRUE                                                00011350
               WHEN DWH-ALTA                                            00011360
                    ADD 1          TO TAB-ALTAS (IX-TAB)                00011370
               WHEN DWH-MODIFICACION                                    00011380
                    ADD 1          TO TAB-MODIF (IX-TAB)                00011390
               WHEN DWH-BAJA                                            00011400
                    ADD 1          TO TAB-BAJAS (IX-TAB)                00011410
                                      CONT-BAJAS                        00011420
           END-EVALUATE.                                                00011430
           ADD 1                   TO CONT-ENVIADOS.                    00011440
           PERFORM 8300-ESCRIBE                                         00011450
              THRU 8300-ESCRIBE-EXIT.                                   00011460
      *                                                                 00011470
      *----------------------*                                          00011480
       8200-GRABA-DATO-EXIT.                                            00011490
      *----------------------*                                          00011500
           EXIT.                                                        00011510
                                                                        00011520
      *--------------*                                                  00011530
       8300-ESCRIBE.                                                    00011540
      *--------------*                                                  00011550
      *    GRABA REG-DWH-DATOS EN EL FICHERO DE LA TABLA IX-TAB         00011560
           EVALUATE IX-TAB                                              00011570
               WHEN 1                                                   00011580
                    WRITE SAL-DWAR       FROM REG-DWH-DATOS             00011590
                    MOVE FS-DWAR   TO WK-FS                             00011600
               WHEN 2                                                   00011610
                    WRITE SAL-DWXM       FROM REG-DWH-DATOS             00011620
                    MOVE FS-DWXM   TO WK-FS                             00011630
               WHEN 3                                                   00011640
                    WRITE SAL-DWAD       FROM REG-DWH-DATOS             00011650
                    MOVE FS-DWAD   TO WK-FS                             00011660
               WHEN 4                                                   00011670
                    WRITE SAL-DWOP       FROM REG-DWH-DATOS             00011680
                    MOVE FS-DWOP   TO WK-FS                             00011690
               WHEN 5                                                   00011700
                    WRITE SAL-DWDE       FROM REG-DWH-DATOS             00011710
                    MOVE FS-DWDE   TO WK-FS                             00011720
               WHEN 6                                                   00011730
                    WRITE SAL-DWCO       FROM REG-DWH-DATOS             00011740
                    MOVE FS-DWCO   TO WK-FS                             00011750
           END-EVALUATE.                                                00011760
           IF WK-FS NOT = '00'                                          00011770
              DISPLAY 'FICHERO DE LA TABLA ' TAB-NOMBRE (IX-TAB)        00011780
                      ' FILE STATUS: ' WK-FS                            00011790
              MOVE 'WRITE FICHERO DWH'      TO WS-ACCION                00011800
              MOVE '8300-ESCRIBE'           TO WS-PARRAFO               00011810
              PERFORM 3001-ERROR                                        00011820
           END-IF.                                                      00011830
      *                                                                 00011840
      *-------------------*                                             00011850
       8300-ESCRIBE-EXIT.                                               00011860
      *-------------------*                                             00011870
           EXIT.                                                        00011880
                                                                        00011890
      *-----------*                                                     00011900
       6000-FIN.                                                        00011910
      *-----------*                                                     00011920
           PERFORM 6100-GRABA-COLA                                      00011930
              THRU 6100-GRABA-COLA-EXIT                                 00011940
              VARYING IX-TAB FROM 1 BY 1                                00011950
              UNTIL IX-TAB > 6.                                         00011960
                                                                        00011970
           CLOSE S1DQDWAR S2DQDWXM S3DQDWAD                             00011980
                 S4DQDWOP S5DQDWDE S6DQDWCO                             00011990
                 S7DQDWAF.                                              00012000
                                                                        00012010
           DISPLAY '***** FIN ENVIO DE CAMBIOS AL DATA WAREHOUSE *****'.00012020
           DISPLAY 'VENTANA DESDE          : ' WK-TS-DESDE-N.           00012030
           DISPLAY 'VENTANA HASTA          : ' WK-TS-HASTA-N.           00012040
           PERFORM 6200-MUESTRA-TABLA                                   00012050
              THRU 6200-MUESTRA-TABLA-EXIT                              00012060
              VARYING IX-TAB FROM 1 BY 1                                00012070
              UNTIL IX-TAB > 6.                                         00012080
           DISPLAY 'FILAS LEIDAS           : ' CONT-LEIDOS.             00012090
           DISPLAY 'REGISTROS ENVIADOS     : ' CONT-ENVIADOS.           00012100
                                                                        00012110
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL).    00012120
      *    SU HORA DE INICIO ES EL DESDE DE LA PROXIMA CORRIDA.         00012130
           ACCEPT WK-HORA-FIN       FROM TIME.                          00012140
           INITIALIZE DCLVLDTCTL.                                       00012150
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00012160
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00012170
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00012180
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00012190
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00012200
           MOVE CONT-ENVIADOS       TO VCTL-ESCRITOS.                   00012210
           MOVE 'OK'                TO VCTL-ESTADO.                     00012220
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00012230
           IF VCTL-CODRESP NOT = ZEROS                                  00012240
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00012250
           END-IF.                                                      00012260
      *                                                                 00012270
      *-------------*                                                   00012280
       6000-FIN-EXIT.                                                   00012290
      *-------------*                                                   00012300
           EXIT.                                                        00012310
                                                                        00012320
      *-----------------*                                               00012330
       6100-GRABA-COLA.                                                 00012340
      *-----------------*                                               00012350
           INITIALIZE REG-CONTROL-TRANS                                 00012360
                      REG-DWH-CONTROL.                                  00012370
           MOVE 'TRL'              TO CTF-TIPO.                         00012380
           MOVE W-FECHA-AMD-N      TO CTF-FECHA.                        00012390
           ACCEPT WK-HORA-CTF      FROM TIME.                           00012400
           MOVE WK-HORA-CTF (1:6)  TO CTF-HORA.                         00012410
           MOVE W-PROGRAMA         TO CTF-ORIGEN.                       00012420
           COMPUTE CTF-CUENTA-REG = TAB-ALTAS (IX-TAB)                  00012430
                                  + TAB-MODIF (IX-TAB)                  00012440
                                  + TAB-BAJAS (IX-TAB).                 00012450
           MOVE TAB-LEIDOS (IX-TAB) TO CTF-HASH.                        00012460
           MOVE REG-CONTROL-TRANS  TO DWC-CONTROL-TRANS.                00012470
           MOVE TAB-NOMBRE (IX-TAB) TO DWC-TABLA.                       00012480
           MOVE TAB-MODO (IX-TAB)  TO DWC-MODO.                         00012490
           MOVE WK-TS-DESDE-N      TO DWC-DESDE.                        00012500
           MOVE WK-TS-HASTA-N      TO DWC-HASTA.                        00012510
           MOVE TAB-ALTAS (IX-TAB) TO DWC-ALTAS.                        00012520
           MOVE TAB-MODIF (IX-TAB) TO DWC-MODIFICACIONES.               00012530
           MOVE TAB-BAJAS (IX-TAB) TO DWC-BAJAS.                        00012540
           PERFORM 8100-GRABA-CONTROL                                   00012550
              THRU 8100-GRABA-CONTROL-EXIT.                             00012560
      *                                                                 00012570
      *----------------------*                                          00012580
       6100-GRABA-COLA-EXIT.                                            00012590
      *----------------------*                                          00012600
           EXIT.                                                        00012610
                                                                        00012620
      *--------------------*                                            00012630
       6200-MUESTRA-TABLA.                                              00012640
      *--------------------*                                            00012650
           DISPLAY TAB-NOMBRE (IX-TAB) ' MODO ' TAB-MODO (IX-TAB)       00012660
                   ' LEIDAS ' TAB-LEIDOS (IX-TAB)                       00012670
                   ' I ' TAB-ALTAS (IX-TAB)                             00012680
                   ' U ' TAB-MODIF (IX-TAB)                             00012690
                   ' D ' TAB-BAJAS (IX-TAB).                            00012700
      *                                                                 00012710
      *-------------------------*                                       00012720
       6200-MUESTRA-TABLA-EXIT.                                         00012730
      *-------------------------*                                       00012740
           EXIT.                                                        00012750
                                                                        00012760
       3001-ERROR.                                                      00012770
      *-----------*                                                     00012780
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00012790
           DISPLAY 'ACCION:          ' WS-ACCION.                       00012800
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00012810
           DISPLAY '******************************************'.        00012820
           MOVE 08 TO RETURN-CODE.                                      00012830
           STOP RUN.                                                    00012840
      *-----------------*                                               00012850
      * FIN DE PROGRAMA *                                               00012860
      *-----------------*                                               00012870
