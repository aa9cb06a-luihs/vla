       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CMCEN.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : SINCRONIZACION DIARIA DE VLDTXMI CON EL MAESTRO      *00000060
      *           CENTRAL DE CLIENTES DEL BANCO. NOMBRES, DOCUMENTOS   *00000070
      *           Y DOMICILIOS SE MANTIENEN AQUI Y EN EL MAESTRO       *00000080
      *           CENTRAL POR SEPARADO Y SE DESALINEAN (MUCHOS         *00000090
      *           RECHAZOS DEL HUB QUE TRATA VL4CHUBR SON DATOS QUE EL *00000100
      *           MAESTRO CENTRAL YA TENIA BIEN). ESTE BATCH LEE EL    *00000110
      *           FICHERO DE CAMBIOS DEL DIA DEL MAESTRO CENTRAL       *00000120
      *           (E1DQMCEN) Y LO CRUZA POR DOCUMENTO (VXMI_NIF):      *00000130
      *             - SIN CONFLICTO: APLICA NOMBRE, DOMICILIO,         *00000140
      *               LOCALIDAD, CODIGO POSTAL Y TELEFONO EN VLDTXMI   *00000150
      *               Y DEJA LA IMAGEN ANTERIOR Y NUEVA EN VLDTRLOG    *00000160
      *               VIA VL9CRLOG                                     *00000170
      *             - CON CONFLICTO (DOCUMENTO DE OTRO CLIENTE AQUI,   *00000180
      *               DOCUMENTO REPETIDO AQUI, FALLECIDO EN UN LADO Y  *00000190
      *               NO EN EL OTRO): NO APLICA NADA Y LO REGISTRA EN  *00000200
      *               VLDTDMC PARA LA OFICINA DEL CLIENTE              *00000210
      *             - DOCUMENTO SIN CLIENTE DE VALORES: SE IGNORA      *00000220
      *           S1RMCEN LISTA LAS DISCREPANCIAS DEL DIA POR OFICINA. *00000230
      *           LAS DISCREPANCIAS DE LA FECHA SE BORRAN AL INICIO,   *00000240
      *           POR LO QUE EL PROCESO ES RELANZABLE.                 *00000250
      * SYSIN   : 1. FECHA PROCESO AAAAMMDD (DEFECTO: HOY)             *00000260
      * FECHA   : 15-10-2026                                           *00000270
      ******************************************************************00000280
      ******************************************************************00000290
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000300
      *---------- ---------- ---------------- -------------------------*00000310
      *RITM49181  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000320
      *---------- ---------- ---------------- -------------------------*00000330
      ******************************************************************00000340
       ENVIRONMENT DIVISION.                                            00000350
       CONFIGURATION SECTION.                                           00000360
       SPECIAL-NAMES.                                                   00000370
       INPUT-OUTPUT SECTION.                                            00000380
       FILE-CONTROL.                                                    00000390
                                                                        00000400
           SELECT E1DQMCEN  ASSIGN       TO E1DQMCEN                    00000410
                            FILE STATUS  IS FS-EMCEN.                   00000420
                                                                        00000430
           SELECT S1RMCEN   ASSIGN       TO S1RMCEN                     00000440
                            FILE STATUS  IS FS-SMCEN.                   00000450
       DATA DIVISION.                                                   00000460
       FILE SECTION.                                                    00000470
      *                                                                *00000480
       FD  E1DQMCEN                                                     00000490
           RECORDING MODE  IS  F                                        00000500
           LABEL  RECORDS  IS  STANDARD                                 00000510
           DATA   RECORD   IS  REG-E1DQMCEN.                            00000520
         01 REG-E1DQMCEN           PIC X(200).                          00000530
      *                                                                *00000540
       FD  S1RMCEN                                                      00000550
           RECORDING MODE  IS  F                                        00000560
           LABEL  RECORDS  IS  STANDARD                                 00000570
           DATA   RECORD   IS  SAL-MCEN.                                00000580
         01 SAL-MCEN               PIC X(132).                          00000590
      *                                                                 00000600
      ******************************************************************00000610
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000620
      ******************************************************************00000630
       WORKING-STORAGE SECTION.                                         00000640
      *************************                                         00000650
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CMCEN'.          00000660
      *                                                                 00000670
      * FICHERO DE CAMBIOS DEL MAESTRO CENTRAL (IMAGEN COMPLETA DEL     00000680
      * CLIENTE MODIFICADO; UN CAMPO EN BLANCO NO SE APLICA)            00000690
       01  W-REG-MCEN.                                                  00000700
           05 MCE-TIPMOV           PIC X(01).                           00000710
              88 MCE-ALTA                    VALUE 'A'.                 00000720
              88 MCE-MODIFICACION            VALUE 'M'.                 00000730
           05 MCE-NIF              PIC X(11).                           00000740
      *       CODIGO DE CLIENTE DEL BANCO (EL MISMO DE VXMI_CODCLI)     00000750
           05 MCE-CODCLI           PIC 9(08).                           00000760
           05 MCE-CODCLI-X REDEFINES MCE-CODCLI PIC X(08).              00000770
           05 MCE-NOMBRE           PIC X(40).                           00000780
           05 MCE-DOMIC            PIC X(40).                           00000790
           05 MCE-LOCAL            PIC X(25).                           00000800
           05 MCE-CODPOS           PIC 9(05).                           00000810
           05 MCE-CODPOS-X REDEFINES MCE-CODPOS PIC X(05).              00000820
           05 MCE-PRETEL           PIC X(04).                           00000830
           05 MCE-TELEF            PIC X(09).                           00000840
           05 MCE-FALLECIDO        PIC X(01).                           00000850
              88 MCE-ES-FALLECIDO            VALUE 'S'.                 00000860
           05 MCE-FECFALL          PIC 9(08).                           00000870
           05 MCE-FECMOD           PIC 9(08).                           00000880
           05 FILLER               PIC X(40).                           00000890
      *                                                                 00000900
      * PARAMETROS (SYSIN)                                              00000910
       01  WS-PARAMETROS.                                               00000920
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000930
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000940
      *                                                                 00000950
       01  WS-VARIOS.                                                   00000960
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000970
              88 FIN-CURSOR                  VALUE 'SI'.                00000980
           05 SW-CAMBIO            PIC X(01) VALUE 'N'.                 00000990
              88 HAY-CAMBIO                  VALUE 'S'.                 00001000
           05 W-SUCVAL-ANT         PIC X(04) VALUE HIGH-VALUES.         00001010
           05 WK-NUM-CLIENTES      PIC S9(9)  COMP   VALUE ZEROS.       00001020
           05 WK-SQLERRD3          PIC S9(9)  COMP   VALUE ZEROS.       00001030
           05 WK-FALLECIDO         PIC X(01) VALUE SPACES.              00001040
           05 WK-FECFALL-ED        PIC 9(08) VALUE ZEROS.               00001050
      *                                                                 00001060
      * DATOS DEL CLIENTE AQUI ANTES DEL CAMBIO                         00001070
       01  WS-ANTERIOR.                                                 00001080
           05 ANT-DENOM            PIC X(40) VALUE SPACES.              00001090
           05 ANT-DOMIC            PIC X(40) VALUE SPACES.              00001100
           05 ANT-LOCAL            PIC X(25) VALUE SPACES.              00001110
           05 ANT-CODPOS           PIC X(05) VALUE SPACES.              00001120
           05 ANT-PRETEL           PIC X(04) VALUE SPACES.              00001130
           05 ANT-TELEF            PIC X(09) VALUE SPACES.              00001140
      *                                                                 00001150
      * IMAGEN DEL CAMBIO PARA VLDTRLOG (ANTERIOR Y NUEVA)              00001160
       01  W-LOG-MCEN-TEXTO.                                            00001170
           05 LMC-CODCLI           PIC 9(08).                           00001180
           05 LMC-NIF              PIC X(11).                           00001190
           05 FILLER               PIC X(04) VALUE 'ANT:'.              00001200
           05 LMC-ANTERIOR         PIC X(123).                          00001210
           05 FILLER               PIC X(04) VALUE 'NVO:'.              00001220
           05 LMC-NUEVO.                                                00001230
              10 LMC-DENOM         PIC X(40).                           00001240
              10 LMC-DOMIC         PIC X(40).                           00001250
              10 LMC-LOCAL         PIC X(25).                           00001260
              10 LMC-CODPOS        PIC X(05).                           00001270
              10 LMC-PRETEL        PIC X(04).                           00001280
              10 LMC-TELEF         PIC X(09).                           00001290
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00001300
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00001310
      *                                                                 00001320
       01  W-DATE                  PIC 9(6).                            00001330
       01  FILLER                  REDEFINES W-DATE.                    00001340
           02 W-ANO                PIC 99.                              00001350
           02 W-MES                PIC 99.                              00001360
           02 W-DIA                PIC 99.                              00001370
       01  W-FECHA-AMD.                                                 00001380
           05 W-AA-AMD             PIC 9(4).                            00001390
           05 W-MM-AMD             PIC 9(2).                            00001400
           05 W-DD-AMD             PIC 9(2).                            00001410
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001420
       01  W-HORA-CURRENT.                                              00001430
           02  W-HORA              PIC 99.                              00001440
           02  W-MINUTOS           PIC 99.                              00001450
           02  W-SEGUNDOS          PIC 99.                              00001460
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001470
      *                                                                 00001480
       01 W-CONTADORES.                                                 00001490
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001500
          05 CONT-INVALIDOS        PIC 9(08)  VALUE ZEROES.             00001510
          05 CONT-SIN-CLIENTE      PIC 9(08)  VALUE ZEROES.             00001520
          05 CONT-SIN-CAMBIOS      PIC 9(08)  VALUE ZEROES.             00001530
          05 CONT-APLICADOS        PIC 9(08)  VALUE ZEROES.             00001540
          05 CONT-DISCREPANCIAS    PIC 9(08)  VALUE ZEROES.             00001550
          05 CONT-BORRADOS         PIC 9(08)  VALUE ZEROES.             00001560
      * VARIABLES PARA CONTROL DE ERRORES                               00001570
       01 WS-ERROR.                                                     00001580
          05 WS-ACCION             PIC X(24).                           00001590
          05 WS-PARRAFO            PIC X(19).                           00001600
      * VARIABLES CONTROL DE ARCHIVOS                                   00001610
       01 WS-CTRL-ARCHIVOS.                                             00001620
          05 FS-EMCEN              PIC X(02) VALUE '00'.                00001630
             88 E1DQMCEN-OK                  VALUE '00'.                00001640
          05 FS-SMCEN              PIC X(02) VALUE '00'.                00001650
             88 S1RMCEN-OK                   VALUE '00'.                00001660
          05 FIN-FILE-MCEN         PIC X(02) VALUE SPACES.              00001670
             88 FIN-E1DQMCEN                 VALUE '10'.                00001680
      *                                                                 00001690
      * LINEAS DEL REPORTE DE DISCREPANCIAS POR OFICINA                 00001700
       01 LIN-CABECERA.                                                 00001710
          05 FILLER                PIC X(50) VALUE                      00001720
             ' DISCREPANCIAS CON EL MAESTRO CENTRAL - DIA       '.      00001730
          05 CAB-FECHA             PIC 9(08).                           00001740
          05 FILLER                PIC X(74) VALUE SPACES.              00001750
       01 LIN-OFICINA.                                                  00001760
          05 FILLER                PIC X(10) VALUE ' OFICINA: '.        00001770
          05 OFI-SUCVAL            PIC X(04).                           00001780
          05 FILLER                PIC X(118) VALUE SPACES.             00001790
       01 LIN-TITULOS.                                                  00001800
          05 FILLER                PIC X(53) VALUE                      00001810
             '   MOTIVO    DOCUMENTO    CLIENTE   CLI.CENT  DETALLE'.   00001820
          05 FILLER                PIC X(79) VALUE SPACES.              00001830
       01 LIN-DISCREPANCIA.                                             00001840
          05 FILLER                PIC X(03) VALUE SPACES.              00001850
          05 DET-MOTIVO            PIC X(08).                           00001860
          05 FILLER                PIC X(02) VALUE SPACES.              00001870
          05 DET-NIF               PIC X(11).                           00001880
          05 FILLER                PIC X(02) VALUE SPACES.              00001890
          05 DET-CODCLI            PIC 9(08).                           00001900
          05 FILLER                PIC X(02) VALUE SPACES.              00001910
          05 DET-CODCLI-CEN        PIC 9(08).                           00001920
          05 FILLER                PIC X(02) VALUE SPACES.              00001930
          05 DET-DETALLE           PIC X(60).                           00001940
          05 FILLER                PIC X(26) VALUE SPACES.              00001950
       01 LIN-BLANCO               PIC X(132) VALUE SPACES.             00001960
      *                                                                 00001970
      *    DISCREPANCIAS CON EL MAESTRO CENTRAL                         00001980
           COPY VLCPTDMC.                                               00001990
      *                                                                 00002000
      *    AUDITORIA BATCH (VL9CRLOG)                                   00002010
           COPY VLCPTRLOG.                                              00002020
      *                                                                 00002030
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002040
           COPY VLCPTCTL.                                               00002050
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002060
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002070
      *                                                                *00002080
      *  AREA DE COMUNICACION SQLCA                                     00002090
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002100
      *                                                                 00002110
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002120
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002130
      *                                                                 00002140
      *    DISCREPANCIAS DEL DIA POR OFICINA                            00002150
           EXEC SQL                                                     00002160
                DECLARE VLDCDMC1 CURSOR FOR                             00002170
                 SELECT VDMC_SUCURS                                     00002180
                      , VDMC_MOTIVO                                     00002190
                      , VDMC_NIF                                        00002200
                      , VDMC_CODCLI                                     00002210
                      , VDMC_CODCLI_CEN                                 00002220
                      , VDMC_DETALLE                                    00002230
                   FROM VLDTDMC                                         00002240
                  WHERE VDMC_FECHA = :VDMC-FECHA                        00002250
                  ORDER BY VDMC_SUCURS, VDMC_MOTIVO, VDMC_NIF           00002260
           END-EXEC.                                                    00002270
      *                                                                 00002280
      ******************************************************************00002290
      **          P R O C E D U R E      D I V I S I O N              **00002300
      ******************************************************************00002310
       PROCEDURE DIVISION.                                              00002320
      *                                                                 00002330
           PERFORM 1000-INICIO                                          00002340
              THRU 1000-INICIO-EXIT.                                    00002350
                                                                        00002360
           PERFORM 2000-PROCESO-CAMBIO                                  00002370
              THRU 2000-PROCESO-CAMBIO-EXIT                             00002380
              UNTIL FIN-E1DQMCEN.                                       00002390
                                                                        00002400
           PERFORM 2800-LISTA-DISCREPANCIAS                             00002410
              THRU 2800-LISTA-DISCREPANCIAS-EXIT.                       00002420
                                                                        00002430
           PERFORM 3000-FIN                                             00002440
              THRU 3000-FIN-EXIT.                                       00002450
                                                                        00002460
           STOP RUN.                                                    00002470
      *                                                                *00002480
      *-----------*                                                     00002490
       1000-INICIO.                                                     00002500
      *-----------*                                                     00002510
           INITIALIZE W-CONTADORES.                                     00002520
                                                                        00002530
           ACCEPT W-DATE FROM DATE.                                     00002540
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002550
           MOVE W-MES              TO W-MM-AMD.                         00002560
           MOVE W-DIA              TO W-DD-AMD.                         00002570
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002580
                                                                        00002590
           ACCEPT WA-CARD-FECHA.                                        00002600
           IF WA-CARD-FECHA NOT NUMERIC                                 00002610
              MOVE W-FECHA-AMD-N   TO WA-CARD-FECHA-N                   00002620
           END-IF.                                                      00002630
                                                                        00002640
      *    PROCESO RELANZABLE: SE BORRAN LAS DISCREPANCIAS DEL DIA      00002650
           MOVE WA-CARD-FECHA-N    TO VDMC-FECHA.                       00002660
           EXEC SQL                                                     00002670
                DELETE FROM VLDTDMC                                     00002680
                 WHERE VDMC_FECHA = :VDMC-FECHA                         00002690
           END-EXEC.                                                    00002700
           IF SQLCODE NOT = ZERO AND 100                                00002710
              MOVE 'DELETE'                 TO WS-ACCION                00002720
              MOVE 'VLDTDMC-1000'           TO WS-PARRAFO               00002730
              PERFORM 3001-ERROR                                        00002740
           END-IF.                                                      00002750
           IF SQLCODE = ZERO                                            00002760
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00002770
              MOVE WK-SQLERRD3     TO CONT-BORRADOS                     00002780
           END-IF.                                                      00002790
                                                                        00002800
           OPEN INPUT  E1DQMCEN.                                        00002810
           IF NOT E1DQMCEN-OK                                           00002820
              MOVE 'OPEN FICHERO E1DQMCEN'  TO WS-ACCION                00002830
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002840
              PERFORM 3001-ERROR                                        00002850
           END-IF                                                       00002860
                                                                        00002870
           OPEN OUTPUT S1RMCEN.                                         00002880
           IF NOT S1RMCEN-OK                                            00002890
              MOVE 'OPEN FICHERO S1RMCEN'   TO WS-ACCION                00002900
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002910
              PERFORM 3001-ERROR                                        00002920
           END-IF.                                                      00002930
                                                                        00002940
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00002950
           WRITE SAL-MCEN        FROM LIN-CABECERA.                     00002960
                                                                        00002970
           PERFORM 1200-LEE-E1DQMCEN.                                   00002980
      *                                                                 00002990
      *----------------*                                                00003000
       1000-INICIO-EXIT.                                                00003010
      *----------------*                                                00003020
           EXIT.                                                        00003030
                                                                        00003040
      *--------------------*                                            00003050
       1200-LEE-E1DQMCEN.                                               00003060
      *--------------------*                                            00003070
           READ E1DQMCEN                                                00003080
           AT END                                                       00003090
              MOVE '10'            TO FIN-FILE-MCEN                     00003100
           NOT AT END                                                   00003110
              MOVE REG-E1DQMCEN    TO W-REG-MCEN                        00003120
              ADD 1                TO CONT-LEIDOS                       00003130
           END-READ.                                                    00003140
      *                                                                 00003150
      *------------------------*                                        00003160
       2000-PROCESO-CAMBIO.                                             00003170
      *------------------------*                                        00003180
           IF MCE-NIF = SPACES                                          00003190
              OR MCE-CODCLI-X NOT NUMERIC                               00003200
              ADD 1                TO CONT-INVALIDOS                    00003210
              GO TO 2000-PROCESO-CAMBIO-SIG                             00003220
           END-IF.                                                      00003230
                                                                        00003240
      *    CLIENTES DE VALORES CON ESE DOCUMENTO                        00003250
           MOVE MCE-NIF            TO VXMI-NIF.                         00003260
           EXEC SQL                                                     00003270
                SELECT  COUNT(*)                                        00003280
                  INTO :WK-NUM-CLIENTES                                 00003290
                  FROM  VLDTXMI                                         00003300
                 WHERE  VXMI_NIF = :VXMI-NIF                            00003310
           END-EXEC.                                                    00003320
           IF SQLCODE NOT = ZERO                                        00003330
              MOVE 'SELECT COUNT'           TO WS-ACCION                00003340
              MOVE 'VLDTXMI-2000'           TO WS-PARRAFO               00003350
              PERFORM 3001-ERROR                                        00003360
           END-IF.                                                      00003370
                                                                        00003380
           IF WK-NUM-CLIENTES = ZEROS                                   00003390
              ADD 1                TO CONT-SIN-CLIENTE                  00003400
              GO TO 2000-PROCESO-CAMBIO-SIG                             00003410
           END-IF.                                                      00003420
                                                                        00003430
           EXEC SQL                                                     00003440
                SELECT  VXMI_CODCLI                                     00003450
                     ,  VXMI_SUCVAL                                     00003460
                     ,  VXMI_DENOM                                      00003470
                     ,  VXMI_DOMIC                                      00003480
                     ,  VXMI_LOCAL                                      00003490
                     ,  VXMI_CODPOS                                     00003500
                     ,  VXMI_PRETELHAC                                  00003510
                     ,  VXMI_TELEFHAC                                   00003520
                     ,  VALUE(VXMI_FALLECIDO, 'N')                      00003530
                  INTO :VXMI-CODCLI                                     00003540
                     , :VXMI-SUCVAL                                     00003550
                     , :VXMI-DENOM                                      00003560
                     , :VXMI-DOMIC                                      00003570
                     , :VXMI-LOCAL                                      00003580
                     , :VXMI-CODPOS                                     00003590
                     , :VXMI-PRETELHAC                                  00003600
                     , :VXMI-TELEFHAC                                   00003610
                     , :WK-FALLECIDO                                    00003620
                  FROM  VLDTXMI                                         00003630
                 WHERE  VXMI_NIF = :VXMI-NIF                            00003640
                 ORDER  BY VXMI_CODCLI                                  00003650
                 FETCH  FIRST 1 ROW ONLY                                00003660
           END-EXEC.                                                    00003670
           IF SQLCODE NOT = ZERO                                        00003680
              MOVE 'SELECT'                 TO WS-ACCION                00003690
              MOVE 'VLDTXMI-2000'           TO WS-PARRAFO               00003700
              PERFORM 3001-ERROR                                        00003710
           END-IF.                                                      00003720
                                                                        00003730
           INITIALIZE DCLVLDTDMC.                                       00003740
           MOVE WA-CARD-FECHA-N    TO VDMC-FECHA.                       00003750
           MOVE MCE-NIF            TO VDMC-NIF.                         00003760
           MOVE VXMI-CODCLI        TO VDMC-CODCLI.                      00003770
           MOVE MCE-CODCLI         TO VDMC-CODCLI-CEN.                  00003780
           MOVE VXMI-SUCVAL        TO VDMC-SUCURS.                      00003790
                                                                        00003800
      *    CONFLICTOS: NO SE APLICA NADA, VA A LA OFICINA               00003810
           EVALUATE TRUE                                                00003820
               WHEN WK-NUM-CLIENTES > 1                                 00003830
                    MOVE 'NIFDUPL'       TO VDMC-MOTIVO                 00003840
                    MOVE 'DOCUMENTO EN MAS DE UN CLIENTE DE VALORES'    00003850
                                         TO VDMC-DETALLE                00003860
               WHEN MCE-CODCLI NOT = VXMI-CODCLI                        00003870
                    MOVE 'CLIDIST'       TO VDMC-MOTIVO                 00003880
                    MOVE 'DOCUMENTO DE OTRO CLIENTE EN MAESTRO CENTRAL' 00003890
                                         TO VDMC-DETALLE                00003900
               WHEN MCE-ES-FALLECIDO AND WK-FALLECIDO NOT = 'S'         00003910
                    MOVE 'FALLCEN'       TO VDMC-MOTIVO                 00003920
                    MOVE MCE-FECFALL     TO WK-FECFALL-ED               00003930
                    STRING 'FALLECIDO EN EL MAESTRO CENTRAL EL '        00003940
                           WK-FECFALL-ED ' - ABRIR SUCESION'            00003950
                           DELIMITED BY SIZE INTO VDMC-DETALLE          00003960
               WHEN WK-FALLECIDO = 'S' AND NOT MCE-ES-FALLECIDO         00003970
                    MOVE 'FALLAQUI'      TO VDMC-MOTIVO                 00003980
                    MOVE 'FALLECIDO AQUI Y VIVO EN MAESTRO CENTRAL'     00003990
                                         TO VDMC-DETALLE                00004000
               WHEN OTHER                                               00004010
                    PERFORM 2100-APLICA-CAMBIO                          00004020
                       THRU 2100-APLICA-CAMBIO-EXIT                     00004030
                    GO TO 2000-PROCESO-CAMBIO-SIG                       00004040
           END-EVALUATE.                                                00004050
                                                                        00004060
           PERFORM 2200-GRABA-DISCREPANCIA                              00004070
              THRU 2200-GRABA-DISCREPANCIA-EXIT.                        00004080
      *                                                                 00004090
       2000-PROCESO-CAMBIO-SIG.                                         00004100
           PERFORM 1200-LEE-E1DQMCEN.                                   00004110
      *                                                                 00004120
      *-----------------------------*                                   00004130
       2000-PROCESO-CAMBIO-EXIT.                                        00004140
      *-----------------------------*                                   00004150
           EXIT.                                                        00004160
                                                                        00004170
      *----------------------*                                          00004180
       2100-APLICA-CAMBIO.                                              00004190
      *----------------------*                                          00004200
           MOVE VXMI-DENOM         TO ANT-DENOM.                        00004210
           MOVE VXMI-DOMIC         TO ANT-DOMIC.                        00004220
           MOVE VXMI-LOCAL         TO ANT-LOCAL.                        00004230
           MOVE VXMI-CODPOS        TO ANT-CODPOS.                       00004240
           MOVE VXMI-PRETELHAC     TO ANT-PRETEL.                       00004250
           MOVE VXMI-TELEFHAC      TO ANT-TELEF.                        00004260
           MOVE WS-ANTERIOR        TO LMC-NUEVO.                        00004270
                                                                        00004280
      *    UN DATO EN BLANCO EN EL MAESTRO CENTRAL NO SE APLICA         00004290
           IF MCE-NOMBRE NOT = SPACES                                   00004300
              MOVE MCE-NOMBRE      TO LMC-DENOM                         00004310
           END-IF.                                                      00004320
           IF MCE-DOMIC NOT = SPACES                                    00004330
              MOVE MCE-DOMIC       TO LMC-DOMIC                         00004340
           END-IF.                                                      00004350
           IF MCE-LOCAL NOT = SPACES                                    00004360
              MOVE MCE-LOCAL       TO LMC-LOCAL                         00004370
           END-IF.                                                      00004380
           IF MCE-CODPOS-X NUMERIC AND MCE-CODPOS > ZEROS               00004390
              MOVE MCE-CODPOS-X    TO LMC-CODPOS                        00004400
           END-IF.                                                      00004410
           IF MCE-TELEF NOT = SPACES                                    00004420
              MOVE MCE-PRETEL      TO LMC-PRETEL                        00004430
              MOVE MCE-TELEF       TO LMC-TELEF                         00004440
           END-IF.                                                      00004450
                                                                        00004460
           IF LMC-NUEVO = WS-ANTERIOR                                   00004470
              ADD 1                TO CONT-SIN-CAMBIOS                  00004480
              GO TO 2100-APLICA-CAMBIO-EXIT                             00004490
           END-IF.                                                      00004500
                                                                        00004510
           MOVE LMC-DENOM          TO VXMI-DENOM.                       00004520
           MOVE LMC-DOMIC          TO VXMI-DOMIC.                       00004530
           MOVE LMC-LOCAL          TO VXMI-LOCAL.                       00004540
           MOVE LMC-CODPOS         TO VXMI-CODPOS.                      00004550
           MOVE LMC-PRETEL         TO VXMI-PRETELHAC.                   00004560
           MOVE LMC-TELEF          TO VXMI-TELEFHAC.                    00004570
           MOVE W-FECHA-AMD-N      TO VXMI-FEULMOD.                     00004580
           MOVE W-HORA-CURRENT-N   TO VXMI-HORULMOD.                    00004590
           MOVE 'BATC'             TO VXMI-NUMTER.                      00004600
           MOVE W-PROGRAMA         TO VXMI-USUARIO.                     00004610
                                                                        00004620
           EXEC SQL                                                     00004630
                UPDATE VLDTXMI                                          00004640
                   SET VXMI_DENOM     = :VXMI-DENOM                     00004650
                     , VXMI_DOMIC     = :VXMI-DOMIC                     00004660
                     , VXMI_LOCAL     = :VXMI-LOCAL                     00004670
                     , VXMI_CODPOS    = :VXMI-CODPOS                    00004680
                     , VXMI_PRETELHAC = :VXMI-PRETELHAC                 00004690
                     , VXMI_TELEFHAC  = :VXMI-TELEFHAC                  00004700
                     , VXMI_FEULMOD   = :VXMI-FEULMOD                   00004710
                     , VXMI_HORULMOD  = :VXMI-HORULMOD                  00004720
                     , VXMI_NUMTER    = :VXMI-NUMTER                    00004730
                     , VXMI_USUARIO   = :VXMI-USUARIO                   00004740
                 WHERE VXMI_CODCLI    = :VXMI-CODCLI                    00004750
           END-EXEC.                                                    00004760
           IF SQLCODE NOT = ZERO                                        00004770
              MOVE 'UPDATE'                 TO WS-ACCION                00004780
              MOVE 'VLDTXMI-2100'           TO WS-PARRAFO               00004790
              PERFORM 3001-ERROR                                        00004800
           END-IF.                                                      00004810
           ADD 1                   TO CONT-APLICADOS.                   00004820
                                                                        00004830
      *    IMAGEN ANTERIOR Y NUEVA EN VLDTRLOG                          00004840
           MOVE VXMI-CODCLI        TO LMC-CODCLI.                       00004850
           MOVE MCE-NIF            TO LMC-NIF.                          00004860
           MOVE WS-ANTERIOR        TO LMC-ANTERIOR.                     00004870
           INITIALIZE DCLVLDTRLOG.                                      00004880
           MOVE W-FECHA-AMD        TO VRLOG-FECHA.                      00004890
           MOVE W-HORA-CURRENT     TO VRLOG-HORA.                       00004900
           MOVE 'BATC'             TO VRLOG-NUMTER.                     00004910
           MOVE W-PROGRAMA         TO VRLOG-NUMUSER                     00004920
                                      VRLOG-CODTRAN.                    00004930
           MOVE 'VLDTXMI'          TO VRLOG-TABLA.                      00004940
           MOVE 'UPDATE'           TO VRLOG-OPERACION.                  00004950
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT                           00004960
                                   TO VRLOG-REGISTRO-LEN.               00004970
           MOVE SPACES             TO VRLOG-REGISTRO-TEXT.              00004980
           MOVE W-LOG-MCEN-TEXTO   TO VRLOG-REGISTRO-TEXT (1:273).      00004990
           CALL WK-VL9CRLOG     USING DCLVLDTRLOG WK-LOG-CODRESP.       00005000
           IF WK-LOG-CODRESP NOT = ZEROS                                00005010
              DISPLAY 'AVISO: AUDITORIA VLDTXMI NO GRABADA '            00005020
                      VXMI-CODCLI                                       00005030
           END-IF.                                                      00005040
      *                                                                 00005050
      *--------------------------*                                      00005060
       2100-APLICA-CAMBIO-EXIT.                                         00005070
      *--------------------------*                                      00005080
           EXIT.                                                        00005090
                                                                        00005100
      *--------------------------*                                      00005110
       2200-GRABA-DISCREPANCIA.                                         00005120
      *--------------------------*                                      00005130
           MOVE 'P'                TO VDMC-ESTADO.                      00005140
           MOVE W-FECHA-AMD-N      TO VDMC-FEULMOD.                     00005150
           MOVE W-PROGRAMA         TO VDMC-USUARIO.                     00005160
           EXEC SQL                                                     00005170
                INSERT INTO VLDTDMC                                     00005180
                      ( VDMC_FECHA                                      00005190
                      , VDMC_NIF                                        00005200
                      , VDMC_CODCLI                                     00005210
                      , VDMC_CODCLI_CEN                                 00005220
                      , VDMC_SUCURS                                     00005230
                      , VDMC_MOTIVO                                     00005240
                      , VDMC_DETALLE                                    00005250
                      , VDMC_ESTADO                                     00005260
                      , VDMC_FEULMOD                                    00005270
                      , VDMC_USUARIO )                                  00005280
                VALUES                                                  00005290
                      ( :VDMC-FECHA                                     00005300
                      , :VDMC-NIF                                       00005310
                      , :VDMC-CODCLI                                    00005320
                      , :VDMC-CODCLI-CEN                                00005330
                      , :VDMC-SUCURS                                    00005340
                      , :VDMC-MOTIVO                                    00005350
                      , :VDMC-DETALLE                                   00005360
                      , :VDMC-ESTADO                                    00005370
                      , :VDMC-FEULMOD                                   00005380
                      , :VDMC-USUARIO )                                 00005390
           END-EXEC.                                                    00005400
           IF SQLCODE NOT = ZERO                                        00005410
              MOVE 'INSERT'                 TO WS-ACCION                00005420
              MOVE 'VLDTDMC-2200'           TO WS-PARRAFO               00005430
              PERFORM 3001-ERROR                                        00005440
           END-IF.                                                      00005450
           ADD 1                   TO CONT-DISCREPANCIAS.               00005460
      *                                                                 00005470
      *-------------------------------*                                 00005480
       2200-GRABA-DISCREPANCIA-EXIT.                                    00005490
      *-------------------------------*                                 00005500
           EXIT.                                                        00005510
                                                                        00005520
      *---------------------------*                                     00005530
       2800-LISTA-DISCREPANCIAS.                                        00005540
      *---------------------------*                                     00005550
           MOVE WA-CARD-FECHA-N    TO VDMC-FECHA.                       00005560
           MOVE SPACES             TO SW-FIN-CUR.                       00005570
           EXEC SQL                                                     00005580
                OPEN VLDCDMC1                                           00005590
           END-EXEC.                                                    00005600
           IF SQLCODE NOT = ZERO                                        00005610
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005620
              MOVE 'VLDCDMC1-2800'          TO WS-PARRAFO               00005630
              PERFORM 3001-ERROR                                        00005640
           END-IF.                                                      00005650
           PERFORM 2900-LINEA-DISCREPANCIA                              00005660
              THRU 2900-LINEA-DISCREPANCIA-EXIT                         00005670
              UNTIL FIN-CURSOR.                                         00005680
           EXEC SQL                                                     00005690
                CLOSE VLDCDMC1                                          00005700
           END-EXEC.                                                    00005710
      *                                                                 00005720
      *--------------------------------*                                00005730
       2800-LISTA-DISCREPANCIAS-EXIT.                                   00005740
      *--------------------------------*                                00005750
           EXIT.                                                        00005760
                                                                        00005770
      *--------------------------*                                      00005780
       2900-LINEA-DISCREPANCIA.                                         00005790
      *--------------------------*                                      00005800
           EXEC SQL                                                     00005810
                FETCH VLDCDMC1                                          00005820
                 INTO :VDMC-SUCURS                                      00005830
                    , :VDMC-MOTIVO                                      00005840
                    , :VDMC-NIF                                         00005850
                    , :VDMC-CODCLI                                      00005860
                    , :VDMC-CODCLI-CEN                                  00005870
                    , :VDMC-DETALLE                                     00005880
           END-EXEC.                                                    00005890
           IF SQLCODE = 100                                             00005900
              SET FIN-CURSOR TO TRUE                                    00005910
              GO TO 2900-LINEA-DISCREPANCIA-EXIT                        00005920
           END-IF.                                                      00005930
           IF SQLCODE NOT = ZERO                                        00005940
              MOVE 'FETCH CURSOR'           TO WS-ACCION                00005950
              MOVE 'VLDCDMC1-2900'          TO WS-PARRAFO               00005960
              PERFORM 3001-ERROR                                        00005970
           END-IF.                                                      00005980
                                                                        00005990
      *    CORTE POR OFICINA                                            00006000
           IF VDMC-SUCURS NOT = W-SUCVAL-ANT                            00006010
              MOVE VDMC-SUCURS     TO W-SUCVAL-ANT                      00006020
                                      OFI-SUCVAL                        00006030
              WRITE SAL-MCEN     FROM LIN-BLANCO                        00006040
              WRITE SAL-MCEN     FROM LIN-OFICINA                       00006050
              WRITE SAL-MCEN     FROM LIN-TITULOS                       00006060
           END-IF.                                                      00006070
                                                                        00006080
           MOVE VDMC-MOTIVO        TO DET-MOTIVO.                       00006090
           MOVE VDMC-NIF           TO DET-NIF.                          00006100
           MOVE VDMC-CODCLI        TO DET-CODCLI.                       00006110
           MOVE VDMC-CODCLI-CEN    TO DET-CODCLI-CEN.                   00006120
           MOVE VDMC-DETALLE       TO DET-DETALLE.                      00006130
           WRITE SAL-MCEN        FROM LIN-DISCREPANCIA.                 00006140
      *                                                                 00006150
      *-------------------------------*                                 00006160
       2900-LINEA-DISCREPANCIA-EXIT.                                    00006170
      *-------------------------------*                                 00006180
           EXIT.                                                        00006190
                                                                        00006200
      *--------*                                                        00006210
       3000-FIN.                                                        00006220
      *--------*                                                        00006230
           CLOSE E1DQMCEN                                               00006240
                 S1RMCEN.                                               00006250
           DISPLAY '*** FIN SINCRONIZACION MAESTRO CENTRAL ***'.        00006260
           DISPLAY 'FECHA DE PROCESO         : ' WA-CARD-FECHA.         00006270
           DISPLAY 'REGISTROS LEIDOS         : ' CONT-LEIDOS.           00006280
           DISPLAY 'REGISTROS INVALIDOS      : ' CONT-INVALIDOS.        00006290
           DISPLAY 'DOCUMENTOS SIN CLIENTE   : ' CONT-SIN-CLIENTE.      00006300
           DISPLAY 'CLIENTES YA ALINEADOS    : ' CONT-SIN-CAMBIOS.      00006310
           DISPLAY 'CAMBIOS APLICADOS        : ' CONT-APLICADOS.        00006320
           DISPLAY 'DISCREPANCIAS            : ' CONT-DISCREPANCIAS.    00006330
           DISPLAY 'DISCREPANCIAS BORRADAS   : ' CONT-BORRADOS.         00006340
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006350
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006360
           INITIALIZE DCLVLDTCTL.                                       00006370
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00006380
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00006390
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00006400
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006410
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00006420
           MOVE CONT-APLICADOS      TO VCTL-ESCRITOS.                   00006430
           MOVE 'OK'                TO VCTL-ESTADO.                     00006440
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00006450
           IF VCTL-CODRESP NOT = ZEROS                                  00006460
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00006470
           END-IF.                                                      00006480
      *                                                                *00006490
      *-------------*                                                   00006500
       3000-FIN-EXIT.                                                   00006510
      *-------------*                                                   00006520
           EXIT.                                                        00006530
       3001-ERROR.                                                      00006540
      *-----------*                                                     00006550
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00006560
           DISPLAY 'ACCION:          ' WS-ACCION.                       00006570
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00006580
           DISPLAY '******************************************'.        00006590
           MOVE 08 TO RETURN-CODE.                                      00006600
           STOP RUN.                                                    00006610
      *-----------------*                                               00006620
      * FIN DE PROGRAMA *                                               00006630
      *-----------------*                                               00006640
