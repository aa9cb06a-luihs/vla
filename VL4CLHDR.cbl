       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CLHDR.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPORTE MENSUAL DE BLOQUEOS LEGALES ACTIVOS (TABLA   *00000060
      *           VLDTLHD, MANTENIDA POR VL7CLHD0 CON APROBACION EN    *00000070
      *           VL7CAPQ0). LISTA (S1RLHDR) CADA BLOQUEO VIGENTE CON  *00000080
      *           SU CASO, SOLICITANTE, FECHA DE INICIO Y FECHA DE     *00000090
      *           REVISION, Y MARCA LOS QUE YA PASARON LA FECHA DE     *00000100
      *           REVISION O LA ALCANZAN EN LOS PROXIMOS DIAS, PARA    *00000110
      *           QUE LEGAL LOS RENUEVE O LOS LIBERE. TERMINA CON      *00000120
      *           RETURN-CODE 4 SI HAY ALGUNO CON REVISION VENCIDA.    *00000130
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000140
      *           2. DIAS DE AVISO 9(03) (BLANCOS = 30)                *00000150
      * FECHA   : 15-10-2026                                           *00000160
      ******************************************************************00000170
      ******************************************************************00000180
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000190
      *---------- ---------- ---------------- -------------------------*00000200
      *RITM49187  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000210
      *---------- ---------- ---------------- -------------------------*00000220
      ******************************************************************00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
       SPECIAL-NAMES.                                                   00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
                                                                        00000290
           SELECT S1RLHDR   ASSIGN       TO S1RLHDR                     00000300
                            FILE STATUS  IS FS-SRLHDR.                  00000310
       DATA DIVISION.                                                   00000320
       FILE SECTION.                                                    00000330
      *                                                                *00000340
       FD  S1RLHDR                                                      00000350
           RECORDING MODE  IS  F                                        00000360
           LABEL  RECORDS  IS  STANDARD                                 00000370
           DATA   RECORD   IS  SAL-RLHDR.                               00000380
         01 SAL-RLHDR              PIC X(132).                          00000390
      *                                                                 00000400
      ******************************************************************00000410
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000420
      ******************************************************************00000430
       WORKING-STORAGE SECTION.                                         00000440
      *************************                                         00000450
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CLHDR'.          00000460
      *                                                                 00000470
      * PARAMETROS (SYSIN)                                              00000480
       01  WS-PARAMETROS.                                               00000490
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000500
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000510
           05 WA-CARD-DIAS         PIC X(03) VALUE SPACES.              00000520
           05 WA-CARD-DIAS-N REDEFINES WA-CARD-DIAS PIC 9(03).          00000530
           05 WA-DIAS              PIC S9(3) COMP-3 VALUE ZEROS.        00000540
      *                                                                 00000550
      * FECHA DE PROCESO EN FORMATO DATE                                00000560
       01  W-FECHA-ISO.                                                 00000570
           05 W-FISO-AAAA          PIC X(04).                           00000580
           05 FILLER               PIC X(01) VALUE '-'.                 00000590
           05 W-FISO-MM            PIC X(02).                           00000600
           05 FILLER               PIC X(01) VALUE '-'.                 00000610
           05 W-FISO-DD            PIC X(02).                           00000620
      *                                                                 00000630
      * DIAS QUE FALTAN PARA LA REVISION (NEGATIVO = VENCIDA)           00000640
       01  W-LHD-DIAS              PIC S9(9) COMP VALUE ZEROS.          00000650
      *                                                                 00000660
       01  WS-SWITCHES.                                                 00000670
          05 SW-FIN-LHD            PIC X(02) VALUE SPACES.              00000680
             88 FIN-BLOQUEOS                 VALUE '10'.                00000690
      *                                                                 00000700
       01  W-DATE                  PIC 9(6).                            00000710
       01  FILLER                  REDEFINES W-DATE.                    00000720
           02 W-ANO                PIC 99.                              00000730
           02 W-MES                PIC 99.                              00000740
           02 W-DIA                PIC 99.                              00000750
       01  W-FECHA-AMD.                                                 00000760
           05 W-AA-AMD             PIC 9(4).                            00000770
           05 W-MM-AMD             PIC 9(2).                            00000780
           05 W-DD-AMD             PIC 9(2).                            00000790
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00000800
       01  W-HORA-CURRENT.                                              00000810
           02  W-HORA              PIC 99.                              00000820
           02  W-MINUTOS           PIC 99.                              00000830
           02  W-SEGUNDOS          PIC 99.                              00000840
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000850
      *                                                                 00000860
       01 W-CONTADORES.                                                 00000870
          05 CONT-ACTIVOS          PIC 9(08)  VALUE ZEROES.             00000880
          05 CONT-POR-CLIENTE      PIC 9(08)  VALUE ZEROES.             00000890
          05 CONT-POR-CUENTA       PIC 9(08)  VALUE ZEROES.             00000900
          05 CONT-VENCIDOS         PIC 9(08)  VALUE ZEROES.             00000910
          05 CONT-POR-VENCER       PIC 9(08)  VALUE ZEROES.             00000920
      * VARIABLES PARA CONTROL DE ERRORES                               00000930
       01 WS-ERROR.                                                     00000940
          05 WS-ACCION             PIC X(24).                           00000950
          05 WS-PARRAFO            PIC X(19).                           00000960
      * VARIABLES CONTROL DE ARCHIVOS                                   00000970
       01 WS-CTRL-ARCHIVOS.                                             00000980
          05 FS-SRLHDR             PIC X(02) VALUE '00'.                00000990
             88 S1RLHDR-OK                   VALUE '00'.                00001000
      *                                                                 00001010
      * LINEAS DEL REPORTE                                              00001020
       01 LIN-CABECERA.                                                 00001030
          05 FILLER                PIC X(38) VALUE                      00001040
             ' BLOQUEOS LEGALES ACTIVOS AL DIA     '.                   00001050
          05 CAB-FECHA             PIC X(10).                           00001060
          05 FILLER                PIC X(18) VALUE                      00001070
             ' - AVISO A DIAS: '.                                       00001080
          05 CAB-DIAS              PIC ZZ9.                             00001090
          05 FILLER                PIC X(63) VALUE SPACES.              00001100
       01 LIN-TITULOS.                                                  00001110
          05 FILLER                PIC X(09) VALUE ' TIPO'.             00001120
          05 FILLER                PIC X(09) VALUE ' CLIENTE'.          00001130
          05 FILLER                PIC X(08) VALUE '  CUENTA'.          00001140
          05 FILLER                PIC X(21) VALUE ' CASO'.             00001150
          05 FILLER                PIC X(31) VALUE ' SOLICITANTE'.      00001160
          05 FILLER                PIC X(09) VALUE ' INICIO'.           00001170
          05 FILLER                PIC X(09) VALUE ' REVISION'.         00001180
          05 FILLER                PIC X(07) VALUE '   DIAS'.           00001190
          05 FILLER                PIC X(17) VALUE ' SITUACION'.        00001200
          05 FILLER                PIC X(12) VALUE SPACES.              00001210
       01 LIN-DETALLE.                                                  00001220
          05 FILLER                PIC X(01) VALUE SPACES.              00001230
          05 DET-TIPO              PIC X(07).                           00001240
          05 FILLER                PIC X(01) VALUE SPACES.              00001250
          05 DET-NUMCLI            PIC Z(08).                           00001260
          05 FILLER                PIC X(01) VALUE SPACES.              00001270
          05 DET-CUENTA            PIC Z(07).                           00001280
          05 FILLER                PIC X(01) VALUE SPACES.              00001290
          05 DET-REFCASO           PIC X(20).                           00001300
          05 FILLER                PIC X(01) VALUE SPACES.              00001310
          05 DET-SOLICIT           PIC X(30).                           00001320
          05 FILLER                PIC X(01) VALUE SPACES.              00001330
          05 DET-FECINI            PIC 9(08).                           00001340
          05 FILLER                PIC X(01) VALUE SPACES.              00001350
          05 DET-FECREV            PIC 9(08).                           00001360
          05 FILLER                PIC X(01) VALUE SPACES.              00001370
          05 DET-DIAS              PIC -(5)9.                           00001380
          05 FILLER                PIC X(01) VALUE SPACES.              00001390
          05 DET-SITUACION         PIC X(16).                           00001400
          05 FILLER                PIC X(13) VALUE SPACES.              00001410
       01 LIN-TOTALES.                                                  00001420
          05 FILLER                PIC X(14) VALUE ' ACTIVOS    : '.    00001430
          05 TOT-ACTIVOS           PIC ZZ,ZZZ,ZZ9.                      00001440
          05 FILLER                PIC X(14) VALUE '  CLIENTE   : '.    00001450
          05 TOT-POR-CLIENTE       PIC ZZ,ZZZ,ZZ9.                      00001460
          05 FILLER                PIC X(14) VALUE '  CUENTA    : '.    00001470
          05 TOT-POR-CUENTA        PIC ZZ,ZZZ,ZZ9.                      00001480
          05 FILLER                PIC X(14) VALUE '  VENCIDOS  : '.    00001490
          05 TOT-VENCIDOS          PIC ZZ,ZZZ,ZZ9.                      00001500
          05 FILLER                PIC X(14) VALUE '  POR VENCER: '.    00001510
          05 TOT-POR-VENCER        PIC ZZ,ZZZ,ZZ9.                      00001520
          05 FILLER                PIC X(12) VALUE SPACES.              00001530
      *                                                                 00001540
      *    BLOQUEOS LEGALES (VLDTLHD)                                   00001550
           COPY VLCPTLHD.                                               00001560
      *                                                                 00001570
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001580
           COPY VLCPTCTL.                                               00001590
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001600
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001610
      *                                                                *00001620
      *  AREA DE COMUNICACION SQLCA                                     00001630
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001640
      *                                                                 00001650
      *    BLOQUEOS ACTIVOS, LOS DE REVISION MAS PROXIMA PRIMERO        00001660
           EXEC SQL                                                     00001670
                DECLARE VLDCLHD1  CURSOR FOR                            00001680
                SELECT  L.VLHD_TIPO                                     00001690
                     ,  L.VLHD_NUMCLI                                   00001700
                     ,  L.VLHD_CUENTA                                   00001710
                     ,  L.VLHD_REFCASO                                  00001720
                     ,  L.VLHD_SOLICIT                                  00001730
                     ,  L.VLHD_FECINI                                   00001740
                     ,  L.VLHD_FECREV                                   00001750
                     ,  DAYS(DATE(SUBSTR(DIGITS(L.VLHD_FECREV), 1, 4)   00001760
                             CONCAT '-' CONCAT                          00001770
                             SUBSTR(DIGITS(L.VLHD_FECREV), 5, 2)        00001780
                             CONCAT '-' CONCAT                          00001790
                             SUBSTR(DIGITS(L.VLHD_FECREV), 7, 2)))      00001800
                      - DAYS(DATE(:W-FECHA-ISO))                        00001810
                  FROM  VLDTLHD L                                       00001820
                 WHERE  L.VLHD_ESTADO = 'A'                             00001830
                 ORDER  BY L.VLHD_FECREV, L.VLHD_REFCASO                00001840
           END-EXEC.                                                    00001850
      *                                                                *00001860
       PROCEDURE DIVISION.                                              00001870
      *                                                                 00001880
           PERFORM 1000-INICIO                                          00001890
              THRU 1000-INICIO-EXIT.                                    00001900
                                                                        00001910
           PERFORM 2000-PROCESO                                         00001920
              THRU 2000-PROCESO-EXIT                                    00001930
              UNTIL FIN-BLOQUEOS.                                       00001940
                                                                        00001950
           PERFORM 3000-FIN                                             00001960
              THRU 3000-FIN-EXIT.                                       00001970
                                                                        00001980
           STOP RUN.                                                    00001990
      *                                                                *00002000
      *-----------*                                                     00002010
       1000-INICIO.                                                     00002020
      *-----------*                                                     00002030
           INITIALIZE W-CONTADORES.                                     00002040
                                                                        00002050
           ACCEPT WA-CARD-FECHA.                                        00002060
           IF WA-CARD-FECHA NOT NUMERIC                                 00002070
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00002080
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002090
              PERFORM 3001-ERROR                                        00002100
           END-IF.                                                      00002110
                                                                        00002120
           ACCEPT WA-CARD-DIAS.                                         00002130
           IF WA-CARD-DIAS = SPACES                                     00002140
              MOVE 30                TO WA-DIAS                         00002150
           ELSE                                                         00002160
              IF WA-CARD-DIAS NOT NUMERIC                               00002170
                 MOVE 'DIAS SYSIN INVALIDO'    TO WS-ACCION             00002180
                 MOVE '1000-INICIO'            TO WS-PARRAFO            00002190
                 PERFORM 3001-ERROR                                     00002200
              END-IF                                                    00002210
              MOVE WA-CARD-DIAS-N    TO WA-DIAS                         00002220
           END-IF.                                                      00002230
                                                                        00002240
           MOVE WA-CARD-FECHA (1:4)   TO W-FISO-AAAA.                   00002250
           MOVE WA-CARD-FECHA (5:2)   TO W-FISO-MM.                     00002260
           MOVE WA-CARD-FECHA (7:2)   TO W-FISO-DD.                     00002270
                                                                        00002280
           ACCEPT W-DATE FROM DATE.                                     00002290
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002300
           MOVE W-MES              TO W-MM-AMD.                         00002310
           MOVE W-DIA              TO W-DD-AMD.                         00002320
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002330
                                                                        00002340
           OPEN OUTPUT S1RLHDR.                                         00002350
           IF NOT S1RLHDR-OK                                            00002360
              MOVE 'OPEN FICHERO S1RLHDR'   TO WS-ACCION                00002370
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002380
              PERFORM 3001-ERROR                                        00002390
           END-IF.                                                      00002400
                                                                        00002410
           MOVE W-FECHA-ISO        TO CAB-FECHA.                        00002420
           MOVE WA-DIAS            TO CAB-DIAS.                         00002430
           WRITE SAL-RLHDR       FROM LIN-CABECERA.                     00002440
           WRITE SAL-RLHDR       FROM LIN-TITULOS AFTER 2.              00002450
                                                                        00002460
           EXEC SQL                                                     00002470
                OPEN VLDCLHD1                                           00002480
           END-EXEC.                                                    00002490
           IF SQLCODE NOT = ZERO                                        00002500
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00002510
              MOVE 'VLDCLHD1-1000'          TO WS-PARRAFO               00002520
              PERFORM 3001-ERROR                                        00002530
           END-IF.                                                      00002540
                                                                        00002550
           PERFORM 1300-LEE-BLOQUEO                                     00002560
              THRU 1300-LEE-BLOQUEO-EXIT.                               00002570
      *                                                                *00002580
      *----------------*                                                00002590
       1000-INICIO-EXIT.                                                00002600
      *----------------*                                                00002610
           EXIT.                                                        00002620
                                                                        00002630
      *-------------------*                                             00002640
       1300-LEE-BLOQUEO.                                                00002650
      *-------------------*                                             00002660
           EXEC SQL                                                     00002670
                FETCH VLDCLHD1                                          00002680
                 INTO :VLHD-TIPO                                        00002690
                    , :VLHD-NUMCLI                                      00002700
                    , :VLHD-CUENTA                                      00002710
                    , :VLHD-REFCASO                                     00002720
                    , :VLHD-SOLICIT                                     00002730
                    , :VLHD-FECINI                                      00002740
                    , :VLHD-FECREV                                      00002750
                    , :W-LHD-DIAS                                       00002760
           END-EXEC.                                                    00002770
           EVALUATE SQLCODE                                             00002780
               WHEN ZERO                                                00002790
                    ADD 1 TO CONT-ACTIVOS                               00002800
               WHEN 100                                                 00002810
                    MOVE '10' TO SW-FIN-LHD                             00002820
               WHEN OTHER                                               00002830
                    MOVE 'FETCH'           TO WS-ACCION                 00002840
                    MOVE 'VLDCLHD1-1300'   TO WS-PARRAFO                00002850
                    PERFORM 3001-ERROR                                  00002860
           END-EVALUATE.                                                00002870
      *                                                                *00002880
      *------------------------*                                        00002890
       1300-LEE-BLOQUEO-EXIT.                                           00002900
      *------------------------*                                        00002910
           EXIT.                                                        00002920
                                                                        00002930
      *------------*                                                    00002940
       2000-PROCESO.                                                    00002950
      *------------*                                                    00002960
           MOVE ZEROS              TO DET-NUMCLI                        00002970
                                      DET-CUENTA.                       00002980
           IF VLHD-POR-CLIENTE                                          00002990
              ADD 1                TO CONT-POR-CLIENTE                  00003000
              MOVE 'CLIENTE'       TO DET-TIPO                          00003010
              MOVE VLHD-NUMCLI     TO DET-NUMCLI                        00003020
           ELSE                                                         00003030
              ADD 1                TO CONT-POR-CUENTA                   00003040
              MOVE 'CUENTA'        TO DET-TIPO                          00003050
              MOVE VLHD-CUENTA     TO DET-CUENTA                        00003060
           END-IF.                                                      00003070
           MOVE VLHD-REFCASO       TO DET-REFCASO.                      00003080
           MOVE VLHD-SOLICIT       TO DET-SOLICIT.                      00003090
           MOVE VLHD-FECINI        TO DET-FECINI.                       00003100
           MOVE VLHD-FECREV        TO DET-FECREV.                       00003110
           MOVE W-LHD-DIAS         TO DET-DIAS.                         00003120
                                                                        00003130
           EVALUATE TRUE                                                00003140
               WHEN W-LHD-DIAS < ZEROS                                  00003150
                    ADD 1 TO CONT-VENCIDOS                              00003160
                    MOVE 'REVISION VENCIDA' TO DET-SITUACION            00003170
               WHEN W-LHD-DIAS NOT > WA-DIAS                            00003180
                    ADD 1 TO CONT-POR-VENCER                            00003190
                    MOVE 'REVISAR PRONTO'   TO DET-SITUACION            00003200
               WHEN OTHER                                               00003210
                    MOVE 'VIGENTE'          TO DET-SITUACION            00003220
           END-EVALUATE.                                                00003230
           WRITE SAL-RLHDR       FROM LIN-DETALLE.                      00003240
                                                                        00003250
           PERFORM 1300-LEE-BLOQUEO                                     00003260
              THRU 1300-LEE-BLOQUEO-EXIT.                               00003270
      *                                                                *00003280
      *-----------------*                                               00003290
       2000-PROCESO-EXIT.                                               00003300
      *-----------------*                                               00003310
           EXIT.                                                        00003320
                                                                        00003330
      *--------*                                                        00003340
       3000-FIN.                                                        00003350
      *--------*                                                        00003360
           EXEC SQL                                                     00003370
                CLOSE VLDCLHD1                                          00003380
           END-EXEC.                                                    00003390
                                                                        00003400
           MOVE CONT-ACTIVOS       TO TOT-ACTIVOS.                      00003410
           MOVE CONT-POR-CLIENTE   TO TOT-POR-CLIENTE.                  00003420
           MOVE CONT-POR-CUENTA    TO TOT-POR-CUENTA.                   00003430
           MOVE CONT-VENCIDOS      TO TOT-VENCIDOS.                     00003440
           MOVE CONT-POR-VENCER    TO TOT-POR-VENCER.                   00003450
           WRITE SAL-RLHDR       FROM LIN-TOTALES AFTER 2.              00003460
                                                                        00003470
           CLOSE S1RLHDR.                                               00003480
                                                                        00003490
           DISPLAY '****** FIN REPORTE BLOQUEOS LEGALES ******'.        00003500
           DISPLAY 'BLOQUEOS ACTIVOS       : ' CONT-ACTIVOS.            00003510
           DISPLAY 'SOBRE CLIENTE          : ' CONT-POR-CLIENTE.        00003520
           DISPLAY 'SOBRE CUENTA           : ' CONT-POR-CUENTA.         00003530
           DISPLAY 'REVISION VENCIDA       : ' CONT-VENCIDOS.           00003540
           DISPLAY 'REVISION PROXIMA       : ' CONT-POR-VENCER.         00003550
                                                                        00003560
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00003570
           ACCEPT WK-HORA-FIN       FROM TIME.                          00003580
           INITIALIZE DCLVLDTCTL.                                       00003590
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00003600
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00003610
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00003620
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00003630
           MOVE CONT-ACTIVOS        TO VCTL-LEIDOS.                     00003640
           MOVE ZEROS               TO VCTL-ESCRITOS.                   00003650
           MOVE 'OK'                TO VCTL-ESTADO.                     00003660
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00003670
           IF VCTL-CODRESP NOT = ZEROS                                  00003680
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00003690
           END-IF.                                                      00003700
                                                                        00003710
           IF CONT-VENCIDOS > ZEROS                                     00003720
              MOVE 04 TO RETURN-CODE                                    00003730
           END-IF.                                                      00003740
      *                                                                *00003750
      *-------------*                                                   00003760
       3000-FIN-EXIT.                                                   00003770
      *-------------*                                                   00003780
           EXIT.                                                        00003790
                                                                        00003800
       3001-ERROR.                                                      00003810
      *-----------*                                                     00003820
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00003830
           DISPLAY 'ACCION:          ' WS-ACCION.                       00003840
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00003850
           DISPLAY '******************************************'.        00003860
           MOVE 08 TO RETURN-CODE.                                      00003870
           STOP RUN.                                                    00003880
      *-----------------*                                               00003890
      * FIN DE PROGRAMA *                                               00003900
      *-----------------*                                               00003910
