       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CASIG.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPARTO DE EJECUCIONES GLOBALES (BLOQUES) DE LA MESA *00000060
      *           ANTES DE LA CONSOLIDACION VL4CAGRU. CUANDO LA MESA   *00000070
      *           EJECUTA UNA SOLA ORDEN PARA VARIOS CLIENTES (POR     *00000080
      *           EJEMPLO CARTERAS ADMINISTRADAS POR UN GESTOR), LA    *00000090
      *           BOLSA LA INFORMA BAJO UNA UNICA CUENTA. ESTE PASO    *00000100
      *           LEE EL FICHERO DE ASIGNACION DE LA MESA (REFERENCIA  *00000110
      *           DE LA EJECUCION GLOBAL, CUENTA DESTINO, CANTIDAD) Y  *00000120
      *           PARTE CADA EJECUCION AL PRECIO PROMEDIO EN UNA       *00000130
      *           OPERACION POR CUENTA CON EL LAYOUT DE BOLSA.         *00000140
      *           PRIMERO VALIDA TODO: CANTIDADES ASIGNADAS = CANTIDAD *00000150
      *           EJECUTADA, CUENTAS DESTINO EXISTENTES Y ACTIVAS,     *00000160
      *           REFERENCIAS DE ASIGNACION SIN EJECUCION. SI HAY      *00000170
      *           ALGUN ERROR NO SE GRABA NINGUNA OPERACION Y TERMINA  *00000180
      *           CON RC 08 PARA QUE NO SE CARGUE NADA.                *00000190
      *             - S1DQBOLA : FICHERO DE BOLSA REPARTIDO HACIA      *00000200
      *                          VL4CAGRU (LAS EJECUCIONES SIN         *00000210
      *                          ASIGNACION PASAN SIN CAMBIOS)         *00000220
      *             - S1RASIG  : REPORTE DE REPARTO Y DE ERRORES       *00000230
      *           LA CORRIDA QUEDA REGISTRADA EN VLDTCTL (VL9CCTL0).   *00000240
      * FECHA   : 15-10-2026                                           *00000250
      ******************************************************************00000260
      ******************************************************************00000270
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000280
      *---------- ---------- ---------------- -------------------------*00000290
      *RITM49159  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000300
      *---------- ---------- ---------------- -------------------------*00000310
      ******************************************************************00000320
       ENVIRONMENT DIVISION.                                            00000330
       CONFIGURATION SECTION.                                           00000340
       SPECIAL-NAMES.                                                   00000350
       INPUT-OUTPUT SECTION.                                            00000360
       FILE-CONTROL.                                                    00000370
                                                                        00000380
           SELECT E1DQBOLS  ASSIGN       TO E1DQBOLS                    00000390
                            FILE STATUS  IS FS-EBOLS.                   00000400
                                                                        00000410
           SELECT E1DQASIG  ASSIGN       TO E1DQASIG                    00000420
                            FILE STATUS  IS FS-EASIG.                   00000430
                                                                        00000440
           SELECT S1DQBOLA  ASSIGN       TO S1DQBOLA                    00000450
                            FILE STATUS  IS FS-SBOLA.                   00000460
                                                                        00000470
           SELECT S1RASIG   ASSIGN       TO S1RASIG                     00000480
                            FILE STATUS  IS FS-SASIG.                   00000490
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
      *                                                                *00000520
       FD  E1DQBOLS                                                     00000530
           RECORDING MODE  IS  F                                        00000540
           LABEL  RECORDS  IS  STANDARD                                 00000550
           DATA   RECORD   IS  REG-E1DQBOLS.                            00000560
         01 REG-E1DQBOLS           PIC X(80).                           00000570
      *                                                                *00000580
       FD  E1DQASIG                                                     00000590
           RECORDING MODE  IS  F                                        00000600
           LABEL  RECORDS  IS  STANDARD                                 00000610
           DATA   RECORD   IS  REG-E1DQASIG.                            00000620
         01 REG-E1DQASIG           PIC X(80).                           00000630
      *                                                                *00000640
       FD  S1DQBOLA                                                     00000650
           RECORDING MODE  IS  F                                        00000660
           LABEL  RECORDS  IS  STANDARD                                 00000670
           DATA   RECORD   IS  SAL-BOLA.                                00000680
         01 SAL-BOLA               PIC X(80).                           00000690
      *                                                                *00000700
       FD  S1RASIG                                                      00000710
           RECORDING MODE  IS  F                                        00000720
           LABEL  RECORDS  IS  STANDARD                                 00000730
           DATA   RECORD   IS  SAL-ASIG.                                00000740
         01 SAL-ASIG               PIC X(132).                          00000750
      *                                                                 00000760
      ******************************************************************00000770
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000780
      ******************************************************************00000790
       WORKING-STORAGE SECTION.                                         00000800
      *************************                                         00000810
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CASIG'.          00000820
      *                                                                 00000830
      * LAYOUT DEL FICHERO DE OPERACIONES DE BOLSA (VER VL4CPREV)       00000840
       01  W-REG-BOLS.                                                  00000850
           05 BOL-CUENTA           PIC X(07).                           00000860
           05 BOL-CUENTA-N REDEFINES BOL-CUENTA PIC 9(07).              00000870
           05 BOL-CODVALOR         PIC X(12).                           00000880
           05 BOL-FECHOP           PIC X(08).                           00000890
           05 BOL-TIPOP            PIC X(02).                           00000900
           05 BOL-TITULOS          PIC X(13).                           00000910
           05 BOL-TITULOS-N REDEFINES BOL-TITULOS PIC 9(13).            00000920
           05 BOL-IMPORTE          PIC X(15).                           00000930
           05 BOL-IMPORTE-N REDEFINES BOL-IMPORTE PIC 9(13)V9(02).      00000940
           05 BOL-MONEDA           PIC X(03).                           00000950
           05 BOL-REFER            PIC X(09).                           00000960
           05 BOL-REFER-N REDEFINES BOL-REFER PIC 9(09).                00000970
           05 FILLER               PIC X(11).                           00000980
      *                                                                 00000990
      * LAYOUT DEL FICHERO DE ASIGNACION DE LA MESA                     00001000
       01  W-REG-ASIG.                                                  00001010
           05 ASG-REFER            PIC X(09).                           00001020
           05 ASG-REFER-N REDEFINES ASG-REFER PIC 9(09).                00001030
           05 ASG-CUENTA           PIC X(07).                           00001040
           05 ASG-CUENTA-N REDEFINES ASG-CUENTA PIC 9(07).              00001050
           05 ASG-TITULOS          PIC X(13).                           00001060
           05 ASG-TITULOS-N REDEFINES ASG-TITULOS PIC 9(13).            00001070
           05 FILLER               PIC X(51).                           00001080
      *                                                                 00001090
      * TABLA DE ASIGNACIONES DEL DIA (SE CARGA ENTERA ANTES DE LEER    00001100
      * LA BOLSA; UNA EJECUCION GLOBAL PUEDE TENER VARIAS LINEAS)       00001110
       01  W-TABLA-ASIG.                                                00001120
           05 WK-ASG-CARGADOS      PIC S9(9) COMP VALUE ZEROS.          00001130
           05 TAB-ASG-ENT OCCURS 1 TO 20000 TIMES                       00001140
                          DEPENDING ON WK-ASG-CARGADOS                  00001150
                          INDEXED BY TAB-IX.                            00001160
              10 TAB-REFER         PIC 9(09).                           00001170
              10 TAB-CUENTA        PIC 9(07).                           00001180
              10 TAB-TITULOS       PIC 9(13).                           00001190
              10 TAB-USADA         PIC X(01).                           00001200
       01  WK-ASG-MAXIMO           PIC S9(9) COMP VALUE 20000.          00001210
      *                                                                 00001220
      * ACUMULADOS DE LA EJECUCION GLOBAL EN CURSO                      00001230
       01  W-BLOQUE.                                                    00001240
           05 WK-BLQ-LINEAS        PIC S9(9) COMP VALUE ZEROS.          00001250
           05 WK-BLQ-PENDIENTES    PIC S9(9) COMP VALUE ZEROS.          00001260
           05 WK-BLQ-ASIGNADO      PIC S9(13)V COMP-3 VALUE ZEROS.      00001270
           05 WK-BLQ-RESIDUO       PIC S9(13)V COMP-3 VALUE ZEROS.      00001280
           05 WK-BLQ-IMP-TOTAL     PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001290
           05 WK-BLQ-IMP-REPART    PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001300
           05 WK-IMP-LINEA         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001310
           05 SW-DUPLICADA         PIC X(02) VALUE 'NO'.                00001320
              88 REFER-DUPLICADA             VALUE 'SI'.                00001330
      *                                                                 00001340
       01  W-DATE                  PIC 9(6).                            00001350
       01  FILLER                  REDEFINES W-DATE.                    00001360
           02 W-ANO                PIC 99.                              00001370
           02 W-MES                PIC 99.                              00001380
           02 W-DIA                PIC 99.                              00001390
       01  W-FECHA-AMD.                                                 00001400
           05 W-AA-AMD             PIC 9(4).                            00001410
           05 W-MM-AMD             PIC 9(2).                            00001420
           05 W-DD-AMD             PIC 9(2).                            00001430
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001440
       01  W-HORA-CURRENT.                                              00001450
           02  W-HORA              PIC 99.                              00001460
           02  W-MINUTOS           PIC 99.                              00001470
           02  W-SEGUNDOS          PIC 99.                              00001480
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001490
      *                                                                 00001500
       01 W-CONTADORES.                                                 00001510
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001520
          05 CONT-ASIGNACIONES     PIC 9(08)  VALUE ZEROES.             00001530
          05 CONT-BLOQUES          PIC 9(08)  VALUE ZEROES.             00001540
          05 CONT-COPIADOS         PIC 9(08)  VALUE ZEROES.             00001550
          05 CONT-REPARTIDAS       PIC 9(08)  VALUE ZEROES.             00001560
          05 CONT-ERRORES          PIC 9(08)  VALUE ZEROES.             00001570
      * VARIABLES PARA CONTROL DE ERRORES                               00001580
       01 WS-ERROR.                                                     00001590
          05 WS-ACCION             PIC X(24).                           00001600
          05 WS-PARRAFO            PIC X(19).                           00001610
      * VARIABLES CONTROL DE ARCHIVOS                                   00001620
       01 WS-CTRL-ARCHIVOS.                                             00001630
          05 FS-EBOLS              PIC X(02) VALUE '00'.                00001640
             88 E1DQBOLS-OK                  VALUE '00'.                00001650
          05 FS-EASIG              PIC X(02) VALUE '00'.                00001660
             88 E1DQASIG-OK                  VALUE '00'.                00001670
          05 FS-SBOLA              PIC X(02) VALUE '00'.                00001680
             88 S1DQBOLA-OK                  VALUE '00'.                00001690
          05 FS-SASIG              PIC X(02) VALUE '00'.                00001700
             88 S1RASIG-OK                   VALUE '00'.                00001710
          05 FIN-FILE-BOLS         PIC X(02) VALUE SPACES.              00001720
             88 FIN-E1DQBOLS                 VALUE '10'.                00001730
          05 FIN-FILE-ASIG         PIC X(02) VALUE SPACES.              00001740
             88 FIN-E1DQASIG                 VALUE '10'.                00001750
      *                                                                 00001760
      * LINEAS DEL REPORTE                                              00001770
       01 LIN-CABECERA.                                                 00001780
          05 FILLER                PIC X(48) VALUE                      00001790
             ' REPARTO DE EJECUCIONES GLOBALES DE LA MESA -   '.        00001800
          05 CAB-FECHA             PIC 9(08).                           00001810
          05 FILLER                PIC X(76) VALUE SPACES.              00001820
       01 LIN-BLOQUE.                                                   00001830
          05 FILLER                PIC X(09) VALUE ' GLOBAL: '.         00001840
          05 BLQ-REFER             PIC X(09).                           00001850
          05 FILLER                PIC X(01) VALUE '/'.                 00001860
          05 BLQ-CUENTA            PIC X(07).                           00001870
          05 FILLER                PIC X(01) VALUE '/'.                 00001880
          05 BLQ-CODVALOR          PIC X(12).                           00001890
          05 FILLER                PIC X(01) VALUE '/'.                 00001900
          05 BLQ-TIPOP             PIC X(02).                           00001910
          05 FILLER                PIC X(07) VALUE '  TIT: '.           00001920
          05 BLQ-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001930
          05 FILLER                PIC X(06) VALUE ' IMP: '.            00001940
          05 BLQ-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001950
          05 FILLER                PIC X(11) VALUE '  LINEAS:  '.       00001960
          05 BLQ-LINEAS            PIC ZZZ9.                            00001970
          05 FILLER                PIC X(30) VALUE SPACES.              00001980
       01 LIN-REPARTO.                                                  00001990
          05 FILLER                PIC X(14) VALUE '    CUENTA:   '.    00002000
          05 REP-CUENTA            PIC 9(07).                           00002010
          05 FILLER                PIC X(07) VALUE '  TIT: '.           00002020
          05 REP-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002030
          05 FILLER                PIC X(07) VALUE '  IMP: '.           00002040
          05 REP-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002050
          05 FILLER                PIC X(65) VALUE SPACES.              00002060
       01 LIN-ERROR.                                                    00002070
          05 FILLER                PIC X(10) VALUE ' ** ERROR '.        00002080
          05 ERR-REFER             PIC X(09).                           00002090
          05 FILLER                PIC X(01) VALUE '/'.                 00002100
          05 ERR-CUENTA            PIC X(07).                           00002110
          05 FILLER                PIC X(02) VALUE ': '.                00002120
          05 ERR-MOTIVO            PIC X(32).                           00002130
          05 FILLER                PIC X(07) VALUE '  TIT: '.           00002140
          05 ERR-TITULOS           PIC -ZZZ,ZZZ,ZZZ,ZZ9.                00002150
          05 FILLER                PIC X(48) VALUE SPACES.              00002160
       01 LIN-RECHAZO.                                                  00002170
          05 FILLER                PIC X(50) VALUE                      00002180
             ' ** CORRIDA RECHAZADA: NO SE GRABO NINGUNA OPERACI'.      00002190
          05 FILLER                PIC X(18) VALUE                      00002200
             'ON. ERRORES:      '.                                      00002210
          05 RCH-ERRORES           PIC ZZ,ZZ9.                          00002220
          05 FILLER                PIC X(58) VALUE SPACES.              00002230
      *                                                                 00002240
      *    CUENTAS (VLDTARC)                                            00002250
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002260
      *                                                                 00002270
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002280
           COPY VLCPTCTL.                                               00002290
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002300
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002310
      *                                                                *00002320
      *  AREA DE COMUNICACION SQLCA                                     00002330
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002340
      *                                                                *00002350
       PROCEDURE DIVISION.                                              00002360
      *                                                                 00002370
           PERFORM 1000-INICIO                                          00002380
              THRU 1000-INICIO-EXIT.                                    00002390
                                                                        00002400
           PERFORM 1100-CARGA-ASIGNACION                                00002410
              THRU 1100-CARGA-ASIGNACION-EXIT                           00002420
              UNTIL FIN-E1DQASIG.                                       00002430
                                                                        00002440
           PERFORM 1200-LEE-E1DQBOLS.                                   00002450
           PERFORM 2000-VALIDA-BLOQUE                                   00002460
              THRU 2000-VALIDA-BLOQUE-EXIT                              00002470
              UNTIL FIN-E1DQBOLS.                                       00002480
                                                                        00002490
           PERFORM 2200-ASIGNACION-HUERFANA                             00002500
              THRU 2200-ASIGNACION-HUERFANA-EXIT                        00002510
              VARYING TAB-IX FROM 1 BY 1                                00002520
              UNTIL TAB-IX > WK-ASG-CARGADOS.                           00002530
                                                                        00002540
           IF CONT-ERRORES = ZEROS                                      00002550
              PERFORM 2500-REPARTE                                      00002560
                 THRU 2500-REPARTE-EXIT                                 00002570
           END-IF.                                                      00002580
                                                                        00002590
           PERFORM 3000-FIN                                             00002600
              THRU 3000-FIN-EXIT.                                       00002610
                                                                        00002620
           STOP RUN.                                                    00002630
      *                                                                *00002640
      *-----------*                                                     00002650
       1000-INICIO.                                                     00002660
      *-----------*                                                     00002670
           INITIALIZE W-CONTADORES.                                     00002680
                                                                        00002690
           ACCEPT W-DATE FROM DATE.                                     00002700
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002710
           MOVE W-MES              TO W-MM-AMD.                         00002720
           MOVE W-DIA              TO W-DD-AMD.                         00002730
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002740
                                                                        00002750
           OPEN INPUT  E1DQBOLS E1DQASIG.                               00002760
           IF NOT E1DQBOLS-OK OR NOT E1DQASIG-OK                        00002770
              MOVE 'OPEN FICHEROS ENTRADA'  TO WS-ACCION                00002780
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002790
              PERFORM 3001-ERROR                                        00002800
           END-IF                                                       00002810
                                                                        00002820
           OPEN OUTPUT S1DQBOLA S1RASIG.                                00002830
           IF NOT S1DQBOLA-OK OR NOT S1RASIG-OK                         00002840
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00002850
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002860
              PERFORM 3001-ERROR                                        00002870
           END-IF.                                                      00002880
                                                                        00002890
           MOVE W-FECHA-AMD-N      TO CAB-FECHA.                        00002900
           WRITE SAL-ASIG        FROM LIN-CABECERA.                     00002910
      *                                                                 00002920
      *----------------*                                                00002930
       1000-INICIO-EXIT.                                                00002940
      *----------------*                                                00002950
           EXIT.                                                        00002960
                                                                        00002970
      *------------------------*                                        00002980
       1100-CARGA-ASIGNACION.                                           00002990
      *------------------------*                                        00003000
           READ E1DQASIG INTO W-REG-ASIG                                00003010
           AT END                                                       00003020
              MOVE '10'            TO FIN-FILE-ASIG                     00003030
              GO TO 1100-CARGA-ASIGNACION-EXIT                          00003040
           END-READ.                                                    00003050
           ADD 1                   TO CONT-ASIGNACIONES.                00003060
                                                                        00003070
           MOVE ASG-REFER          TO ERR-REFER.                        00003080
           MOVE ASG-CUENTA         TO ERR-CUENTA.                       00003090
           MOVE ZEROS              TO ERR-TITULOS.                      00003100
           IF ASG-REFER   NOT NUMERIC                                   00003110
              OR ASG-CUENTA  NOT NUMERIC                                00003120
              OR ASG-TITULOS NOT NUMERIC                                00003130
              MOVE 'LINEA DE ASIGNACION NO NUMERICA' TO ERR-MOTIVO      00003140
              PERFORM 2900-GRABA-ERROR                                  00003150
                 THRU 2900-GRABA-ERROR-EXIT                             00003160
              GO TO 1100-CARGA-ASIGNACION-EXIT                          00003170
           END-IF.                                                      00003180
           MOVE ASG-TITULOS-N      TO ERR-TITULOS.                      00003190
           IF ASG-TITULOS-N = ZEROS                                     00003200
              MOVE 'CANTIDAD ASIGNADA EN CERO'   TO ERR-MOTIVO          00003210
              PERFORM 2900-GRABA-ERROR                                  00003220
                 THRU 2900-GRABA-ERROR-EXIT                             00003230
              GO TO 1100-CARGA-ASIGNACION-EXIT                          00003240
           END-IF.                                                      00003250
                                                                        00003260
      *    LA CUENTA DESTINO DEBE EXISTIR Y ESTAR ACTIVA                00003270
           MOVE ASG-CUENTA-N       TO VARC-CUENTA.                      00003280
           EXEC SQL                                                     00003290
                SELECT  VARC_SITUAC                                     00003300
                  INTO :VARC-SITUAC                                     00003310
                  FROM  VLDTARC                                         00003320
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00003330
           END-EXEC.                                                    00003340
           EVALUATE SQLCODE                                             00003350
               WHEN ZERO                                                00003360
                    IF VARC-SITUAC NOT = 'A'                            00003370
                       MOVE 'CUENTA DESTINO NO ACTIVA' TO ERR-MOTIVO    00003380
                       PERFORM 2900-GRABA-ERROR                         00003390
                          THRU 2900-GRABA-ERROR-EXIT                    00003400
                    END-IF                                              00003410
               WHEN 100                                                 00003420
                    MOVE 'CUENTA DESTINO NO EXISTE'    TO ERR-MOTIVO    00003430
                    PERFORM 2900-GRABA-ERROR                            00003440
                       THRU 2900-GRABA-ERROR-EXIT                       00003450
               WHEN OTHER                                               00003460
                    MOVE 'SELECT'          TO WS-ACCION                 00003470
                    MOVE 'VLDTARC-1100'    TO WS-PARRAFO                00003480
                    PERFORM 3001-ERROR                                  00003490
           END-EVALUATE.                                                00003500
                                                                        00003510
           IF WK-ASG-CARGADOS NOT < WK-ASG-MAXIMO                       00003520
              MOVE 'TABLA ASIGNACION LLENA'  TO WS-ACCION               00003530
              MOVE '1100-CARGA-ASIG'         TO WS-PARRAFO              00003540
              PERFORM 3001-ERROR                                        00003550
           END-IF.                                                      00003560
           ADD 1                   TO WK-ASG-CARGADOS.                  00003570
           SET TAB-IX              TO WK-ASG-CARGADOS.                  00003580
           MOVE ASG-REFER-N        TO TAB-REFER   (TAB-IX).             00003590
           MOVE ASG-CUENTA-N       TO TAB-CUENTA  (TAB-IX).             00003600
           MOVE ASG-TITULOS-N      TO TAB-TITULOS (TAB-IX).             00003610
           MOVE 'N'                TO TAB-USADA   (TAB-IX).             00003620
      *                                                                 00003630
      *---------------------------*                                     00003640
       1100-CARGA-ASIGNACION-EXIT.                                      00003650
      *---------------------------*                                     00003660
           EXIT.                                                        00003670
                                                                        00003680
      *------------------*                                              00003690
       1200-LEE-E1DQBOLS.                                               00003700
      *------------------*                                              00003710
           READ E1DQBOLS                                                00003720
           AT END                                                       00003730
              MOVE '10'            TO FIN-FILE-BOLS                     00003740
           NOT AT END                                                   00003750
              MOVE REG-E1DQBOLS    TO W-REG-BOLS                        00003760
              ADD 1                TO CONT-LEIDOS                       00003770
           END-READ.                                                    00003780
      *                                                                 00003790
      *--------------------*                                            00003800
       2000-VALIDA-BLOQUE.                                              00003810
      *--------------------*                                            00003820
      *    PRIMERA PASADA: SOLO VALIDA. UNA EJECUCION ES GLOBAL SI SU   00003830
      *    REFERENCIA TIENE LINEAS EN EL FICHERO DE ASIGNACION          00003840
           IF BOL-REFER NOT NUMERIC                                     00003850
              GO TO 2000-VALIDA-SIGUIENTE                               00003860
           END-IF.                                                      00003870
                                                                        00003880
           MOVE ZEROS              TO WK-BLQ-LINEAS                     00003890
                                      WK-BLQ-ASIGNADO.                  00003900
           MOVE 'NO'               TO SW-DUPLICADA.                     00003910
           PERFORM 2100-ACUMULA-ASIGNACION                              00003920
              THRU 2100-ACUMULA-ASIGNACION-EXIT                         00003930
              VARYING TAB-IX FROM 1 BY 1                                00003940
              UNTIL TAB-IX > WK-ASG-CARGADOS.                           00003950
           IF WK-BLQ-LINEAS = ZEROS                                     00003960
              GO TO 2000-VALIDA-SIGUIENTE                               00003970
           END-IF.                                                      00003980
                                                                        00003990
           MOVE BOL-REFER          TO ERR-REFER.                        00004000
           MOVE BOL-CUENTA         TO ERR-CUENTA.                       00004010
           IF REFER-DUPLICADA                                           00004020
              MOVE ZEROS           TO ERR-TITULOS                       00004030
              MOVE 'REFERENCIA GLOBAL REPETIDA'  TO ERR-MOTIVO          00004040
              PERFORM 2900-GRABA-ERROR                                  00004050
                 THRU 2900-GRABA-ERROR-EXIT                             00004060
              GO TO 2000-VALIDA-SIGUIENTE                               00004070
           END-IF.                                                      00004080
           IF BOL-TITULOS NOT NUMERIC OR BOL-IMPORTE NOT NUMERIC        00004090
              MOVE ZEROS           TO ERR-TITULOS                       00004100
              MOVE 'EJECUCION GLOBAL NO NUMERICA' TO ERR-MOTIVO         00004110
              PERFORM 2900-GRABA-ERROR                                  00004120
                 THRU 2900-GRABA-ERROR-EXIT                             00004130
              GO TO 2000-VALIDA-SIGUIENTE                               00004140
           END-IF.                                                      00004150
                                                                        00004160
      *    RESIDUO POSITIVO = TITULOS SIN ASIGNAR; NEGATIVO = SE        00004170
      *    ASIGNO MAS DE LO EJECUTADO                                   00004180
           COMPUTE WK-BLQ-RESIDUO = BOL-TITULOS-N - WK-BLQ-ASIGNADO.    00004190
           IF WK-BLQ-RESIDUO NOT = ZEROS                                00004200
              MOVE WK-BLQ-RESIDUO  TO ERR-TITULOS                       00004210
              IF WK-BLQ-RESIDUO > ZEROS                                 00004220
                 MOVE 'RESIDUO SIN ASIGNAR'       TO ERR-MOTIVO         00004230
              ELSE                                                      00004240
                 MOVE 'ASIGNADO SUPERA LO EJECUTADO' TO ERR-MOTIVO      00004250
              END-IF                                                    00004260
              PERFORM 2900-GRABA-ERROR                                  00004270
                 THRU 2900-GRABA-ERROR-EXIT                             00004280
           END-IF.                                                      00004290
                                                                        00004300
       2000-VALIDA-SIGUIENTE.                                           00004310
           PERFORM 1200-LEE-E1DQBOLS.                                   00004320
      *                                                                *00004330
      *-------------------------*                                       00004340
       2000-VALIDA-BLOQUE-EXIT.                                         00004350
      *-------------------------*                                       00004360
           EXIT.                                                        00004370
                                                                        00004380
      *-------------------------*                                       00004390
       2100-ACUMULA-ASIGNACION.                                         00004400
      *-------------------------*                                       00004410
           IF TAB-REFER (TAB-IX) NOT = BOL-REFER-N                      00004420
              GO TO 2100-ACUMULA-ASIGNACION-EXIT                        00004430
           END-IF.                                                      00004440
           IF TAB-USADA (TAB-IX) = 'S'                                  00004450
              MOVE 'SI'            TO SW-DUPLICADA                      00004460
           END-IF.                                                      00004470
           MOVE 'S'                TO TAB-USADA (TAB-IX).               00004480
           ADD 1                   TO WK-BLQ-LINEAS.                    00004490
           ADD TAB-TITULOS (TAB-IX) TO WK-BLQ-ASIGNADO.                 00004500
      *                                                                 00004510
      *------------------------------*                                  00004520
       2100-ACUMULA-ASIGNACION-EXIT.                                    00004530
      *------------------------------*                                  00004540
           EXIT.                                                        00004550
                                                                        00004560
      *--------------------------*                                      00004570
       2200-ASIGNACION-HUERFANA.                                        00004580
      *--------------------------*                                      00004590
      *    LINEAS DE ASIGNACION CUYA REFERENCIA NO LLEGO EN LA BOLSA    00004600
           IF TAB-USADA (TAB-IX) = 'S'                                  00004610
              GO TO 2200-ASIGNACION-HUERFANA-EXIT                       00004620
           END-IF.                                                      00004630
           MOVE TAB-REFER   (TAB-IX) TO ERR-REFER.                      00004640
           MOVE TAB-CUENTA  (TAB-IX) TO ERR-CUENTA.                     00004650
           MOVE TAB-TITULOS (TAB-IX) TO ERR-TITULOS.                    00004660
           MOVE 'REFERENCIA SIN EJECUCION EN BOLSA' TO ERR-MOTIVO.      00004670
           PERFORM 2900-GRABA-ERROR                                     00004680
              THRU 2900-GRABA-ERROR-EXIT.                               00004690
      *                                                                 00004700
      *-------------------------------*                                 00004710
       2200-ASIGNACION-HUERFANA-EXIT.                                   00004720
      *-------------------------------*                                 00004730
           EXIT.                                                        00004740
                                                                        00004750
      *------------*                                                    00004760
       2500-REPARTE.                                                    00004770
      *------------*                                                    00004780
      *    SEGUNDA PASADA: TODO CUADRA, SE RELEE LA BOLSA Y SE GRABA    00004790
           CLOSE E1DQBOLS.                                              00004800
           OPEN INPUT E1DQBOLS.                                         00004810
           IF NOT E1DQBOLS-OK                                           00004820
              MOVE 'REOPEN FICHERO E1DQBOLS' TO WS-ACCION               00004830
              MOVE '2500-REPARTE'            TO WS-PARRAFO              00004840
              PERFORM 3001-ERROR                                        00004850
           END-IF.                                                      00004860
           MOVE SPACES             TO FIN-FILE-BOLS.                    00004870
           MOVE ZEROS              TO CONT-LEIDOS.                      00004880
                                                                        00004890
           PERFORM 1200-LEE-E1DQBOLS.                                   00004900
           PERFORM 2600-REPARTE-OPERACION                               00004910
              THRU 2600-REPARTE-OPERACION-EXIT                          00004920
              UNTIL FIN-E1DQBOLS.                                       00004930
      *                                                                 00004940
      *-----------------*                                               00004950
       2500-REPARTE-EXIT.                                               00004960
      *-----------------*                                               00004970
           EXIT.                                                        00004980
                                                                        00004990
      *------------------------*                                        00005000
       2600-REPARTE-OPERACION.                                          00005010
      *------------------------*                                        00005020
           MOVE ZEROS              TO WK-BLQ-LINEAS                     00005030
                                      WK-BLQ-ASIGNADO.                  00005040
           IF BOL-REFER NUMERIC                                         00005050
              PERFORM 2650-CUENTA-LINEAS                                00005060
                 THRU 2650-CUENTA-LINEAS-EXIT                           00005070
                 VARYING TAB-IX FROM 1 BY 1                             00005080
                 UNTIL TAB-IX > WK-ASG-CARGADOS                         00005090
           END-IF.                                                      00005100
                                                                        00005110
      *    EJECUCION NORMAL: PASA SIN CAMBIOS                           00005120
           IF WK-BLQ-LINEAS = ZEROS                                     00005130
              MOVE W-REG-BOLS      TO SAL-BOLA                          00005140
              PERFORM 2800-GRABA-BOLA                                   00005150
                 THRU 2800-GRABA-BOLA-EXIT                              00005160
              ADD 1                TO CONT-COPIADOS                     00005170
              GO TO 2600-REPARTE-SIGUIENTE                              00005180
           END-IF.                                                      00005190
                                                                        00005200
           ADD 1                   TO CONT-BLOQUES.                     00005210
           MOVE BOL-REFER          TO BLQ-REFER.                        00005220
           MOVE BOL-CUENTA         TO BLQ-CUENTA.                       00005230
           MOVE BOL-CODVALOR       TO BLQ-CODVALOR.                     00005240
           MOVE BOL-TIPOP          TO BLQ-TIPOP.                        00005250
           MOVE BOL-TITULOS-N      TO BLQ-TITULOS.                      00005260
           MOVE BOL-IMPORTE-N      TO BLQ-IMPORTE.                      00005270
           MOVE WK-BLQ-LINEAS      TO BLQ-LINEAS.                       00005280
           WRITE SAL-ASIG        FROM LIN-BLOQUE AFTER 1.               00005290
                                                                        00005300
      *    CADA CUENTA RECIBE SU PARTE DEL IMPORTE AL PRECIO PROMEDIO;  00005310
      *    LA ULTIMA LINEA ABSORBE EL REDONDEO PARA QUE LA SUMA DE LAS  00005320
      *    PARTES SEA EXACTAMENTE EL IMPORTE EJECUTADO                  00005330
           MOVE BOL-IMPORTE-N      TO WK-BLQ-IMP-TOTAL.                 00005340
           MOVE ZEROS              TO WK-BLQ-IMP-REPART.                00005350
           MOVE WK-BLQ-LINEAS      TO WK-BLQ-PENDIENTES.                00005360
           PERFORM 2700-GRABA-PARTE                                     00005370
              THRU 2700-GRABA-PARTE-EXIT                                00005380
              VARYING TAB-IX FROM 1 BY 1                                00005390
              UNTIL TAB-IX > WK-ASG-CARGADOS.                           00005400
                                                                        00005410
       2600-REPARTE-SIGUIENTE.                                          00005420
           PERFORM 1200-LEE-E1DQBOLS.                                   00005430
      *                                                                *00005440
      *-----------------------------*                                   00005450
       2600-REPARTE-OPERACION-EXIT.                                     00005460
      *-----------------------------*                                   00005470
           EXIT.                                                        00005480
                                                                        00005490
      *--------------------*                                            00005500
       2650-CUENTA-LINEAS.                                              00005510
      *--------------------*                                            00005520
           IF TAB-REFER (TAB-IX) = BOL-REFER-N                          00005530
              ADD 1                TO WK-BLQ-LINEAS                     00005540
           END-IF.                                                      00005550
      *                                                                 00005560
      *-------------------------*                                       00005570
       2650-CUENTA-LINEAS-EXIT.                                         00005580
      *-------------------------*                                       00005590
           EXIT.                                                        00005600
                                                                        00005610
      *------------------*                                              00005620
       2700-GRABA-PARTE.                                                00005630
      *------------------*                                              00005640
           IF TAB-REFER (TAB-IX) NOT = BOL-REFER-N                      00005650
              GO TO 2700-GRABA-PARTE-EXIT                               00005660
           END-IF.                                                      00005670
                                                                        00005680
           SUBTRACT 1            FROM WK-BLQ-PENDIENTES.                00005690
           IF WK-BLQ-PENDIENTES = ZEROS                                 00005700
              COMPUTE WK-IMP-LINEA = WK-BLQ-IMP-TOTAL                   00005710
                                   - WK-BLQ-IMP-REPART                  00005720
           ELSE                                                         00005730
              COMPUTE WK-IMP-LINEA ROUNDED =                            00005740
                      WK-BLQ-IMP-TOTAL * TAB-TITULOS (TAB-IX)           00005750
                    / BOL-TITULOS-N                                     00005760
           END-IF.                                                      00005770
           ADD WK-IMP-LINEA        TO WK-BLQ-IMP-REPART.                00005780
                                                                        00005790
      *    LA PARTE CONSERVA VALOR, LADO, SESION, MONEDA Y REFERENCIA   00005800
      *    GLOBAL DE LA EJECUCION, CON LA CUENTA Y CANTIDAD ASIGNADAS   00005810
           MOVE W-REG-BOLS         TO SAL-BOLA.                         00005820
           MOVE TAB-CUENTA  (TAB-IX) TO SAL-BOLA (01:07).               00005830
           MOVE TAB-TITULOS (TAB-IX) TO BOL-TITULOS-N.                  00005840
           MOVE BOL-TITULOS        TO SAL-BOLA (30:13).                 00005850
           MOVE WK-IMP-LINEA       TO BOL-IMPORTE-N.                    00005860
           MOVE BOL-IMPORTE        TO SAL-BOLA (43:15).                 00005870
           PERFORM 2800-GRABA-BOLA                                      00005880
              THRU 2800-GRABA-BOLA-EXIT.                                00005890
           ADD 1                   TO CONT-REPARTIDAS.                  00005900
                                                                        00005910
      *    SE RESTAURAN CANTIDAD E IMPORTE DE LA EJECUCION GLOBAL       00005920
           MOVE REG-E1DQBOLS       TO W-REG-BOLS.                       00005930
                                                                        00005940
           MOVE TAB-CUENTA  (TAB-IX) TO REP-CUENTA.                     00005950
           MOVE TAB-TITULOS (TAB-IX) TO REP-TITULOS.                    00005960
           MOVE WK-IMP-LINEA       TO REP-IMPORTE.                      00005970
           WRITE SAL-ASIG        FROM LIN-REPARTO.                      00005980
      *                                                                 00005990
      *-----------------------*                                         00006000
       2700-GRABA-PARTE-EXIT.                                           00006010
      *-----------------------*                                         00006020
           EXIT.                                                        00006030
                                                                        00006040
      *-----------------*                                               00006050
       2800-GRABA-BOLA.                                                 00006060
      *-----------------*                                               00006070
           WRITE SAL-BOLA.                                              00006080
           IF NOT S1DQBOLA-OK                                           00006090
              MOVE 'WRITE S1DQBOLA'         TO WS-ACCION                00006100
              MOVE '2800-GRABA-BOLA'        TO WS-PARRAFO               00006110
              PERFORM 3001-ERROR                                        00006120
           END-IF.                                                      00006130
      *                                                                 00006140
      *----------------------*                                          00006150
       2800-GRABA-BOLA-EXIT.                                            00006160
      *----------------------*                                          00006170
           EXIT.                                                        00006180
                                                                        00006190
      *------------------*                                              00006200
       2900-GRABA-ERROR.                                                00006210
      *------------------*                                              00006220
           ADD 1                   TO CONT-ERRORES.                     00006230
           WRITE SAL-ASIG        FROM LIN-ERROR.                        00006240
      *                                                                 00006250
      *-----------------------*                                         00006260
       2900-GRABA-ERROR-EXIT.                                           00006270
      *-----------------------*                                         00006280
           EXIT.                                                        00006290
                                                                        00006300
      *--------*                                                        00006310
       3000-FIN.                                                        00006320
      *--------*                                                        00006330
      *                                                                 00006340
           IF CONT-ERRORES > ZEROS                                      00006350
              MOVE CONT-ERRORES    TO RCH-ERRORES                       00006360
              WRITE SAL-ASIG     FROM LIN-RECHAZO AFTER 2               00006370
           END-IF.                                                      00006380
                                                                        00006390
           CLOSE E1DQBOLS E1DQASIG S1DQBOLA S1RASIG.                    00006400
                                                                        00006410
           DISPLAY '****** FIN REPARTO DE BLOQUES VL4CASIG ******'.     00006420
           DISPLAY 'EJECUCIONES LEIDAS     : ' CONT-LEIDOS.             00006430
           DISPLAY 'LINEAS DE ASIGNACION   : ' CONT-ASIGNACIONES.       00006440
           DISPLAY 'EJECUCIONES GLOBALES   : ' CONT-BLOQUES.            00006450
           DISPLAY 'OPERACIONES REPARTIDAS : ' CONT-REPARTIDAS.         00006460
           DISPLAY 'OPERACIONES SIN CAMBIO : ' CONT-COPIADOS.           00006470
           DISPLAY 'ERRORES DE ASIGNACION  : ' CONT-ERRORES.            00006480
                                                                        00006490
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006500
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006510
           INITIALIZE DCLVLDTCTL.                                       00006520
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00006530
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00006540
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00006550
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006560
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00006570
           COMPUTE VCTL-ESCRITOS = CONT-REPARTIDAS + CONT-COPIADOS.     00006580
           MOVE CONT-ERRORES        TO VCTL-RECHAZADOS.                 00006590
           IF CONT-ERRORES > ZEROS                                      00006600
              MOVE 'ER'             TO VCTL-ESTADO                      00006610
           ELSE                                                         00006620
              MOVE 'OK'             TO VCTL-ESTADO                      00006630
           END-IF.                                                      00006640
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00006650
           IF VCTL-CODRESP NOT = ZEROS                                  00006660
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00006670
           END-IF.                                                      00006680
                                                                        00006690
      *    CON ERRORES EL PASO TERMINA EN 08 Y LA CADENA NO CONTINUA    00006700
      *    HACIA VL4CAGRU / VL4CPREV                                    00006710
           IF CONT-ERRORES > ZEROS                                      00006720
              MOVE 08 TO RETURN-CODE                                    00006730
           END-IF.                                                      00006740
      *                                                                *00006750
      *-------------*                                                   00006760
       3000-FIN-EXIT.                                                   00006770
      *-------------*                                                   00006780
           EXIT.                                                        00006790
                                                                        00006800
       3001-ERROR.                                                      00006810
      *-----------*                                                     00006820
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00006830
           DISPLAY 'ACCION:          ' WS-ACCION.                       00006840
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00006850
           DISPLAY '******************************************'.        00006860
           MOVE 08 TO RETURN-CODE.                                      00006870
           STOP RUN.                                                    00006880
      *-----------------*                                               00006890
      * FIN DE PROGRAMA *                                               00006900
      *-----------------*                                               00006910
