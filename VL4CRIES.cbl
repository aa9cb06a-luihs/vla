       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CRIES.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : PUNTUACION MENSUAL DEL RIESGO PLAFT DE LOS CLIENTES. *00000060
      *           PARA CADA CLIENTE CON CUENTA ACTIVA EN VLDTARC SUMA  *00000070
      *           LOS PUNTOS DE SIETE FACTORES, CON LOS DATOS QUE YA   *00000080
      *           TENEMOS:                                             *00000090
      *             - LISTAS: COINCIDENCIA PEP O SANCIONES EN VLDTWLS  *00000100
      *               POR DOCUMENTO O POR NOMBRE (LA DE SANCIONES      *00000110
      *               LLEVA SIEMPRE A NIVEL ALTO)                      *00000120
      *             - RESIDENCIA FISCAL FUERA DEL PAIS (VXMI_RESIFIS)  *00000130
      *             - CASOS UIF ABIERTOS O REPORTADOS EN VLDTUIC       *00000140
      *             - VOLUMEN: NRO. DE OPERACIONES EN VLDTDET EN LOS   *00000150
      *               ULTIMOS DOCE MESES SOBRE EL UMBRAL               *00000160
      *             - VINCULO A UN GRUPO ECONOMICO EN VLDTGRU          *00000170
      *             - PRODUCTO: CUENTA CON CUSTODIA INTERNACIONAL      *00000180
      *               (VARC_VALEXTRJ = 'B')                            *00000190
      *             - CANAL: CORRESPONDENCIA ELECTRONICA, SIN          *00000200
      *               PRESENCIA EN OFICINA (VADT_CANALENT = 'E')       *00000210
      *           EL PUNTAJE DA EL NIVEL PROPUESTO (A/M/B) Y LA        *00000220
      *           PROXIMA REVISION PROPUESTA. PUNTOS, UMBRALES Y       *00000230
      *           MESES DE REVISION SE LEEN DE VLDTPAR (VL9CPAR0), CON *00000240
      *           VALOR POR DEFECTO SI NO HAY PARAMETRO VIGENTE.       *00000250
      *           CADA PUNTUACION QUEDA EN VLDTRSK; LOS CLIENTES CUYO  *00000260
      *           NIVEL PROPUESTO SUPERA AL REGISTRADO SALEN AL        *00000270
      *           REPORTE S1RRIES Y QUEDAN PENDIENTES HASTA QUE        *00000280
      *           CUMPLIMIENTO LOS CONFIRMA EN VL7CKYC0.               *00000290
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000300
      * FECHA   : 15-10-2026                                           *00000310
      ******************************************************************00000320
      ******************************************************************00000330
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000340
      *---------- ---------- ---------------- -------------------------*00000350
      *RITM49173  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000360
      *---------- ---------- ---------------- -------------------------*00000370
      ******************************************************************00000380
       ENVIRONMENT DIVISION.                                            00000390
       CONFIGURATION SECTION.                                           00000400
       SPECIAL-NAMES.                                                   00000410
       INPUT-OUTPUT SECTION.                                            00000420
       FILE-CONTROL.                                                    00000430
                                                                        00000440
           SELECT S1RRIES   ASSIGN       TO S1RRIES                     00000450
                            FILE STATUS  IS FS-SRRIES.                  00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
      *                                                                *00000490
       FD  S1RRIES                                                      00000500
           RECORDING MODE  IS  F                                        00000510
           LABEL  RECORDS  IS  STANDARD                                 00000520
           DATA   RECORD   IS  SAL-RRIES.                               00000530
         01 SAL-RRIES              PIC X(132).                          00000540
      *                                                                 00000550
      ******************************************************************00000560
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000570
      ******************************************************************00000580
       WORKING-STORAGE SECTION.                                         00000590
      *************************                                         00000600
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CRIES'.          00000610
      *                                                                 00000620
      * PARAMETROS (SYSIN)                                              00000630
       01  WS-PARAMETROS.                                               00000640
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000650
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000660
           05 WK-PRM-CARD          PIC X(05) VALUE SPACES.              00000670
           05 WK-PRM-CARD-N REDEFINES WK-PRM-CARD PIC 9(05).            00000680
      *                                                                 00000690
      * PARAMETROS CENTRALES DE LA PUNTUACION (VLDTPAR)                 00000700
       01  W-PARAMETROS-RIESGO.                                         00000710
           05 W-PRM-ENT OCCURS 14.                                      00000720
              10 PRM-NOMBRE        PIC X(16).                           00000730
              10 PRM-DEFECTO       PIC S9(5)  COMP-3.                   00000740
              10 PRM-VIGENTE       PIC S9(5)  COMP-3.                   00000750
       01  IX-PRM                  PIC 9(02) VALUE ZEROS.               00000760
      *                                                                 00000770
       01  W-PUNTOS.                                                    00000780
           05 WK-PTS-PEP           PIC S9(3)  COMP-3 VALUE ZEROS.       00000790
           05 WK-PTS-RESID         PIC S9(3)  COMP-3 VALUE ZEROS.       00000800
           05 WK-PTS-UIF-ABI       PIC S9(3)  COMP-3 VALUE ZEROS.       00000810
           05 WK-PTS-UIF-REP       PIC S9(3)  COMP-3 VALUE ZEROS.       00000820
           05 WK-PTS-VOLUMEN       PIC S9(3)  COMP-3 VALUE ZEROS.       00000830
           05 WK-PTS-GRUPO         PIC S9(3)  COMP-3 VALUE ZEROS.       00000840
           05 WK-PTS-PRODUCTO      PIC S9(3)  COMP-3 VALUE ZEROS.       00000850
           05 WK-PTS-CANAL         PIC S9(3)  COMP-3 VALUE ZEROS.       00000860
           05 WK-OPS-VOLUMEN       PIC S9(7)  COMP-3 VALUE ZEROS.       00000870
           05 WK-UMBRAL-ALTO       PIC S9(3)  COMP-3 VALUE ZEROS.       00000880
           05 WK-UMBRAL-MEDIO      PIC S9(3)  COMP-3 VALUE ZEROS.       00000890
           05 WK-MESES-ALTO        PIC S9(3)  COMP-3 VALUE ZEROS.       00000900
           05 WK-MESES-MEDIO       PIC S9(3)  COMP-3 VALUE ZEROS.       00000910
           05 WK-MESES-BAJO        PIC S9(3)  COMP-3 VALUE ZEROS.       00000920
      *                                                                 00000930
       01  W-HORA-CURRENT.                                              00000940
           02  W-HORA              PIC 99.                              00000950
           02  W-MINUTOS           PIC 99.                              00000960
           02  W-SEGUNDOS          PIC 99.                              00000970
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000980
      *                                                                 00000990
      * FECHAS DE TRABAJO                                               00001000
       01  WK-FECHA-PROC           PIC S9(8)V COMP-3 VALUE ZEROS.       00001010
       01  WK-FECHA-DESDE          PIC S9(8)V COMP-3 VALUE ZEROS.       00001020
       01  W-FECHA-PROP.                                                00001030
           05 WFP-AAAA             PIC 9(04).                           00001040
           05 WFP-MM               PIC 9(02).                           00001050
           05 WFP-DD               PIC 9(02).                           00001060
       01  W-FECHA-PROP-N REDEFINES W-FECHA-PROP PIC 9(08).             00001070
       01  WK-MESES-REV            PIC S9(3)  COMP-3 VALUE ZEROS.       00001080
       01  WK-MES-TOT              PIC S9(5)  COMP-3 VALUE ZEROS.       00001090
       01  WK-ANOS                 PIC S9(5)  COMP-3 VALUE ZEROS.       00001100
       01  WK-MES-RES              PIC S9(3)  COMP-3 VALUE ZEROS.       00001110
      *                                                                 00001120
      * FACTORES DEL CLIENTE EN PROCESO                                 00001130
       01  W-CLIENTE-RIESGO.                                            00001140
           05 WK-RIE-RESIFIS       PIC X(03)  VALUE SPACES.             00001150
           05 WK-RIE-NSANC         PIC S9(7)  COMP-3 VALUE ZEROS.       00001160
           05 WK-RIE-NPEP          PIC S9(7)  COMP-3 VALUE ZEROS.       00001170
           05 WK-RIE-NABIER        PIC S9(7)  COMP-3 VALUE ZEROS.       00001180
           05 WK-RIE-NREPOR        PIC S9(7)  COMP-3 VALUE ZEROS.       00001190
           05 WK-RIE-CONTEO        PIC S9(7)  COMP-3 VALUE ZEROS.       00001200
           05 WK-RANGO-ACT         PIC 9(01)  VALUE ZEROS.              00001210
           05 WK-RANGO-PROP        PIC 9(01)  VALUE ZEROS.              00001220
           05 WK-FACTORES          PIC X(08)  VALUE SPACES.             00001230
      *                                                                 00001240
       01  W-CONTADORES.                                                00001250
          05 CONT-CLIENTES         PIC 9(08)  VALUE ZEROES.             00001260
          05 CONT-PENDIENTES       PIC 9(08)  VALUE ZEROES.             00001270
          05 CONT-SANCIONES        PIC 9(08)  VALUE ZEROES.             00001280
          05 CONT-NIVEL-A          PIC 9(08)  VALUE ZEROES.             00001290
          05 CONT-NIVEL-M          PIC 9(08)  VALUE ZEROES.             00001300
          05 CONT-NIVEL-B          PIC 9(08)  VALUE ZEROES.             00001310
          05 CONT-SUSTITUIDAS      PIC 9(08)  VALUE ZEROES.             00001320
      * VARIABLES PARA CONTROL DE ERRORES                               00001330
       01  WS-ERROR.                                                    00001340
          05 WS-ACCION             PIC X(24).                           00001350
          05 WS-PARRAFO            PIC X(19).                           00001360
      * VARIABLES CONTROL DE ARCHIVOS                                   00001370
       01  WS-CTRL-ARCHIVOS.                                            00001380
          05 FS-SRRIES             PIC X(02) VALUE '00'.                00001390
             88 S1RRIES-OK                   VALUE '00'.                00001400
      *                                                                 00001410
       01  WS-SWITCHES.                                                 00001420
          05 SW-FIN-CLI            PIC X(02) VALUE SPACES.              00001430
             88 FIN-CLIENTES                 VALUE '10'.                00001440
      *                                                                 00001450
      * REPORTE PARA CUMPLIMIENTO                                       00001460
       01 CAB-RRIES-1.                                                  00001470
          05 FILLER                PIC X(40) VALUE                      00001480
             'ALZAS DE NIVEL KYC POR RIESGO PLAFT AL  '.                00001490
          05 CAB1-FECHA            PIC 9(08).                           00001500
          05 FILLER                PIC X(84) VALUE SPACES.              00001510
       01 CAB-RRIES-2.                                                  00001520
          05 FILLER                PIC X(08) VALUE 'CLIENTE '.          00001530
          05 FILLER                PIC X(01) VALUE SPACE.               00001540
          05 FILLER                PIC X(40) VALUE 'DENOMINACION'.      00001550
          05 FILLER                PIC X(01) VALUE SPACE.               00001560
          05 FILLER                PIC X(04) VALUE 'NIV '.              00001570
          05 FILLER                PIC X(08) VALUE 'REVISION'.          00001580
          05 FILLER                PIC X(01) VALUE SPACE.               00001590
          05 FILLER                PIC X(03) VALUE 'PTS'.               00001600
          05 FILLER                PIC X(01) VALUE SPACE.               00001610
          05 FILLER                PIC X(04) VALUE 'PROP'.              00001620
          05 FILLER                PIC X(08) VALUE 'PROPUEST'.          00001630
          05 FILLER                PIC X(01) VALUE SPACE.               00001640
          05 FILLER                PIC X(08) VALUE 'FACTORES'.          00001650
          05 FILLER                PIC X(01) VALUE SPACE.               00001660
          05 FILLER                PIC X(07) VALUE ' NROOPS'.           00001670
          05 FILLER                PIC X(36) VALUE SPACES.              00001680
       01 DET-RRIES.                                                    00001690
          05 DET-NUMCLI            PIC 9(08).                           00001700
          05 FILLER                PIC X(01) VALUE SPACE.               00001710
          05 DET-DENOM             PIC X(40).                           00001720
          05 FILLER                PIC X(01) VALUE SPACE.               00001730
          05 DET-NIVEL-ACT         PIC X(01).                           00001740
          05 FILLER                PIC X(03) VALUE SPACES.              00001750
          05 DET-FECREV-ACT        PIC 9(08).                           00001760
          05 FILLER                PIC X(01) VALUE SPACE.               00001770
          05 DET-PUNTAJE           PIC ZZ9.                             00001780
          05 FILLER                PIC X(01) VALUE SPACE.               00001790
          05 DET-NIVEL-PROP        PIC X(01).                           00001800
          05 FILLER                PIC X(03) VALUE SPACES.              00001810
          05 DET-FECREV-PROP       PIC 9(08).                           00001820
          05 FILLER                PIC X(01) VALUE SPACE.               00001830
          05 DET-FACTORES          PIC X(08).                           00001840
          05 FILLER                PIC X(01) VALUE SPACE.               00001850
          05 DET-NROOPS            PIC Z(6)9.                           00001860
          05 FILLER                PIC X(36) VALUE SPACES.              00001870
       01 LEY-RRIES.                                                    00001880
          05 FILLER                PIC X(40) VALUE                      00001890
             'FACTORES: S SANCION  P PEP  R RESIDENCIA'.                00001900
          05 FILLER                PIC X(40) VALUE                      00001910
             '  U CASO UIF  V VOLUMEN  G GRUPO  X CUST'.                00001920
          05 FILLER                PIC X(30) VALUE                      00001930
             'ODIA EXTERIOR  C CANAL ELECTR.'.                          00001940
          05 FILLER                PIC X(22) VALUE SPACES.              00001950
      *                                                                 00001960
      *    PUNTUACIONES DE RIESGO (VLDTRSK)                             00001970
           COPY VLCPTRSK.                                               00001980
      *                                                                 00001990
      *    PARAMETROS CENTRALES (PUNTOS Y UMBRALES)                     00002000
           COPY VLCPTPA0.                                               00002010
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00002020
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
      *    CLIENTES CON AL MENOS UNA CUENTA ACTIVA; NIVEL Y FECHA DE    00002150
      *    REVISION REGISTRADOS SALEN DEL MAESTRO                       00002160
           EXEC SQL                                                     00002170
                DECLARE VLDCRIE1  CURSOR FOR                            00002180
                SELECT  X.VXMI_CODCLI                                   00002190
                     ,  X.VXMI_DENOM                                    00002200
                     ,  X.VXMI_NIF                                      00002210
                     ,  VALUE(X.VXMI_RESIFIS, ' ')                      00002220
                     ,  X.VXMI_NIVKYC                                   00002230
                     ,  X.VXMI_FECREVKYC                                00002240
                  FROM  VLDTXMI X                                       00002250
                 WHERE  EXISTS                                          00002260
                       (SELECT  1                                       00002270
                          FROM  VLDTARC C                               00002280
                         WHERE  C.VARC_NUMCLI = X.VXMI_CODCLI           00002290
                           AND  C.VARC_SITUAC = 'A')                    00002300
                 ORDER  BY X.VXMI_CODCLI                                00002310
           END-EXEC.                                                    00002320
      *                                                                *00002330
       PROCEDURE DIVISION.                                              00002340
      *                                                                *00002350
           PERFORM 1000-INICIO                                          00002360
              THRU 1000-INICIO-EXIT.                                    00002370
                                                                        00002380
           PERFORM 2000-PROCESO-CLIENTE                                 00002390
              THRU 2000-PROCESO-CLIENTE-EXIT                            00002400
              UNTIL FIN-CLIENTES.                                       00002410
                                                                        00002420
           PERFORM 3000-FIN                                             00002430
              THRU 3000-FIN-EXIT.                                       00002440
                                                                        00002450
           STOP RUN.                                                    00002460
      *                                                                *00002470
      *-----------*                                                     00002480
       1000-INICIO.                                                     00002490
      *-----------*                                                     00002500
           INITIALIZE W-CONTADORES.                                     00002510
                                                                        00002520
           ACCEPT WA-CARD-FECHA.                                        00002530
           IF WA-CARD-FECHA NOT NUMERIC                                 00002540
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00002550
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002560
              PERFORM 3001-ERROR                                        00002570
           END-IF                                                       00002580
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002590
                                                                        00002600
      *    EL VOLUMEN SE MIDE SOBRE LOS DOCE MESES ANTERIORES           00002610
           MOVE WA-CARD-FECHA-N    TO WK-FECHA-PROC.                    00002620
           COMPUTE WK-FECHA-DESDE = WA-CARD-FECHA-N - 10000.            00002630
                                                                        00002640
           PERFORM 1050-CARGA-PARAMETROS                                00002650
              THRU 1050-CARGA-PARAMETROS-EXIT.                          00002660
                                                                        00002670
           OPEN OUTPUT S1RRIES.                                         00002680
           IF NOT S1RRIES-OK                                            00002690
              MOVE 'OPEN FICHERO S1RRIES'   TO WS-ACCION                00002700
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002710
              PERFORM 3001-ERROR                                        00002720
           END-IF.                                                      00002730
           MOVE WA-CARD-FECHA-N    TO CAB1-FECHA.                       00002740
           WRITE SAL-RRIES       FROM CAB-RRIES-1.                      00002750
           WRITE SAL-RRIES       FROM LEY-RRIES.                        00002760
           WRITE SAL-RRIES       FROM CAB-RRIES-2.                      00002770
                                                                        00002780
           EXEC SQL                                                     00002790
                OPEN VLDCRIE1                                           00002800
           END-EXEC.                                                    00002810
           IF SQLCODE NOT = ZERO                                        00002820
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00002830
              MOVE 'VLDCRIE1-1000'          TO WS-PARRAFO               00002840
              PERFORM 3001-ERROR                                        00002850
           END-IF.                                                      00002860
                                                                        00002870
           PERFORM 1200-LEE-CLIENTE                                     00002880
              THRU 1200-LEE-CLIENTE-EXIT.                               00002890
      *                                                                *00002900
      *----------------*                                                00002910
       1000-INICIO-EXIT.                                                00002920
      *----------------*                                                00002930
           EXIT.                                                        00002940
                                                                        00002950
      *--------------------------*                                      00002960
       1050-CARGA-PARAMETROS.                                           00002970
      *--------------------------*                                      00002980
           MOVE 'RIE-PTS-PEP'      TO PRM-NOMBRE  (1).                  00002990
           MOVE 40                 TO PRM-DEFECTO (1).                  00003000
           MOVE 'RIE-PTS-RESID'    TO PRM-NOMBRE  (2).                  00003010
           MOVE 20                 TO PRM-DEFECTO (2).                  00003020
           MOVE 'RIE-PTS-UIF-ABI'  TO PRM-NOMBRE  (3).                  00003030
           MOVE 20                 TO PRM-DEFECTO (3).                  00003040
           MOVE 'RIE-PTS-UIF-REP'  TO PRM-NOMBRE  (4).                  00003050
           MOVE 30                 TO PRM-DEFECTO (4).                  00003060
           MOVE 'RIE-PTS-VOLUMEN'  TO PRM-NOMBRE  (5).                  00003070
           MOVE 15                 TO PRM-DEFECTO (5).                  00003080
           MOVE 'RIE-PTS-GRUPO'    TO PRM-NOMBRE  (6).                  00003090
           MOVE 10                 TO PRM-DEFECTO (6).                  00003100
           MOVE 'RIE-PTS-PRODUCTO' TO PRM-NOMBRE  (7).                  00003110
           MOVE 10                 TO PRM-DEFECTO (7).                  00003120
           MOVE 'RIE-PTS-CANAL'    TO PRM-NOMBRE  (8).                  00003130
           MOVE 5                  TO PRM-DEFECTO (8).                  00003140
           MOVE 'RIE-OPS-VOLUMEN'  TO PRM-NOMBRE  (9).                  00003150
           MOVE 120                TO PRM-DEFECTO (9).                  00003160
           MOVE 'RIE-UMBRAL-ALTO'  TO PRM-NOMBRE  (10).                 00003170
           MOVE 50                 TO PRM-DEFECTO (10).                 00003180
           MOVE 'RIE-UMBRAL-MEDIO' TO PRM-NOMBRE  (11).                 00003190
           MOVE 25                 TO PRM-DEFECTO (11).                 00003200
           MOVE 'RIE-MESES-ALTO'   TO PRM-NOMBRE  (12).                 00003210
           MOVE 12                 TO PRM-DEFECTO (12).                 00003220
           MOVE 'RIE-MESES-MEDIO'  TO PRM-NOMBRE  (13).                 00003230
           MOVE 24                 TO PRM-DEFECTO (13).                 00003240
           MOVE 'RIE-MESES-BAJO'   TO PRM-NOMBRE  (14).                 00003250
           MOVE 36                 TO PRM-DEFECTO (14).                 00003260
                                                                        00003270
           PERFORM 1100-LEE-PARAMETRO                                   00003280
              THRU 1100-LEE-PARAMETRO-EXIT                              00003290
              VARYING IX-PRM FROM 1 BY 1                                00003300
              UNTIL IX-PRM > 14.                                        00003310
                                                                        00003320
           MOVE PRM-VIGENTE (1)    TO WK-PTS-PEP.                       00003330
           MOVE PRM-VIGENTE (2)    TO WK-PTS-RESID.                     00003340
           MOVE PRM-VIGENTE (3)    TO WK-PTS-UIF-ABI.                   00003350
           MOVE PRM-VIGENTE (4)    TO WK-PTS-UIF-REP.                   00003360
           MOVE PRM-VIGENTE (5)    TO WK-PTS-VOLUMEN.                   00003370
           MOVE PRM-VIGENTE (6)    TO WK-PTS-GRUPO.                     00003380
           MOVE PRM-VIGENTE (7)    TO WK-PTS-PRODUCTO.                  00003390
           MOVE PRM-VIGENTE (8)    TO WK-PTS-CANAL.                     00003400
           MOVE PRM-VIGENTE (9)    TO WK-OPS-VOLUMEN.                   00003410
           MOVE PRM-VIGENTE (10)   TO WK-UMBRAL-ALTO.                   00003420
           MOVE PRM-VIGENTE (11)   TO WK-UMBRAL-MEDIO.                  00003430
           MOVE PRM-VIGENTE (12)   TO WK-MESES-ALTO.                    00003440
           MOVE PRM-VIGENTE (13)   TO WK-MESES-MEDIO.                   00003450
           MOVE PRM-VIGENTE (14)   TO WK-MESES-BAJO.                    00003460
      *                                                                 00003470
      *--------------------------------*                                00003480
       1050-CARGA-PARAMETROS-EXIT.                                      00003490
      *--------------------------------*                                00003500
           EXIT.                                                        00003510
                                                                        00003520
      *---------------------*                                           00003530
       1100-LEE-PARAMETRO.                                              00003540
      *---------------------*                                           00003550
      *    EL PARAMETRO VIAJA COMO 5 DIGITOS ENTEROS (EJ. 00040)        00003560
           INITIALIZE VL9CPAR0-AREA.                                    00003570
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00003580
           MOVE PRM-NOMBRE (IX-PRM)  TO  PAR0-NOMBRE.                   00003590
           MOVE WA-CARD-FECHA-N      TO  PAR0-FECHA.                    00003600
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00003610
           MOVE PAR0-VALOR (1:5)     TO  WK-PRM-CARD.                   00003620
           IF PAR0-CODRESP = ZEROS                                      00003630
              AND WK-PRM-CARD NUMERIC                                   00003640
              MOVE WK-PRM-CARD-N     TO  PRM-VIGENTE (IX-PRM)           00003650
           ELSE                                                         00003660
              MOVE PRM-DEFECTO (IX-PRM)                                 00003670
                                     TO  PRM-VIGENTE (IX-PRM)           00003680
           END-IF.                                                      00003690
           DISPLAY 'PARAMETRO ' PRM-NOMBRE (IX-PRM) ': '                00003700
                   PRM-VIGENTE (IX-PRM).                                00003710
      *                                                                 00003720
      *-------------------------*                                       00003730
       1100-LEE-PARAMETRO-EXIT.                                         00003740
      *-------------------------*                                       00003750
           EXIT.                                                        00003760
                                                                        00003770
      *-------------------*                                             00003780
       1200-LEE-CLIENTE.                                                00003790
      *-------------------*                                             00003800
           EXEC SQL                                                     00003810
                FETCH VLDCRIE1                                          00003820
                 INTO :VXMI-CODCLI                                      00003830
                    , :VXMI-DENOM                                       00003840
                    , :VXMI-NIF                                         00003850
                    , :WK-RIE-RESIFIS                                   00003860
                    , :VXMI-NIVKYC                                      00003870
                    , :VXMI-FECREVKYC                                   00003880
           END-EXEC.                                                    00003890
           EVALUATE SQLCODE                                             00003900
               WHEN ZERO                                                00003910
                    ADD 1 TO CONT-CLIENTES                              00003920
               WHEN 100                                                 00003930
                    MOVE '10' TO SW-FIN-CLI                             00003940
               WHEN OTHER                                               00003950
                    MOVE 'FETCH'           TO WS-ACCION                 00003960
                    MOVE 'VLDCRIE1-1200'   TO WS-PARRAFO                00003970
                    PERFORM 3001-ERROR                                  00003980
           END-EVALUATE.                                                00003990
      *                                                                *00004000
      *------------------------*                                        00004010
       1200-LEE-CLIENTE-EXIT.                                           00004020
      *------------------------*                                        00004030
           EXIT.                                                        00004040
                                                                        00004050
      *------------------------*                                        00004060
       2000-PROCESO-CLIENTE.                                            00004070
      *------------------------*                                        00004080
           INITIALIZE DCLVLDTRSK.                                       00004090
           MOVE SPACES              TO WK-FACTORES.                     00004100
           MOVE VXMI-CODCLI         TO VRSK-NUMCLI.                     00004110
           MOVE WK-FECHA-PROC       TO VRSK-FECHA.                      00004120
           MOVE 'N'                 TO VRSK-SANCION.                    00004130
                                                                        00004140
           PERFORM 2100-FACTOR-LISTAS                                   00004150
              THRU 2100-FACTOR-LISTAS-EXIT.                             00004160
           PERFORM 2200-FACTOR-RESIDENCIA                               00004170
              THRU 2200-FACTOR-RESIDENCIA-EXIT.                         00004180
           PERFORM 2300-FACTOR-UIF                                      00004190
              THRU 2300-FACTOR-UIF-EXIT.                                00004200
           PERFORM 2400-FACTOR-VOLUMEN                                  00004210
              THRU 2400-FACTOR-VOLUMEN-EXIT.                            00004220
           PERFORM 2500-FACTOR-GRUPO                                    00004230
              THRU 2500-FACTOR-GRUPO-EXIT.                              00004240
           PERFORM 2600-FACTOR-PRODUCTO                                 00004250
              THRU 2600-FACTOR-PRODUCTO-EXIT.                           00004260
           PERFORM 2700-FACTOR-CANAL                                    00004270
              THRU 2700-FACTOR-CANAL-EXIT.                              00004280
                                                                        00004290
           PERFORM 2800-NIVEL-PROPUESTO                                 00004300
              THRU 2800-NIVEL-PROPUESTO-EXIT.                           00004310
                                                                        00004320
           PERFORM 2850-GRABA-PUNTUACION                                00004330
              THRU 2850-GRABA-PUNTUACION-EXIT.                          00004340
                                                                        00004350
           IF VRSK-PENDIENTE                                            00004360
              PERFORM 2900-IMPRIME-ALZA                                 00004370
                 THRU 2900-IMPRIME-ALZA-EXIT                            00004380
           END-IF.                                                      00004390
                                                                        00004400
           PERFORM 1200-LEE-CLIENTE                                     00004410
              THRU 1200-LEE-CLIENTE-EXIT.                               00004420
      *                                                                *00004430
      *-----------------------------*                                   00004440
       2000-PROCESO-CLIENTE-EXIT.                                       00004450
      *-----------------------------*                                   00004460
           EXIT.                                                        00004470
                                                                        00004480
      *-----------------------*                                         00004490
       2100-FACTOR-LISTAS.                                              00004500
      *-----------------------*                                         00004510
      *    MISMO CRITERIO DE COINCIDENCIA QUE VL4CWLSC: DOCUMENTO       00004520
      *    INFORMADO O DENOMINACION EXACTA                              00004530
           EXEC SQL                                                     00004540
                SELECT  VALUE(SUM(CASE WHEN VWLS_TIPO = 'S'             00004550
                                       THEN 1 ELSE 0 END), 0)           00004560
                     ,  VALUE(SUM(CASE WHEN VWLS_TIPO = 'P'             00004570
                                       THEN 1 ELSE 0 END), 0)           00004580
                  INTO :WK-RIE-NSANC                                    00004590
                     , :WK-RIE-NPEP                                     00004600
                  FROM  VLDTWLS                                         00004610
                 WHERE (VWLS_NRODOC = :VXMI-NIF                         00004620
                   AND  VWLS_NRODOC > ' ')                              00004630
                    OR  VWLS_NOMBRE = :VXMI-DENOM                       00004640
           END-EXEC.                                                    00004650
           IF SQLCODE NOT = ZERO                                        00004660
              MOVE 'SELECT'               TO WS-ACCION                  00004670
              MOVE 'VLDTWLS-2100'         TO WS-PARRAFO                 00004680
              PERFORM 3001-ERROR                                        00004690
           END-IF.                                                      00004700
                                                                        00004710
           IF WK-RIE-NSANC > ZEROS                                      00004720
              MOVE 'S'                    TO VRSK-SANCION               00004730
              MOVE 'S'                    TO WK-FACTORES (1:1)          00004740
              ADD 1                       TO CONT-SANCIONES             00004750
           END-IF.                                                      00004760
           IF WK-RIE-NPEP > ZEROS                                       00004770
              MOVE 'P'                    TO WK-FACTORES (2:1)          00004780
           END-IF.                                                      00004790
           IF WK-RIE-NSANC > ZEROS                                      00004800
              OR WK-RIE-NPEP > ZEROS                                    00004810
              MOVE WK-PTS-PEP             TO VRSK-PTS-LISTAS            00004820
           END-IF.                                                      00004830
      *                                                                 00004840
      *----------------------------*                                    00004850
       2100-FACTOR-LISTAS-EXIT.                                         00004860
      *----------------------------*                                    00004870
           EXIT.                                                        00004880
                                                                        00004890
      *---------------------------*                                     00004900
       2200-FACTOR-RESIDENCIA.                                          00004910
      *---------------------------*                                     00004920
      *    SIN RESIDENCIA INFORMADA SE TOMA COMO DOMICILIADO            00004930
           IF WK-RIE-RESIFIS NOT = 'PER' AND SPACES                     00004940
              MOVE WK-PTS-RESID           TO VRSK-PTS-RESIDENCIA        00004950
              MOVE 'R'                    TO WK-FACTORES (3:1)          00004960
           END-IF.                                                      00004970
      *                                                                 00004980
      *--------------------------------*                                00004990
       2200-FACTOR-RESIDENCIA-EXIT.                                     00005000
      *--------------------------------*                                00005010
           EXIT.                                                        00005020
                                                                        00005030
      *--------------------*                                            00005040
       2300-FACTOR-UIF.                                                 00005050
      *--------------------*                                            00005060
      *    UN CASO REPORTADO A LA UIF PESA MAS QUE UNO EN GESTION;      00005070
      *    LOS DESCARTADOS NO PUNTUAN                                   00005080
           EXEC SQL                                                     00005090
                SELECT  VALUE(SUM(CASE WHEN VUIC_ESTADO IN ('N', 'R')   00005100
                                       THEN 1 ELSE 0 END), 0)           00005110
                     ,  VALUE(SUM(CASE WHEN VUIC_ESTADO = 'U'           00005120
                                       THEN 1 ELSE 0 END), 0)           00005130
                  INTO :WK-RIE-NABIER                                   00005140
                     , :WK-RIE-NREPOR                                   00005150
                  FROM  VLDTUIC                                         00005160
                 WHERE  VUIC_NUMCLI = :VRSK-NUMCLI                      00005170
           END-EXEC.                                                    00005180
           IF SQLCODE NOT = ZERO                                        00005190
              MOVE 'SELECT'               TO WS-ACCION                  00005200
              MOVE 'VLDTUIC-2300'         TO WS-PARRAFO                 00005210
              PERFORM 3001-ERROR                                        00005220
           END-IF.                                                      00005230
                                                                        00005240
           EVALUATE TRUE                                                00005250
               WHEN WK-RIE-NREPOR > ZEROS                               00005260
                    MOVE WK-PTS-UIF-REP   TO VRSK-PTS-UIF               00005270
                    MOVE 'U'              TO WK-FACTORES (4:1)          00005280
               WHEN WK-RIE-NABIER > ZEROS                               00005290
                    MOVE WK-PTS-UIF-ABI   TO VRSK-PTS-UIF               00005300
                    MOVE 'U'              TO WK-FACTORES (4:1)          00005310
               WHEN OTHER                                               00005320
                    CONTINUE                                            00005330
           END-EVALUATE.                                                00005340
      *                                                                 00005350
      *-------------------------*                                       00005360
       2300-FACTOR-UIF-EXIT.                                            00005370
      *-------------------------*                                       00005380
           EXIT.                                                        00005390
                                                                        00005400
      *------------------------*                                        00005410
       2400-FACTOR-VOLUMEN.                                             00005420
      *------------------------*                                        00005430
      *    OPERACIONES DE TODAS LAS CUENTAS DEL CLIENTE EN LOS DOCE     00005440
      *    MESES ANTERIORES A LA FECHA DE PROCESO                       00005450
           EXEC SQL                                                     00005460
                SELECT  COUNT(*)                                        00005470
                  INTO :VRSK-NROOPS                                     00005480
                  FROM  VLDTDET D                                       00005490
                     ,  VLDTARC A                                       00005500
                 WHERE  A.VARC_NUMCLI  = :VRSK-NUMCLI                   00005510
                   AND  D.VDET_CTAVAL  = A.VARC_CUENTA                  00005520
                   AND  D.VDET_FECHOP  > :WK-FECHA-DESDE                00005530
                   AND  D.VDET_FECHOP <= :WK-FECHA-PROC                 00005540
           END-EXEC.                                                    00005550
           IF SQLCODE NOT = ZERO                                        00005560
              MOVE 'SELECT'               TO WS-ACCION                  00005570
              MOVE 'VLDTDET-2400'         TO WS-PARRAFO                 00005580
              PERFORM 3001-ERROR                                        00005590
           END-IF.                                                      00005600
                                                                        00005610
           IF VRSK-NROOPS >= WK-OPS-VOLUMEN                             00005620
              MOVE WK-PTS-VOLUMEN         TO VRSK-PTS-VOLUMEN           00005630
              MOVE 'V'                    TO WK-FACTORES (5:1)          00005640
           END-IF.                                                      00005650
      *                                                                 00005660
      *-----------------------------*                                   00005670
       2400-FACTOR-VOLUMEN-EXIT.                                        00005680
      *-----------------------------*                                   00005690
           EXIT.                                                        00005700
                                                                        00005710
      *----------------------*                                          00005720
       2500-FACTOR-GRUPO.                                               00005730
      *----------------------*                                          00005740
           EXEC SQL                                                     00005750
                SELECT  COUNT(*)                                        00005760
                  INTO :WK-RIE-CONTEO                                   00005770
                  FROM  VLDTGRU                                         00005780
                 WHERE  VGRU_NUMCLI = :VRSK-NUMCLI                      00005790
           END-EXEC.                                                    00005800
           IF SQLCODE NOT = ZERO                                        00005810
              MOVE 'SELECT'               TO WS-ACCION                  00005820
              MOVE 'VLDTGRU-2500'         TO WS-PARRAFO                 00005830
              PERFORM 3001-ERROR                                        00005840
           END-IF.                                                      00005850
                                                                        00005860
           IF WK-RIE-CONTEO > ZEROS                                     00005870
              MOVE WK-PTS-GRUPO           TO VRSK-PTS-GRUPO             00005880
              MOVE 'G'                    TO WK-FACTORES (6:1)          00005890
           END-IF.                                                      00005900
      *                                                                 00005910
      *---------------------------*                                     00005920
       2500-FACTOR-GRUPO-EXIT.                                          00005930
      *---------------------------*                                     00005940
           EXIT.                                                        00005950
                                                                        00005960
      *-------------------------*                                       00005970
       2600-FACTOR-PRODUCTO.                                            00005980
      *-------------------------*                                       00005990
      *    CUENTA ACTIVA CON CUSTODIO INTERNACIONAL                     00006000
           EXEC SQL                                                     00006010
                SELECT  COUNT(*)                                        00006020
                  INTO :WK-RIE-CONTEO                                   00006030
                  FROM  VLDTARC                                         00006040
                 WHERE  VARC_NUMCLI   = :VRSK-NUMCLI                    00006050
                   AND  VARC_SITUAC   = 'A'                             00006060
                   AND  VARC_VALEXTRJ = 'B'                             00006070
           END-EXEC.                                                    00006080
           IF SQLCODE NOT = ZERO                                        00006090
              MOVE 'SELECT'               TO WS-ACCION                  00006100
              MOVE 'VLDTARC-2600'         TO WS-PARRAFO                 00006110
              PERFORM 3001-ERROR                                        00006120
           END-IF.                                                      00006130
                                                                        00006140
           IF WK-RIE-CONTEO > ZEROS                                     00006150
              MOVE WK-PTS-PRODUCTO        TO VRSK-PTS-PRODUCTO          00006160
              MOVE 'X'                    TO WK-FACTORES (7:1)          00006170
           END-IF.                                                      00006180
      *                                                                 00006190
      *------------------------------*                                  00006200
       2600-FACTOR-PRODUCTO-EXIT.                                       00006210
      *------------------------------*                                  00006220
           EXIT.                                                        00006230
                                                                        00006240
      *----------------------*                                          00006250
       2700-FACTOR-CANAL.                                               00006260
      *----------------------*                                          00006270
      *    RELACION SOLO POR CANAL ELECTRONICO EN ALGUNA CUENTA         00006280
           EXEC SQL                                                     00006290
                SELECT  COUNT(*)                                        00006300
                  INTO :WK-RIE-CONTEO                                   00006310
                  FROM  VLDTADT                                         00006320
                 WHERE  VADT_NUMCLI   = :VRSK-NUMCLI                    00006330
                   AND  VADT_CANALENT = 'E'                             00006340
           END-EXEC.                                                    00006350
           IF SQLCODE NOT = ZERO                                        00006360
              MOVE 'SELECT'               TO WS-ACCION                  00006370
              MOVE 'VLDTADT-2700'         TO WS-PARRAFO                 00006380
              PERFORM 3001-ERROR                                        00006390
           END-IF.                                                      00006400
                                                                        00006410
           IF WK-RIE-CONTEO > ZEROS                                     00006420
              MOVE WK-PTS-CANAL           TO VRSK-PTS-CANAL             00006430
              MOVE 'C'                    TO WK-FACTORES (8:1)          00006440
           END-IF.                                                      00006450
      *                                                                 00006460
      *---------------------------*                                     00006470
       2700-FACTOR-CANAL-EXIT.                                          00006480
      *---------------------------*                                     00006490
           EXIT.                                                        00006500
                                                                        00006510
      *--------------------------*                                      00006520
       2800-NIVEL-PROPUESTO.                                            00006530
      *--------------------------*                                      00006540
           COMPUTE VRSK-PUNTAJE = VRSK-PTS-LISTAS                       00006550
                                + VRSK-PTS-RESIDENCIA                   00006560
                                + VRSK-PTS-UIF                          00006570
                                + VRSK-PTS-VOLUMEN                      00006580
                                + VRSK-PTS-GRUPO                        00006590
                                + VRSK-PTS-PRODUCTO                     00006600
                                + VRSK-PTS-CANAL.                       00006610
                                                                        00006620
           EVALUATE TRUE                                                00006630
               WHEN VRSK-SANCION = 'S'                                  00006640
               WHEN VRSK-PUNTAJE >= WK-UMBRAL-ALTO                      00006650
                    MOVE 'A'               TO VRSK-NIVEL-PROP           00006660
                    MOVE 3                 TO WK-RANGO-PROP             00006670
                    MOVE WK-MESES-ALTO     TO WK-MESES-REV              00006680
                    ADD 1                  TO CONT-NIVEL-A              00006690
               WHEN VRSK-PUNTAJE >= WK-UMBRAL-MEDIO                     00006700
                    MOVE 'M'               TO VRSK-NIVEL-PROP           00006710
                    MOVE 2                 TO WK-RANGO-PROP             00006720
                    MOVE WK-MESES-MEDIO    TO WK-MESES-REV              00006730
                    ADD 1                  TO CONT-NIVEL-M              00006740
               WHEN OTHER                                               00006750
                    MOVE 'B'               TO VRSK-NIVEL-PROP           00006760
                    MOVE 1                 TO WK-RANGO-PROP             00006770
                    MOVE WK-MESES-BAJO     TO WK-MESES-REV              00006780
                    ADD 1                  TO CONT-NIVEL-B              00006790
           END-EVALUATE.                                                00006800
                                                                        00006810
      *    PROXIMA REVISION = FECHA DE PROCESO MAS LOS MESES DEL        00006820
      *    NIVEL; EL DIA SE LIMITA A 28 PARA QUE SIEMPRE EXISTA         00006830
           MOVE WA-CARD-FECHA-N    TO W-FECHA-PROP-N.                   00006840
           COMPUTE WK-MES-TOT = WFP-MM + WK-MESES-REV - 1.              00006850
           DIVIDE WK-MES-TOT BY 12 GIVING WK-ANOS                       00006860
                                REMAINDER WK-MES-RES.                   00006870
           ADD WK-ANOS             TO WFP-AAAA.                         00006880
           COMPUTE WFP-MM = WK-MES-RES + 1.                             00006890
           IF WFP-DD > 28                                               00006900
              MOVE 28              TO WFP-DD                            00006910
           END-IF.                                                      00006920
           MOVE W-FECHA-PROP-N     TO VRSK-FECREV-PROP.                 00006930
                                                                        00006940
      *    NIVEL REGISTRADO: SIN NIVEL CUENTA COMO EL MAS BAJO          00006950
           MOVE VXMI-NIVKYC        TO VRSK-NIVEL-ACT.                   00006960
           MOVE VXMI-FECREVKYC     TO VRSK-FECREV-ACT.                  00006970
           EVALUATE VXMI-NIVKYC                                         00006980
               WHEN 'A'                                                 00006990
                    MOVE 3         TO WK-RANGO-ACT                      00007000
               WHEN 'M'                                                 00007010
                    MOVE 2         TO WK-RANGO-ACT                      00007020
               WHEN 'B'                                                 00007030
                    MOVE 1         TO WK-RANGO-ACT                      00007040
               WHEN OTHER                                               00007050
                    MOVE ZEROS     TO WK-RANGO-ACT                      00007060
           END-EVALUATE.                                                00007070
                                                                        00007080
           IF WK-RANGO-PROP > WK-RANGO-ACT                              00007090
              SET VRSK-PENDIENTE   TO TRUE                              00007100
           ELSE                                                         00007110
              SET VRSK-INFORMATIVA TO TRUE                              00007120
           END-IF.                                                      00007130
      *                                                                 00007140
      *-------------------------------*                                 00007150
       2800-NIVEL-PROPUESTO-EXIT.                                       00007160
      *-------------------------------*                                 00007170
           EXIT.                                                        00007180
                                                                        00007190
      *---------------------------*                                     00007200
       2850-GRABA-PUNTUACION.                                           00007210
      *---------------------------*                                     00007220
      *    UNA RE-EJECUCION DEL MISMO DIA REEMPLAZA SU PUNTUACION       00007230
           EXEC SQL                                                     00007240
                DELETE FROM VLDTRSK                                     00007250
                 WHERE VRSK_NUMCLI = :VRSK-NUMCLI                       00007260
                   AND VRSK_FECHA  = :VRSK-FECHA                        00007270
           END-EXEC.                                                    00007280
           IF SQLCODE NOT = ZERO AND 100                                00007290
              MOVE 'DELETE'               TO WS-ACCION                  00007300
              MOVE 'VLDTRSK-2850'         TO WS-PARRAFO                 00007310
              PERFORM 3001-ERROR                                        00007320
           END-IF.                                                      00007330
                                                                        00007340
      *    LA PROPUESTA PENDIENTE DE UNA CORRIDA ANTERIOR QUEDA         00007350
      *    SUSTITUIDA POR LA NUEVA                                      00007360
           IF VRSK-PENDIENTE                                            00007370
              EXEC SQL                                                  00007380
                   UPDATE VLDTRSK                                       00007390
                      SET VRSK_ESTADO  = 'S'                            00007400
                        , VRSK_FEULMOD = :VRSK-FECHA                    00007410
                    WHERE VRSK_NUMCLI  = :VRSK-NUMCLI                   00007420
                      AND VRSK_ESTADO  = 'P'                            00007430
              END-EXEC                                                  00007440
              EVALUATE SQLCODE                                          00007450
                  WHEN ZERO                                             00007460
                       ADD SQLERRD (3)    TO CONT-SUSTITUIDAS           00007470
                  WHEN 100                                              00007480
                       CONTINUE                                         00007490
                  WHEN OTHER                                            00007500
                       MOVE 'UPDATE'         TO WS-ACCION               00007510
                       MOVE 'VLDTRSK-2850'   TO WS-PARRAFO              00007520
                       PERFORM 3001-ERROR                               00007530
              END-EVALUATE                                              00007540
           END-IF.                                                      00007550
                                                                        00007560
           MOVE SPACES             TO VRSK-USUARIO-CONF.                00007570
           MOVE ZEROS              TO VRSK-FECCONF.                     00007580
           MOVE WK-FECHA-PROC      TO VRSK-FEULMOD.                     00007590
           MOVE 'BATC'             TO VRSK-NUMTER.                      00007600
           MOVE W-PROGRAMA         TO VRSK-USUARIO.                     00007610
                                                                        00007620
           EXEC SQL                                                     00007630
                INSERT INTO VLDTRSK                                     00007640
                     ( VRSK_NUMCLI                                      00007650
                     , VRSK_FECHA                                       00007660
                     , VRSK_PUNTAJE                                     00007670
                     , VRSK_PTS_LISTAS                                  00007680
                     , VRSK_PTS_RESIDENCIA                              00007690
                     , VRSK_PTS_UIF                                     00007700
                     , VRSK_PTS_VOLUMEN                                 00007710
                     , VRSK_PTS_GRUPO                                   00007720
                     , VRSK_PTS_PRODUCTO                                00007730
                     , VRSK_PTS_CANAL                                   00007740
                     , VRSK_SANCION                                     00007750
                     , VRSK_NROOPS                                      00007760
                     , VRSK_NIVEL_ACT                                   00007770
                     , VRSK_FECREV_ACT                                  00007780
                     , VRSK_NIVEL_PROP                                  00007790
                     , VRSK_FECREV_PROP                                 00007800
                     , VRSK_ESTADO                                      00007810
                     , VRSK_USUARIO_CONF                                00007820
                     , VRSK_FECCONF                                     00007830
                     , VRSK_FEULMOD                                     00007840
                     , VRSK_NUMTER                                      00007850
                     , VRSK_USUARIO )                                   00007860
                VALUES                                                  00007870
                     ( :VRSK-NUMCLI                                     00007880
                     , :VRSK-FECHA                                      00007890
                     , :VRSK-PUNTAJE                                    00007900
                     , :VRSK-PTS-LISTAS                                 00007910
                     , :VRSK-PTS-RESIDENCIA                             00007920
                     , :VRSK-PTS-UIF                                    00007930
                     , :VRSK-PTS-VOLUMEN                                00007940
                     , :VRSK-PTS-GRUPO                                  00007950
                     , :VRSK-PTS-PRODUCTO                               00007960
                     , :VRSK-PTS-CANAL                                  00007970
                     , :VRSK-SANCION                                    00007980
                     , :VRSK-NROOPS                                     00007990
                     , :VRSK-NIVEL-ACT                                  00008000
                     , :VRSK-FECREV-ACT                                 00008010
                     , :VRSK-NIVEL-PROP                                 00008020
                     , :VRSK-FECREV-PROP                                00008030
                     , :VRSK-ESTADO                                     00008040
                     , :VRSK-USUARIO-CONF                               00008050
                     , :VRSK-FECCONF                                    00008060
                     , :VRSK-FEULMOD                                    00008070
                     , :VRSK-NUMTER                                     00008080
                     , :VRSK-USUARIO )                                  00008090
           END-EXEC.                                                    00008100
           IF SQLCODE NOT = ZERO                                        00008110
              MOVE 'INSERT'               TO WS-ACCION                  00008120
              MOVE 'VLDTRSK-2850'         TO WS-PARRAFO                 00008130
              PERFORM 3001-ERROR                                        00008140
           END-IF.                                                      00008150
      *                                                                 00008160
      *--------------------------------*                                00008170
       2850-GRABA-PUNTUACION-EXIT.                                      00008180
      *--------------------------------*                                00008190
           EXIT.                                                        00008200
                                                                        00008210
      *-----------------------*                                         00008220
       2900-IMPRIME-ALZA.                                               00008230
      *-----------------------*                                         00008240
           ADD 1                   TO CONT-PENDIENTES.                  00008250
           MOVE VRSK-NUMCLI        TO DET-NUMCLI.                       00008260
           MOVE VXMI-DENOM         TO DET-DENOM.                        00008270
           MOVE VRSK-NIVEL-ACT     TO DET-NIVEL-ACT.                    00008280
           MOVE VRSK-FECREV-ACT    TO DET-FECREV-ACT.                   00008290
           MOVE VRSK-PUNTAJE       TO DET-PUNTAJE.                      00008300
           MOVE VRSK-NIVEL-PROP    TO DET-NIVEL-PROP.                   00008310
           MOVE VRSK-FECREV-PROP   TO DET-FECREV-PROP.                  00008320
           MOVE WK-FACTORES        TO DET-FACTORES.                     00008330
           MOVE VRSK-NROOPS        TO DET-NROOPS.                       00008340
           WRITE SAL-RRIES       FROM DET-RRIES.                        00008350
      *                                                                 00008360
      *----------------------------*                                    00008370
       2900-IMPRIME-ALZA-EXIT.                                          00008380
      *----------------------------*                                    00008390
           EXIT.                                                        00008400
                                                                        00008410
      *--------*                                                        00008420
       3000-FIN.                                                        00008430
      *--------*                                                        00008440
      *                                                                 00008450
           EXEC SQL                                                     00008460
                CLOSE VLDCRIE1                                          00008470
           END-EXEC.                                                    00008480
           IF SQLCODE NOT = ZERO                                        00008490
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00008500
              MOVE 'VLDCRIE1-3000'          TO WS-PARRAFO               00008510
              PERFORM 3001-ERROR                                        00008520
           END-IF.                                                      00008530
                                                                        00008540
           CLOSE S1RRIES.                                               00008550
                                                                        00008560
           DISPLAY '****** FIN PUNTUACION RIESGO PLAFT ******'.         00008570
           DISPLAY 'CLIENTES PUNTUADOS     : ' CONT-CLIENTES.           00008580
           DISPLAY 'NIVEL PROPUESTO ALTO   : ' CONT-NIVEL-A.            00008590
           DISPLAY 'NIVEL PROPUESTO MEDIO  : ' CONT-NIVEL-M.            00008600
           DISPLAY 'NIVEL PROPUESTO BAJO   : ' CONT-NIVEL-B.            00008610
           DISPLAY 'COINCIDENCIA SANCIONES : ' CONT-SANCIONES.          00008620
           DISPLAY 'ALZAS A CONFIRMAR      : ' CONT-PENDIENTES.         00008630
           DISPLAY 'PROPUESTAS SUSTITUIDAS : ' CONT-SUSTITUIDAS.        00008640
                                                                        00008650
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00008660
           ACCEPT WK-HORA-FIN       FROM TIME.                          00008670
           INITIALIZE DCLVLDTCTL.                                       00008680
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00008690
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00008700
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00008710
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00008720
           MOVE CONT-CLIENTES       TO VCTL-LEIDOS.                     00008730
           MOVE CONT-PENDIENTES     TO VCTL-ESCRITOS.                   00008740
           MOVE 'OK'                TO VCTL-ESTADO.                     00008750
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00008760
           IF VCTL-CODRESP NOT = ZEROS                                  00008770
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00008780
           END-IF.                                                      00008790
      *                                                                *00008800
      *-------------*                                                   00008810
       3000-FIN-EXIT.                                                   00008820
      *-------------*                                                   00008830
           EXIT.                                                        00008840
                                                                        00008850
       3001-ERROR.                                                      00008860
      *-----------*                                                     00008870
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00008880
           DISPLAY 'ACCION:          ' WS-ACCION.                       00008890
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00008900
           DISPLAY '******************************************'.        00008910
           MOVE 08 TO RETURN-CODE.                                      00008920
           STOP RUN.                                                    00008930
      *-----------------*                                               00008940
      * FIN DE PROGRAMA *                                               00008950
      *-----------------*                                               00008960
