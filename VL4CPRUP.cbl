       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CPRUP.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : PRUEBA NOCTURNA DE POSICIONES A TRES BANDAS. PARA    *00000060
      *           CADA CUENTA Y VALOR COMPARA:                         *00000070
      *             - LO DEPOSITADO EN VLDTADS (VADS_DEPOS),           *00000080
      *             - LOS TITULOS DEL DIA EN VLDTHIS (RENTA VARIABLE   *00000090
      *               TIPGAS 55 Y RENTA FIJA TIPGAS 48/49, COLUMNA     *00000100
      *               VHIS_TITULOSN DEL DIA DE PROCESO), Y             *00000110
      *             - LO QUE QUEDA EN LOS LOTES ABIERTOS DE VLDTLOT    *00000120
      *               (SUMA DE VLOT_CANT_RESTA).                       *00000130
      *           VL4CRINT SOLO PRUEBA QUE LAS CLAVES EXISTAN; AQUI SE *00000140
      *           PRUEBA QUE LAS CANTIDADES CUADREN. TAMBIEN SE        *00000150
      *           BUSCAN LOS LOTES Y EL HISTORICO SIN FILA EN VLDTADS. *00000160
      *           CADA DIFERENCIA SALE EN S1RPRUP CON LA ULTIMA        *00000170
      *           OPERACION (VLDTDET), EL ULTIMO TRASPASO (VLDTCVI /   *00000180
      *           VLDTTRX) Y EL ULTIMO EVENTO CORPORATIVO QUE TOCO LA  *00000190
      *           POSICION: EL EXTRANJERO ENCAMINADO (VLDTECA) O EL    *00000200
      *           LOCAL AUDITADO EN VLDTRLOG POR VL4CCORP, VL4CCANJ,   *00000210
      *           VL4CDSPA Y VL4CDSPE, EL MAS RECIENTE. LA CORRIDA     *00000220
      *           QUEDA EN VLDTCTL (LEIDOS = POSICIONES, ESCRITOS =    *00000230
      *           DIFERENCIAS, IMPORTE = TITULOS DESCUADRADOS) PARA    *00000240
      *           QUE VL4CCTLA AVISE DE UN SALTO EN LAS DIFERENCIAS.   *00000250
      *           TERMINA CON RETURN-CODE 4 SI HAY DIFERENCIAS.        *00000260
      * SYSIN   : FECHA DE PROCESO AAAAMMDD (BLANCOS = FECHA SISTEMA)  *00000270
      * FECHA   : 15-10-2026                                           *00000280
      ******************************************************************00000290
      ******************************************************************00000300
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000310
      *---------- ---------- ---------------- -------------------------*00000320
      *RITM49189  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      ******************************************************************00000350
       ENVIRONMENT DIVISION.                                            00000360
       CONFIGURATION SECTION.                                           00000370
       SPECIAL-NAMES.                                                   00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
                                                                        00000410
           SELECT S1RPRUP   ASSIGN       TO S1RPRUP                     00000420
                            FILE STATUS  IS FS-SPRUP.                   00000430
       DATA DIVISION.                                                   00000440
       FILE SECTION.                                                    00000450
      *                                                                *00000460
       FD  S1RPRUP                                                      00000470
           RECORDING MODE  IS  F                                        00000480
           LABEL  RECORDS  IS  STANDARD                                 00000490
           DATA   RECORD   IS  SAL-PRUP.                                00000500
         01 SAL-PRUP               PIC X(132).                          00000510
      *                                                                 00000520
      ******************************************************************00000530
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000540
      ******************************************************************00000550
       WORKING-STORAGE SECTION.                                         00000560
      *************************                                         00000570
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CPRUP'.          00000580
      *                                                                 00000590
      * PARAMETROS (SYSIN)                                              00000600
       01  WS-PARAMETROS.                                               00000610
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000620
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000630
           05 FILLER REDEFINES WA-CARD-FECHA.                           00000640
              10 WA-CARD-AAAA      PIC 9(04).                           00000650
              10 WA-CARD-MM        PIC 9(02).                           00000660
              10 WA-CARD-DD        PIC 9(02).                           00000670
      *                                                                 00000680
       01  WS-VARIOS.                                                   00000690
           05 WK-ANO-PROC          PIC S9(4) COMP    VALUE ZEROS.       00000700
           05 WK-MES-PROC          PIC S9(4) COMP    VALUE ZEROS.       00000710
           05 IN-DIA               PIC 9(02) VALUE ZEROS.               00000720
           05 WK-CUENTA            PIC S9(7)V COMP-3 VALUE ZEROS.       00000730
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00000740
           05 WK-CANT-ADS          PIC S9(15)V COMP-3 VALUE ZEROS.      00000750
           05 WK-CANT-HIS          PIC S9(15)V COMP-3 VALUE ZEROS.      00000760
           05 WK-CANT-LOT          PIC S9(15)V COMP-3 VALUE ZEROS.      00000770
           05 WK-DIF-HIS           PIC S9(15)V COMP-3 VALUE ZEROS.      00000780
           05 WK-DIF-LOT           PIC S9(15)V COMP-3 VALUE ZEROS.      00000790
           05 WK-DIFERIE           PIC X(07) VALUE SPACES.              00000800
      *                                                                 00000810
      * ULTIMOS MOVIMIENTOS QUE TOCARON LA POSICION                     00000820
       01  W-ULTIMOS.                                                   00000830
           05 WK-ULT-OPER          PIC X(10) VALUE SPACES.              00000840
           05 WK-ULT-TRAS-FEC      PIC S9(8)V COMP-3 VALUE ZEROS.       00000850
           05 WK-ULT-TRAS-REF      PIC S9(9)V COMP-3 VALUE ZEROS.       00000860
           05 WK-ULT-CORP-FEC      PIC S9(8)V COMP-3 VALUE ZEROS.       00000870
           05 WK-ULT-CORP-CAEV     PIC X(04) VALUE SPACES.              00000880
      *                                                                 00000890
      * CLAVE DE LA IMAGEN VLDTADS QUE AUDITAN LOS EVENTOS LOCALES      00000900
      * (CUENTA EN 1:7 Y VALOR EN 9:12, VER VL4CCANJ)                   00000910
       01  W-LOG-EVENTO.                                                00000920
           05 WK-LOG-CUENTA        PIC X(07) VALUE SPACES.              00000930
           05 WK-LOG-FECHA         PIC X(08) VALUE SPACES.              00000940
           05 WK-LOG-FECHA-N REDEFINES WK-LOG-FECHA PIC 9(08).          00000950
           05 WK-LOG-PROGRAMA      PIC X(08) VALUE SPACES.              00000960
      *                                                                 00000970
      * TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CTRAS), SUMADOS     00000980
      * SOBRE LOS TIPGAS DE LA POSICION                                 00000990
       01  W-HIS-TITULOS.                                               00001000
           05 WHIS-TIT-DIA OCCURS 31 PIC S9(15)V   COMP-3.              00001010
      *                                                                 00001020
       01  WS-SWITCHES.                                                 00001030
          05 SW-FIN-ADS            PIC X(02) VALUE SPACES.              00001040
             88 FIN-DEPOSITOS                VALUE '10'.                00001050
          05 SW-FIN-LOT            PIC X(02) VALUE SPACES.              00001060
             88 FIN-LOTES                    VALUE '10'.                00001070
          05 SW-FIN-HIS            PIC X(02) VALUE SPACES.              00001080
             88 FIN-HISTORICO                VALUE '10'.                00001090
      *                                                                 00001100
       01  W-DATE                  PIC 9(6).                            00001110
       01  FILLER                  REDEFINES W-DATE.                    00001120
           02 W-ANO                PIC 99.                              00001130
           02 W-MES                PIC 99.                              00001140
           02 W-DIA                PIC 99.                              00001150
       01  W-FECHA-AMD.                                                 00001160
           05 W-AA-AMD             PIC 9(4).                            00001170
           05 W-MM-AMD             PIC 9(2).                            00001180
           05 W-DD-AMD             PIC 9(2).                            00001190
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001200
       01  W-HORA-CURRENT.                                              00001210
           02  W-HORA              PIC 99.                              00001220
           02  W-MINUTOS           PIC 99.                              00001230
           02  W-SEGUNDOS          PIC 99.                              00001240
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001250
      *                                                                 00001260
       01 W-CONTADORES.                                                 00001270
          05 CONT-POSICIONES       PIC 9(08)  VALUE ZEROES.             00001280
          05 CONT-CUADRADAS        PIC 9(08)  VALUE ZEROES.             00001290
          05 CONT-DIFERENCIAS      PIC 9(08)  VALUE ZEROES.             00001300
          05 CONT-DIF-DEPOSITO     PIC 9(08)  VALUE ZEROES.             00001310
          05 CONT-DIF-HISTORICO    PIC 9(08)  VALUE ZEROES.             00001320
          05 CONT-DIF-LOTES        PIC 9(08)  VALUE ZEROES.             00001330
          05 CONT-DIF-TODAS        PIC 9(08)  VALUE ZEROES.             00001340
          05 CONT-SIN-DEPOSITO     PIC 9(08)  VALUE ZEROES.             00001350
          05 TOT-TIT-DESCUADRE     PIC S9(15)V COMP-3 VALUE ZEROES.     00001360
      * VARIABLES PARA CONTROL DE ERRORES                               00001370
       01 WS-ERROR.                                                     00001380
          05 WS-ACCION             PIC X(24).                           00001390
          05 WS-PARRAFO            PIC X(19).                           00001400
      * VARIABLES CONTROL DE ARCHIVOS                                   00001410
       01 WS-CTRL-ARCHIVOS.                                             00001420
          05 FS-SPRUP              PIC X(02) VALUE '00'.                00001430
             88 S1RPRUP-OK                   VALUE '00'.                00001440
      *                                                                 00001450
      * LINEAS DEL REPORTE                                              00001460
       01 LIN-CABECERA.                                                 00001470
          05 FILLER                PIC X(44) VALUE                      00001480
             ' PRUEBA DE POSICIONES ADS/HIS/LOT - FECHA   '.            00001490
          05 CAB-FECHA             PIC 9(08).                           00001500
          05 FILLER                PIC X(80) VALUE SPACES.              00001510
       01 LIN-TITULOS.                                                  00001520
          05 FILLER                PIC X(09) VALUE ' CUENTA'.           00001530
          05 FILLER                PIC X(13) VALUE 'VALOR'.             00001540
          05 FILLER                PIC X(17) VALUE                      00001550
             '      DEPOSITADO'.                                        00001560
          05 FILLER                PIC X(17) VALUE                      00001570
             '   HISTORICO DIA'.                                        00001580
          05 FILLER                PIC X(17) VALUE                      00001590
             '  LOTES ABIERTOS'.                                        00001600
          05 FILLER                PIC X(08) VALUE 'DIFIERE'.           00001610
          05 FILLER                PIC X(11) VALUE 'ULT.OPER.'.         00001620
          05 FILLER                PIC X(19) VALUE                      00001630
             'ULT.TRASP REFEREN.'.                                      00001640
          05 FILLER                PIC X(21) VALUE                      00001650
             'ULT.EVENT CAEV'.                                          00001660
       01 LIN-DETALLE.                                                  00001670
          05 FILLER                PIC X(01) VALUE SPACES.              00001680
          05 DET-CUENTA            PIC 9(07).                           00001690
          05 FILLER                PIC X(01) VALUE SPACES.              00001700
          05 DET-CODVALOR          PIC X(12).                           00001710
          05 FILLER                PIC X(01) VALUE SPACES.              00001720
          05 DET-CANT-ADS          PIC -ZZZ,ZZZ,ZZZ,ZZ9.                00001730
          05 FILLER                PIC X(01) VALUE SPACES.              00001740
          05 DET-CANT-HIS          PIC -ZZZ,ZZZ,ZZZ,ZZ9.                00001750
          05 FILLER                PIC X(01) VALUE SPACES.              00001760
          05 DET-CANT-LOT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.                00001770
          05 FILLER                PIC X(01) VALUE SPACES.              00001780
          05 DET-DIFIERE           PIC X(07).                           00001790
          05 FILLER                PIC X(01) VALUE SPACES.              00001800
          05 DET-ULT-OPER          PIC X(10).                           00001810
          05 FILLER                PIC X(01) VALUE SPACES.              00001820
          05 DET-ULT-TRAS          PIC 9(08).                           00001830
          05 FILLER                PIC X(01) VALUE SPACES.              00001840
          05 DET-REF-TRAS          PIC Z(08)9.                          00001850
          05 FILLER                PIC X(01) VALUE SPACES.              00001860
          05 DET-ULT-CORP          PIC 9(08).                           00001870
          05 FILLER                PIC X(01) VALUE SPACES.              00001880
          05 DET-CAEV              PIC X(04).                           00001890
          05 FILLER                PIC X(08) VALUE SPACES.              00001900
       01 LIN-TOTALES.                                                  00001910
          05 FILLER                PIC X(14) VALUE ' POSICIONES : '.    00001920
          05 TOT-POSICIONES        PIC ZZ,ZZZ,ZZ9.                      00001930
          05 FILLER                PIC X(14) VALUE '  CUADRADAS : '.    00001940
          05 TOT-CUADRADAS         PIC ZZ,ZZZ,ZZ9.                      00001950
          05 FILLER                PIC X(14) VALUE '  DIFERENC. : '.    00001960
          05 TOT-DIFERENCIAS       PIC ZZ,ZZZ,ZZ9.                      00001970
          05 FILLER                PIC X(14) VALUE '  SIN VLDTADS:'.    00001980
          05 TOT-SIN-DEPOSITO      PIC ZZ,ZZZ,ZZ9.                      00001990
          05 FILLER                PIC X(36) VALUE SPACES.              00002000
       01 LIN-TOTALES-2.                                                00002010
          05 FILLER                PIC X(14) VALUE ' DIF. DEPOS.: '.    00002020
          05 TOT-DIF-DEPOSITO      PIC ZZ,ZZZ,ZZ9.                      00002030
          05 FILLER                PIC X(14) VALUE '  DIF. HIST.: '.    00002040
          05 TOT-DIF-HISTORICO     PIC ZZ,ZZZ,ZZ9.                      00002050
          05 FILLER                PIC X(14) VALUE '  DIF. LOTES: '.    00002060
          05 TOT-DIF-LOTES         PIC ZZ,ZZZ,ZZ9.                      00002070
          05 FILLER                PIC X(14) VALUE '  LAS TRES  : '.    00002080
          05 TOT-DIF-TODAS         PIC ZZ,ZZZ,ZZ9.                      00002090
          05 FILLER                PIC X(36) VALUE SPACES.              00002100
       01 LIN-TOTALES-3.                                                00002110
          05 FILLER                PIC X(22) VALUE                      00002120
             ' TITULOS DESCUADRADOS:'.                                  00002130
          05 TOT-TIT-DESCUADRE-E   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.             00002140
          05 FILLER                PIC X(91) VALUE SPACES.              00002150
      *                                                                 00002160
      *    LOTES DE COSTO, TRASPASOS Y EVENTOS CORPORATIVOS             00002170
           COPY VLCPTLOT.                                               00002180
           COPY VLCPTCVI.                                               00002190
           COPY VLCPTTRX.                                               00002200
           COPY VLCPTECA.                                               00002210
      *                                                                 00002220
      *    BITACORA DE AUDITORIA (VLDTRLOG)                             00002230
           COPY VLCPTRLOG.                                              00002240
      *                                                                 00002250
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002260
           COPY VLCPTCTL.                                               00002270
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002280
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002290
      *                                                                *00002300
      *  AREA DE COMUNICACION SQLCA                                     00002310
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002320
      *                                                                 00002330
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002340
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00002350
           EXEC SQL INCLUDE VLGTDET END-EXEC.                           00002360
      *                                                                 00002370
      *    POSICIONES DEPOSITADAS POR CUENTA Y VALOR                    00002380
           EXEC SQL                                                     00002390
                DECLARE VLDCPRU1 CURSOR FOR                             00002400
                 SELECT VADS_CUENTA                                     00002410
                      , VADS_PAVAL                                      00002420
                      , VADS_VALOR                                      00002430
                      , VADS_ISIN                                       00002440
                      , SUM(VADS_DEPOS)                                 00002450
                   FROM VLDTADS                                         00002460
                  GROUP BY VADS_CUENTA, VADS_PAVAL                      00002470
                         , VADS_VALOR, VADS_ISIN                        00002480
                  ORDER BY VADS_CUENTA, VADS_PAVAL                      00002490
                         , VADS_VALOR, VADS_ISIN                        00002500
           END-EXEC.                                                    00002510
      *                                                                 00002520
      *    LOTES ABIERTOS DE POSICIONES SIN FILA EN VLDTADS             00002530
           EXEC SQL                                                     00002540
                DECLARE VLDCPRU2 CURSOR FOR                             00002550
                 SELECT L.VLOT_CUENTA                                   00002560
                      , L.VLOT_CODVALOR                                 00002570
                   FROM VLDTLOT L                                       00002580
                  WHERE L.VLOT_CANT_RESTA > 0                           00002590
                    AND NOT EXISTS                                      00002600
                       (SELECT 1                                        00002610
                          FROM VLDTADS A                                00002620
                         WHERE A.VADS_CUENTA = L.VLOT_CUENTA            00002630
                           AND A.VADS_PAVAL  =                          00002640
                               SUBSTR(L.VLOT_CODVALOR, 1, 3)            00002650
                           AND A.VADS_VALOR  =                          00002660
                               SUBSTR(L.VLOT_CODVALOR, 4, 8)            00002670
                           AND A.VADS_ISIN   =                          00002680
                               SUBSTR(L.VLOT_CODVALOR, 12, 1))          00002690
                  GROUP BY L.VLOT_CUENTA, L.VLOT_CODVALOR               00002700
                  ORDER BY L.VLOT_CUENTA, L.VLOT_CODVALOR               00002710
           END-EXEC.                                                    00002720
      *                                                                 00002730
      *    HISTORICO DEL MES SIN FILA EN VLDTADS NI LOTE ABIERTO        00002740
           EXEC SQL                                                     00002750
                DECLARE VLDCPRU3 CURSOR FOR                             00002760
                 SELECT DISTINCT H.VHIS_CTAVAL                          00002770
                      , H.VHIS_CODVALOR                                 00002780
                   FROM VLDTHIS H                                       00002790
                  WHERE H.VHIS_TIPGAS IN (48, 49, 55)                   00002800
                    AND H.VHIS_ANO    = :WK-ANO-PROC                    00002810
                    AND H.VHIS_MES    = :WK-MES-PROC                    00002820
                    AND NOT EXISTS                                      00002830
                       (SELECT 1                                        00002840
                          FROM VLDTADS A                                00002850
                         WHERE A.VADS_CUENTA = H.VHIS_CTAVAL            00002860
                           AND A.VADS_PAVAL  =                          00002870
                               SUBSTR(H.VHIS_CODVALOR, 1, 3)            00002880
                           AND A.VADS_VALOR  =                          00002890
                               SUBSTR(H.VHIS_CODVALOR, 4, 8)            00002900
                           AND A.VADS_ISIN   =                          00002910
                               SUBSTR(H.VHIS_CODVALOR, 12, 1))          00002920
                    AND NOT EXISTS                                      00002930
                       (SELECT 1                                        00002940
                          FROM VLDTLOT L                                00002950
                         WHERE L.VLOT_CUENTA     = H.VHIS_CTAVAL        00002960
                           AND L.VLOT_CODVALOR   = H.VHIS_CODVALOR      00002970
                           AND L.VLOT_CANT_RESTA > 0)                   00002980
                  ORDER BY H.VHIS_CTAVAL, H.VHIS_CODVALOR               00002990
           END-EXEC.                                                    00003000
      *                                                                *00003010
       PROCEDURE DIVISION.                                              00003020
      *                                                                 00003030
           PERFORM 1000-INICIO                                          00003040
              THRU 1000-INICIO-EXIT.                                    00003050
                                                                        00003060
           PERFORM 2000-PROCESO                                         00003070
              THRU 2000-PROCESO-EXIT                                    00003080
              UNTIL FIN-DEPOSITOS.                                      00003090
                                                                        00003100
           PERFORM 4000-LOTES-SIN-DEPOSITO                              00003110
              THRU 4000-LOTES-SIN-DEPOSITO-EXIT.                        00003120
                                                                        00003130
           PERFORM 5000-HISTORICO-SIN-DEPOSITO                          00003140
              THRU 5000-HISTORICO-SIN-DEPOSITO-EXIT.                    00003150
                                                                        00003160
           PERFORM 6000-FIN                                             00003170
              THRU 6000-FIN-EXIT.                                       00003180
                                                                        00003190
           STOP RUN.                                                    00003200
      *                                                                *00003210
      *-----------*                                                     00003220
       1000-INICIO.                                                     00003230
      *-----------*                                                     00003240
           INITIALIZE W-CONTADORES.                                     00003250
                                                                        00003260
           ACCEPT W-DATE FROM DATE.                                     00003270
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003280
           MOVE W-MES              TO W-MM-AMD.                         00003290
           MOVE W-DIA              TO W-DD-AMD.                         00003300
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003310
                                                                        00003320
           ACCEPT WA-CARD-FECHA.                                        00003330
           IF WA-CARD-FECHA = SPACES                                    00003340
              MOVE W-FECHA-AMD     TO WA-CARD-FECHA                     00003350
           END-IF.                                                      00003360
           IF WA-CARD-FECHA NOT NUMERIC                                 00003370
              OR WA-CARD-MM < 01 OR WA-CARD-MM > 12                     00003380
              OR WA-CARD-DD < 01 OR WA-CARD-DD > 31                     00003390
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00003400
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003410
              PERFORM 3001-ERROR                                        00003420
           END-IF.                                                      00003430
           MOVE WA-CARD-AAAA       TO WK-ANO-PROC.                      00003440
           MOVE WA-CARD-MM         TO WK-MES-PROC.                      00003450
           MOVE WA-CARD-DD         TO IN-DIA.                           00003460
                                                                        00003470
           OPEN OUTPUT S1RPRUP.                                         00003480
           IF NOT S1RPRUP-OK                                            00003490
              MOVE 'OPEN FICHERO S1RPRUP'   TO WS-ACCION                00003500
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003510
              PERFORM 3001-ERROR                                        00003520
           END-IF.                                                      00003530
                                                                        00003540
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00003550
           WRITE SAL-PRUP        FROM LIN-CABECERA.                     00003560
           WRITE SAL-PRUP        FROM LIN-TITULOS AFTER 2.              00003570
                                                                        00003580
           EXEC SQL                                                     00003590
                OPEN VLDCPRU1                                           00003600
           END-EXEC.                                                    00003610
           IF SQLCODE NOT = ZERO                                        00003620
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003630
              MOVE 'VLDCPRU1-1000'          TO WS-PARRAFO               00003640
              PERFORM 3001-ERROR                                        00003650
           END-IF.                                                      00003660
                                                                        00003670
           PERFORM 1300-LEE-DEPOSITO                                    00003680
              THRU 1300-LEE-DEPOSITO-EXIT.                              00003690
      *                                                                 00003700
      *----------------*                                                00003710
       1000-INICIO-EXIT.                                                00003720
      *----------------*                                                00003730
           EXIT.                                                        00003740
                                                                        00003750
      *---------------------*                                           00003760
       1300-LEE-DEPOSITO.                                               00003770
      *---------------------*                                           00003780
           EXEC SQL                                                     00003790
                FETCH VLDCPRU1                                          00003800
                 INTO :VADS-CUENTA                                      00003810
                    , :VADS-PAVAL                                       00003820
                    , :VADS-VALOR                                       00003830
                    , :VADS-ISIN                                        00003840
                    , :WK-CANT-ADS                                      00003850
           END-EXEC.                                                    00003860
           EVALUATE SQLCODE                                             00003870
               WHEN ZERO                                                00003880
                    CONTINUE                                            00003890
               WHEN 100                                                 00003900
                    MOVE '10' TO SW-FIN-ADS                             00003910
               WHEN OTHER                                               00003920
                    MOVE 'FETCH'           TO WS-ACCION                 00003930
                    MOVE 'VLDCPRU1-1300'   TO WS-PARRAFO                00003940
                    PERFORM 3001-ERROR                                  00003950
           END-EVALUATE.                                                00003960
      *                                                                 00003970
      *--------------------------*                                      00003980
       1300-LEE-DEPOSITO-EXIT.                                          00003990
      *--------------------------*                                      00004000
           EXIT.                                                        00004010
                                                                        00004020
      *----------------*                                                00004030
       2000-PROCESO.                                                    00004040
      *----------------*                                                00004050
           MOVE VADS-CUENTA        TO WK-CUENTA.                        00004060
           MOVE VADS-PAVAL         TO WK-CODVALOR (01:03).              00004070
           MOVE VADS-VALOR         TO WK-CODVALOR (04:08).              00004080
           MOVE VADS-ISIN          TO WK-CODVALOR (12:01).              00004090
                                                                        00004100
           PERFORM 2100-PRUEBA-POSICION                                 00004110
              THRU 2100-PRUEBA-POSICION-EXIT.                           00004120
                                                                        00004130
           PERFORM 1300-LEE-DEPOSITO                                    00004140
              THRU 1300-LEE-DEPOSITO-EXIT.                              00004150
      *                                                                 00004160
      *-------------------*                                             00004170
       2000-PROCESO-EXIT.                                               00004180
      *-------------------*                                             00004190
           EXIT.                                                        00004200
                                                                        00004210
      *--------------------------*                                      00004220
       2100-PRUEBA-POSICION.                                            00004230
      *--------------------------*                                      00004240
      *    LLEGA CON WK-CUENTA, WK-CODVALOR Y WK-CANT-ADS CARGADOS      00004250
           ADD 1                   TO CONT-POSICIONES.                  00004260
                                                                        00004270
           PERFORM 2110-TITULOS-DEL-DIA                                 00004280
              THRU 2110-TITULOS-DEL-DIA-EXIT.                           00004290
           PERFORM 2120-LOTES-ABIERTOS                                  00004300
              THRU 2120-LOTES-ABIERTOS-EXIT.                            00004310
                                                                        00004320
           IF WK-CANT-ADS = WK-CANT-HIS                                 00004330
              AND WK-CANT-ADS = WK-CANT-LOT                             00004340
              ADD 1                TO CONT-CUADRADAS                    00004350
              GO TO 2100-PRUEBA-POSICION-EXIT                           00004360
           END-IF.                                                      00004370
                                                                        00004380
      *    LA BANDA QUE DIFIERE DE LAS OTRAS DOS ES LA SOSPECHOSA       00004390
           ADD 1                   TO CONT-DIFERENCIAS.                 00004400
           EVALUATE TRUE                                                00004410
               WHEN WK-CANT-HIS = WK-CANT-LOT                           00004420
                    MOVE 'DEPOSIT'    TO WK-DIFERIE                     00004430
                    ADD 1             TO CONT-DIF-DEPOSITO              00004440
               WHEN WK-CANT-ADS = WK-CANT-LOT                           00004450
                    MOVE 'HISTOR.'    TO WK-DIFERIE                     00004460
                    ADD 1             TO CONT-DIF-HISTORICO             00004470
               WHEN WK-CANT-ADS = WK-CANT-HIS                           00004480
                    MOVE 'LOTES'      TO WK-DIFERIE                     00004490
                    ADD 1             TO CONT-DIF-LOTES                 00004500
               WHEN OTHER                                               00004510
                    MOVE 'LAS 3'      TO WK-DIFERIE                     00004520
                    ADD 1             TO CONT-DIF-TODAS                 00004530
           END-EVALUATE.                                                00004540
                                                                        00004550
      *    TITULOS DESCUADRADOS: LA MAYOR DIFERENCIA CONTRA LO          00004560
      *    DEPOSITADO                                                   00004570
           COMPUTE WK-DIF-HIS = WK-CANT-ADS - WK-CANT-HIS.              00004580
           IF WK-DIF-HIS < ZEROS                                        00004590
              COMPUTE WK-DIF-HIS = ZEROS - WK-DIF-HIS                   00004600
           END-IF.                                                      00004610
           COMPUTE WK-DIF-LOT = WK-CANT-ADS - WK-CANT-LOT.              00004620
           IF WK-DIF-LOT < ZEROS                                        00004630
              COMPUTE WK-DIF-LOT = ZEROS - WK-DIF-LOT                   00004640
           END-IF.                                                      00004650
           IF WK-DIF-HIS > WK-DIF-LOT                                   00004660
              ADD WK-DIF-HIS       TO TOT-TIT-DESCUADRE                 00004670
           ELSE                                                         00004680
              ADD WK-DIF-LOT       TO TOT-TIT-DESCUADRE                 00004690
           END-IF.                                                      00004700
                                                                        00004710
           PERFORM 2200-ULTIMOS-MOVIMIENTOS                             00004720
              THRU 2200-ULTIMOS-MOVIMIENTOS-EXIT.                       00004730
           PERFORM 2300-ESCRIBE-DIFERENCIA                              00004740
              THRU 2300-ESCRIBE-DIFERENCIA-EXIT.                        00004750
      *                                                                 00004760
      *-------------------------------*                                 00004770
       2100-PRUEBA-POSICION-EXIT.                                       00004780
      *-------------------------------*                                 00004790
           EXIT.                                                        00004800
                                                                        00004810
      *--------------------------*                                      00004820
       2110-TITULOS-DEL-DIA.                                            00004830
      *--------------------------*                                      00004840
      *    SUMA LAS FILAS DE LOS TIPGAS DE TENENCIA Y TOMA EL DIA DE    00004850
      *    PROCESO (TECNICA DE TABLA DE 31 DIAS, VER VL4CTRAS)          00004860
           EXEC SQL                                                     00004870
                SELECT  COALESCE(SUM(VHIS_TITULOS1 ), 0)                00004880
                     ,  COALESCE(SUM(VHIS_TITULOS2 ), 0)                00004890
                     ,  COALESCE(SUM(VHIS_TITULOS3 ), 0)                00004900
                     ,  COALESCE(SUM(VHIS_TITULOS4 ), 0)                00004910
                     ,  COALESCE(SUM(VHIS_TITULOS5 ), 0)                00004920
                     ,  COALESCE(SUM(VHIS_TITULOS6 ), 0)                00004930
                     ,  COALESCE(SUM(VHIS_TITULOS7 ), 0)                00004940
                     ,  COALESCE(SUM(VHIS_TITULOS8 ), 0)                00004950
                     ,  COALESCE(SUM(VHIS_TITULOS9 ), 0)                00004960
                     ,  COALESCE(SUM(VHIS_TITULOS10), 0)                00004970
                     ,  COALESCE(SUM(VHIS_TITULOS11), 0)                00004980
                     ,  COALESCE(SUM(VHIS_TITULOS12), 0)                00004990
                     ,  COALESCE(SUM(VHIS_TITULOS13), 0)                00005000
                     ,  COALESCE(SUM(VHIS_TITULOS14), 0)                00005010
                     ,  COALESCE(SUM(VHIS_TITULOS15), 0)                00005020
                     ,  COALESCE(SUM(VHIS_TITULOS16), 0)                00005030
                     ,  COALESCE(SUM(VHIS_TITULOS17), 0)                00005040
                     ,  COALESCE(SUM(VHIS_TITULOS18), 0)                00005050
                     ,  COALESCE(SUM(VHIS_TITULOS19), 0)                00005060
                     ,  COALESCE(SUM(VHIS_TITULOS20), 0)                00005070
                     ,  COALESCE(SUM(VHIS_TITULOS21), 0)                00005080
                     ,  COALESCE(SUM(VHIS_TITULOS22), 0)                00005090
                     ,  COALESCE(SUM(VHIS_TITULOS23), 0)                00005100
                     ,  COALESCE(SUM(VHIS_TITULOS24), 0)                00005110
                     ,  COALESCE(SUM(VHIS_TITULOS25), 0)                00005120
                     ,  COALESCE(SUM(VHIS_TITULOS26), 0)                00005130
                     ,  COALESCE(SUM(VHIS_TITULOS27), 0)                00005140
                     ,  COALESCE(SUM(VHIS_TITULOS28), 0)                00005150
                     ,  COALESCE(SUM(VHIS_TITULOS29), 0)                00005160
                     ,  COALESCE(SUM(VHIS_TITULOS30), 0)                00005170
                     ,  COALESCE(SUM(VHIS_TITULOS31), 0)                00005180
                  INTO :WHIS-TIT-DIA(1)                                 00005190
                     , :WHIS-TIT-DIA(2)                                 00005200
                     , :WHIS-TIT-DIA(3)                                 00005210
                     , :WHIS-TIT-DIA(4)                                 00005220
                     , :WHIS-TIT-DIA(5)                                 00005230
                     , :WHIS-TIT-DIA(6)                                 00005240
                     , :WHIS-TIT-DIA(7)                                 00005250
                     , :WHIS-TIT-DIA(8)                                 00005260
                     , :WHIS-TIT-DIA(9)                                 00005270
                     , :WHIS-TIT-DIA(10)                                00005280
                     , :WHIS-TIT-DIA(11)                                00005290
                     , :WHIS-TIT-DIA(12)                                00005300
                     , :WHIS-TIT-DIA(13)                                00005310
                     , :WHIS-TIT-DIA(14)                                00005320
                     , :WHIS-TIT-DIA(15)                                00005330
                     , :WHIS-TIT-DIA(16)                                00005340
                     , :WHIS-TIT-DIA(17)                                00005350
                     , :WHIS-TIT-DIA(18)                                00005360
                     , :WHIS-TIT-DIA(19)                                00005370
                     , :WHIS-TIT-DIA(20)                                00005380
                     , :WHIS-TIT-DIA(21)                                00005390
                     , :WHIS-TIT-DIA(22)                                00005400
                     , :WHIS-TIT-DIA(23)                                00005410
                     , :WHIS-TIT-DIA(24)                                00005420
                     , :WHIS-TIT-DIA(25)                                00005430
                     , :WHIS-TIT-DIA(26)                                00005440
                     , :WHIS-TIT-DIA(27)                                00005450
                     , :WHIS-TIT-DIA(28)                                00005460
                     , :WHIS-TIT-DIA(29)                                00005470
                     , :WHIS-TIT-DIA(30)                                00005480
                     , :WHIS-TIT-DIA(31)                                00005490
                  FROM  VLDTHIS                                         00005500
                 WHERE  VHIS_CTAVAL   = :WK-CUENTA                      00005510
                   AND  VHIS_CODVALOR = :WK-CODVALOR                    00005520
                   AND  VHIS_TIPGAS  IN (48, 49, 55)                    00005530
                   AND  VHIS_ANO      = :WK-ANO-PROC                    00005540
                   AND  VHIS_MES      = :WK-MES-PROC                    00005550
           END-EXEC.                                                    00005560
           IF SQLCODE NOT = ZERO                                        00005570
              MOVE 'SELECT VLDTHIS'         TO WS-ACCION                00005580
              MOVE '2110-TITULOS-DIA'       TO WS-PARRAFO               00005590
              PERFORM 3001-ERROR                                        00005600
           END-IF.                                                      00005610
           MOVE WHIS-TIT-DIA (IN-DIA) TO WK-CANT-HIS.                   00005620
      *                                                                 00005630
      *-------------------------------*                                 00005640
       2110-TITULOS-DEL-DIA-EXIT.                                       00005650
      *-------------------------------*                                 00005660
           EXIT.                                                        00005670
                                                                        00005680
      *-------------------------*                                       00005690
       2120-LOTES-ABIERTOS.                                             00005700
      *-------------------------*                                       00005710
           MOVE WK-CUENTA          TO VLOT-CUENTA.                      00005720
           MOVE WK-CODVALOR        TO VLOT-CODVALOR.                    00005730
           EXEC SQL                                                     00005740
                SELECT COALESCE(SUM(VLOT_CANT_RESTA), 0)                00005750
                  INTO :WK-CANT-LOT                                     00005760
                  FROM VLDTLOT                                          00005770
                 WHERE VLOT_CUENTA     = :VLOT-CUENTA                   00005780
                   AND VLOT_CODVALOR   = :VLOT-CODVALOR                 00005790
                   AND VLOT_CANT_RESTA > 0                              00005800
           END-EXEC.                                                    00005810
           IF SQLCODE NOT = ZERO                                        00005820
              MOVE 'SELECT VLDTLOT'         TO WS-ACCION                00005830
              MOVE '2120-LOTES'             TO WS-PARRAFO               00005840
              PERFORM 3001-ERROR                                        00005850
           END-IF.                                                      00005860
      *                                                                 00005870
      *------------------------------*                                  00005880
       2120-LOTES-ABIERTOS-EXIT.                                        00005890
      *------------------------------*                                  00005900
           EXIT.                                                        00005910
                                                                        00005920
      *------------------------------*                                  00005930
       2200-ULTIMOS-MOVIMIENTOS.                                        00005940
      *------------------------------*                                  00005950
           INITIALIZE W-ULTIMOS.                                        00005960
                                                                        00005970
      *    ULTIMA OPERACION DE LA CUENTA SOBRE EL VALOR                 00005980
           MOVE WK-CUENTA          TO VDET-CTAVAL.                      00005990
           MOVE WK-CODVALOR (01:03) TO VDET-PAVAL.                      00006000
           MOVE WK-CODVALOR (04:08) TO VDET-VALOR.                      00006010
           MOVE WK-CODVALOR (12:01) TO VDET-ISIN.                       00006020
           EXEC SQL                                                     00006030
                SELECT  VDET_FECHOP                                     00006040
                  INTO :VDET-FECHOP                                     00006050
                  FROM  VLDTDET                                         00006060
                 WHERE  VDET_CTAVAL = :VDET-CTAVAL                      00006070
                   AND  VDET_PAVAL  = :VDET-PAVAL                       00006080
                   AND  VDET_VALOR  = :VDET-VALOR                       00006090
                   AND  VDET_ISIN   = :VDET-ISIN                        00006100
                 ORDER  BY VDET_FECHOP DESC                             00006110
                 FETCH FIRST 1 ROW ONLY                                 00006120
           END-EXEC.                                                    00006130
           EVALUATE SQLCODE                                             00006140
               WHEN ZERO                                                00006150
                    MOVE VDET-FECHOP    TO WK-ULT-OPER                  00006160
               WHEN 100                                                 00006170
                    MOVE 'SIN OPER.'    TO WK-ULT-OPER                  00006180
               WHEN OTHER                                               00006190
                    MOVE 'SELECT VLDTDET'      TO WS-ACCION             00006200
                    MOVE '2200-ULTIMOS'        TO WS-PARRAFO            00006210
                    PERFORM 3001-ERROR                                  00006220
           END-EVALUATE.                                                00006230
                                                                        00006240
      *    ULTIMO TRASPASO ENTRE CUENTAS PROPIAS O DE SALIDA A OTRO     00006250
      *    PARTICIPANTE (VLDTCVI), SIN CONTAR LOS RECHAZADOS            00006260
           EXEC SQL                                                     00006270
                SELECT  VCVI_FECHA                                      00006280
                     ,  VCVI_REFER                                      00006290
                  INTO :VCVI-FECHA                                      00006300
                     , :VCVI-REFER                                      00006310
                  FROM  VLDTCVI                                         00006320
                 WHERE (VCVI_CTA_ORIGEN  = :WK-CUENTA                   00006330
                    OR  VCVI_CTA_DESTINO = :WK-CUENTA)                  00006340
                   AND  VCVI_CODVALOR    = :WK-CODVALOR                 00006350
                   AND  VCVI_ESTADO     <> 'R'                          00006360
                 ORDER  BY VCVI_FECHA DESC, VCVI_REFER DESC             00006370
                 FETCH FIRST 1 ROW ONLY                                 00006380
           END-EXEC.                                                    00006390
           EVALUATE SQLCODE                                             00006400
               WHEN ZERO                                                00006410
                    MOVE VCVI-FECHA     TO WK-ULT-TRAS-FEC              00006420
                    MOVE VCVI-REFER     TO WK-ULT-TRAS-REF              00006430
               WHEN 100                                                 00006440
                    CONTINUE                                            00006450
               WHEN OTHER                                               00006460
                    MOVE 'SELECT VLDTCVI'      TO WS-ACCION             00006470
                    MOVE '2200-ULTIMOS'        TO WS-PARRAFO            00006480
                    PERFORM 3001-ERROR                                  00006490
           END-EVALUATE.                                                00006500
                                                                        00006510
      *    ENTRADAS DESDE OTRO PARTICIPANTE (VLDTTRX); SE QUEDA LA      00006520
      *    MAS RECIENTE DE LAS DOS                                      00006530
           EXEC SQL                                                     00006540
                SELECT  VTRX_FECHA                                      00006550
                     ,  VTRX_REFER                                      00006560
                  INTO :VTRX-FECHA                                      00006570
                     , :VTRX-REFER                                      00006580
                  FROM  VLDTTRX                                         00006590
                 WHERE  VTRX_CUENTA   = :WK-CUENTA                      00006600
                   AND  VTRX_CODVALOR = :WK-CODVALOR                    00006610
                   AND  VTRX_SENTIDO  = 'E'                             00006620
                 ORDER  BY VTRX_FECHA DESC, VTRX_REFER DESC             00006630
                 FETCH FIRST 1 ROW ONLY                                 00006640
           END-EXEC.                                                    00006650
           EVALUATE SQLCODE                                             00006660
               WHEN ZERO                                                00006670
                    IF VTRX-FECHA > WK-ULT-TRAS-FEC                     00006680
                       MOVE VTRX-FECHA  TO WK-ULT-TRAS-FEC              00006690
                       MOVE VTRX-REFER  TO WK-ULT-TRAS-REF              00006700
                    END-IF                                              00006710
               WHEN 100                                                 00006720
                    CONTINUE                                            00006730
               WHEN OTHER                                               00006740
                    MOVE 'SELECT VLDTTRX'      TO WS-ACCION             00006750
                    MOVE '2200-ULTIMOS'        TO WS-PARRAFO            00006760
                    PERFORM 3001-ERROR                                  00006770
           END-EVALUATE.                                                00006780
                                                                        00006790
      *    ULTIMO EVENTO CORPORATIVO DEL VALOR YA ENCAMINADO            00006800
           EXEC SQL                                                     00006810
                SELECT  VECA_FECPAGO                                    00006820
                     ,  VECA_CAEV                                       00006830
                  INTO :VECA-FECPAGO                                    00006840
                     , :VECA-CAEV                                       00006850
                  FROM  VLDTECA                                         00006860
                 WHERE  VECA_CODVALOR = :WK-CODVALOR                    00006870
                   AND  VECA_ESTADO   = 'E'                             00006880
                   AND  VECA_FECPAGO <= :WA-CARD-FECHA-N                00006890
                 ORDER  BY VECA_FECPAGO DESC                            00006900
                 FETCH FIRST 1 ROW ONLY                                 00006910
           END-EXEC.                                                    00006920
           EVALUATE SQLCODE                                             00006930
               WHEN ZERO                                                00006940
                    MOVE VECA-FECPAGO   TO WK-ULT-CORP-FEC              00006950
                    MOVE VECA-CAEV      TO WK-ULT-CORP-CAEV             00006960
               WHEN 100                                                 00006970
                    CONTINUE                                            00006980
               WHEN OTHER                                               00006990
                    MOVE 'SELECT VLDTECA'      TO WS-ACCION             00007000
                    MOVE '2200-ULTIMOS'        TO WS-PARRAFO            00007010
                    PERFORM 3001-ERROR                                  00007020
           END-EVALUATE.                                                00007030
                                                                        00007040
      *    ULTIMO EVENTO LOCAL SOBRE LA POSICION: SPLITS Y DIVIDENDOS   00007050
      *    EN ACCIONES (VL4CCORP), CANJES (VL4CCANJ) Y ABONO / BAJA DE  00007060
      *    DERECHOS (VL4CDSPA / VL4CDSPE) DEJAN LA IMAGEN DE VLDTADS    00007070
      *    EN VLDTRLOG. SE QUEDA EL MAS RECIENTE DE LOS DOS ORIGENES Y  00007080
      *    EN LA COLUMNA DEL CAEV VA EL PROGRAMA QUE LO APLICO          00007090
           MOVE WK-CUENTA          TO WK-LOG-CUENTA.                    00007100
           EXEC SQL                                                     00007110
                SELECT  VRLOG_FECHA                                     00007120
                     ,  VRLOG_NUMUSER                                   00007130
                  INTO :WK-LOG-FECHA                                    00007140
                     , :WK-LOG-PROGRAMA                                 00007150
                  FROM  VLDTRLOG                                        00007160
                 WHERE  VRLOG_TABLA   = 'VLDTADS'                       00007170
                   AND  VRLOG_NUMUSER IN ('VL4CCORP', 'VL4CCANJ',       00007180
                                          'VL4CDSPA', 'VL4CDSPE')       00007190
                   AND  SUBSTR(VRLOG_REGISTRO_TEXT, 1, 7)               00007200
                                      = :WK-LOG-CUENTA                  00007210
                   AND  SUBSTR(VRLOG_REGISTRO_TEXT, 9, 12)              00007220
                                      = :WK-CODVALOR                    00007230
                   AND  VRLOG_FECHA  <= :WA-CARD-FECHA                  00007240
                 ORDER  BY VRLOG_FECHA DESC, VRLOG_HORA DESC            00007250
                 FETCH FIRST 1 ROW ONLY                                 00007260
           END-EXEC.                                                    00007270
           EVALUATE SQLCODE                                             00007280
               WHEN ZERO                                                00007290
                    IF WK-LOG-FECHA-N > WK-ULT-CORP-FEC                 00007300
                       MOVE WK-LOG-FECHA-N         TO WK-ULT-CORP-FEC   00007310
                       MOVE WK-LOG-PROGRAMA (5:4)  TO WK-ULT-CORP-CAEV  00007320
                    END-IF                                              00007330
               WHEN 100                                                 00007340
                    CONTINUE                                            00007350
               WHEN OTHER                                               00007360
                    MOVE 'SELECT VLDTRLOG'     TO WS-ACCION             00007370
                    MOVE '2200-ULTIMOS'        TO WS-PARRAFO            00007380
                    PERFORM 3001-ERROR                                  00007390
           END-EVALUATE.                                                00007400
      *                                                                 00007410
      *-----------------------------------*                             00007420
       2200-ULTIMOS-MOVIMIENTOS-EXIT.                                   00007430
      *-----------------------------------*                             00007440
           EXIT.                                                        00007450
                                                                        00007460
      *-----------------------------*                                   00007470
       2300-ESCRIBE-DIFERENCIA.                                         00007480
      *-----------------------------*                                   00007490
           MOVE WK-CUENTA          TO DET-CUENTA.                       00007500
           MOVE WK-CODVALOR        TO DET-CODVALOR.                     00007510
           MOVE WK-CANT-ADS        TO DET-CANT-ADS.                     00007520
           MOVE WK-CANT-HIS        TO DET-CANT-HIS.                     00007530
           MOVE WK-CANT-LOT        TO DET-CANT-LOT.                     00007540
           MOVE WK-DIFERIE         TO DET-DIFIERE.                      00007550
           MOVE WK-ULT-OPER        TO DET-ULT-OPER.                     00007560
           MOVE WK-ULT-TRAS-FEC    TO DET-ULT-TRAS.                     00007570
           MOVE WK-ULT-TRAS-REF    TO DET-REF-TRAS.                     00007580
           MOVE WK-ULT-CORP-FEC    TO DET-ULT-CORP.                     00007590
           MOVE WK-ULT-CORP-CAEV   TO DET-CAEV.                         00007600
           WRITE SAL-PRUP        FROM LIN-DETALLE.                      00007610
           IF NOT S1RPRUP-OK                                            00007620
              MOVE 'WRITE S1RPRUP'          TO WS-ACCION                00007630
              MOVE '2300-ESCRIBE'           TO WS-PARRAFO               00007640
              PERFORM 3001-ERROR                                        00007650
           END-IF.                                                      00007660
      *                                                                 00007670
      *----------------------------------*                              00007680
       2300-ESCRIBE-DIFERENCIA-EXIT.                                    00007690
      *----------------------------------*                              00007700
           EXIT.                                                        00007710
                                                                        00007720
      *-----------------------------*                                   00007730
       4000-LOTES-SIN-DEPOSITO.                                         00007740
      *-----------------------------*                                   00007750
      *    LOTES VIVOS DE UNA POSICION QUE VLDTADS YA NO CONOCE         00007760
           EXEC SQL                                                     00007770
                OPEN VLDCPRU2                                           00007780
           END-EXEC.                                                    00007790
           IF SQLCODE NOT = ZERO                                        00007800
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007810
              MOVE 'VLDCPRU2-4000'          TO WS-PARRAFO               00007820
              PERFORM 3001-ERROR                                        00007830
           END-IF.                                                      00007840
                                                                        00007850
           PERFORM 4100-LEE-LOTE                                        00007860
              THRU 4100-LEE-LOTE-EXIT.                                  00007870
           PERFORM 4200-PRUEBA-LOTE                                     00007880
              THRU 4200-PRUEBA-LOTE-EXIT                                00007890
              UNTIL FIN-LOTES.                                          00007900
                                                                        00007910
           EXEC SQL                                                     00007920
                CLOSE VLDCPRU2                                          00007930
           END-EXEC.                                                    00007940
      *                                                                 00007950
      *----------------------------------*                              00007960
       4000-LOTES-SIN-DEPOSITO-EXIT.                                    00007970
      *----------------------------------*                              00007980
           EXIT.                                                        00007990
                                                                        00008000
      *------------------*                                              00008010
       4100-LEE-LOTE.                                                   00008020
      *------------------*                                              00008030
           EXEC SQL                                                     00008040
                FETCH VLDCPRU2                                          00008050
                 INTO :VLOT-CUENTA                                      00008060
                    , :VLOT-CODVALOR                                    00008070
           END-EXEC.                                                    00008080
           EVALUATE SQLCODE                                             00008090
               WHEN ZERO                                                00008100
                    CONTINUE                                            00008110
               WHEN 100                                                 00008120
                    MOVE '10' TO SW-FIN-LOT                             00008130
               WHEN OTHER                                               00008140
                    MOVE 'FETCH'           TO WS-ACCION                 00008150
                    MOVE 'VLDCPRU2-4100'   TO WS-PARRAFO                00008160
                    PERFORM 3001-ERROR                                  00008170
           END-EVALUATE.                                                00008180
      *                                                                 00008190
      *-----------------------*                                         00008200
       4100-LEE-LOTE-EXIT.                                              00008210
      *-----------------------*                                         00008220
           EXIT.                                                        00008230
                                                                        00008240
      *--------------------*                                            00008250
       4200-PRUEBA-LOTE.                                                00008260
      *--------------------*                                            00008270
           ADD 1                   TO CONT-SIN-DEPOSITO.                00008280
           MOVE VLOT-CUENTA        TO WK-CUENTA.                        00008290
           MOVE VLOT-CODVALOR      TO WK-CODVALOR.                      00008300
           MOVE ZEROS              TO WK-CANT-ADS.                      00008310
                                                                        00008320
           PERFORM 2100-PRUEBA-POSICION                                 00008330
              THRU 2100-PRUEBA-POSICION-EXIT.                           00008340
                                                                        00008350
           PERFORM 4100-LEE-LOTE                                        00008360
              THRU 4100-LEE-LOTE-EXIT.                                  00008370
      *                                                                 00008380
      *-------------------------*                                       00008390
       4200-PRUEBA-LOTE-EXIT.                                           00008400
      *-------------------------*                                       00008410
           EXIT.                                                        00008420
                                                                        00008430
      *---------------------------------*                               00008440
       5000-HISTORICO-SIN-DEPOSITO.                                     00008450
      *---------------------------------*                               00008460
      *    TITULOS EN EL HISTORICO DEL MES SIN DEPOSITO NI LOTE         00008470
           EXEC SQL                                                     00008480
                OPEN VLDCPRU3                                           00008490
           END-EXEC.                                                    00008500
           IF SQLCODE NOT = ZERO                                        00008510
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008520
              MOVE 'VLDCPRU3-5000'          TO WS-PARRAFO               00008530
              PERFORM 3001-ERROR                                        00008540
           END-IF.                                                      00008550
                                                                        00008560
           PERFORM 5100-LEE-HISTORICO                                   00008570
              THRU 5100-LEE-HISTORICO-EXIT.                             00008580
           PERFORM 5200-PRUEBA-HISTORICO                                00008590
              THRU 5200-PRUEBA-HISTORICO-EXIT                           00008600
              UNTIL FIN-HISTORICO.                                      00008610
                                                                        00008620
           EXEC SQL                                                     00008630
                CLOSE VLDCPRU3                                          00008640
           END-EXEC.                                                    00008650
      *                                                                 00008660
      *--------------------------------------*                          00008670
       5000-HISTORICO-SIN-DEPOSITO-EXIT.                                00008680
      *--------------------------------------*                          00008690
           EXIT.                                                        00008700
                                                                        00008710
      *-----------------------*                                         00008720
       5100-LEE-HISTORICO.                                              00008730
      *-----------------------*                                         00008740
           EXEC SQL                                                     00008750
                FETCH VLDCPRU3                                          00008760
                 INTO :WK-CUENTA                                        00008770
                    , :WK-CODVALOR                                      00008780
           END-EXEC.                                                    00008790
           EVALUATE SQLCODE                                             00008800
               WHEN ZERO                                                00008810
                    CONTINUE                                            00008820
               WHEN 100                                                 00008830
                    MOVE '10' TO SW-FIN-HIS                             00008840
               WHEN OTHER                                               00008850
                    MOVE 'FETCH'           TO WS-ACCION                 00008860
                    MOVE 'VLDCPRU3-5100'   TO WS-PARRAFO                00008870
                    PERFORM 3001-ERROR                                  00008880
           END-EVALUATE.                                                00008890
      *                                                                 00008900
      *----------------------------*                                    00008910
       5100-LEE-HISTORICO-EXIT.                                         00008920
      *----------------------------*                                    00008930
           EXIT.                                                        00008940
                                                                        00008950
      *--------------------------*                                      00008960
       5200-PRUEBA-HISTORICO.                                           00008970
      *--------------------------*                                      00008980
      *    LA FILA DEL MES PUEDE SER DE UNA POSICION YA CERRADA: SOLO   00008990
      *    CUENTA SI TIENE TITULOS EL DIA DE PROCESO                    00009000
           PERFORM 2110-TITULOS-DEL-DIA                                 00009010
              THRU 2110-TITULOS-DEL-DIA-EXIT.                           00009020
           IF WK-CANT-HIS NOT = ZEROS                                   00009030
              ADD 1                TO CONT-SIN-DEPOSITO                 00009040
              MOVE ZEROS           TO WK-CANT-ADS                       00009050
              PERFORM 2100-PRUEBA-POSICION                              00009060
                 THRU 2100-PRUEBA-POSICION-EXIT                         00009070
           END-IF.                                                      00009080
                                                                        00009090
           PERFORM 5100-LEE-HISTORICO                                   00009100
              THRU 5100-LEE-HISTORICO-EXIT.                             00009110
      *                                                                 00009120
      *-------------------------------*                                 00009130
       5200-PRUEBA-HISTORICO-EXIT.                                      00009140
      *-------------------------------*                                 00009150
           EXIT.                                                        00009160
                                                                        00009170
      *-----------*                                                     00009180
       6000-FIN.                                                        00009190
      *-----------*                                                     00009200
           EXEC SQL                                                     00009210
                CLOSE VLDCPRU1                                          00009220
           END-EXEC.                                                    00009230
                                                                        00009240
           MOVE CONT-POSICIONES    TO TOT-POSICIONES.                   00009250
           MOVE CONT-CUADRADAS     TO TOT-CUADRADAS.                    00009260
           MOVE CONT-DIFERENCIAS   TO TOT-DIFERENCIAS.                  00009270
           MOVE CONT-SIN-DEPOSITO  TO TOT-SIN-DEPOSITO.                 00009280
           WRITE SAL-PRUP        FROM LIN-TOTALES AFTER 2.              00009290
           MOVE CONT-DIF-DEPOSITO  TO TOT-DIF-DEPOSITO.                 00009300
           MOVE CONT-DIF-HISTORICO TO TOT-DIF-HISTORICO.                00009310
           MOVE CONT-DIF-LOTES     TO TOT-DIF-LOTES.                    00009320
           MOVE CONT-DIF-TODAS     TO TOT-DIF-TODAS.                    00009330
           WRITE SAL-PRUP        FROM LIN-TOTALES-2.                    00009340
           MOVE TOT-TIT-DESCUADRE  TO TOT-TIT-DESCUADRE-E.              00009350
           WRITE SAL-PRUP        FROM LIN-TOTALES-3.                    00009360
                                                                        00009370
           CLOSE S1RPRUP.                                               00009380
                                                                        00009390
           DISPLAY '****** FIN PRUEBA DE POSICIONES ******'.            00009400
           DISPLAY 'FECHA DE PROCESO       : ' WA-CARD-FECHA.           00009410
           DISPLAY 'POSICIONES PROBADAS    : ' CONT-POSICIONES.         00009420
           DISPLAY 'POSICIONES CUADRADAS   : ' CONT-CUADRADAS.          00009430
           DISPLAY 'POSICIONES CON DIFER.  : ' CONT-DIFERENCIAS.        00009440
           DISPLAY '  DIFIERE DEPOSITO     : ' CONT-DIF-DEPOSITO.       00009450
           DISPLAY '  DIFIERE HISTORICO    : ' CONT-DIF-HISTORICO.      00009460
           DISPLAY '  DIFIEREN LOTES       : ' CONT-DIF-LOTES.          00009470
           DISPLAY '  DIFIEREN LAS TRES    : ' CONT-DIF-TODAS.          00009480
           DISPLAY 'POSICIONES SIN VLDTADS : ' CONT-SIN-DEPOSITO.       00009490
           DISPLAY 'TITULOS DESCUADRADOS   : ' TOT-TIT-DESCUADRE-E.     00009500
                                                                        00009510
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00009520
           ACCEPT WK-HORA-FIN       FROM TIME.                          00009530
           INITIALIZE DCLVLDTCTL.                                       00009540
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00009550
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00009560
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00009570
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00009580
           MOVE CONT-POSICIONES     TO VCTL-LEIDOS.                     00009590
           MOVE CONT-DIFERENCIAS    TO VCTL-ESCRITOS.                   00009600
           MOVE CONT-DIFERENCIAS    TO VCTL-RECHAZADOS.                 00009610
           MOVE TOT-TIT-DESCUADRE   TO VCTL-IMPORTE-TOT.                00009620
           MOVE 'OK'                TO VCTL-ESTADO.                     00009630
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00009640
           IF VCTL-CODRESP NOT = ZEROS                                  00009650
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00009660
           END-IF.                                                      00009670
                                                                        00009680
           IF CONT-DIFERENCIAS > ZEROS                                  00009690
              MOVE 04 TO RETURN-CODE                                    00009700
           END-IF.                                                      00009710
      *                                                                *00009720
      *-------------*                                                   00009730
       6000-FIN-EXIT.                                                   00009740
      *-------------*                                                   00009750
           EXIT.                                                        00009760
                                                                        00009770
       3001-ERROR.                                                      00009780
      *-----------*                                                     00009790
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00009800
           DISPLAY 'ACCION:          ' WS-ACCION.                       00009810
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00009820
           DISPLAY '******************************************'.        00009830
           MOVE 08 TO RETURN-CODE.                                      00009840
           STOP RUN.                                                    00009850
      *-----------------*                                               00009860
      * FIN DE PROGRAMA *                                               00009870
      *-----------------*                                               00009880
