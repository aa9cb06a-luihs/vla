       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CNOTF.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : FEED NOCTURNO DE AVISOS AL CLIENTE PARA LA PLATAFORMA*00000060
      *           DE MENSAJERIA SMS / CORREO DEL BANCO.                *00000070
      *           1. RECOGE EN LA COLA VLDTNOT (RUTINA VL9CNOT0) LOS   *00000080
      *              EVENTOS DEL DIA QUE NO GRABA UN PROCESO: LAS      *00000090
      *              RETENCIONES POR EMBARGO APLICADAS (VLDTEMA) Y LAS *00000100
      *              LIQUIDACIONES FALLIDAS NUEVAS (VLDTFLQ). EL RESTO *00000110
      *              LO ENCOLAN VL4C3050, VL4CDIVC, VL4CCUPO, VL4CMARG,*00000120
      *              VL4CPREL Y VL4CESTC AL PRODUCIRSE.                *00000130
      *           2. RECORRE LOS AVISOS PENDIENTES POR CLIENTE Y LOS   *00000140
      *              SUPRIME (ESTADO 'S' CON MOTIVO) SI EL CLIENTE NO  *00000150
      *              TIENE CONSENTIMIENTO DE CANAL ELECTRONICO         *00000160
      *              (VL9CCNS0), HA FALLECIDO, ELIGIO CANAL NINGUNO O  *00000170
      *              EXCLUYO EL TIPO DE EVENTO (VLDTNPR, VL7CNPR0), NO *00000180
      *              TIENE DATO DE CONTACTO PARA EL CANAL, O SI EL     *00000190
      *              MISMO AVISO (CLIENTE, EVENTO, REFERENCIA E        *00000200
      *              IMPORTE) YA SE LE ENVIO. SIN FILA EN VLDTNPR EL   *00000210
      *              AVISO VA POR SMS AL TELEFONO DE VLDTXMI.          *00000220
      *           3. GRABA EN S1DQNOTF UN REGISTRO POR AVISO Y CANAL   *00000230
      *              (LAYOUT VLCPTNTF, DOS SI EL CANAL ES 'A'), ENTRE  *00000240
      *              'HDR' Y 'TRL' (VLCPTCTF, HASH = SUMA DE NTF-ID),  *00000250
      *              Y DEJA EL AVISO EN ESTADO 'E'. EL RESULTADO DE    *00000260
      *              ENTREGA LO CARGA VL4CNOTR.                        *00000270
      *           REPORTE S1RNOTF; LA CORRIDA QUEDA EN VLDTCTL.        *00000280
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000290
      * FECHA   : 15-10-2026                                           *00000300
      ******************************************************************00000310
      ******************************************************************00000320
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      *RITM49198  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000350
      *---------- ---------- ---------------- -------------------------*00000360
      ******************************************************************00000370
       ENVIRONMENT DIVISION.                                            00000380
       CONFIGURATION SECTION.                                           00000390
       SPECIAL-NAMES.                                                   00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
                                                                        00000430
           SELECT S1DQNOTF  ASSIGN       TO S1DQNOTF                    00000440
                            FILE STATUS  IS FS-SNOTF.                   00000450
           SELECT S1RNOTF   ASSIGN       TO S1RNOTF                     00000460
                            FILE STATUS  IS FS-RNOTF.                   00000470
       DATA DIVISION.                                                   00000480
       FILE SECTION.                                                    00000490
      *                                                                *00000500
       FD  S1DQNOTF                                                     00000510
           RECORDING MODE  IS  F                                        00000520
           LABEL  RECORDS  IS  STANDARD                                 00000530
           DATA   RECORD   IS  SAL-NOTF.                                00000540
         01 SAL-NOTF               PIC X(400).                          00000550
      *                                                                 00000560
       FD  S1RNOTF                                                      00000570
           RECORDING MODE  IS  F                                        00000580
           LABEL  RECORDS  IS  STANDARD                                 00000590
           DATA   RECORD   IS  SAL-RNOTF.                               00000600
         01 SAL-RNOTF              PIC X(132).                          00000610
      *                                                                 00000620
      ******************************************************************00000630
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000640
      ******************************************************************00000650
       WORKING-STORAGE SECTION.                                         00000660
      *************************                                         00000670
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CNOTF'.          00000680
      *                                                                 00000690
      * PARAMETROS (SYSIN): FECHA DE PROCESO (AAAAMMDD)                 00000700
       01  WS-PARAMETROS.                                               00000710
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000720
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000730
      *                                                                 00000740
       01  WS-VARIOS.                                                   00000750
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000760
              88 FIN-CURSOR                  VALUE 'SI'.                00000770
           05 SW-PRIMERO           PIC X(02) VALUE 'SI'.                00000780
              88 PRIMER-AVISO                VALUE 'SI'.                00000790
           05 WK-NUMCLI-ANT        PIC S9(8)V COMP-3 VALUE ZEROS.       00000800
           05 WK-HASH              PIC 9(15) VALUE ZEROS.               00000810
           05 WK-NOT-CODRESP       PIC 9(02) VALUE ZEROS.               00000820
           05 WK-REPETIDOS         PIC S9(9) COMP VALUE ZEROS.          00000830
           05 WK-MOTIVO            PIC X(20) VALUE SPACES.              00000840
           05 WK-CANAL-ENVIO       PIC X(01) VALUE SPACES.              00000850
              88 ENVIO-SMS                   VALUE 'S'.                 00000860
              88 ENVIO-CORREO                VALUE 'M'.                 00000870
              88 ENVIO-AMBOS                 VALUE 'A'.                 00000880
           05 WK-FALLECIDO         PIC X(01) VALUE 'N'.                 00000890
           05 WK-IDIOMA            PIC X(01) VALUE 'C'.                 00000900
           05 WK-TELEFONO          PIC X(15) VALUE SPACES.              00000910
           05 WK-CORREO            PIC X(60) VALUE SPACES.              00000920
           05 WK-CONSENTIDO        PIC X(01) VALUE 'N'.                 00000930
           05 WK-CLI-EXISTE        PIC X(01) VALUE 'N'.                 00000940
           05 WK-EVE-EXCLUIDO      PIC X(01) VALUE 'N'.                 00000950
           05 WK-NUMEMB            PIC 9(04) VALUE ZEROS.               00000960
           05 WK-SECUEN            PIC 9(04) VALUE ZEROS.               00000970
           05 WK-REFER             PIC 9(09) VALUE ZEROS.               00000980
           05 WK-CUENTA-ED         PIC 9(07) VALUE ZEROS.               00000990
           05 WK-IMPORTE-ED        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.            00001000
           05 WK-BLANCOS           PIC S9(4) COMP VALUE ZEROS.          00001010
           05 WK-PUNTERO           PIC S9(4) COMP VALUE ZEROS.          00001020
           05 WK-FECEVE            PIC 9(08) VALUE ZEROS.               00001030
           05 WK-FECEVE-R REDEFINES WK-FECEVE.                          00001040
              10 WK-FECEVE-AA      PIC 9(04).                           00001050
              10 WK-FECEVE-MM      PIC 9(02).                           00001060
              10 WK-FECEVE-DD      PIC 9(02).                           00001070
           05 IN-EXC               PIC S9(4) COMP VALUE ZEROS.          00001080
      *                                                                 00001090
      * DESCRIPCION DE CADA TIPO DE EVENTO (ASUNTO DEL AVISO)           00001100
       01  TAB-EVENTOS-VALORES.                                         00001110
           05 FILLER               PIC X(40) VALUE                      00001120
              'LIQLIQUIDACION DE OPERACION COMPLETADA '.                00001130
           05 FILLER               PIC X(40) VALUE                      00001140
              'DIVABONO DE DIVIDENDO                  '.                00001150
           05 FILLER               PIC X(40) VALUE                      00001160
              'CUPABONO DE CUPON / AMORTIZACION       '.                00001170
           05 FILLER               PIC X(40) VALUE                      00001180
              'MARLLAMADA DE MARGEN SOBRE SU PRENDA   '.                00001190
           05 FILLER               PIC X(40) VALUE                      00001200
              'PRELIBERACION DE PRENDA                '.                00001210
           05 FILLER               PIC X(40) VALUE                      00001220
              'EMBRETENCION POR EMBARGO JUDICIAL      '.                00001230
           05 FILLER               PIC X(40) VALUE                      00001240
              'ESTESTADO DE CUENTA DISPONIBLE         '.                00001250
           05 FILLER               PIC X(40) VALUE                      00001260
              'FLQOPERACION PENDIENTE DE LIQUIDAR     '.                00001270
       01  TAB-EVENTOS REDEFINES TAB-EVENTOS-VALORES.                   00001280
           05 TAB-EVENTO           OCCURS 8 TIMES                       00001290
                                   INDEXED BY IX-EVE.                   00001300
              10 TEV-TIPEVE        PIC X(03).                           00001310
              10 TEV-ASUNTO        PIC X(37).                           00001320
      *                                                                 00001330
       01  W-DATE                  PIC 9(6).                            00001340
       01  FILLER                  REDEFINES W-DATE.                    00001350
           02 W-ANO                PIC 99.                              00001360
           02 W-MES                PIC 99.                              00001370
           02 W-DIA                PIC 99.                              00001380
       01  W-FECHA-AMD.                                                 00001390
           05 W-AA-AMD             PIC 9(4).                            00001400
           05 W-MM-AMD             PIC 9(2).                            00001410
           05 W-DD-AMD             PIC 9(2).                            00001420
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001430
       01  W-HORA-CURRENT.                                              00001440
           02  W-HORA              PIC 99.                              00001450
           02  W-MINUTOS           PIC 99.                              00001460
           02  W-SEGUNDOS          PIC 99.                              00001470
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001480
      *                                                                 00001490
       01 W-CONTADORES.                                                 00001500
          05 CONT-EMBARGOS         PIC 9(08)  VALUE ZEROES.             00001510
          05 CONT-FALLIDAS         PIC 9(08)  VALUE ZEROES.             00001520
          05 CONT-ENCOLADOS        PIC 9(08)  VALUE ZEROES.             00001530
          05 CONT-YA-ENCOLADOS     PIC 9(08)  VALUE ZEROES.             00001540
          05 CONT-PENDIENTES       PIC 9(08)  VALUE ZEROES.             00001550
          05 CONT-ENVIADOS         PIC 9(08)  VALUE ZEROES.             00001560
          05 CONT-SUPRIMIDOS       PIC 9(08)  VALUE ZEROES.             00001570
          05 CONT-SMS              PIC 9(08)  VALUE ZEROES.             00001580
          05 CONT-CORREOS          PIC 9(08)  VALUE ZEROES.             00001590
          05 CONT-REGISTROS        PIC 9(08)  VALUE ZEROES.             00001600
      * VARIABLES PARA CONTROL DE ERRORES                               00001610
       01 WS-ERROR.                                                     00001620
          05 WS-ACCION             PIC X(24).                           00001630
          05 WS-PARRAFO            PIC X(19).                           00001640
      * VARIABLES CONTROL DE ARCHIVOS                                   00001650
       01 WS-CTRL-ARCHIVOS.                                             00001660
          05 FS-SNOTF              PIC X(02) VALUE '00'.                00001670
             88 S1DQNOTF-OK                  VALUE '00'.                00001680
          05 FS-RNOTF              PIC X(02) VALUE '00'.                00001690
             88 S1RNOTF-OK                   VALUE '00'.                00001700
      *                                                                 00001710
      * LINEAS DEL REPORTE                                              00001720
       01 LIN-CABECERA.                                                 00001730
          05 FILLER                PIC X(46) VALUE                      00001740
             ' FEED DE AVISOS AL CLIENTE SMS/CORREO - FECHA '.          00001750
          05 CAB-FECHA             PIC 9(08).                           00001760
          05 FILLER                PIC X(78) VALUE SPACES.              00001770
       01 LIN-TITULO.                                                   00001780
          05 FILLER                PIC X(50) VALUE                      00001790
             '    ID AVISO  CLIENTE   CUENTA EVE CANAL ESTADO  '.       00001800
          05 FILLER                PIC X(82) VALUE                      00001810
             'MOTIVO'.                                                  00001820
       01 LIN-DETALLE.                                                  00001830
          05 FILLER                PIC X(01) VALUE SPACES.              00001840
          05 DET-ID                PIC Z(08)9.                          00001850
          05 FILLER                PIC X(02) VALUE SPACES.              00001860
          05 DET-NUMCLI            PIC 9(08).                           00001870
          05 FILLER                PIC X(02) VALUE SPACES.              00001880
          05 DET-CUENTA            PIC 9(07).                           00001890
          05 FILLER                PIC X(01) VALUE SPACES.              00001900
          05 DET-TIPEVE            PIC X(03).                           00001910
          05 FILLER                PIC X(03) VALUE SPACES.              00001920
          05 DET-CANAL             PIC X(01).                           00001930
          05 FILLER                PIC X(04) VALUE SPACES.              00001940
          05 DET-ESTADO            PIC X(09).                           00001950
          05 DET-MOTIVO            PIC X(20).                           00001960
          05 FILLER                PIC X(62) VALUE SPACES.              00001970
       01 LIN-TOTAL.                                                    00001980
          05 FILLER                PIC X(01) VALUE SPACES.              00001990
          05 TOT-CONCEPTO          PIC X(30).                           00002000
          05 TOT-VALOR             PIC ZZ,ZZZ,ZZ9.                      00002010
          05 FILLER                PIC X(91) VALUE SPACES.              00002020
      *                                                                 00002030
      *    COLA DE AVISOS Y PREFERENCIAS DEL CLIENTE                    00002040
           COPY VLCPTNOT.                                               00002050
           COPY VLCPTNPR.                                               00002060
       01  WK-VL9CNOT0            PIC X(08) VALUE 'VL9CNOT0'.           00002070
      *                                                                 00002080
      *    REGISTROS DEL INTERCAMBIO CON LA PLATAFORMA DE MENSAJERIA    00002090
           COPY VLCPTNTF.                                               00002100
      *                                                                 00002110
      *    EMBARGOS Y LIQUIDACIONES FALLIDAS                            00002120
           COPY VLCPTEMA.                                               00002130
           COPY VLCPTEMB.                                               00002140
           COPY VLCPTFLQ.                                               00002150
      *                                                                 00002160
      *    CONSENTIMIENTOS DEL CLIENTE (RUTINA VL9CCNS0)                00002170
           COPY VLCPTCN0.                                               00002180
       01  WK-VL9CCNS0            PIC X(08) VALUE 'VL9CCNS0'.           00002190
      *                                                                 00002200
      *    CABECERA/COLA DE CONTROL DE TRANSMISION                      00002210
           COPY VLCPTCTF.                                               00002220
      *                                                                 00002230
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002240
           COPY VLCPTCTL.                                               00002250
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002260
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002270
      *                                                                *00002280
      *  AREA DE COMUNICACION SQLCA                                     00002290
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002300
      *                                                                 00002310
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002320
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002330
      *                                                                 00002340
      *  RETENCIONES POR EMBARGO APLICADAS EN LA FECHA                  00002350
           EXEC SQL                                                     00002360
                DECLARE VLDCNOT1 CURSOR FOR                             00002370
                 SELECT  A.VEMA_CUENTA                                  00002380
                      ,  A.VEMA_NUMEMB                                  00002390
                      ,  A.VEMA_SECUEN                                  00002400
                      ,  A.VEMA_REFER                                   00002410
                      ,  A.VEMA_IMPORTE                                 00002420
                      ,  B.VEMB_MONEDA                                  00002430
                   FROM  VLDTEMA A                                      00002440
                      ,  VLDTEMB B                                      00002450
                  WHERE  B.VEMB_CUENTA = A.VEMA_CUENTA                  00002460
                    AND  B.VEMB_NUMEMB = A.VEMA_NUMEMB                  00002470
                    AND  A.VEMA_FECHA  = :WA-CARD-FECHA-N               00002480
                  ORDER  BY A.VEMA_CUENTA, A.VEMA_NUMEMB, A.VEMA_SECUEN 00002490
           END-EXEC.                                                    00002500
      *                                                                 00002510
      *  LIQUIDACIONES FALLIDAS DADAS DE ALTA EN LA FECHA               00002520
           EXEC SQL                                                     00002530
                DECLARE VLDCNOT2 CURSOR FOR                             00002540
                 SELECT  VFLQ_CUENTA                                    00002550
                      ,  VFLQ_REFER                                     00002560
                      ,  VFLQ_CODVALOR                                  00002570
                      ,  VFLQ_IMPORTE                                   00002580
                   FROM  VLDTFLQ                                        00002590
                  WHERE  VFLQ_FEC_ALTA = :WA-CARD-FECHA-N               00002600
                    AND  VFLQ_ESTADO   = 'P'                            00002610
                  ORDER  BY VFLQ_CUENTA, VFLQ_REFER                     00002620
           END-EXEC.                                                    00002630
      *                                                                 00002640
      *  AVISOS PENDIENTES DE ENVIO, AGRUPADOS POR CLIENTE              00002650
           EXEC SQL                                                     00002660
                DECLARE VLDCNOT3 CURSOR FOR                             00002670
                 SELECT  VNOT_ID                                        00002680
                      ,  VNOT_NUMCLI                                    00002690
                      ,  VNOT_CUENTA                                    00002700
                      ,  VNOT_TIPEVE                                    00002710
                      ,  VNOT_REFEVE                                    00002720
                      ,  VNOT_FECEVE                                    00002730
                      ,  VNOT_CODVALOR                                  00002740
                      ,  VNOT_IMPORTE                                   00002750
                      ,  VNOT_MONEDA                                    00002760
                      ,  VNOT_DETALLE                                   00002770
                   FROM  VLDTNOT                                        00002780
                  WHERE  VNOT_ESTADO = 'P'                              00002790
                    AND  VNOT_FECEVE <= :WA-CARD-FECHA-N                00002800
                  ORDER  BY VNOT_NUMCLI, VNOT_ID                        00002810
           END-EXEC.                                                    00002820
      *                                                                *00002830
       PROCEDURE DIVISION.                                              00002840
      *                                                                 00002850
           PERFORM 1000-INICIO                                          00002860
              THRU 1000-INICIO-EXIT.                                    00002870
                                                                        00002880
           PERFORM 2000-CAPTURA-EMBARGOS                                00002890
              THRU 2000-CAPTURA-EMBARGOS-EXIT.                          00002900
                                                                        00002910
           PERFORM 2500-CAPTURA-FALLIDAS                                00002920
              THRU 2500-CAPTURA-FALLIDAS-EXIT.                          00002930
                                                                        00002940
           PERFORM 3000-ENVIO-AVISOS                                    00002950
              THRU 3000-ENVIO-AVISOS-EXIT.                              00002960
                                                                        00002970
           PERFORM 5000-FIN                                             00002980
              THRU 5000-FIN-EXIT.                                       00002990
                                                                        00003000
           STOP RUN.                                                    00003010
      *                                                                *00003020
      *-----------*                                                     00003030
       1000-INICIO.                                                     00003040
      *-----------*                                                     00003050
           INITIALIZE W-CONTADORES.                                     00003060
                                                                        00003070
           ACCEPT WA-CARD-FECHA.                                        00003080
           IF WA-CARD-FECHA NOT NUMERIC                                 00003090
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00003100
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003110
              PERFORM 3001-ERROR                                        00003120
           END-IF.                                                      00003130
                                                                        00003140
           ACCEPT W-DATE FROM DATE.                                     00003150
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003160
           MOVE W-MES              TO W-MM-AMD.                         00003170
           MOVE W-DIA              TO W-DD-AMD.                         00003180
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003190
                                                                        00003200
           OPEN OUTPUT S1DQNOTF.                                        00003210
           IF NOT S1DQNOTF-OK                                           00003220
              MOVE 'OPEN FICHERO S1DQNOTF'  TO WS-ACCION                00003230
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003240
              PERFORM 3001-ERROR                                        00003250
           END-IF.                                                      00003260
                                                                        00003270
           OPEN OUTPUT S1RNOTF.                                         00003280
           IF NOT S1RNOTF-OK                                            00003290
              MOVE 'OPEN FICHERO S1RNOTF'   TO WS-ACCION                00003300
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003310
              PERFORM 3001-ERROR                                        00003320
           END-IF.                                                      00003330
                                                                        00003340
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00003350
           WRITE SAL-RNOTF       FROM LIN-CABECERA.                     00003360
           WRITE SAL-RNOTF       FROM LIN-TITULO AFTER 2.               00003370
                                                                        00003380
      *    CABECERA DE CONTROL                                          00003390
           INITIALIZE REG-CONTROL-TRANS.                                00003400
           MOVE 'HDR'              TO CTF-TIPO.                         00003410
           MOVE WA-CARD-FECHA-N    TO CTF-FECHA.                        00003420
           MOVE W-HORA-CURRENT-N   TO CTF-HORA.                         00003430
           MOVE W-PROGRAMA         TO CTF-ORIGEN.                       00003440
           MOVE ZEROS              TO CTF-CUENTA-REG CTF-HASH.          00003450
           MOVE SPACES             TO SAL-NOTF.                         00003460
           MOVE REG-CONTROL-TRANS  TO SAL-NOTF (1:80).                  00003470
           WRITE SAL-NOTF.                                              00003480
      *                                                                 00003490
      *----------------*                                                00003500
       1000-INICIO-EXIT.                                                00003510
      *----------------*                                                00003520
           EXIT.                                                        00003530
                                                                        00003540
      *------------------------*                                        00003550
       2000-CAPTURA-EMBARGOS.                                           00003560
      *------------------------*                                        00003570
      *    LA RETENCION LA APLICA VL4C3050 AL LIQUIDAR; AQUI SE ENCOLA  00003580
      *    EL AVISO AL TITULAR DE LA CUENTA EMBARGADA                   00003590
           MOVE SPACES             TO SW-FIN-CUR.                       00003600
           EXEC SQL                                                     00003610
                OPEN VLDCNOT1                                           00003620
           END-EXEC.                                                    00003630
           IF SQLCODE NOT = ZERO                                        00003640
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003650
              MOVE 'VLDCNOT1-2000'          TO WS-PARRAFO               00003660
              PERFORM 3001-ERROR                                        00003670
           END-IF.                                                      00003680
                                                                        00003690
           PERFORM 2100-FETCH-EMBARGO                                   00003700
              THRU 2100-FETCH-EMBARGO-EXIT.                             00003710
           PERFORM 2200-ENCOLA-EMBARGO                                  00003720
              THRU 2200-ENCOLA-EMBARGO-EXIT                             00003730
              UNTIL FIN-CURSOR.                                         00003740
                                                                        00003750
           EXEC SQL                                                     00003760
                CLOSE VLDCNOT1                                          00003770
           END-EXEC.                                                    00003780
      *                                                                 00003790
      *-----------------------------*                                   00003800
       2000-CAPTURA-EMBARGOS-EXIT.                                      00003810
      *-----------------------------*                                   00003820
           EXIT.                                                        00003830
                                                                        00003840
      *-----------------------*                                         00003850
       2100-FETCH-EMBARGO.                                              00003860
      *-----------------------*                                         00003870
           EXEC SQL                                                     00003880
                FETCH VLDCNOT1                                          00003890
                 INTO :VEMA-CUENTA                                      00003900
                    , :VEMA-NUMEMB                                      00003910
                    , :VEMA-SECUEN                                      00003920
                    , :VEMA-REFER                                       00003930
                    , :VEMA-IMPORTE                                     00003940
                    , :VEMB-MONEDA                                      00003950
           END-EXEC.                                                    00003960
           EVALUATE SQLCODE                                             00003970
               WHEN ZERO                                                00003980
                    ADD 1 TO CONT-EMBARGOS                              00003990
               WHEN 100                                                 00004000
                    SET FIN-CURSOR TO TRUE                              00004010
               WHEN OTHER                                               00004020
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00004030
                    MOVE 'VLDCNOT1-2100'    TO WS-PARRAFO               00004040
                    PERFORM 3001-ERROR                                  00004050
           END-EVALUATE.                                                00004060
      *                                                                 00004070
      *----------------------------*                                    00004080
       2100-FETCH-EMBARGO-EXIT.                                         00004090
      *----------------------------*                                    00004100
           EXIT.                                                        00004110
                                                                        00004120
      *------------------------*                                        00004130
       2200-ENCOLA-EMBARGO.                                             00004140
      *------------------------*                                        00004150
      *    REFERENCIA: EMBARGO + SECUENCIA + REFERENCIA DE LA OPERACION 00004160
           INITIALIZE DCLVLDTNOT.                                       00004170
           MOVE VEMA-CUENTA        TO VNOT-CUENTA.                      00004180
           SET  VNOT-EVE-EMBARGO   TO TRUE.                             00004190
           MOVE VEMA-NUMEMB        TO WK-NUMEMB.                        00004200
           MOVE VEMA-SECUEN        TO WK-SECUEN.                        00004210
           MOVE VEMA-REFER         TO WK-REFER.                         00004220
           MOVE WK-NUMEMB          TO VNOT-REFEVE (01:04).              00004230
           MOVE WK-SECUEN          TO VNOT-REFEVE (05:04).              00004240
           MOVE WK-REFER           TO VNOT-REFEVE (09:09).              00004250
           MOVE WA-CARD-FECHA-N    TO VNOT-FECEVE.                      00004260
           MOVE VEMA-IMPORTE       TO VNOT-IMPORTE.                     00004270
           MOVE VEMB-MONEDA        TO VNOT-MONEDA.                      00004280
           MOVE 'RETENCION POR EMBARGO EN SU CUENTA'                    00004290
                                   TO VNOT-DETALLE.                     00004300
           PERFORM 2900-ENCOLA-AVISO                                    00004310
              THRU 2900-ENCOLA-AVISO-EXIT.                              00004320
                                                                        00004330
           PERFORM 2100-FETCH-EMBARGO                                   00004340
              THRU 2100-FETCH-EMBARGO-EXIT.                             00004350
      *                                                                 00004360
      *----------------------------*                                    00004370
       2200-ENCOLA-EMBARGO-EXIT.                                        00004380
      *----------------------------*                                    00004390
           EXIT.                                                        00004400
                                                                        00004410
      *------------------------*                                        00004420
       2500-CAPTURA-FALLIDAS.                                           00004430
      *------------------------*                                        00004440
      *    LA COLA DE FALLIDAS LA ALIMENTA VL4C3050; SE AVISA UNA VEZ   00004450
      *    AL ENTRAR EN ELLA (LA RESOLUCION LLEGA COMO LIQUIDACION)     00004460
           MOVE SPACES             TO SW-FIN-CUR.                       00004470
           EXEC SQL                                                     00004480
                OPEN VLDCNOT2                                           00004490
           END-EXEC.                                                    00004500
           IF SQLCODE NOT = ZERO                                        00004510
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004520
              MOVE 'VLDCNOT2-2500'          TO WS-PARRAFO               00004530
              PERFORM 3001-ERROR                                        00004540
           END-IF.                                                      00004550
                                                                        00004560
           PERFORM 2600-FETCH-FALLIDA                                   00004570
              THRU 2600-FETCH-FALLIDA-EXIT.                             00004580
           PERFORM 2700-ENCOLA-FALLIDA                                  00004590
              THRU 2700-ENCOLA-FALLIDA-EXIT                             00004600
              UNTIL FIN-CURSOR.                                         00004610
                                                                        00004620
           EXEC SQL                                                     00004630
                CLOSE VLDCNOT2                                          00004640
           END-EXEC.                                                    00004650
      *                                                                 00004660
      *-----------------------------*                                   00004670
       2500-CAPTURA-FALLIDAS-EXIT.                                      00004680
      *-----------------------------*                                   00004690
           EXIT.                                                        00004700
                                                                        00004710
      *-----------------------*                                         00004720
       2600-FETCH-FALLIDA.                                              00004730
      *-----------------------*                                         00004740
           EXEC SQL                                                     00004750
                FETCH VLDCNOT2                                          00004760
                 INTO :VFLQ-CUENTA                                      00004770
                    , :VFLQ-REFER                                       00004780
                    , :VFLQ-CODVALOR                                    00004790
                    , :VFLQ-IMPORTE                                     00004800
           END-EXEC.                                                    00004810
           EVALUATE SQLCODE                                             00004820
               WHEN ZERO                                                00004830
                    ADD 1 TO CONT-FALLIDAS                              00004840
               WHEN 100                                                 00004850
                    SET FIN-CURSOR TO TRUE                              00004860
               WHEN OTHER                                               00004870
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00004880
                    MOVE 'VLDCNOT2-2600'    TO WS-PARRAFO               00004890
                    PERFORM 3001-ERROR                                  00004900
           END-EVALUATE.                                                00004910
      *                                                                 00004920
      *----------------------------*                                    00004930
       2600-FETCH-FALLIDA-EXIT.                                         00004940
      *----------------------------*                                    00004950
           EXIT.                                                        00004960
                                                                        00004970
      *------------------------*                                        00004980
       2700-ENCOLA-FALLIDA.                                             00004990
      *------------------------*                                        00005000
      *    REFERENCIA: LA DEL DETALLE FALLIDO (CLAVE DE VLDTFLQ)        00005010
           INITIALIZE DCLVLDTNOT.                                       00005020
           MOVE VFLQ-CUENTA        TO VNOT-CUENTA.                      00005030
           SET  VNOT-EVE-FALLIDA   TO TRUE.                             00005040
           MOVE VFLQ-REFER         TO WK-REFER.                         00005050
           MOVE WK-REFER           TO VNOT-REFEVE (01:09).              00005060
           MOVE WA-CARD-FECHA-N    TO VNOT-FECEVE.                      00005070
           MOVE VFLQ-CODVALOR      TO VNOT-CODVALOR.                    00005080
           MOVE VFLQ-IMPORTE       TO VNOT-IMPORTE.                     00005090
           MOVE 'SU OPERACION NO PUDO LIQUIDARSE HOY'                   00005100
                                   TO VNOT-DETALLE.                     00005110
           PERFORM 2900-ENCOLA-AVISO                                    00005120
              THRU 2900-ENCOLA-AVISO-EXIT.                              00005130
                                                                        00005140
           PERFORM 2600-FETCH-FALLIDA                                   00005150
              THRU 2600-FETCH-FALLIDA-EXIT.                             00005160
      *                                                                 00005170
      *----------------------------*                                    00005180
       2700-ENCOLA-FALLIDA-EXIT.                                        00005190
      *----------------------------*                                    00005200
           EXIT.                                                        00005210
                                                                        00005220
      *----------------------*                                          00005230
       2900-ENCOLA-AVISO.                                               00005240
      *----------------------*                                          00005250
           MOVE W-PROGRAMA         TO VNOT-USUARIO.                     00005260
           CALL WK-VL9CNOT0     USING DCLVLDTNOT WK-NOT-CODRESP.        00005270
           EVALUATE WK-NOT-CODRESP                                      00005280
               WHEN ZEROS                                               00005290
                    ADD 1 TO CONT-ENCOLADOS                             00005300
               WHEN 01                                                  00005310
                    ADD 1 TO CONT-YA-ENCOLADOS                          00005320
               WHEN OTHER                                               00005330
                    MOVE 'CALL VL9CNOT0'    TO WS-ACCION                00005340
                    MOVE '2900-ENCOLA-AVISO' TO WS-PARRAFO              00005350
                    PERFORM 3001-ERROR                                  00005360
           END-EVALUATE.                                                00005370
      *                                                                 00005380
      *---------------------------*                                     00005390
       2900-ENCOLA-AVISO-EXIT.                                          00005400
      *---------------------------*                                     00005410
           EXIT.                                                        00005420
                                                                        00005430
      *--------------------*                                            00005440
       3000-ENVIO-AVISOS.                                               00005450
      *--------------------*                                            00005460
           MOVE SPACES             TO SW-FIN-CUR.                       00005470
           MOVE 'SI'               TO SW-PRIMERO.                       00005480
           EXEC SQL                                                     00005490
                OPEN VLDCNOT3                                           00005500
           END-EXEC.                                                    00005510
           IF SQLCODE NOT = ZERO                                        00005520
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005530
              MOVE 'VLDCNOT3-3000'          TO WS-PARRAFO               00005540
              PERFORM 3001-ERROR                                        00005550
           END-IF.                                                      00005560
                                                                        00005570
           PERFORM 3100-FETCH-AVISO                                     00005580
              THRU 3100-FETCH-AVISO-EXIT.                               00005590
           PERFORM 3200-PROCESA-AVISO                                   00005600
              THRU 3200-PROCESA-AVISO-EXIT                              00005610
              UNTIL FIN-CURSOR.                                         00005620
                                                                        00005630
           EXEC SQL                                                     00005640
                CLOSE VLDCNOT3                                          00005650
           END-EXEC.                                                    00005660
      *                                                                 00005670
      *-------------------------*                                       00005680
       3000-ENVIO-AVISOS-EXIT.                                          00005690
      *-------------------------*                                       00005700
           EXIT.                                                        00005710
                                                                        00005720
      *---------------------*                                           00005730
       3100-FETCH-AVISO.                                                00005740
      *---------------------*                                           00005750
           EXEC SQL                                                     00005760
                FETCH VLDCNOT3                                          00005770
                 INTO :VNOT-ID                                          00005780
                    , :VNOT-NUMCLI                                      00005790
                    , :VNOT-CUENTA                                      00005800
                    , :VNOT-TIPEVE                                      00005810
                    , :VNOT-REFEVE                                      00005820
                    , :VNOT-FECEVE                                      00005830
                    , :VNOT-CODVALOR                                    00005840
                    , :VNOT-IMPORTE                                     00005850
                    , :VNOT-MONEDA                                      00005860
                    , :VNOT-DETALLE                                     00005870
           END-EXEC.                                                    00005880
           EVALUATE SQLCODE                                             00005890
               WHEN ZERO                                                00005900
                    ADD 1 TO CONT-PENDIENTES                            00005910
               WHEN 100                                                 00005920
                    SET FIN-CURSOR TO TRUE                              00005930
               WHEN OTHER                                               00005940
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00005950
                    MOVE 'VLDCNOT3-3100'    TO WS-PARRAFO               00005960
                    PERFORM 3001-ERROR                                  00005970
           END-EVALUATE.                                                00005980
      *                                                                 00005990
      *--------------------------*                                      00006000
       3100-FETCH-AVISO-EXIT.                                           00006010
      *--------------------------*                                      00006020
           EXIT.                                                        00006030
                                                                        00006040
      *-----------------------*                                         00006050
       3200-PROCESA-AVISO.                                              00006060
      *-----------------------*                                         00006070
      *    DATOS DEL CLIENTE UNA SOLA VEZ POR CLIENTE                   00006080
           IF PRIMER-AVISO OR VNOT-NUMCLI NOT = WK-NUMCLI-ANT           00006090
              MOVE 'NO'            TO SW-PRIMERO                        00006100
              MOVE VNOT-NUMCLI     TO WK-NUMCLI-ANT                     00006110
              PERFORM 3210-DATOS-CLIENTE                                00006120
                 THRU 3210-DATOS-CLIENTE-EXIT                           00006130
           END-IF.                                                      00006140
                                                                        00006150
           PERFORM 3220-FILTRA-AVISO                                    00006160
              THRU 3220-FILTRA-AVISO-EXIT.                              00006170
                                                                        00006180
           IF WK-MOTIVO = SPACES                                        00006190
              PERFORM 3300-GRABA-AVISO                                  00006200
                 THRU 3300-GRABA-AVISO-EXIT                             00006210
           ELSE                                                         00006220
              PERFORM 3500-MARCA-SUPRIMIDO                              00006230
                 THRU 3500-MARCA-SUPRIMIDO-EXIT                         00006240
           END-IF.                                                      00006250
                                                                        00006260
           PERFORM 3100-FETCH-AVISO                                     00006270
              THRU 3100-FETCH-AVISO-EXIT.                               00006280
      *                                                                 00006290
      *----------------------------*                                    00006300
       3200-PROCESA-AVISO-EXIT.                                         00006310
      *----------------------------*                                    00006320
           EXIT.                                                        00006330
                                                                        00006340
      *-----------------------*                                         00006350
       3210-DATOS-CLIENTE.                                              00006360
      *-----------------------*                                         00006370
      *    CONSENTIMIENTO DE CANAL ELECTRONICO                          00006380
           INITIALIZE VL9CCNS0-AREA.                                    00006390
           MOVE VNOT-NUMCLI        TO CN0-NUMCLI.                       00006400
           MOVE 'E'                TO CN0-USO.                          00006410
           CALL WK-VL9CCNS0     USING VL9CCNS0-AREA.                    00006420
           IF CN0-CODRESP NOT = ZEROS                                   00006430
              MOVE 'CALL VL9CCNS0'          TO WS-ACCION                00006440
              MOVE '3210-DATOS-CLIENTE'     TO WS-PARRAFO               00006450
              PERFORM 3001-ERROR                                        00006460
           END-IF.                                                      00006470
           MOVE CN0-PERMITIDO      TO WK-CONSENTIDO.                    00006480
                                                                        00006490
      *    MAESTRO DE CLIENTES: NOMBRE, TELEFONO, IDIOMA, FALLECIDO     00006500
           MOVE 'S'                TO WK-CLI-EXISTE.                    00006510
           MOVE VNOT-NUMCLI        TO VXMI-CODCLI.                      00006520
           EXEC SQL                                                     00006530
                SELECT  VXMI_DENOM                                      00006540
                     ,  VXMI_PRETELHAC                                  00006550
                     ,  VXMI_TELEFHAC                                   00006560
                     ,  VALUE(VXMI_FALLECIDO, 'N')                      00006570
                     ,  VALUE(VXMI_IDIOMA, 'C')                         00006580
                  INTO :VXMI-DENOM                                      00006590
                     , :VXMI-PRETELHAC                                  00006600
                     , :VXMI-TELEFHAC                                   00006610
                     , :WK-FALLECIDO                                    00006620
                     , :WK-IDIOMA                                       00006630
                  FROM  VLDTXMI                                         00006640
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00006650
           END-EXEC.                                                    00006660
           EVALUATE SQLCODE                                             00006670
               WHEN ZERO                                                00006680
                    CONTINUE                                            00006690
               WHEN 100                                                 00006700
                    MOVE 'N'        TO WK-CLI-EXISTE                    00006710
                    MOVE SPACES     TO VXMI-DENOM                       00006720
                                       VXMI-PRETELHAC                   00006730
                                       VXMI-TELEFHAC                    00006740
               WHEN OTHER                                               00006750
                    MOVE 'SELECT'           TO WS-ACCION                00006760
                    MOVE 'VLDTXMI-3210'     TO WS-PARRAFO               00006770
                    PERFORM 3001-ERROR                                  00006780
           END-EVALUATE.                                                00006790
                                                                        00006800
      *    PREFERENCIAS DE AVISO; SIN FILA, SMS AL TELEFONO DEL MAESTRO 00006810
           INITIALIZE DCLVLDTNPR.                                       00006820
           MOVE VNOT-NUMCLI        TO VNPR-NUMCLI.                      00006830
           EXEC SQL                                                     00006840
                SELECT  VNPR_CANAL                                      00006850
                     ,  VNPR_TELEFONO                                   00006860
                     ,  VNPR_CORREO                                     00006870
                     ,  VNPR_EXCLUYE                                    00006880
                  INTO :VNPR-CANAL                                      00006890
                     , :VNPR-TELEFONO                                   00006900
                     , :VNPR-CORREO                                     00006910
                     , :VNPR-EXCLUYE                                    00006920
                  FROM  VLDTNPR                                         00006930
                 WHERE  VNPR_NUMCLI = :VNPR-NUMCLI                      00006940
           END-EXEC.                                                    00006950
           EVALUATE SQLCODE                                             00006960
               WHEN ZERO                                                00006970
                    CONTINUE                                            00006980
               WHEN 100                                                 00006990
                    SET VNPR-CANAL-SMS TO TRUE                          00007000
                    MOVE SPACES     TO VNPR-TELEFONO                    00007010
                                       VNPR-CORREO                      00007020
                                       VNPR-EXCLUYE                     00007030
               WHEN OTHER                                               00007040
                    MOVE 'SELECT'           TO WS-ACCION                00007050
                    MOVE 'VLDTNPR-3210'     TO WS-PARRAFO               00007060
                    PERFORM 3001-ERROR                                  00007070
           END-EVALUATE.                                                00007080
                                                                        00007090
           MOVE VNPR-TELEFONO      TO WK-TELEFONO.                      00007100
           IF WK-TELEFONO = SPACES                                      00007110
              MOVE 1               TO WK-PUNTERO                        00007120
              STRING VXMI-PRETELHAC DELIMITED BY SPACE                  00007130
                     VXMI-TELEFHAC  DELIMITED BY SPACE                  00007140
                INTO WK-TELEFONO                                        00007150
                WITH POINTER WK-PUNTERO                                 00007160
              END-STRING                                                00007170
           END-IF.                                                      00007180
           MOVE VNPR-CORREO        TO WK-CORREO.                        00007190
      *                                                                 00007200
      *----------------------------*                                    00007210
       3210-DATOS-CLIENTE-EXIT.                                         00007220
      *----------------------------*                                    00007230
           EXIT.                                                        00007240
                                                                        00007250
      *----------------------*                                          00007260
       3220-FILTRA-AVISO.                                               00007270
      *----------------------*                                          00007280
      *    DEJA EN WK-MOTIVO LA CAUSA DE SUPRESION (ESPACIOS = ENVIAR)  00007290
      *    Y EN WK-CANAL-ENVIO EL CANAL EFECTIVO                        00007300
           MOVE SPACES             TO WK-MOTIVO.                        00007310
           MOVE VNPR-CANAL         TO WK-CANAL-ENVIO.                   00007320
                                                                        00007330
           IF WK-CLI-EXISTE NOT = 'S'                                   00007340
              MOVE 'CLIENTE INEXISTENTE' TO WK-MOTIVO                   00007350
              GO TO 3220-FILTRA-AVISO-EXIT                              00007360
           END-IF.                                                      00007370
                                                                        00007380
           IF WK-CONSENTIDO NOT = 'S'                                   00007390
              MOVE 'SIN CONSENTIMIENTO' TO WK-MOTIVO                    00007400
              GO TO 3220-FILTRA-AVISO-EXIT                              00007410
           END-IF.                                                      00007420
                                                                        00007430
           IF WK-FALLECIDO = 'S'                                        00007440
              MOVE 'TITULAR FALLECIDO'  TO WK-MOTIVO                    00007450
              GO TO 3220-FILTRA-AVISO-EXIT                              00007460
           END-IF.                                                      00007470
                                                                        00007480
           IF VNPR-CANAL-NINGUNO                                        00007490
              MOVE 'CANAL NINGUNO'      TO WK-MOTIVO                    00007500
              GO TO 3220-FILTRA-AVISO-EXIT                              00007510
           END-IF.                                                      00007520
                                                                        00007530
           MOVE 'N'                TO WK-EVE-EXCLUIDO.                  00007540
           PERFORM 3230-BUSCA-EXCLUSION                                 00007550
              THRU 3230-BUSCA-EXCLUSION-EXIT                            00007560
              VARYING IN-EXC FROM 1 BY 1                                00007570
              UNTIL IN-EXC > 8 OR WK-EVE-EXCLUIDO = 'S'.                00007580
           IF WK-EVE-EXCLUIDO = 'S'                                     00007590
              MOVE 'EVENTO EXCLUIDO'    TO WK-MOTIVO                    00007600
              GO TO 3220-FILTRA-AVISO-EXIT                              00007610
           END-IF.                                                      00007620
                                                                        00007630
      *    SIN DATO PARA UNO DE LOS CANALES, 'A' SE QUEDA CON EL OTRO   00007640
           IF ENVIO-AMBOS                                               00007650
              IF WK-TELEFONO = SPACES                                   00007660
                 MOVE 'M'          TO WK-CANAL-ENVIO                    00007670
              ELSE                                                      00007680
                 IF WK-CORREO = SPACES                                  00007690
                    MOVE 'S'       TO WK-CANAL-ENVIO                    00007700
                 END-IF                                                 00007710
              END-IF                                                    00007720
           END-IF.                                                      00007730
           IF (ENVIO-SMS    AND WK-TELEFONO = SPACES)                   00007740
           OR (ENVIO-CORREO AND WK-CORREO   = SPACES)                   00007750
              MOVE 'SIN DATO DE CONTACTO' TO WK-MOTIVO                  00007760
              GO TO 3220-FILTRA-AVISO-EXIT                              00007770
           END-IF.                                                      00007780
                                                                        00007790
           PERFORM 3240-AVISO-REPETIDO                                  00007800
              THRU 3240-AVISO-REPETIDO-EXIT.                            00007810
           IF WK-REPETIDOS > ZEROS                                      00007820
              MOVE 'AVISO DUPLICADO'    TO WK-MOTIVO                    00007830
           END-IF.                                                      00007840
      *                                                                 00007850
      *---------------------------*                                     00007860
       3220-FILTRA-AVISO-EXIT.                                          00007870
      *---------------------------*                                     00007880
           EXIT.                                                        00007890
                                                                        00007900
      *-------------------------*                                       00007910
       3230-BUSCA-EXCLUSION.                                            00007920
      *-------------------------*                                       00007930
           IF VNPR-EXC-TIPEVE (IN-EXC) = VNOT-TIPEVE                    00007940
              MOVE 'S'             TO WK-EVE-EXCLUIDO                   00007950
           END-IF.                                                      00007960
      *                                                                 00007970
      *------------------------------*                                  00007980
       3230-BUSCA-EXCLUSION-EXIT.                                       00007990
      *------------------------------*                                  00008000
           EXIT.                                                        00008010
                                                                        00008020
      *------------------------*                                        00008030
       3240-AVISO-REPETIDO.                                             00008040
      *------------------------*                                        00008050
      *    EL MISMO AVISO (CLIENTE, EVENTO, REFERENCIA E IMPORTE) YA    00008060
      *    ENVIADO DESDE OTRA CUENTA DEL CLIENTE NO SE REPITE           00008070
           MOVE ZEROS              TO WK-REPETIDOS.                     00008080
           EXEC SQL                                                     00008090
                SELECT COUNT(*)                                         00008100
                  INTO :WK-REPETIDOS                                    00008110
                  FROM VLDTNOT                                          00008120
                 WHERE VNOT_NUMCLI  = :VNOT-NUMCLI                      00008130
                   AND VNOT_TIPEVE  = :VNOT-TIPEVE                      00008140
                   AND VNOT_REFEVE  = :VNOT-REFEVE                      00008150
                   AND VNOT_IMPORTE = :VNOT-IMPORTE                     00008160
                   AND VNOT_ESTADO IN ('E', 'R')                        00008170
                   AND VNOT_ID     <> :VNOT-ID                          00008180
           END-EXEC.                                                    00008190
           IF SQLCODE NOT = ZERO                                        00008200
              MOVE 'SELECT'                 TO WS-ACCION                00008210
              MOVE 'VLDTNOT-3240'           TO WS-PARRAFO               00008220
              PERFORM 3001-ERROR                                        00008230
           END-IF.                                                      00008240
      *                                                                 00008250
      *-----------------------------*                                   00008260
       3240-AVISO-REPETIDO-EXIT.                                        00008270
      *-----------------------------*                                   00008280
           EXIT.                                                        00008290
                                                                        00008300
      *---------------------*                                           00008310
       3300-GRABA-AVISO.                                                00008320
      *---------------------*                                           00008330
           PERFORM 3310-ARMA-MENSAJE                                    00008340
              THRU 3310-ARMA-MENSAJE-EXIT.                              00008350
                                                                        00008360
           IF ENVIO-SMS OR ENVIO-AMBOS                                  00008370
              MOVE 'S'             TO NTF-CANAL                         00008380
              MOVE WK-TELEFONO     TO NTF-TELEFONO                      00008390
              MOVE SPACES          TO NTF-CORREO                        00008400
              PERFORM 3320-ESCRIBE-CANAL                                00008410
                 THRU 3320-ESCRIBE-CANAL-EXIT                           00008420
              ADD 1                TO CONT-SMS                          00008430
           END-IF.                                                      00008440
           IF ENVIO-CORREO OR ENVIO-AMBOS                               00008450
              MOVE 'M'             TO NTF-CANAL                         00008460
              MOVE SPACES          TO NTF-TELEFONO                      00008470
              MOVE WK-CORREO       TO NTF-CORREO                        00008480
              PERFORM 3320-ESCRIBE-CANAL                                00008490
                 THRU 3320-ESCRIBE-CANAL-EXIT                           00008500
              ADD 1                TO CONT-CORREOS                      00008510
           END-IF.                                                      00008520
                                                                        00008530
           PERFORM 3400-MARCA-ENVIADO                                   00008540
              THRU 3400-MARCA-ENVIADO-EXIT.                             00008550
      *                                                                 00008560
      *--------------------------*                                      00008570
       3300-GRABA-AVISO-EXIT.                                           00008580
      *--------------------------*                                      00008590
           EXIT.                                                        00008600
                                                                        00008610
      *----------------------*                                          00008620
       3310-ARMA-MENSAJE.                                               00008630
      *----------------------*                                          00008640
           INITIALIZE REG-NTF-AVISO.                                    00008650
           MOVE 'DAT'              TO NTF-TIPO.                         00008660
           MOVE VNOT-ID            TO NTF-ID.                           00008670
           MOVE VNOT-NUMCLI        TO NTF-NUMCLI.                       00008680
           MOVE VNOT-CUENTA        TO NTF-CUENTA.                       00008690
           MOVE VNOT-TIPEVE        TO NTF-TIPEVE.                       00008700
           MOVE VNOT-FECEVE        TO NTF-FECEVE.                       00008710
           MOVE WK-IDIOMA          TO NTF-IDIOMA.                       00008720
           MOVE VXMI-DENOM         TO NTF-NOMBRE.                       00008730
                                                                        00008740
           SET IX-EVE              TO 1.                                00008750
           SEARCH TAB-EVENTO                                            00008760
               AT END                                                   00008770
                    MOVE VNOT-DETALLE      TO NTF-ASUNTO                00008780
               WHEN TEV-TIPEVE (IX-EVE) = VNOT-TIPEVE                   00008790
                    MOVE TEV-ASUNTO (IX-EVE) TO NTF-ASUNTO              00008800
           END-SEARCH.                                                  00008810
                                                                        00008820
      *    TEXTO: DETALLE, CUENTA, VALOR, IMPORTE Y MONEDA, FECHA       00008830
           MOVE VNOT-CUENTA        TO WK-CUENTA-ED.                     00008840
           MOVE VNOT-FECEVE        TO WK-FECEVE.                        00008850
           MOVE 1                  TO WK-PUNTERO.                       00008860
           STRING VNOT-DETALLE     DELIMITED BY '  '                    00008870
                  '. CUENTA '      DELIMITED BY SIZE                    00008880
                  WK-CUENTA-ED     DELIMITED BY SIZE                    00008890
             INTO NTF-MENSAJE                                           00008900
             WITH POINTER WK-PUNTERO                                    00008910
           END-STRING.                                                  00008920
           IF VNOT-CODVALOR NOT = SPACES                                00008930
              STRING ' VALOR '     DELIMITED BY SIZE                    00008940
                     VNOT-CODVALOR DELIMITED BY SPACE                   00008950
                INTO NTF-MENSAJE                                        00008960
                WITH POINTER WK-PUNTERO                                 00008970
              END-STRING                                                00008980
           END-IF.                                                      00008990
           IF VNOT-IMPORTE NOT = ZEROS                                  00009000
              MOVE VNOT-IMPORTE    TO WK-IMPORTE-ED                     00009010
              MOVE ZEROS           TO WK-BLANCOS                        00009020
              INSPECT WK-IMPORTE-ED TALLYING WK-BLANCOS                 00009030
                      FOR LEADING SPACES                                00009040
              STRING ' IMPORTE '   DELIMITED BY SIZE                    00009050
                     WK-IMPORTE-ED (WK-BLANCOS + 1:)                    00009060
                                   DELIMITED BY SIZE                    00009070
                     ' '           DELIMITED BY SIZE                    00009080
                     VNOT-MONEDA   DELIMITED BY SPACE                   00009090
                INTO NTF-MENSAJE                                        00009100
                WITH POINTER WK-PUNTERO                                 00009110
              END-STRING                                                00009120
           END-IF.                                                      00009130
           STRING ' FECHA '        DELIMITED BY SIZE                    00009140
                  WK-FECEVE-DD     DELIMITED BY SIZE                    00009150
                  '/'              DELIMITED BY SIZE                    00009160
                  WK-FECEVE-MM     DELIMITED BY SIZE                    00009170
                  '/'              DELIMITED BY SIZE                    00009180
                  WK-FECEVE-AA     DELIMITED BY SIZE                    00009190
                  '.'              DELIMITED BY SIZE                    00009200
             INTO NTF-MENSAJE                                           00009210
             WITH POINTER WK-PUNTERO                                    00009220
           END-STRING.                                                  00009230
      *                                                                 00009240
      *---------------------------*                                     00009250
       3310-ARMA-MENSAJE-EXIT.                                          00009260
      *---------------------------*                                     00009270
           EXIT.                                                        00009280
                                                                        00009290
      *-----------------------*                                         00009300
       3320-ESCRIBE-CANAL.                                              00009310
      *-----------------------*                                         00009320
           WRITE SAL-NOTF        FROM REG-NTF-AVISO.                    00009330
           IF NOT S1DQNOTF-OK                                           00009340
              MOVE 'WRITE S1DQNOTF'         TO WS-ACCION                00009350
              MOVE '3320-ESCRIBE-CANAL'     TO WS-PARRAFO               00009360
              PERFORM 3001-ERROR                                        00009370
           END-IF.                                                      00009380
           ADD 1                   TO CONT-REGISTROS.                   00009390
           ADD NTF-ID              TO WK-HASH.                          00009400
      *                                                                 00009410
      *----------------------------*                                    00009420
       3320-ESCRIBE-CANAL-EXIT.                                         00009430
      *----------------------------*                                    00009440
           EXIT.                                                        00009450
                                                                        00009460
      *-----------------------*                                         00009470
       3400-MARCA-ENVIADO.                                              00009480
      *-----------------------*                                         00009490
           EXEC SQL                                                     00009500
                UPDATE VLDTNOT                                          00009510
                   SET VNOT_ESTADO   = 'E'                              00009520
                     , VNOT_CANAL    = :WK-CANAL-ENVIO                  00009530
                     , VNOT_FECENVIO = :WA-CARD-FECHA-N                 00009540
                 WHERE VNOT_ID       = :VNOT-ID                         00009550
           END-EXEC.                                                    00009560
           IF SQLCODE NOT = ZERO                                        00009570
              MOVE 'UPDATE'                 TO WS-ACCION                00009580
              MOVE 'VLDTNOT-3400'           TO WS-PARRAFO               00009590
              PERFORM 3001-ERROR                                        00009600
           END-IF.                                                      00009610
           ADD 1                   TO CONT-ENVIADOS.                    00009620
                                                                        00009630
           MOVE 'ENVIADO'          TO DET-ESTADO.                       00009640
           MOVE WK-CANAL-ENVIO     TO DET-CANAL.                        00009650
           MOVE SPACES             TO DET-MOTIVO.                       00009660
           PERFORM 3600-LINEA-REPORTE                                   00009670
              THRU 3600-LINEA-REPORTE-EXIT.                             00009680
      *                                                                 00009690
      *----------------------------*                                    00009700
       3400-MARCA-ENVIADO-EXIT.                                         00009710
      *----------------------------*                                    00009720
           EXIT.                                                        00009730
                                                                        00009740
      *-------------------------*                                       00009750
       3500-MARCA-SUPRIMIDO.                                            00009760
      *-------------------------*                                       00009770
           EXEC SQL                                                     00009780
                UPDATE VLDTNOT                                          00009790
                   SET VNOT_ESTADO   = 'S'                              00009800
                     , VNOT_MOTIVO   = :WK-MOTIVO                       00009810
                     , VNOT_FECENVIO = :WA-CARD-FECHA-N                 00009820
                 WHERE VNOT_ID       = :VNOT-ID                         00009830
           END-EXEC.                                                    00009840
           IF SQLCODE NOT = ZERO                                        00009850
              MOVE 'UPDATE'                 TO WS-ACCION                00009860
              MOVE 'VLDTNOT-3500'           TO WS-PARRAFO               00009870
              PERFORM 3001-ERROR                                        00009880
           END-IF.                                                      00009890
           ADD 1                   TO CONT-SUPRIMIDOS.                  00009900
                                                                        00009910
           MOVE 'SUPRIMIDO'        TO DET-ESTADO.                       00009920
           MOVE SPACES             TO DET-CANAL.                        00009930
           MOVE WK-MOTIVO          TO DET-MOTIVO.                       00009940
           PERFORM 3600-LINEA-REPORTE                                   00009950
              THRU 3600-LINEA-REPORTE-EXIT.                             00009960
      *                                                                 00009970
      *------------------------------*                                  00009980
       3500-MARCA-SUPRIMIDO-EXIT.                                       00009990
      *------------------------------*                                  00010000
           EXIT.                                                        00010010
                                                                        00010020
      *-----------------------*                                         00010030
       3600-LINEA-REPORTE.                                              00010040
      *-----------------------*                                         00010050
           MOVE VNOT-ID            TO DET-ID.                           00010060
           MOVE VNOT-NUMCLI        TO DET-NUMCLI.                       00010070
           MOVE VNOT-CUENTA        TO DET-CUENTA.                       00010080
           MOVE VNOT-TIPEVE        TO DET-TIPEVE.                       00010090
           WRITE SAL-RNOTF       FROM LIN-DETALLE.                      00010100
      *                                                                 00010110
      *----------------------------*                                    00010120
       3600-LINEA-REPORTE-EXIT.                                         00010130
      *----------------------------*                                    00010140
           EXIT.                                                        00010150
                                                                        00010160
      *--------*                                                        00010170
       5000-FIN.                                                        00010180
      *--------*                                                        00010190
      *                                                                 00010200
      *    COLA DE CONTROL: CUENTA DE REGISTROS Y HASH DE NTF-ID        00010210
           INITIALIZE REG-CONTROL-TRANS.                                00010220
           MOVE 'TRL'              TO CTF-TIPO.                         00010230
           MOVE WA-CARD-FECHA-N    TO CTF-FECHA.                        00010240
           MOVE W-HORA-CURRENT-N   TO CTF-HORA.                         00010250
           MOVE W-PROGRAMA         TO CTF-ORIGEN.                       00010260
           MOVE CONT-REGISTROS     TO CTF-CUENTA-REG.                   00010270
           MOVE WK-HASH            TO CTF-HASH.                         00010280
           MOVE SPACES             TO SAL-NOTF.                         00010290
           MOVE REG-CONTROL-TRANS  TO SAL-NOTF (1:80).                  00010300
           WRITE SAL-NOTF.                                              00010310
                                                                        00010320
           MOVE 'EMBARGOS DEL DIA'         TO TOT-CONCEPTO.             00010330
           MOVE CONT-EMBARGOS              TO TOT-VALOR.                00010340
           WRITE SAL-RNOTF       FROM LIN-TOTAL AFTER 2.                00010350
           MOVE 'FALLIDAS DEL DIA'         TO TOT-CONCEPTO.             00010360
           MOVE CONT-FALLIDAS              TO TOT-VALOR.                00010370
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010380
           MOVE 'AVISOS ENCOLADOS'         TO TOT-CONCEPTO.             00010390
           MOVE CONT-ENCOLADOS             TO TOT-VALOR.                00010400
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010410
           MOVE 'AVISOS YA ENCOLADOS'      TO TOT-CONCEPTO.             00010420
           MOVE CONT-YA-ENCOLADOS          TO TOT-VALOR.                00010430
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010440
           MOVE 'AVISOS PENDIENTES LEIDOS' TO TOT-CONCEPTO.             00010450
           MOVE CONT-PENDIENTES            TO TOT-VALOR.                00010460
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010470
           MOVE 'AVISOS ENVIADOS'          TO TOT-CONCEPTO.             00010480
           MOVE CONT-ENVIADOS              TO TOT-VALOR.                00010490
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010500
           MOVE 'AVISOS SUPRIMIDOS'        TO TOT-CONCEPTO.             00010510
           MOVE CONT-SUPRIMIDOS            TO TOT-VALOR.                00010520
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010530
           MOVE 'REGISTROS SMS'            TO TOT-CONCEPTO.             00010540
           MOVE CONT-SMS                   TO TOT-VALOR.                00010550
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010560
           MOVE 'REGISTROS CORREO'         TO TOT-CONCEPTO.             00010570
           MOVE CONT-CORREOS               TO TOT-VALOR.                00010580
           WRITE SAL-RNOTF       FROM LIN-TOTAL.                        00010590
                                                                        00010600
           CLOSE S1DQNOTF                                               00010610
                 S1RNOTF.                                               00010620
                                                                        00010630
           DISPLAY '****** FIN FEED AVISOS CLIENTE VL4CNOTF ******'.    00010640
           DISPLAY 'EMBARGOS DEL DIA       : ' CONT-EMBARGOS.           00010650
           DISPLAY 'FALLIDAS DEL DIA       : ' CONT-FALLIDAS.           00010660
           DISPLAY 'AVISOS ENCOLADOS       : ' CONT-ENCOLADOS.          00010670
           DISPLAY 'AVISOS YA ENCOLADOS    : ' CONT-YA-ENCOLADOS.       00010680
           DISPLAY 'PENDIENTES LEIDOS      : ' CONT-PENDIENTES.         00010690
           DISPLAY 'AVISOS ENVIADOS        : ' CONT-ENVIADOS.           00010700
           DISPLAY 'AVISOS SUPRIMIDOS      : ' CONT-SUPRIMIDOS.         00010710
           DISPLAY 'TOTAL REGISTROS        : ' CONT-REGISTROS.          00010720
                                                                        00010730
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00010740
           ACCEPT WK-HORA-FIN       FROM TIME.                          00010750
           INITIALIZE DCLVLDTCTL.                                       00010760
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00010770
           MOVE WA-CARD-FECHA       TO VCTL-FECPROC.                    00010780
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00010790
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00010800
           MOVE CONT-PENDIENTES     TO VCTL-LEIDOS.                     00010810
           MOVE CONT-REGISTROS      TO VCTL-ESCRITOS.                   00010820
           MOVE 'OK'                TO VCTL-ESTADO.                     00010830
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00010840
           IF VCTL-CODRESP NOT = ZEROS                                  00010850
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00010860
           END-IF.                                                      00010870
      *                                                                *00010880
      *-------------*                                                   00010890
       5000-FIN-EXIT.                                                   00010900
      *-------------*                                                   00010910
           EXIT.                                                        00010920
                                                                        00010930
       3001-ERROR.                                                      00010940
      *-----------*                                                     00010950
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00010960
           DISPLAY 'ACCION:          ' WS-ACCION.                       00010970
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00010980
           DISPLAY '******************************************'.        00010990
           MOVE 08 TO RETURN-CODE.                                      00011000
           STOP RUN.                                                    00011010
      *-----------------*                                               00011020
      * FIN DE PROGRAMA *                                               00011030
      *-----------------*                                               00011040
