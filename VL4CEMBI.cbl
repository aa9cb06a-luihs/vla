       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CEMBI.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : INGRESO ELECTRONICO DE ORDENES JUDICIALES DE EMBARGO *00000060
      *           Y LEVANTAMIENTO. EL SISTEMA LEGAL CENTRAL DEL BANCO  *00000070
      *           ENVIA CADA DIA (E1DQEMBJ) LAS ORDENES POR DOCUMENTO  *00000080
      *           DEL AFECTADO. POR CADA ORDEN SE BUSCA EL CLIENTE     *00000090
      *           (VXMI_NIF) Y SUS CUENTAS (VARC_NUMCLI) Y:            *00000100
      *             'E' EMBARGO: REGISTRA EN VLDTEMB UNA RETENCION     *00000110
      *                 VIGENTE POR CUENTA CON LA REFERENCIA JUDICIAL  *00000120
      *                 (LA CUENTA QUE YA LA TIENE NO SE DUPLICA)      *00000130
      *             'L' LEVANTAMIENTO: LEVANTA LAS RETENCIONES         *00000140
      *                 VIGENTES O SATISFECHAS CON ESA REFERENCIA      *00000150
      *           CADA CAMBIO SE AUDITA EN VLDTRLOG VIA VL9CRLOG.      *00000160
      *           RESPUESTA POR ORDEN (S1DQEMBR): UN REGISTRO 'C' POR  *00000170
      *           CUENTA ENCONTRADA CON SU POSICION VALORIZADA EN PEN  *00000180
      *           (ULTIMA COTIZACION Y CAMBIO, COMO VL4CEMIC) Y LO     *00000190
      *           RETENIDO HASTA HOY POR ESA REFERENCIA SEGUN VLDTEMA, *00000200
      *           Y UN REGISTRO 'O' DE RESUMEN DE LA ORDEN ("SIN       *00000210
      *           CUENTAS" SI EL DOCUMENTO NO TIENE CUENTAS AQUI).     *00000220
      *           LAS ORDENES QUE NO SE PUEDEN CASAR VAN A LA COLA     *00000230
      *           MANUAL VLDTEJQ Y SE RESPONDEN COMO PENDIENTES. LA    *00000240
      *           COLA DEL DIA SE BORRA AL INICIO (PROCESO             *00000250
      *           RELANZABLE).                                         *00000260
      * FECHA   : 15-10-2026                                           *00000270
      ******************************************************************00000280
      ******************************************************************00000290
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000300
      *---------- ---------- ---------------- -------------------------*00000310
      *RITM49193  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000320
      *---------- ---------- ---------------- -------------------------*00000330
      ******************************************************************00000340
       ENVIRONMENT DIVISION.                                            00000350
       CONFIGURATION SECTION.                                           00000360
       SPECIAL-NAMES.                                                   00000370
       INPUT-OUTPUT SECTION.                                            00000380
       FILE-CONTROL.                                                    00000390
                                                                        00000400
           SELECT E1DQEMBJ  ASSIGN       TO E1DQEMBJ                    00000410
                            FILE STATUS  IS FS-EEMBJ.                   00000420
                                                                        00000430
           SELECT S1DQEMBR  ASSIGN       TO S1DQEMBR                    00000440
                            FILE STATUS  IS FS-SEMBR.                   00000450
       DATA DIVISION.                                                   00000460
       FILE SECTION.                                                    00000470
      *                                                                *00000480
       FD  E1DQEMBJ                                                     00000490
           RECORDING MODE  IS  F                                        00000500
           LABEL  RECORDS  IS  STANDARD                                 00000510
           DATA   RECORD   IS  REG-E1DQEMBJ.                            00000520
         01 REG-E1DQEMBJ           PIC X(200).                          00000530
      *                                                                *00000540
       FD  S1DQEMBR                                                     00000550
           RECORDING MODE  IS  F                                        00000560
           LABEL  RECORDS  IS  STANDARD                                 00000570
           DATA   RECORD   IS  SAL-EMBR.                                00000580
         01 SAL-EMBR               PIC X(200).                          00000590
      *                                                                 00000600
      ******************************************************************00000610
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000620
      ******************************************************************00000630
       WORKING-STORAGE SECTION.                                         00000640
      *************************                                         00000650
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CEMBI'.          00000660
      *                                                                 00000670
      * ORDEN JUDICIAL RECIBIDA DEL SISTEMA LEGAL CENTRAL               00000680
       01  W-REG-EMBJ.                                                  00000690
           05 EJU-ID-ORDEN         PIC X(15).                           00000700
           05 EJU-TIPO-ORDEN       PIC X(01).                           00000710
              88 EJU-EMBARGO                 VALUE 'E'.                 00000720
              88 EJU-LEVANTAMIENTO           VALUE 'L'.                 00000730
           05 EJU-REF-JUDICIAL     PIC X(20).                           00000740
           05 EJU-JUZGADO          PIC X(30).                           00000750
           05 EJU-NIF              PIC X(11).                           00000760
           05 EJU-IMPORTE          PIC 9(13)V9(02).                     00000770
           05 EJU-IMPORTE-X REDEFINES EJU-IMPORTE PIC X(15).            00000780
           05 EJU-MONEDA           PIC X(03).                           00000790
           05 EJU-FECINI           PIC 9(08).                           00000800
           05 EJU-FECINI-X REDEFINES EJU-FECINI PIC X(08).              00000810
           05 EJU-FECFIN           PIC 9(08).                           00000820
           05 EJU-FECFIN-X REDEFINES EJU-FECFIN PIC X(08).              00000830
           05 FILLER               PIC X(89).                           00000840
      *                                                                 00000850
      * RESPUESTA AL SISTEMA LEGAL: 'C' POR CUENTA Y 'O' POR ORDEN      00000860
       01  W-REG-RESPUESTA.                                             00000870
           05 RSP-TIPO-REG         PIC X(01).                           00000880
           05 RSP-ID-ORDEN         PIC X(15).                           00000890
           05 RSP-TIPO-ORDEN       PIC X(01).                           00000900
           05 RSP-REF-JUDICIAL     PIC X(20).                           00000910
           05 RSP-NIF              PIC X(11).                           00000920
           05 RSP-FECHA            PIC 9(08).                           00000930
           05 RSP-DATOS            PIC X(144).                          00000940
           05 RSP-CUENTA-DATOS REDEFINES RSP-DATOS.                     00000950
              10 RSP-CUENTA        PIC 9(07).                           00000960
              10 RSP-NUMEMB        PIC 9(04).                           00000970
              10 RSP-SITUAC        PIC X(01).                           00000980
              10 RSP-POSICION      PIC 9(13)V9(02).                     00000990
              10 RSP-RETENIDO      PIC 9(13)V9(02).                     00001000
              10 RSP-ACCION-CTA    PIC X(12).                           00001010
              10 FILLER            PIC X(90).                           00001020
           05 RSP-ORDEN-DATOS REDEFINES RSP-DATOS.                      00001030
      *       REGISTRADA / LEVANTADA / YA REGISTRAD / SIN CUENTAS /     00001040
      *       PENDIENTE                                                 00001050
              10 RSP-RESULTADO     PIC X(12).                           00001060
              10 RSP-NUM-CUENTAS   PIC 9(04).                           00001070
              10 RSP-TOT-POSICION  PIC 9(13)V9(02).                     00001080
              10 RSP-TOT-RETENIDO  PIC 9(13)V9(02).                     00001090
              10 RSP-MONEDA-VAL    PIC X(03).                           00001100
              10 RSP-MOTIVO        PIC X(08).                           00001110
              10 FILLER            PIC X(87).                           00001120
      *                                                                 00001130
       01  WS-VARIOS.                                                   00001140
           05 WK-NUM-CLIENTES      PIC S9(9)  COMP   VALUE ZEROS.       00001150
           05 WK-FILAS             PIC S9(9)  COMP   VALUE ZEROS.       00001160
           05 WK-SQLERRD3          PIC S9(9)  COMP   VALUE ZEROS.       00001170
           05 WK-NUMEMB-MAX        PIC S9(4)  COMP   VALUE ZEROS.       00001180
           05 WK-FECHA             PIC S9(8)V COMP-3 VALUE ZEROS.       00001190
           05 WK-NUM-CUENTAS       PIC 9(04) VALUE ZEROS.               00001200
           05 WK-AFECTADAS         PIC 9(04) VALUE ZEROS.               00001210
           05 WK-YA-REGISTRADAS    PIC 9(04) VALUE ZEROS.               00001220
           05 WK-ACCION-CTA        PIC X(12) VALUE SPACES.              00001230
           05 WK-OPERACION         PIC X(08) VALUE SPACES.              00001240
      *                                                                 00001250
      * VALORIZACION DE LA POSICION (MISMO CRITERIO QUE VL4CEMIC)       00001260
       01  WK-POSICION.                                                 00001270
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00001280
           05 WK-DIVISA            PIC X(03) VALUE SPACES.              00001290
           05 WK-TITULOS           PIC S9(13)V COMP-3 VALUE ZEROS.      00001300
       01  WK-PRECIO               PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00001310
       01  WK-CAMBIO               PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00001320
       01  WK-DIVISA-CACHE         PIC X(03) VALUE SPACES.              00001330
       01  WK-CAMBIO-CACHE         PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00001340
       01  WK-VALORADO             PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001350
       01  WK-TOT-CUENTA           PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001360
       01  WK-TOT-ORDEN            PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001370
       01  WK-RET-CUENTA           PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001380
       01  WK-RET-ORDEN            PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001390
      *                                                                 00001400
       01  WS-SWITCHES.                                                 00001410
          05 SW-FIN-CUENTAS        PIC X(01) VALUE 'N'.                 00001420
             88 FIN-CUENTAS                  VALUE 'S'.                 00001430
          05 SW-FIN-POSICIONES     PIC X(01) VALUE 'N'.                 00001440
             88 FIN-POSICIONES               VALUE 'S'.                 00001450
          05 SW-FIN-EMBARGOS       PIC X(01) VALUE 'N'.                 00001460
             88 FIN-EMBARGOS                 VALUE 'S'.                 00001470
      *                                                                 00001480
       01  W-DATE                  PIC 9(6).                            00001490
       01  FILLER                  REDEFINES W-DATE.                    00001500
           02 W-ANO                PIC 99.                              00001510
           02 W-MES                PIC 99.                              00001520
           02 W-DIA                PIC 99.                              00001530
       01  W-FECHA-AMD.                                                 00001540
           05 W-AA-AMD             PIC 9(4).                            00001550
           05 W-MM-AMD             PIC 9(2).                            00001560
           05 W-DD-AMD             PIC 9(2).                            00001570
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001580
       01  W-HORA-CURRENT.                                              00001590
           02  W-HORA              PIC 99.                              00001600
           02  W-MINUTOS           PIC 99.                              00001610
           02  W-SEGUNDOS          PIC 99.                              00001620
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001630
      *                                                                 00001640
       01 W-CONTADORES.                                                 00001650
          05 CONT-ORDENES          PIC 9(08)  VALUE ZEROES.             00001660
          05 CONT-EMBARGOS         PIC 9(08)  VALUE ZEROES.             00001670
          05 CONT-LEVANTAMIENTOS   PIC 9(08)  VALUE ZEROES.             00001680
          05 CONT-YA-REGISTRADAS   PIC 9(08)  VALUE ZEROES.             00001690
          05 CONT-SIN-CUENTAS      PIC 9(08)  VALUE ZEROES.             00001700
          05 CONT-COLA-MANUAL      PIC 9(08)  VALUE ZEROES.             00001710
          05 CONT-FILAS-VLDTEMB    PIC 9(08)  VALUE ZEROES.             00001720
          05 CONT-RESPUESTAS       PIC 9(08)  VALUE ZEROES.             00001730
          05 CONT-BORRADOS         PIC 9(08)  VALUE ZEROES.             00001740
          05 CONT-SIN-PRECIO       PIC 9(08)  VALUE ZEROES.             00001750
      * VARIABLES PARA CONTROL DE ERRORES                               00001760
       01 WS-ERROR.                                                     00001770
          05 WS-ACCION             PIC X(24).                           00001780
          05 WS-PARRAFO            PIC X(19).                           00001790
      * VARIABLES CONTROL DE ARCHIVOS                                   00001800
       01 WS-CTRL-ARCHIVOS.                                             00001810
          05 FS-EEMBJ              PIC X(02) VALUE '00'.                00001820
             88 E1DQEMBJ-OK                  VALUE '00'.                00001830
          05 FS-SEMBR              PIC X(02) VALUE '00'.                00001840
             88 S1DQEMBR-OK                  VALUE '00'.                00001850
          05 FIN-FILE-EMBJ         PIC X(02) VALUE SPACES.              00001860
             88 FIN-E1DQEMBJ                 VALUE '10'.                00001870
      *                                                                 00001880
      *    RETENCIONES JUDICIALES Y COLA MANUAL DE ORDENES              00001890
           COPY VLCPTEMB.                                               00001900
           COPY VLCPTEJQ.                                               00001910
      *                                                                 00001920
      *    AUDITORIA BATCH (VL9CRLOG)                                   00001930
           COPY VLCPTRLOG.                                              00001940
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00001950
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00001960
       01  LOGVLDTEMB              PIC X(500).                          00001970
      *                                                                 00001980
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001990
           COPY VLCPTCTL.                                               00002000
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002010
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002020
      *                                                                *00002030
      *  AREA DE COMUNICACION SQLCA                                     00002040
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002050
      *                                                                 00002060
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002070
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002080
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002090
      *                                                                 00002100
      *    CUENTAS DEL CLIENTE                                          00002110
           EXEC SQL                                                     00002120
                DECLARE VLDCEBI1  CURSOR FOR                            00002130
                SELECT  VARC_CUENTA                                     00002140
                     ,  VARC_SITUAC                                     00002150
                  FROM  VLDTARC                                         00002160
                 WHERE  VARC_NUMCLI = :VARC-NUMCLI                      00002170
                 ORDER  BY VARC_CUENTA                                  00002180
           END-EXEC.                                                    00002190
      *                                                                 00002200
      *    POSICIONES DE LA CUENTA POR VALOR                            00002210
           EXEC SQL                                                     00002220
                DECLARE VLDCEBI2  CURSOR FOR                            00002230
                SELECT  A.VADS_PAVAL CONCAT A.VADS_VALOR                00002240
                                     CONCAT A.VADS_ISIN                 00002250
                     ,  X.VXEN_CODDIVI                                  00002260
                     ,  SUM(A.VADS_DEPOS)                               00002270
                  FROM  VLDTADS A                                       00002280
                        INNER JOIN VLDTXEN X                            00002290
                           ON X.VXEN_PAVAL  = A.VADS_PAVAL              00002300
                          AND X.VXEN_VALOR  = A.VADS_VALOR              00002310
                          AND X.VXEN_ISIN   = A.VADS_ISIN               00002320
                 WHERE  A.VADS_CUENTA = :VARC-CUENTA                    00002330
                   AND  A.VADS_DEPOS  > 0                               00002340
                 GROUP  BY A.VADS_PAVAL, A.VADS_VALOR, A.VADS_ISIN      00002350
                        ,  X.VXEN_CODDIVI                               00002360
           END-EXEC.                                                    00002370
      *                                                                 00002380
      *    RETENCIONES DE LA CUENTA CON LA REFERENCIA A LEVANTAR        00002390
           EXEC SQL                                                     00002400
                DECLARE VLDCEBI3  CURSOR FOR                            00002410
                SELECT  VEMB_NUMEMB                                     00002420
                     ,  VEMB_JUZGADO                                    00002430
                     ,  VEMB_IMPORTE                                    00002440
                     ,  VEMB_RETENIDO                                   00002450
                     ,  VEMB_MONEDA                                     00002460
                     ,  VEMB_FECINI                                     00002470
                     ,  VEMB_FECFIN                                     00002480
                     ,  VEMB_ESTADO                                     00002490
                  FROM  VLDTEMB                                         00002500
                 WHERE  VEMB_CUENTA       = :VEMB-CUENTA                00002510
                   AND  VEMB_REF_JUDICIAL = :VEMB-REF-JUDICIAL          00002520
                   AND  VEMB_ESTADO IN ('V', 'S')                       00002530
                 ORDER  BY VEMB_NUMEMB                                  00002540
           END-EXEC.                                                    00002550
      *                                                                *00002560
       PROCEDURE DIVISION.                                              00002570
      *                                                                 00002580
           PERFORM 1000-INICIO                                          00002590
              THRU 1000-INICIO-EXIT.                                    00002600
                                                                        00002610
           PERFORM 2000-PROCESO-ORDEN                                   00002620
              THRU 2000-PROCESO-ORDEN-EXIT                              00002630
              UNTIL FIN-E1DQEMBJ.                                       00002640
                                                                        00002650
           PERFORM 6000-FIN                                             00002660
              THRU 6000-FIN-EXIT.                                       00002670
                                                                        00002680
           STOP RUN.                                                    00002690
      *                                                                *00002700
      *-----------*                                                     00002710
       1000-INICIO.                                                     00002720
      *-----------*                                                     00002730
           INITIALIZE W-CONTADORES.                                     00002740
                                                                        00002750
           ACCEPT W-DATE FROM DATE.                                     00002760
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002770
           MOVE W-MES              TO W-MM-AMD.                         00002780
           MOVE W-DIA              TO W-DD-AMD.                         00002790
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002800
           MOVE W-FECHA-AMD-N      TO WK-FECHA.                         00002810
                                                                        00002820
      *    PROCESO RELANZABLE: SE BORRA LA COLA MANUAL DEL DIA          00002830
           EXEC SQL                                                     00002840
                DELETE FROM VLDTEJQ                                     00002850
                 WHERE VEJQ_FECHA   = :WK-FECHA                         00002860
                   AND VEJQ_ESTADO  = 'P'                               00002870
                   AND VEJQ_USUARIO = :W-PROGRAMA                       00002880
           END-EXEC.                                                    00002890
           IF SQLCODE NOT = ZERO AND 100                                00002900
              MOVE 'DELETE'                 TO WS-ACCION                00002910
              MOVE 'VLDTEJQ-1000'           TO WS-PARRAFO               00002920
              PERFORM 3001-ERROR                                        00002930
           END-IF.                                                      00002940
           IF SQLCODE = ZERO                                            00002950
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00002960
              MOVE WK-SQLERRD3     TO CONT-BORRADOS                     00002970
           END-IF.                                                      00002980
                                                                        00002990
           OPEN INPUT  E1DQEMBJ.                                        00003000
           IF NOT E1DQEMBJ-OK                                           00003010
              MOVE 'OPEN FICHERO E1DQEMBJ'  TO WS-ACCION                00003020
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003030
              PERFORM 3001-ERROR                                        00003040
           END-IF.                                                      00003050
                                                                        00003060
           OPEN OUTPUT S1DQEMBR.                                        00003070
           IF NOT S1DQEMBR-OK                                           00003080
              MOVE 'OPEN FICHERO S1DQEMBR'  TO WS-ACCION                00003090
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003100
              PERFORM 3001-ERROR                                        00003110
           END-IF.                                                      00003120
                                                                        00003130
           PERFORM 1500-LEE-E1DQEMBJ.                                   00003140
      *                                                                 00003150
      *----------------*                                                00003160
       1000-INICIO-EXIT.                                                00003170
      *----------------*                                                00003180
           EXIT.                                                        00003190
                                                                        00003200
      *--------------------*                                            00003210
       1500-LEE-E1DQEMBJ.                                               00003220
      *--------------------*                                            00003230
           READ E1DQEMBJ                                                00003240
           AT END                                                       00003250
              MOVE '10'            TO FIN-FILE-EMBJ                     00003260
           NOT AT END                                                   00003270
              MOVE REG-E1DQEMBJ    TO W-REG-EMBJ                        00003280
              ADD 1                TO CONT-ORDENES                      00003290
           END-READ.                                                    00003300
      *                                                                 00003310
      *----------------------*                                          00003320
       2000-PROCESO-ORDEN.                                              00003330
      *----------------------*                                          00003340
           MOVE ZEROS              TO WK-NUM-CUENTAS                    00003350
                                      WK-AFECTADAS                      00003360
                                      WK-YA-REGISTRADAS                 00003370
                                      WK-TOT-ORDEN                      00003380
                                      WK-RET-ORDEN.                     00003390
           INITIALIZE DCLVLDTEJQ.                                       00003400
                                                                        00003410
           IF (NOT EJU-EMBARGO AND NOT EJU-LEVANTAMIENTO)               00003420
              OR EJU-REF-JUDICIAL = SPACES                              00003430
              OR EJU-NIF = SPACES                                       00003440
              MOVE 'INVALIDA'      TO VEJQ-MOTIVO                       00003450
              MOVE 'ORDEN SIN TIPO, REFERENCIA JUDICIAL O DOCUMENTO'    00003460
                                   TO VEJQ-DETALLE                      00003470
              GO TO 2000-PROCESO-ORDEN-MANUAL                           00003480
           END-IF.                                                      00003490
           IF EJU-EMBARGO                                               00003500
              IF EJU-IMPORTE-X NOT NUMERIC                              00003510
                 OR EJU-IMPORTE = ZEROS                                 00003520
                 OR EJU-MONEDA = SPACES                                 00003530
                 MOVE 'INVALIDA'   TO VEJQ-MOTIVO                       00003540
                 MOVE 'EMBARGO SIN IMPORTE O MONEDA'                    00003550
                                   TO VEJQ-DETALLE                      00003560
                 GO TO 2000-PROCESO-ORDEN-MANUAL                        00003570
              END-IF                                                    00003580
              IF EJU-FECINI-X NOT NUMERIC OR EJU-FECINI = ZEROS         00003590
                 MOVE W-FECHA-AMD-N TO EJU-FECINI                       00003600
              END-IF                                                    00003610
              IF EJU-FECFIN-X NOT NUMERIC                               00003620
                 MOVE ZEROS        TO EJU-FECFIN                        00003630
              END-IF                                                    00003640
           END-IF.                                                      00003650
                                                                        00003660
      *    CLIENTES DE VALORES CON ESE DOCUMENTO                        00003670
           MOVE EJU-NIF            TO VXMI-NIF.                         00003680
           EXEC SQL                                                     00003690
                SELECT  COUNT(*)                                        00003700
                  INTO :WK-NUM-CLIENTES                                 00003710
                  FROM  VLDTXMI                                         00003720
                 WHERE  VXMI_NIF = :VXMI-NIF                            00003730
           END-EXEC.                                                    00003740
           IF SQLCODE NOT = ZERO                                        00003750
              MOVE 'SELECT COUNT'           TO WS-ACCION                00003760
              MOVE 'VLDTXMI-2000'           TO WS-PARRAFO               00003770
              PERFORM 3001-ERROR                                        00003780
           END-IF.                                                      00003790
                                                                        00003800
           IF WK-NUM-CLIENTES > 1                                       00003810
              MOVE 'NIFDUPL'       TO VEJQ-MOTIVO                       00003820
              MOVE 'DOCUMENTO EN MAS DE UN CLIENTE DE VALORES'          00003830
                                   TO VEJQ-DETALLE                      00003840
              GO TO 2000-PROCESO-ORDEN-MANUAL                           00003850
           END-IF.                                                      00003860
                                                                        00003870
           IF WK-NUM-CLIENTES = ZEROS                                   00003880
              GO TO 2000-PROCESO-ORDEN-RESPUESTA                        00003890
           END-IF.                                                      00003900
                                                                        00003910
           EXEC SQL                                                     00003920
                SELECT  VXMI_CODCLI                                     00003930
                  INTO :VXMI-CODCLI                                     00003940
                  FROM  VLDTXMI                                         00003950
                 WHERE  VXMI_NIF = :VXMI-NIF                            00003960
           END-EXEC.                                                    00003970
           IF SQLCODE NOT = ZERO                                        00003980
              MOVE 'SELECT'                 TO WS-ACCION                00003990
              MOVE 'VLDTXMI-2000'           TO WS-PARRAFO               00004000
              PERFORM 3001-ERROR                                        00004010
           END-IF.                                                      00004020
                                                                        00004030
           MOVE VXMI-CODCLI        TO VARC-NUMCLI.                      00004040
           EXEC SQL                                                     00004050
                OPEN VLDCEBI1                                           00004060
           END-EXEC.                                                    00004070
           IF SQLCODE NOT = ZERO                                        00004080
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004090
              MOVE 'VLDCEBI1-2000'          TO WS-PARRAFO               00004100
              PERFORM 3001-ERROR                                        00004110
           END-IF.                                                      00004120
           MOVE 'N'                TO SW-FIN-CUENTAS.                   00004130
           PERFORM 2100-FETCH-CUENTA                                    00004140
              THRU 2100-FETCH-CUENTA-EXIT.                              00004150
           PERFORM 2200-PROCESO-CUENTA                                  00004160
              THRU 2200-PROCESO-CUENTA-EXIT                             00004170
              UNTIL FIN-CUENTAS.                                        00004180
           EXEC SQL                                                     00004190
                CLOSE VLDCEBI1                                          00004200
           END-EXEC.                                                    00004210
                                                                        00004220
      *    UN LEVANTAMIENTO QUE NO ENCUENTRA SU EMBARGO NO SE PUEDE     00004230
      *    CASAR: LO REVISA EL AREA LEGAL                               00004240
           IF EJU-LEVANTAMIENTO AND WK-NUM-CUENTAS > ZEROS              00004250
              AND WK-AFECTADAS = ZEROS                                  00004260
              MOVE 'SINEMBAR'      TO VEJQ-MOTIVO                       00004270
              MOVE 'NO HAY EMBARGO VIGENTE CON ESA REFERENCIA JUDICIAL' 00004280
                                   TO VEJQ-DETALLE                      00004290
              GO TO 2000-PROCESO-ORDEN-MANUAL                           00004300
           END-IF.                                                      00004310
           GO TO 2000-PROCESO-ORDEN-RESPUESTA.                          00004320
      *                                                                 00004330
       2000-PROCESO-ORDEN-MANUAL.                                       00004340
           PERFORM 2800-GRABA-COLA-MANUAL                               00004350
              THRU 2800-GRABA-COLA-MANUAL-EXIT.                         00004360
      *                                                                 00004370
       2000-PROCESO-ORDEN-RESPUESTA.                                    00004380
           PERFORM 2900-RESPUESTA-ORDEN                                 00004390
              THRU 2900-RESPUESTA-ORDEN-EXIT.                           00004400
           PERFORM 1500-LEE-E1DQEMBJ.                                   00004410
      *                                                                 00004420
      *---------------------------*                                     00004430
       2000-PROCESO-ORDEN-EXIT.                                         00004440
      *---------------------------*                                     00004450
           EXIT.                                                        00004460
                                                                        00004470
      *---------------------*                                           00004480
       2100-FETCH-CUENTA.                                               00004490
      *---------------------*                                           00004500
           EXEC SQL                                                     00004510
                FETCH VLDCEBI1                                          00004520
                 INTO :VARC-CUENTA                                      00004530
                    , :VARC-SITUAC                                      00004540
           END-EXEC.                                                    00004550
           EVALUATE SQLCODE                                             00004560
               WHEN ZERO                                                00004570
                    CONTINUE                                            00004580
               WHEN 100                                                 00004590
                    MOVE 'S'               TO SW-FIN-CUENTAS            00004600
               WHEN OTHER                                               00004610
                    MOVE 'FETCH'           TO WS-ACCION                 00004620
                    MOVE 'VLDCEBI1-2100'   TO WS-PARRAFO                00004630
                    PERFORM 3001-ERROR                                  00004640
           END-EVALUATE.                                                00004650
      *                                                                 00004660
      *--------------------------*                                      00004670
       2100-FETCH-CUENTA-EXIT.                                          00004680
      *--------------------------*                                      00004690
           EXIT.                                                        00004700
                                                                        00004710
      *-----------------------*                                         00004720
       2200-PROCESO-CUENTA.                                             00004730
      *-----------------------*                                         00004740
           ADD 1                   TO WK-NUM-CUENTAS.                   00004750
           MOVE VARC-CUENTA        TO VEMB-CUENTA.                      00004760
           MOVE EJU-REF-JUDICIAL   TO VEMB-REF-JUDICIAL.                00004770
           MOVE ZEROS              TO VEMB-NUMEMB.                      00004780
                                                                        00004790
           IF EJU-EMBARGO                                               00004800
              PERFORM 3000-REGISTRA-EMBARGO                             00004810
                 THRU 3000-REGISTRA-EMBARGO-EXIT                        00004820
           ELSE                                                         00004830
              PERFORM 4000-LEVANTA-EMBARGOS                             00004840
                 THRU 4000-LEVANTA-EMBARGOS-EXIT                        00004850
           END-IF.                                                      00004860
                                                                        00004870
           PERFORM 5000-VALORIZA-CUENTA                                 00004880
              THRU 5000-VALORIZA-CUENTA-EXIT.                           00004890
           PERFORM 5500-RETENIDO-CUENTA                                 00004900
              THRU 5500-RETENIDO-CUENTA-EXIT.                           00004910
                                                                        00004920
           INITIALIZE W-REG-RESPUESTA.                                  00004930
           MOVE 'C'                TO RSP-TIPO-REG.                     00004940
           PERFORM 2950-DATOS-ORDEN                                     00004950
              THRU 2950-DATOS-ORDEN-EXIT.                               00004960
           MOVE VARC-CUENTA        TO RSP-CUENTA.                       00004970
           MOVE VEMB-NUMEMB        TO RSP-NUMEMB.                       00004980
           MOVE VARC-SITUAC        TO RSP-SITUAC.                       00004990
           MOVE WK-TOT-CUENTA      TO RSP-POSICION.                     00005000
           MOVE WK-RET-CUENTA      TO RSP-RETENIDO.                     00005010
           MOVE WK-ACCION-CTA      TO RSP-ACCION-CTA.                   00005020
           PERFORM 2990-ESCRIBE-RESPUESTA                               00005030
              THRU 2990-ESCRIBE-RESPUESTA-EXIT.                         00005040
                                                                        00005050
           ADD WK-TOT-CUENTA       TO WK-TOT-ORDEN.                     00005060
           ADD WK-RET-CUENTA       TO WK-RET-ORDEN.                     00005070
                                                                        00005080
           PERFORM 2100-FETCH-CUENTA                                    00005090
              THRU 2100-FETCH-CUENTA-EXIT.                              00005100
      *                                                                 00005110
      *----------------------------*                                    00005120
       2200-PROCESO-CUENTA-EXIT.                                        00005130
      *----------------------------*                                    00005140
           EXIT.                                                        00005150
                                                                        00005160
      *--------------------------*                                      00005170
       2800-GRABA-COLA-MANUAL.                                          00005180
      *--------------------------*                                      00005190
           MOVE WK-FECHA           TO VEJQ-FECHA                        00005200
                                      VEJQ-FEULMOD.                     00005210
           MOVE EJU-ID-ORDEN       TO VEJQ-ID-ORDEN.                    00005220
           MOVE EJU-TIPO-ORDEN     TO VEJQ-TIPO-ORDEN.                  00005230
           MOVE EJU-REF-JUDICIAL   TO VEJQ-REF-JUDICIAL.                00005240
           MOVE EJU-JUZGADO        TO VEJQ-JUZGADO.                     00005250
           MOVE EJU-NIF            TO VEJQ-NIF.                         00005260
           IF EJU-IMPORTE-X NUMERIC                                     00005270
              MOVE EJU-IMPORTE     TO VEJQ-IMPORTE                      00005280
           END-IF.                                                      00005290
           MOVE EJU-MONEDA         TO VEJQ-MONEDA.                      00005300
           MOVE 'P'                TO VEJQ-ESTADO.                      00005310
           MOVE W-PROGRAMA         TO VEJQ-USUARIO.                     00005320
           EXEC SQL                                                     00005330
                INSERT INTO VLDTEJQ                                     00005340
                      ( VEJQ_FECHA                                      00005350
                      , VEJQ_ID_ORDEN                                   00005360
                      , VEJQ_TIPO_ORDEN                                 00005370
                      , VEJQ_REF_JUDICIAL                               00005380
                      , VEJQ_JUZGADO                                    00005390
                      , VEJQ_NIF                                        00005400
                      , VEJQ_IMPORTE                                    00005410
                      , VEJQ_MONEDA                                     00005420
                      , VEJQ_MOTIVO                                     00005430
                      , VEJQ_DETALLE                                    00005440
                      , VEJQ_ESTADO                                     00005450
                      , VEJQ_FEULMOD                                    00005460
                      , VEJQ_USUARIO )                                  00005470
                VALUES                                                  00005480
                      ( :VEJQ-FECHA                                     00005490
                      , :VEJQ-ID-ORDEN                                  00005500
                      , :VEJQ-TIPO-ORDEN                                00005510
                      , :VEJQ-REF-JUDICIAL                              00005520
                      , :VEJQ-JUZGADO                                   00005530
                      , :VEJQ-NIF                                       00005540
                      , :VEJQ-IMPORTE                                   00005550
                      , :VEJQ-MONEDA                                    00005560
                      , :VEJQ-MOTIVO                                    00005570
                      , :VEJQ-DETALLE                                   00005580
                      , :VEJQ-ESTADO                                    00005590
                      , :VEJQ-FEULMOD                                   00005600
                      , :VEJQ-USUARIO )                                 00005610
           END-EXEC.                                                    00005620
           IF SQLCODE NOT = ZERO                                        00005630
              MOVE 'INSERT'                 TO WS-ACCION                00005640
              MOVE 'VLDTEJQ-2800'           TO WS-PARRAFO               00005650
              PERFORM 3001-ERROR                                        00005660
           END-IF.                                                      00005670
           ADD 1                   TO CONT-COLA-MANUAL.                 00005680
      *                                                                 00005690
      *-------------------------------*                                 00005700
       2800-GRABA-COLA-MANUAL-EXIT.                                     00005710
      *-------------------------------*                                 00005720
           EXIT.                                                        00005730
                                                                        00005740
      *------------------------*                                        00005750
       2900-RESPUESTA-ORDEN.                                            00005760
      *------------------------*                                        00005770
           INITIALIZE W-REG-RESPUESTA.                                  00005780
           MOVE 'O'                TO RSP-TIPO-REG.                     00005790
           PERFORM 2950-DATOS-ORDEN                                     00005800
              THRU 2950-DATOS-ORDEN-EXIT.                               00005810
           MOVE WK-NUM-CUENTAS     TO RSP-NUM-CUENTAS.                  00005820
           MOVE WK-TOT-ORDEN       TO RSP-TOT-POSICION.                 00005830
           MOVE WK-RET-ORDEN       TO RSP-TOT-RETENIDO.                 00005840
           MOVE 'PEN'              TO RSP-MONEDA-VAL.                   00005850
           EVALUATE TRUE                                                00005860
               WHEN VEJQ-MOTIVO NOT = SPACES                            00005870
                    MOVE 'PENDIENTE'       TO RSP-RESULTADO             00005880
                    MOVE VEJQ-MOTIVO       TO RSP-MOTIVO                00005890
               WHEN WK-NUM-CUENTAS = ZEROS                              00005900
                    MOVE 'SIN CUENTAS'     TO RSP-RESULTADO             00005910
                    ADD 1                  TO CONT-SIN-CUENTAS          00005920
               WHEN EJU-LEVANTAMIENTO                                   00005930
                    MOVE 'LEVANTADA'       TO RSP-RESULTADO             00005940
                    ADD 1                  TO CONT-LEVANTAMIENTOS       00005950
               WHEN WK-AFECTADAS = ZEROS                                00005960
                    MOVE 'YA REGISTRAD'    TO RSP-RESULTADO             00005970
                    ADD 1                  TO CONT-YA-REGISTRADAS       00005980
               WHEN OTHER                                               00005990
                    MOVE 'REGISTRADA'      TO RSP-RESULTADO             00006000
                    ADD 1                  TO CONT-EMBARGOS             00006010
           END-EVALUATE.                                                00006020
           PERFORM 2990-ESCRIBE-RESPUESTA                               00006030
              THRU 2990-ESCRIBE-RESPUESTA-EXIT.                         00006040
      *                                                                 00006050
      *-----------------------------*                                   00006060
       2900-RESPUESTA-ORDEN-EXIT.                                       00006070
      *-----------------------------*                                   00006080
           EXIT.                                                        00006090
                                                                        00006100
      *--------------------*                                            00006110
       2950-DATOS-ORDEN.                                                00006120
      *--------------------*                                            00006130
           MOVE EJU-ID-ORDEN       TO RSP-ID-ORDEN.                     00006140
           MOVE EJU-TIPO-ORDEN     TO RSP-TIPO-ORDEN.                   00006150
           MOVE EJU-REF-JUDICIAL   TO RSP-REF-JUDICIAL.                 00006160
           MOVE EJU-NIF            TO RSP-NIF.                          00006170
           MOVE W-FECHA-AMD-N      TO RSP-FECHA.                        00006180
      *                                                                 00006190
      *-------------------------*                                       00006200
       2950-DATOS-ORDEN-EXIT.                                           00006210
      *-------------------------*                                       00006220
           EXIT.                                                        00006230
                                                                        00006240
      *--------------------------*                                      00006250
       2990-ESCRIBE-RESPUESTA.                                          00006260
      *--------------------------*                                      00006270
           WRITE SAL-EMBR        FROM W-REG-RESPUESTA.                  00006280
           IF NOT S1DQEMBR-OK                                           00006290
              MOVE 'WRITE S1DQEMBR'         TO WS-ACCION                00006300
              MOVE '2990-ESCRIBE-RESP'      TO WS-PARRAFO               00006310
              PERFORM 3001-ERROR                                        00006320
           END-IF.                                                      00006330
           ADD 1                   TO CONT-RESPUESTAS.                  00006340
      *                                                                 00006350
      *-------------------------------*                                 00006360
       2990-ESCRIBE-RESPUESTA-EXIT.                                     00006370
      *-------------------------------*                                 00006380
           EXIT.                                                        00006390
                                                                        00006400
      *-------------------------*                                       00006410
       3000-REGISTRA-EMBARGO.                                           00006420
      *-------------------------*                                       00006430
      *    UNA ORDEN REPETIDA (RETRANSMISION O RELANZAMIENTO) NO        00006440
      *    DUPLICA LA RETENCION DE LA CUENTA                            00006450
           MOVE ZEROS              TO WK-FILAS.                         00006460
           EXEC SQL                                                     00006470
                SELECT  COUNT(*)                                        00006480
                  INTO :WK-FILAS                                        00006490
                  FROM  VLDTEMB                                         00006500
                 WHERE  VEMB_CUENTA       = :VEMB-CUENTA                00006510
                   AND  VEMB_REF_JUDICIAL = :VEMB-REF-JUDICIAL          00006520
                   AND  VEMB_ESTADO IN ('V', 'S')                       00006530
           END-EXEC.                                                    00006540
           IF SQLCODE NOT = ZERO                                        00006550
              MOVE 'SELECT COUNT'           TO WS-ACCION                00006560
              MOVE 'VLDTEMB-3000'           TO WS-PARRAFO               00006570
              PERFORM 3001-ERROR                                        00006580
           END-IF.                                                      00006590
           IF WK-FILAS > ZEROS                                          00006600
              ADD 1                TO WK-YA-REGISTRADAS                 00006610
              MOVE 'YA EMBARGADA'  TO WK-ACCION-CTA                     00006620
              GO TO 3000-REGISTRA-EMBARGO-EXIT                          00006630
           END-IF.                                                      00006640
                                                                        00006650
      *    CORRELATIVO DEL EMBARGO DENTRO DE LA CUENTA (VL7CEMB0)       00006660
           MOVE ZEROS              TO WK-NUMEMB-MAX.                    00006670
           EXEC SQL                                                     00006680
                SELECT  COALESCE(MAX(VEMB_NUMEMB), 0)                   00006690
                  INTO :WK-NUMEMB-MAX                                   00006700
                  FROM  VLDTEMB                                         00006710
                 WHERE  VEMB_CUENTA = :VEMB-CUENTA                      00006720
           END-EXEC.                                                    00006730
           IF SQLCODE NOT = ZERO AND 100                                00006740
              MOVE 'SELECT MAX'             TO WS-ACCION                00006750
              MOVE 'VLDTEMB-3000'           TO WS-PARRAFO               00006760
              PERFORM 3001-ERROR                                        00006770
           END-IF.                                                      00006780
           COMPUTE VEMB-NUMEMB = WK-NUMEMB-MAX + 1.                     00006790
           MOVE EJU-JUZGADO          TO VEMB-JUZGADO.                   00006800
           MOVE EJU-IMPORTE          TO VEMB-IMPORTE.                   00006810
           MOVE ZEROS                TO VEMB-RETENIDO.                  00006820
           MOVE EJU-MONEDA           TO VEMB-MONEDA.                    00006830
           MOVE EJU-FECINI           TO VEMB-FECINI.                    00006840
           MOVE EJU-FECFIN           TO VEMB-FECFIN.                    00006850
           MOVE 'V'                  TO VEMB-ESTADO.                    00006860
           MOVE W-FECHA-AMD-N        TO VEMB-FEULMOD.                   00006870
           MOVE W-HORA-CURRENT-N     TO VEMB-HORULMOD.                  00006880
           MOVE 'BATC'               TO VEMB-NUMTER.                    00006890
           MOVE W-PROGRAMA           TO VEMB-USUARIO.                   00006900
           EXEC SQL                                                     00006910
                INSERT INTO VLDTEMB                                     00006920
                      ( VEMB_CUENTA                                     00006930
                      , VEMB_NUMEMB                                     00006940
                      , VEMB_REF_JUDICIAL                               00006950
                      , VEMB_JUZGADO                                    00006960
                      , VEMB_IMPORTE                                    00006970
                      , VEMB_RETENIDO                                   00006980
                      , VEMB_MONEDA                                     00006990
                      , VEMB_FECINI                                     00007000
                      , VEMB_FECFIN                                     00007010
                      , VEMB_ESTADO                                     00007020
                      , VEMB_FEULMOD                                    00007030
                      , VEMB_HORULMOD                                   00007040
                      , VEMB_NUMTER                                     00007050
                      , VEMB_USUARIO )                                  00007060
                VALUES                                                  00007070
                      ( :VEMB-CUENTA                                    00007080
                      , :VEMB-NUMEMB                                    00007090
                      , :VEMB-REF-JUDICIAL                              00007100
                      , :VEMB-JUZGADO                                   00007110
                      , :VEMB-IMPORTE                                   00007120
                      , :VEMB-RETENIDO                                  00007130
                      , :VEMB-MONEDA                                    00007140
                      , :VEMB-FECINI                                    00007150
                      , :VEMB-FECFIN                                    00007160
                      , :VEMB-ESTADO                                    00007170
                      , :VEMB-FEULMOD                                   00007180
                      , :VEMB-HORULMOD                                  00007190
                      , :VEMB-NUMTER                                    00007200
                      , :VEMB-USUARIO )                                 00007210
           END-EXEC.                                                    00007220
           IF SQLCODE NOT = ZERO                                        00007230
              MOVE 'INSERT'                 TO WS-ACCION                00007240
              MOVE 'VLDTEMB-3000'           TO WS-PARRAFO               00007250
              PERFORM 3001-ERROR                                        00007260
           END-IF.                                                      00007270
           MOVE 'INSERT  '         TO WK-OPERACION.                     00007280
           PERFORM 8000-GRABA-AUDITORIA                                 00007290
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00007300
           ADD 1                   TO WK-AFECTADAS                      00007310
                                      CONT-FILAS-VLDTEMB.               00007320
           MOVE 'EMBARGADA'        TO WK-ACCION-CTA.                    00007330
      *                                                                 00007340
      *------------------------------*                                  00007350
       3000-REGISTRA-EMBARGO-EXIT.                                      00007360
      *------------------------------*                                  00007370
           EXIT.                                                        00007380
                                                                        00007390
      *-------------------------*                                       00007400
       4000-LEVANTA-EMBARGOS.                                           00007410
      *-------------------------*                                       00007420
           MOVE 'SIN EMBARGO'      TO WK-ACCION-CTA.                    00007430
           EXEC SQL                                                     00007440
                OPEN VLDCEBI3                                           00007450
           END-EXEC.                                                    00007460
           IF SQLCODE NOT = ZERO                                        00007470
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007480
              MOVE 'VLDCEBI3-4000'          TO WS-PARRAFO               00007490
              PERFORM 3001-ERROR                                        00007500
           END-IF.                                                      00007510
           MOVE 'N'                TO SW-FIN-EMBARGOS.                  00007520
           PERFORM 4100-FETCH-EMBARGO                                   00007530
              THRU 4100-FETCH-EMBARGO-EXIT.                             00007540
           PERFORM 4200-LEVANTA-EMBARGO                                 00007550
              THRU 4200-LEVANTA-EMBARGO-EXIT                            00007560
              UNTIL FIN-EMBARGOS.                                       00007570
           EXEC SQL                                                     00007580
                CLOSE VLDCEBI3                                          00007590
           END-EXEC.                                                    00007600
      *                                                                 00007610
      *------------------------------*                                  00007620
       4000-LEVANTA-EMBARGOS-EXIT.                                      00007630
      *------------------------------*                                  00007640
           EXIT.                                                        00007650
                                                                        00007660
      *----------------------*                                          00007670
       4100-FETCH-EMBARGO.                                              00007680
      *----------------------*                                          00007690
           EXEC SQL                                                     00007700
                FETCH VLDCEBI3                                          00007710
                 INTO :VEMB-NUMEMB                                      00007720
                    , :VEMB-JUZGADO                                     00007730
                    , :VEMB-IMPORTE                                     00007740
                    , :VEMB-RETENIDO                                    00007750
                    , :VEMB-MONEDA                                      00007760
                    , :VEMB-FECINI                                      00007770
                    , :VEMB-FECFIN                                      00007780
                    , :VEMB-ESTADO                                      00007790
           END-EXEC.                                                    00007800
           EVALUATE SQLCODE                                             00007810
               WHEN ZERO                                                00007820
                    CONTINUE                                            00007830
               WHEN 100                                                 00007840
                    MOVE 'S'               TO SW-FIN-EMBARGOS           00007850
               WHEN OTHER                                               00007860
                    MOVE 'FETCH'           TO WS-ACCION                 00007870
                    MOVE 'VLDCEBI3-4100'   TO WS-PARRAFO                00007880
                    PERFORM 3001-ERROR                                  00007890
           END-EVALUATE.                                                00007900
      *                                                                 00007910
      *---------------------------*                                     00007920
       4100-FETCH-EMBARGO-EXIT.                                         00007930
      *---------------------------*                                     00007940
           EXIT.                                                        00007950
                                                                        00007960
      *------------------------*                                        00007970
       4200-LEVANTA-EMBARGO.                                            00007980
      *------------------------*                                        00007990
      *    AUDITORIA DE LA IMAGEN ANTERIOR Y LEVANTAMIENTO (VL7CEMB0)   00008000
           MOVE 'ANT-UPD '         TO WK-OPERACION.                     00008010
           PERFORM 8000-GRABA-AUDITORIA                                 00008020
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00008030
           MOVE 'L'                  TO VEMB-ESTADO.                    00008040
           MOVE W-FECHA-AMD-N        TO VEMB-FEULMOD.                   00008050
           MOVE W-HORA-CURRENT-N     TO VEMB-HORULMOD.                  00008060
           MOVE 'BATC'               TO VEMB-NUMTER.                    00008070
           MOVE W-PROGRAMA           TO VEMB-USUARIO.                   00008080
           EXEC SQL                                                     00008090
                UPDATE VLDTEMB                                          00008100
                   SET VEMB_ESTADO    = :VEMB-ESTADO                    00008110
                     , VEMB_FEULMOD   = :VEMB-FEULMOD                   00008120
                     , VEMB_HORULMOD  = :VEMB-HORULMOD                  00008130
                     , VEMB_NUMTER    = :VEMB-NUMTER                    00008140
                     , VEMB_USUARIO   = :VEMB-USUARIO                   00008150
                 WHERE VEMB_CUENTA = :VEMB-CUENTA                       00008160
                   AND VEMB_NUMEMB = :VEMB-NUMEMB                       00008170
           END-EXEC.                                                    00008180
           IF SQLCODE NOT = ZERO                                        00008190
              MOVE 'UPDATE'                 TO WS-ACCION                00008200
              MOVE 'VLDTEMB-4200'           TO WS-PARRAFO               00008210
              PERFORM 3001-ERROR                                        00008220
           END-IF.                                                      00008230
           MOVE 'LEVANTA '         TO WK-OPERACION.                     00008240
           PERFORM 8000-GRABA-AUDITORIA                                 00008250
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00008260
           ADD 1                   TO WK-AFECTADAS                      00008270
                                      CONT-FILAS-VLDTEMB.               00008280
           MOVE 'LEVANTADA'        TO WK-ACCION-CTA.                    00008290
                                                                        00008300
           PERFORM 4100-FETCH-EMBARGO                                   00008310
              THRU 4100-FETCH-EMBARGO-EXIT.                             00008320
      *                                                                 00008330
      *-----------------------------*                                   00008340
       4200-LEVANTA-EMBARGO-EXIT.                                       00008350
      *-----------------------------*                                   00008360
           EXIT.                                                        00008370
                                                                        00008380
      *-------------------------*                                       00008390
       5000-VALORIZA-CUENTA.                                            00008400
      *-------------------------*                                       00008410
           MOVE ZEROS              TO WK-TOT-CUENTA.                    00008420
           EXEC SQL                                                     00008430
                OPEN VLDCEBI2                                           00008440
           END-EXEC.                                                    00008450
           IF SQLCODE NOT = ZERO                                        00008460
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008470
              MOVE 'VLDCEBI2-5000'          TO WS-PARRAFO               00008480
              PERFORM 3001-ERROR                                        00008490
           END-IF.                                                      00008500
           MOVE 'N'                TO SW-FIN-POSICIONES.                00008510
           PERFORM 5100-FETCH-POSICION                                  00008520
              THRU 5100-FETCH-POSICION-EXIT.                            00008530
           PERFORM 5200-VALORA-POSICION                                 00008540
              THRU 5200-VALORA-POSICION-EXIT                            00008550
              UNTIL FIN-POSICIONES.                                     00008560
           EXEC SQL                                                     00008570
                CLOSE VLDCEBI2                                          00008580
           END-EXEC.                                                    00008590
      *                                                                 00008600
      *------------------------------*                                  00008610
       5000-VALORIZA-CUENTA-EXIT.                                       00008620
      *------------------------------*                                  00008630
           EXIT.                                                        00008640
                                                                        00008650
      *-----------------------*                                         00008660
       5100-FETCH-POSICION.                                             00008670
      *-----------------------*                                         00008680
           EXEC SQL                                                     00008690
                FETCH VLDCEBI2                                          00008700
                 INTO :WK-CODVALOR                                      00008710
                    , :WK-DIVISA                                        00008720
                    , :WK-TITULOS                                       00008730
           END-EXEC.                                                    00008740
           EVALUATE SQLCODE                                             00008750
               WHEN ZERO                                                00008760
                    CONTINUE                                            00008770
               WHEN 100                                                 00008780
                    MOVE 'S'               TO SW-FIN-POSICIONES         00008790
               WHEN OTHER                                               00008800
                    MOVE 'FETCH'           TO WS-ACCION                 00008810
                    MOVE 'VLDCEBI2-5100'   TO WS-PARRAFO                00008820
                    PERFORM 3001-ERROR                                  00008830
           END-EVALUATE.                                                00008840
      *                                                                 00008850
      *----------------------------*                                    00008860
       5100-FETCH-POSICION-EXIT.                                        00008870
      *----------------------------*                                    00008880
           EXIT.                                                        00008890
                                                                        00008900
      *------------------------*                                        00008910
       5200-VALORA-POSICION.                                            00008920
      *------------------------*                                        00008930
      *    ULTIMA COTIZACION DISPONIBLE, COMO VL4CEMIC                  00008940
           MOVE ZEROS              TO WK-PRECIO                         00008950
                                      WK-VALORADO.                      00008960
           EXEC SQL                                                     00008970
                SELECT VCAM_CIERRE_D                                    00008980
                  INTO :WK-PRECIO                                       00008990
                  FROM VLDTCAM                                          00009000
                 WHERE VCAM_CODVALOR = :WK-CODVALOR                     00009010
                   AND VCAM_FECDIA =                                    00009020
                       (SELECT MAX(C2.VCAM_FECDIA)                      00009030
                          FROM VLDTCAM C2                               00009040
                         WHERE C2.VCAM_CODVALOR = :WK-CODVALOR          00009050
                           AND C2.VCAM_FECDIA  <= :W-FECHA-AMD-N)       00009060
           END-EXEC.                                                    00009070
           EVALUATE SQLCODE                                             00009080
               WHEN ZERO                                                00009090
                    CONTINUE                                            00009100
               WHEN 100                                                 00009110
                    ADD 1 TO CONT-SIN-PRECIO                            00009120
               WHEN OTHER                                               00009130
                    MOVE 'SELECT'          TO WS-ACCION                 00009140
                    MOVE 'VLDTCAM-5200'    TO WS-PARRAFO                00009150
                    PERFORM 3001-ERROR                                  00009160
           END-EVALUATE.                                                00009170
                                                                        00009180
           PERFORM 5300-TIPO-CAMBIO                                     00009190
              THRU 5300-TIPO-CAMBIO-EXIT.                               00009200
                                                                        00009210
           COMPUTE WK-VALORADO ROUNDED =                                00009220
                   WK-TITULOS * WK-PRECIO * WK-CAMBIO.                  00009230
           ADD WK-VALORADO         TO WK-TOT-CUENTA.                    00009240
                                                                        00009250
           PERFORM 5100-FETCH-POSICION                                  00009260
              THRU 5100-FETCH-POSICION-EXIT.                            00009270
      *                                                                 00009280
      *-----------------------------*                                   00009290
       5200-VALORA-POSICION-EXIT.                                       00009300
      *-----------------------------*                                   00009310
           EXIT.                                                        00009320
                                                                        00009330
      *--------------------*                                            00009340
       5300-TIPO-CAMBIO.                                                00009350
      *--------------------*                                            00009360
      *    CAMBIO DE CIERRE DE VLDTFXR (PEN POR UNIDAD DE LA DIVISA);   00009370
      *    SE GUARDA EL DE LA ULTIMA DIVISA PEDIDA                      00009380
           IF WK-DIVISA = 'PEN' OR WK-DIVISA = SPACES                   00009390
              MOVE 1               TO WK-CAMBIO                         00009400
              GO TO 5300-TIPO-CAMBIO-EXIT                               00009410
           END-IF.                                                      00009420
           IF WK-DIVISA = WK-DIVISA-CACHE                               00009430
              MOVE WK-CAMBIO-CACHE TO WK-CAMBIO                         00009440
              GO TO 5300-TIPO-CAMBIO-EXIT                               00009450
           END-IF.                                                      00009460
                                                                        00009470
           MOVE ZEROS              TO WK-CAMBIO.                        00009480
           EXEC SQL                                                     00009490
                SELECT VFXR_TIPOCAM                                     00009500
                  INTO :WK-CAMBIO                                       00009510
                  FROM VLDTFXR                                          00009520
                 WHERE VFXR_MONEDA = :WK-DIVISA                         00009530
                   AND VFXR_FECDIA =                                    00009540
                       (SELECT MAX(F2.VFXR_FECDIA)                      00009550
                          FROM VLDTFXR F2                               00009560
                         WHERE F2.VFXR_MONEDA  = :WK-DIVISA             00009570
                           AND F2.VFXR_FECDIA <= :W-FECHA-AMD-N)        00009580
           END-EXEC.                                                    00009590
           IF SQLCODE NOT = ZERO AND 100                                00009600
              MOVE 'SELECT'                 TO WS-ACCION                00009610
              MOVE 'VLDTFXR-5300'           TO WS-PARRAFO               00009620
              PERFORM 3001-ERROR                                        00009630
           END-IF.                                                      00009640
           MOVE WK-DIVISA          TO WK-DIVISA-CACHE.                  00009650
           MOVE WK-CAMBIO          TO WK-CAMBIO-CACHE.                  00009660
      *                                                                 00009670
      *-------------------------*                                       00009680
       5300-TIPO-CAMBIO-EXIT.                                           00009690
      *-------------------------*                                       00009700
           EXIT.                                                        00009710
                                                                        00009720
      *-------------------------*                                       00009730
       5500-RETENIDO-CUENTA.                                            00009740
      *-------------------------*                                       00009750
      *    LO YA RETENIDO EN LA CUENTA POR ESA REFERENCIA JUDICIAL      00009760
      *    SEGUN EL LIBRO DE APLICACIONES VLDTEMA                       00009770
           MOVE ZEROS              TO WK-RET-CUENTA.                    00009780
           EXEC SQL                                                     00009790
                SELECT  COALESCE(SUM(M.VEMA_IMPORTE), 0)                00009800
                  INTO :WK-RET-CUENTA                                   00009810
                  FROM  VLDTEMA M                                       00009820
                        INNER JOIN VLDTEMB B                            00009830
                           ON B.VEMB_CUENTA = M.VEMA_CUENTA             00009840
                          AND B.VEMB_NUMEMB = M.VEMA_NUMEMB             00009850
                 WHERE  B.VEMB_CUENTA       = :VEMB-CUENTA              00009860
                   AND  B.VEMB_REF_JUDICIAL = :VEMB-REF-JUDICIAL        00009870
           END-EXEC.                                                    00009880
           IF SQLCODE NOT = ZERO                                        00009890
              MOVE 'SELECT SUM'             TO WS-ACCION                00009900
              MOVE 'VLDTEMA-5500'           TO WS-PARRAFO               00009910
              PERFORM 3001-ERROR                                        00009920
           END-IF.                                                      00009930
      *                                                                 00009940
      *------------------------------*                                  00009950
       5500-RETENIDO-CUENTA-EXIT.                                       00009960
      *------------------------------*                                  00009970
           EXIT.                                                        00009980
                                                                        00009990
      *------------------------*                                        00010000
       8000-GRABA-AUDITORIA.                                            00010010
      *------------------------*                                        00010020
      *    IMAGEN DE DCLVLDTEMB CON LA OPERACION DE WK-OPERACION        00010030
           INITIALIZE DCLVLDTRLOG.                                      00010040
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00010050
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00010060
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00010070
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00010080
                                        VRLOG-CODTRAN.                  00010090
           MOVE 'VLDTEMB'            TO VRLOG-TABLA.                    00010100
           MOVE WK-OPERACION         TO VRLOG-OPERACION.                00010110
           MOVE LENGTH OF DCLVLDTEMB TO VRLOG-REGISTRO-LEN.             00010120
           MOVE SPACES               TO LOGVLDTEMB.                     00010130
           MOVE DCLVLDTEMB           TO LOGVLDTEMB.                     00010140
           MOVE LOGVLDTEMB           TO VRLOG-REGISTRO-TEXT.            00010150
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00010160
           IF WK-LOG-CODRESP NOT = ZEROS                                00010170
              DISPLAY 'AVISO: AUDITORIA VLDTEMB NO GRABADA '            00010180
                      EJU-REF-JUDICIAL                                  00010190
           END-IF.                                                      00010200
      *                                                                 00010210
      *-----------------------------*                                   00010220
       8000-GRABA-AUDITORIA-EXIT.                                       00010230
      *-----------------------------*                                   00010240
           EXIT.                                                        00010250
                                                                        00010260
      *--------*                                                        00010270
       6000-FIN.                                                        00010280
      *--------*                                                        00010290
      *                                                                 00010300
           EXEC SQL                                                     00010310
                COMMIT                                                  00010320
           END-EXEC.                                                    00010330
           IF SQLCODE NOT = ZERO                                        00010340
              MOVE 'COMMIT'                 TO WS-ACCION                00010350
              MOVE '6000-FIN'               TO WS-PARRAFO               00010360
              PERFORM 3001-ERROR                                        00010370
           END-IF.                                                      00010380
                                                                        00010390
           CLOSE E1DQEMBJ S1DQEMBR.                                     00010400
                                                                        00010410
           DISPLAY '****** FIN ORDENES JUDICIALES VL4CEMBI ******'.     00010420
           DISPLAY 'ORDENES LEIDAS         : ' CONT-ORDENES.            00010430
           DISPLAY 'EMBARGOS REGISTRADOS   : ' CONT-EMBARGOS.           00010440
           DISPLAY 'EMBARGOS YA REGISTRADOS: ' CONT-YA-REGISTRADAS.     00010450
           DISPLAY 'LEVANTAMIENTOS         : ' CONT-LEVANTAMIENTOS.     00010460
           DISPLAY 'SIN CUENTAS            : ' CONT-SIN-CUENTAS.        00010470
           DISPLAY 'A COLA MANUAL          : ' CONT-COLA-MANUAL.        00010480
           DISPLAY 'FILAS VLDTEMB TOCADAS  : ' CONT-FILAS-VLDTEMB.      00010490
           DISPLAY 'REGISTROS RESPUESTA    : ' CONT-RESPUESTAS.         00010500
           DISPLAY 'VALORES SIN PRECIO     : ' CONT-SIN-PRECIO.         00010510
           DISPLAY 'COLA DEL DIA BORRADA   : ' CONT-BORRADOS.           00010520
                                                                        00010530
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00010540
           ACCEPT WK-HORA-FIN       FROM TIME.                          00010550
           INITIALIZE DCLVLDTCTL.                                       00010560
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00010570
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00010580
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00010590
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00010600
           MOVE CONT-ORDENES        TO VCTL-LEIDOS.                     00010610
           MOVE CONT-RESPUESTAS     TO VCTL-ESCRITOS.                   00010620
           MOVE CONT-COLA-MANUAL    TO VCTL-RECHAZADOS.                 00010630
           MOVE 'OK'                TO VCTL-ESTADO.                     00010640
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00010650
           IF VCTL-CODRESP NOT = ZEROS                                  00010660
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00010670
           END-IF.                                                      00010680
      *                                                                *00010690
      *-------------*                                                   00010700
       6000-FIN-EXIT.                                                   00010710
      *-------------*                                                   00010720
           EXIT.                                                        00010730
                                                                        00010740
       3001-ERROR.                                                      00010750
      *-----------*                                                     00010760
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00010770
           DISPLAY 'ACCION:          ' WS-ACCION.                       00010780
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00010790
           DISPLAY '******************************************'.        00010800
           MOVE 08 TO RETURN-CODE.                                      00010810
           STOP RUN.                                                    00010820
      *-----------------*                                               00010830
      * FIN DE PROGRAMA *                                               00010840
      *-----------------*                                               00010850
