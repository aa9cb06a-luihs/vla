       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CCOMV.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : VENCIMIENTO DE CONDICIONES PARTICULARES DE COMISION. *00000060
      *           LISTA (S1RCOMV), POR GESTOR, LAS CONDICIONES ACTIVAS *00000070
      *           DE VLDTCOM CUYA FECHA FIN (VCOM_DFINVAL) CAE EN LOS  *00000080
      *           PROXIMOS DIAS, PARA QUE SE RENUEVEN POR VL7CCOM0 O   *00000090
      *           SE DEJEN VENCER Y LA CUENTA VUELVA A SU TARIFA       *00000100
      *           ESTANDAR (VARC_INVERSOR), E INDICA SI YA HAY UNA     *00000110
      *           PROPUESTA PENDIENTE DE APROBACION EN VLDTAPQ.        *00000120
      *           LISTA APARTE LAS CONDICIONES ACTIVAS SIN FECHA FIN   *00000130
      *           REAL (ANO 9999), CARGADAS ANTES DEL MANTENIMIENTO EN *00000140
      *           LINEA. TERMINA CON RETURN-CODE 4 SI HAY ALGUNA.      *00000150
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000160
      *           2. DIAS DE HORIZONTE 9(03) (BLANCOS = 30)            *00000170
      * FECHA   : 15-10-2026                                           *00000180
      ******************************************************************00000190
      ******************************************************************00000200
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000210
      *---------- ---------- ---------------- -------------------------*00000220
      *RITM49166  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      ******************************************************************00000250
       ENVIRONMENT DIVISION.                                            00000260
       CONFIGURATION SECTION.                                           00000270
       SPECIAL-NAMES.                                                   00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
                                                                        00000310
           SELECT S1RCOMV   ASSIGN       TO S1RCOMV                     00000320
                            FILE STATUS  IS FS-SRCOMV.                  00000330
       DATA DIVISION.                                                   00000340
       FILE SECTION.                                                    00000350
      *                                                                *00000360
       FD  S1RCOMV                                                      00000370
           RECORDING MODE  IS  F                                        00000380
           LABEL  RECORDS  IS  STANDARD                                 00000390
           DATA   RECORD   IS  SAL-RCOMV.                               00000400
         01 SAL-RCOMV              PIC X(132).                          00000410
      *                                                                 00000420
      ******************************************************************00000430
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000440
      ******************************************************************00000450
       WORKING-STORAGE SECTION.                                         00000460
      *************************                                         00000470
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CCOMV'.          00000480
      *                                                                 00000490
      * PARAMETROS (SYSIN)                                              00000500
       01  WS-PARAMETROS.                                               00000510
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000520
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000530
           05 WA-CARD-DIAS         PIC X(03) VALUE SPACES.              00000540
           05 WA-CARD-DIAS-N REDEFINES WA-CARD-DIAS PIC 9(03).          00000550
           05 WA-DIAS              PIC S9(3) COMP-3 VALUE ZEROS.        00000560
      *                                                                 00000570
      * FECHA DE PROCESO EN FORMATO DATE DE VLDTCOM                     00000580
       01  W-FECHA-ISO.                                                 00000590
           05 W-FISO-AAAA          PIC X(04).                           00000600
           05 FILLER               PIC X(01) VALUE '-'.                 00000610
           05 W-FISO-MM            PIC X(02).                           00000620
           05 FILLER               PIC X(01) VALUE '-'.                 00000630
           05 W-FISO-DD            PIC X(02).                           00000640
      *                                                                 00000650
      * FILA LEIDA DEL CURSOR                                           00000660
       01  W-CONDICION.                                                 00000670
           05 W-CND-DIAS           PIC S9(9) COMP VALUE ZEROS.          00000680
           05 W-CND-PENDIENTES     PIC S9(9) COMP VALUE ZEROS.          00000690
      *                                                                 00000700
       01  WS-SWITCHES.                                                 00000710
          05 SW-FIN-VEN            PIC X(02) VALUE SPACES.              00000720
             88 FIN-VENCIMIENTOS             VALUE '10'.                00000730
          05 SW-FIN-SFF            PIC X(02) VALUE SPACES.              00000740
             88 FIN-SIN-FECHA                VALUE '10'.                00000750
      *                                                                 00000760
       01  W-GESTOR-ANT            PIC X(04) VALUE HIGH-VALUES.         00000770
      *                                                                 00000780
       01  W-DATE                  PIC 9(6).                            00000790
       01  FILLER                  REDEFINES W-DATE.                    00000800
           02 W-ANO                PIC 99.                              00000810
           02 W-MES                PIC 99.                              00000820
           02 W-DIA                PIC 99.                              00000830
       01  W-FECHA-AMD.                                                 00000840
           05 W-AA-AMD             PIC 9(4).                            00000850
           05 W-MM-AMD             PIC 9(2).                            00000860
           05 W-DD-AMD             PIC 9(2).                            00000870
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00000880
       01  W-HORA-CURRENT.                                              00000890
           02  W-HORA              PIC 99.                              00000900
           02  W-MINUTOS           PIC 99.                              00000910
           02  W-SEGUNDOS          PIC 99.                              00000920
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000930
      *                                                                 00000940
       01 W-CONTADORES.                                                 00000950
          05 CONT-VENCEN           PIC 9(08)  VALUE ZEROES.             00000960
          05 CONT-PENDIENTES       PIC 9(08)  VALUE ZEROES.             00000970
          05 CONT-SIN-FECHA        PIC 9(08)  VALUE ZEROES.             00000980
      * VARIABLES PARA CONTROL DE ERRORES                               00000990
       01 WS-ERROR.                                                     00001000
          05 WS-ACCION             PIC X(24).                           00001010
          05 WS-PARRAFO            PIC X(19).                           00001020
      * VARIABLES CONTROL DE ARCHIVOS                                   00001030
       01 WS-CTRL-ARCHIVOS.                                             00001040
          05 FS-SRCOMV             PIC X(02) VALUE '00'.                00001050
             88 S1RCOMV-OK                   VALUE '00'.                00001060
      *                                                                 00001070
      * LINEAS DEL REPORTE                                              00001080
       01 LIN-CABECERA.                                                 00001090
          05 FILLER                PIC X(44) VALUE                      00001100
             ' CONDICIONES DE COMISION QUE VENCEN DESDE EL'.            00001110
          05 FILLER                PIC X(01) VALUE SPACES.              00001120
          05 CAB-FECHA             PIC X(10).                           00001130
          05 FILLER                PIC X(13) VALUE ' EN LOS DIAS '.     00001140
          05 CAB-DIAS              PIC ZZ9.                             00001150
          05 FILLER                PIC X(61) VALUE SPACES.              00001160
       01 LIN-GESTOR.                                                   00001170
          05 FILLER                PIC X(09) VALUE ' GESTOR: '.         00001180
          05 GES-GESTOR            PIC X(04).                           00001190
          05 FILLER                PIC X(119) VALUE SPACES.             00001200
       01 LIN-TITULOS.                                                  00001210
          05 FILLER                PIC X(10) VALUE '   CUENTA '.        00001211
          05 FILLER                PIC X(03) VALUE ' CL'.               00001212
          05 FILLER                PIC X(05) VALUE ' OFIC'.             00001213
          05 FILLER                PIC X(11) VALUE ' INICIO'.           00001214
          05 FILLER                PIC X(11) VALUE ' FIN'.              00001215
          05 FILLER                PIC X(05) VALUE ' DIAS'.             00001216
          05 FILLER                PIC X(15) VALUE '           FIJO'.   00001217
          05 FILLER                PIC X(10) VALUE '   PORCEN.'.        00001218
          05 FILLER                PIC X(15) VALUE '         MINIMO'.   00001219
          05 FILLER                PIC X(15) VALUE '         MAXIMO'.   00001220
          05 FILLER                PIC X(03) VALUE ' TF'.               00001221
          05 FILLER                PIC X(05) VALUE SPACES.              00001222
          05 FILLER                PIC X(24) VALUE 'ESTADO / GESTOR'.   00001223
       01 LIN-DETALLE.                                                  00001280
          05 FILLER                PIC X(03) VALUE SPACES.              00001290
          05 DET-CUENTA            PIC 9(07).                           00001300
          05 FILLER                PIC X(01) VALUE SPACES.              00001310
          05 DET-CLACONT           PIC 9(02).                           00001320
          05 FILLER                PIC X(01) VALUE SPACES.              00001330
          05 DET-SUCURS            PIC X(04).                           00001340
          05 FILLER                PIC X(01) VALUE SPACES.              00001350
          05 DET-DINIVAL           PIC X(10).                           00001360
          05 FILLER                PIC X(01) VALUE SPACES.              00001370
          05 DET-DFINVAL           PIC X(10).                           00001380
          05 FILLER                PIC X(01) VALUE SPACES.              00001390
          05 DET-DIAS              PIC ZZZ9.                            00001400
          05 FILLER                PIC X(01) VALUE SPACES.              00001410
          05 DET-FIJO              PIC ZZZ,ZZZ,ZZ9.99.                  00001420
          05 FILLER                PIC X(01) VALUE SPACES.              00001430
          05 DET-PORCEN            PIC Z9.999999.                       00001440
          05 FILLER                PIC X(01) VALUE SPACES.              00001450
          05 DET-MINIMO            PIC ZZZ,ZZZ,ZZ9.99.                  00001460
          05 FILLER                PIC X(01) VALUE SPACES.              00001470
          05 DET-MAXIMO            PIC ZZZ,ZZZ,ZZ9.99.                  00001480
          05 FILLER                PIC X(01) VALUE SPACES.              00001490
          05 DET-TARIFA            PIC 9(02).                           00001500
          05 FILLER                PIC X(05) VALUE SPACES.              00001510
          05 DET-ESTADO            PIC X(22).                           00001520
          05 FILLER                PIC X(02) VALUE SPACES.              00001530
       01 LIN-TITULO-SFF.                                               00001540
          05 FILLER                PIC X(50) VALUE                      00001550
             ' CONDICIONES ACTIVAS SIN FECHA FIN (A REGULARIZAR)'.      00001560
          05 FILLER                PIC X(82) VALUE SPACES.              00001570
       01 LIN-TOTALES.                                                  00001580
          05 FILLER                PIC X(18) VALUE ' VENCEN         : '.00001590
          05 TOT-VENCEN            PIC ZZ,ZZZ,ZZ9.                      00001600
          05 FILLER                PIC X(24) VALUE                      00001610
             '  CON RENOVACION EN COLA'.                                00001620
          05 FILLER                PIC X(03) VALUE ' : '.               00001630
          05 TOT-PENDIENTES        PIC ZZ,ZZZ,ZZ9.                      00001640
          05 FILLER                PIC X(18) VALUE '  SIN FECHA FIN : '.00001650
          05 TOT-SIN-FECHA         PIC ZZ,ZZZ,ZZ9.                      00001660
          05 FILLER                PIC X(39) VALUE SPACES.              00001670
      *                                                                 00001680
      *    CONDICION PARTICULAR DE LA CUENTA (VLDTCOM)                  00001690
           COPY VLCPTCOM.                                               00001700
      *                                                                 00001710
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001720
           COPY VLCPTCTL.                                               00001730
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001740
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001750
      *                                                                *00001760
      *  AREA DE COMUNICACION SQLCA                                     00001770
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001780
      *                                                                 00001790
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00001800
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001810
      *                                                                 00001820
      *    CONDICIONES ACTIVAS QUE VENCEN EN EL HORIZONTE, CON LAS      00001830
      *    PROPUESTAS DE VL7CCOM0 AUN PENDIENTES PARA LA CUENTA         00001840
           EXEC SQL                                                     00001850
                DECLARE VLDCCOM2  CURSOR FOR                            00001860
                SELECT  C.VCOM_CUENTA                                   00001870
                     ,  C.VCOM_CLACONT                                  00001880
                     ,  C.VCOM_DINIVAL                                  00001890
                     ,  C.VCOM_DFINVAL                                  00001900
                     ,  C.VCOM_CORRE_FIJO                               00001910
                     ,  C.VCOM_CORRE_PORCEN                             00001920
                     ,  C.VCOM_CORRE_MINIMO                             00001930
                     ,  C.VCOM_CORRE_MAXIMO                             00001940
                     ,  A.VARC_ANALIS                                   00001950
                     ,  A.VARC_SUCURS                                   00001960
                     ,  A.VARC_INVERSOR                                 00001970
                     ,  DAYS(C.VCOM_DFINVAL) - DAYS(DATE(:W-FECHA-ISO)) 00001980
                     , (SELECT COUNT(*)                                 00001990
                          FROM VLDTAPQ Q                                00002000
                         WHERE Q.VAPQ_ESTADO  = 'P'                     00002010
                           AND Q.VAPQ_CUENTA  = C.VCOM_CUENTA           00002020
                           AND Q.VAPQ_OPERACION IN ('ALTACOND',         00002030
                               'MODICOND', 'BAJACOND'))                 00002040
                  FROM  VLDTCOM C                                       00002050
                     ,  VLDTARC A                                       00002060
                 WHERE  C.VCOM_SITUAC   = 'A'                           00002070
                   AND  C.VCOM_DFINVAL >= DATE(:W-FECHA-ISO)            00002080
                   AND  C.VCOM_DFINVAL <= DATE(:W-FECHA-ISO)            00002090
                                           + :WA-DIAS DAYS              00002100
                   AND  A.VARC_CUENTA   = C.VCOM_CUENTA                 00002110
                 ORDER  BY A.VARC_ANALIS, C.VCOM_DFINVAL, C.VCOM_CUENTA 00002120
           END-EXEC.                                                    00002130
      *                                                                 00002140
      *    CONDICIONES ACTIVAS SIN FECHA FIN REAL                       00002150
           EXEC SQL                                                     00002160
                DECLARE VLDCCOM3  CURSOR FOR                            00002170
                SELECT  C.VCOM_CUENTA                                   00002180
                     ,  C.VCOM_CLACONT                                  00002190
                     ,  C.VCOM_DINIVAL                                  00002200
                     ,  C.VCOM_DFINVAL                                  00002210
                     ,  C.VCOM_CORRE_FIJO                               00002220
                     ,  C.VCOM_CORRE_PORCEN                             00002230
                     ,  C.VCOM_CORRE_MINIMO                             00002240
                     ,  C.VCOM_CORRE_MAXIMO                             00002250
                     ,  A.VARC_ANALIS                                   00002260
                     ,  A.VARC_SUCURS                                   00002270
                     ,  A.VARC_INVERSOR                                 00002280
                  FROM  VLDTCOM C                                       00002290
                     ,  VLDTARC A                                       00002300
                 WHERE  C.VCOM_SITUAC   = 'A'                           00002310
                   AND  C.VCOM_DFINVAL >= '9999-01-01'                  00002320
                   AND  A.VARC_CUENTA   = C.VCOM_CUENTA                 00002330
                 ORDER  BY A.VARC_ANALIS, C.VCOM_CUENTA                 00002340
           END-EXEC.                                                    00002350
      *                                                                *00002360
       PROCEDURE DIVISION.                                              00002370
      *                                                                *00002380
           PERFORM 1000-INICIO                                          00002390
              THRU 1000-INICIO-EXIT.                                    00002400
                                                                        00002410
           PERFORM 2000-PROCESO-VENCE                                   00002420
              THRU 2000-PROCESO-VENCE-EXIT                              00002430
              UNTIL FIN-VENCIMIENTOS.                                   00002440
                                                                        00002450
           PERFORM 2500-SIN-FECHA-FIN                                   00002460
              THRU 2500-SIN-FECHA-FIN-EXIT.                             00002470
                                                                        00002480
           PERFORM 3000-FIN                                             00002490
              THRU 3000-FIN-EXIT.                                       00002500
                                                                        00002510
           STOP RUN.                                                    00002520
      *                                                                *00002530
      *-----------*                                                     00002540
       1000-INICIO.                                                     00002550
      *-----------*                                                     00002560
           INITIALIZE W-CONTADORES.                                     00002570
                                                                        00002580
           ACCEPT WA-CARD-FECHA.                                        00002590
           IF WA-CARD-FECHA NOT NUMERIC                                 00002600
              MOVE 'FECHA SYSIN INVALIDA'   TO WS-ACCION                00002610
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002620
              PERFORM 3001-ERROR                                        00002630
           END-IF.                                                      00002640
                                                                        00002650
           ACCEPT WA-CARD-DIAS.                                         00002660
           IF WA-CARD-DIAS = SPACES                                     00002670
              MOVE 30                TO WA-DIAS                         00002680
           ELSE                                                         00002690
              IF WA-CARD-DIAS NOT NUMERIC                               00002700
                 MOVE 'DIAS SYSIN INVALIDO'    TO WS-ACCION             00002710
                 MOVE '1000-INICIO'            TO WS-PARRAFO            00002720
                 PERFORM 3001-ERROR                                     00002730
              END-IF                                                    00002740
              MOVE WA-CARD-DIAS-N    TO WA-DIAS                         00002750
           END-IF.                                                      00002760
                                                                        00002770
           MOVE WA-CARD-FECHA (1:4)   TO W-FISO-AAAA.                   00002780
           MOVE WA-CARD-FECHA (5:2)   TO W-FISO-MM.                     00002790
           MOVE WA-CARD-FECHA (7:2)   TO W-FISO-DD.                     00002800
                                                                        00002810
           ACCEPT W-DATE FROM DATE.                                     00002820
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002830
           MOVE W-MES              TO W-MM-AMD.                         00002840
           MOVE W-DIA              TO W-DD-AMD.                         00002850
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002860
                                                                        00002870
           OPEN OUTPUT S1RCOMV.                                         00002880
           IF NOT S1RCOMV-OK                                            00002890
              MOVE 'OPEN FICHERO S1RCOMV'   TO WS-ACCION                00002900
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002910
              PERFORM 3001-ERROR                                        00002920
           END-IF.                                                      00002930
                                                                        00002940
           MOVE W-FECHA-ISO        TO CAB-FECHA.                        00002950
           MOVE WA-DIAS            TO CAB-DIAS.                         00002960
           WRITE SAL-RCOMV       FROM LIN-CABECERA.                     00002970
                                                                        00002980
           EXEC SQL                                                     00002990
                OPEN VLDCCOM2                                           00003000
           END-EXEC.                                                    00003010
           IF SQLCODE NOT = ZERO                                        00003020
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003030
              MOVE 'VLDCCOM2-1000'          TO WS-PARRAFO               00003040
              PERFORM 3001-ERROR                                        00003050
           END-IF.                                                      00003060
                                                                        00003070
           PERFORM 1300-LEE-VENCE                                       00003080
              THRU 1300-LEE-VENCE-EXIT.                                 00003090
      *                                                                *00003100
      *----------------*                                                00003110
       1000-INICIO-EXIT.                                                00003120
      *----------------*                                                00003130
           EXIT.                                                        00003140
                                                                        00003150
      *-----------------*                                               00003160
       1300-LEE-VENCE.                                                  00003170
      *-----------------*                                               00003180
           EXEC SQL                                                     00003190
                FETCH VLDCCOM2                                          00003200
                 INTO :VCOM-CUENTA                                      00003210
                    , :VCOM-CLACONT                                     00003220
                    , :VCOM-DINIVAL                                     00003230
                    , :VCOM-DFINVAL                                     00003240
                    , :VCOM-CORRE-FIJO                                  00003250
                    , :VCOM-CORRE-PORCEN                                00003260
                    , :VCOM-CORRE-MINIMO                                00003270
                    , :VCOM-CORRE-MAXIMO                                00003280
                    , :VARC-ANALIS                                      00003290
                    , :VARC-SUCURS                                      00003300
                    , :VARC-INVERSOR                                    00003310
                    , :W-CND-DIAS                                       00003320
                    , :W-CND-PENDIENTES                                 00003330
           END-EXEC.                                                    00003340
           EVALUATE SQLCODE                                             00003350
               WHEN ZERO                                                00003360
                    ADD 1 TO CONT-VENCEN                                00003370
               WHEN 100                                                 00003380
                    MOVE '10' TO SW-FIN-VEN                             00003390
               WHEN OTHER                                               00003400
                    MOVE 'FETCH'           TO WS-ACCION                 00003410
                    MOVE 'VLDCCOM2-1300'   TO WS-PARRAFO                00003420
                    PERFORM 3001-ERROR                                  00003430
           END-EVALUATE.                                                00003440
      *                                                                *00003450
      *----------------------*                                          00003460
       1300-LEE-VENCE-EXIT.                                             00003470
      *----------------------*                                          00003480
           EXIT.                                                        00003490
                                                                        00003500
      *----------------------*                                          00003510
       2000-PROCESO-VENCE.                                              00003520
      *----------------------*                                          00003530
      *    CORTE POR GESTOR                                             00003540
           IF VARC-ANALIS NOT = W-GESTOR-ANT                            00003550
              MOVE VARC-ANALIS     TO W-GESTOR-ANT                      00003560
                                      GES-GESTOR                        00003570
              WRITE SAL-RCOMV    FROM LIN-GESTOR AFTER 2                00003580
              WRITE SAL-RCOMV    FROM LIN-TITULOS                       00003590
           END-IF.                                                      00003600
                                                                        00003610
           PERFORM 2100-ARMA-DETALLE                                    00003620
              THRU 2100-ARMA-DETALLE-EXIT.                              00003630
           MOVE W-CND-DIAS         TO DET-DIAS.                         00003640
           IF W-CND-PENDIENTES > ZEROS                                  00003650
              ADD 1                TO CONT-PENDIENTES                   00003660
              MOVE 'PROPUESTA EN VLDTAPQ'  TO DET-ESTADO                00003670
           ELSE                                                         00003680
              MOVE 'PASA A TARIFA ESTANDAR' TO DET-ESTADO               00003690
           END-IF.                                                      00003700
           WRITE SAL-RCOMV       FROM LIN-DETALLE.                      00003710
                                                                        00003720
           PERFORM 1300-LEE-VENCE                                       00003730
              THRU 1300-LEE-VENCE-EXIT.                                 00003740
      *                                                                *00003750
      *---------------------------*                                     00003760
       2000-PROCESO-VENCE-EXIT.                                         00003770
      *---------------------------*                                     00003780
           EXIT.                                                        00003790
                                                                        00003800
      *----------------------*                                          00003810
       2100-ARMA-DETALLE.                                               00003820
      *----------------------*                                          00003830
           MOVE VCOM-CUENTA        TO DET-CUENTA.                       00003840
           MOVE VCOM-CLACONT       TO DET-CLACONT.                      00003850
           MOVE VARC-SUCURS        TO DET-SUCURS.                       00003860
           MOVE VCOM-DINIVAL       TO DET-DINIVAL.                      00003870
           MOVE VCOM-DFINVAL       TO DET-DFINVAL.                      00003880
           MOVE VCOM-CORRE-FIJO    TO DET-FIJO.                         00003890
           MOVE VCOM-CORRE-PORCEN  TO DET-PORCEN.                       00003900
           MOVE VCOM-CORRE-MINIMO  TO DET-MINIMO.                       00003910
           MOVE VCOM-CORRE-MAXIMO  TO DET-MAXIMO.                       00003920
           MOVE VARC-INVERSOR      TO DET-TARIFA.                       00003930
      *                                                                *00003940
      *---------------------------*                                     00003950
       2100-ARMA-DETALLE-EXIT.                                          00003960
      *---------------------------*                                     00003970
           EXIT.                                                        00003980
                                                                        00003990
      *---------------------------------------------------------------* 00004000
      * CONDICIONES ACTIVAS SIN FECHA FIN: DEBEN REGULARIZARSE CON UNA *00004010
      * MODIFICACION EN VL7CCOM0                                       *00004020
      *---------------------------------------------------------------* 00004030
       2500-SIN-FECHA-FIN.                                              00004040
      *-----------------------*                                         00004050
           EXEC SQL                                                     00004060
                CLOSE VLDCCOM2                                          00004070
           END-EXEC.                                                    00004080
           EXEC SQL                                                     00004090
                OPEN VLDCCOM3                                           00004100
           END-EXEC.                                                    00004110
           IF SQLCODE NOT = ZERO                                        00004120
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004130
              MOVE 'VLDCCOM3-2500'          TO WS-PARRAFO               00004140
              PERFORM 3001-ERROR                                        00004150
           END-IF.                                                      00004160
                                                                        00004170
           WRITE SAL-RCOMV       FROM LIN-TITULO-SFF AFTER 2.           00004180
           WRITE SAL-RCOMV       FROM LIN-TITULOS.                      00004190
                                                                        00004200
           PERFORM 2510-LEE-SIN-FECHA                                   00004210
              THRU 2510-LEE-SIN-FECHA-EXIT.                             00004220
           PERFORM 2520-LISTA-SIN-FECHA                                 00004230
              THRU 2520-LISTA-SIN-FECHA-EXIT                            00004240
              UNTIL FIN-SIN-FECHA.                                      00004250
                                                                        00004260
           EXEC SQL                                                     00004270
                CLOSE VLDCCOM3                                          00004280
           END-EXEC.                                                    00004290
      *                                                                *00004300
      *---------------------------*                                     00004310
       2500-SIN-FECHA-FIN-EXIT.                                         00004320
      *---------------------------*                                     00004330
           EXIT.                                                        00004340
                                                                        00004350
      *-----------------------*                                         00004360
       2510-LEE-SIN-FECHA.                                              00004370
      *-----------------------*                                         00004380
           EXEC SQL                                                     00004390
                FETCH VLDCCOM3                                          00004400
                 INTO :VCOM-CUENTA                                      00004410
                    , :VCOM-CLACONT                                     00004420
                    , :VCOM-DINIVAL                                     00004430
                    , :VCOM-DFINVAL                                     00004440
                    , :VCOM-CORRE-FIJO                                  00004450
                    , :VCOM-CORRE-PORCEN                                00004460
                    , :VCOM-CORRE-MINIMO                                00004470
                    , :VCOM-CORRE-MAXIMO                                00004480
                    , :VARC-ANALIS                                      00004490
                    , :VARC-SUCURS                                      00004500
                    , :VARC-INVERSOR                                    00004510
           END-EXEC.                                                    00004520
           EVALUATE SQLCODE                                             00004530
               WHEN ZERO                                                00004540
                    ADD 1 TO CONT-SIN-FECHA                             00004550
               WHEN 100                                                 00004560
                    MOVE '10' TO SW-FIN-SFF                             00004570
               WHEN OTHER                                               00004580
                    MOVE 'FETCH'           TO WS-ACCION                 00004590
                    MOVE 'VLDCCOM3-2510'   TO WS-PARRAFO                00004600
                    PERFORM 3001-ERROR                                  00004610
           END-EVALUATE.                                                00004620
      *                                                                *00004630
      *---------------------------*                                     00004640
       2510-LEE-SIN-FECHA-EXIT.                                         00004650
      *---------------------------*                                     00004660
           EXIT.                                                        00004670
                                                                        00004680
      *-----------------------*                                         00004690
       2520-LISTA-SIN-FECHA.                                            00004700
      *-----------------------*                                         00004710
           PERFORM 2100-ARMA-DETALLE                                    00004720
              THRU 2100-ARMA-DETALLE-EXIT.                              00004730
           MOVE ZEROS              TO DET-DIAS.                         00004740
           MOVE VARC-ANALIS        TO DET-ESTADO.                       00004750
           WRITE SAL-RCOMV       FROM LIN-DETALLE.                      00004760
           PERFORM 2510-LEE-SIN-FECHA                                   00004770
              THRU 2510-LEE-SIN-FECHA-EXIT.                             00004780
      *                                                                *00004790
      *---------------------------*                                     00004800
       2520-LISTA-SIN-FECHA-EXIT.                                       00004810
      *---------------------------*                                     00004820
           EXIT.                                                        00004830
                                                                        00004840
      *--------*                                                        00004850
       3000-FIN.                                                        00004860
      *--------*                                                        00004870
           MOVE CONT-VENCEN        TO TOT-VENCEN.                       00004880
           MOVE CONT-PENDIENTES    TO TOT-PENDIENTES.                   00004890
           MOVE CONT-SIN-FECHA     TO TOT-SIN-FECHA.                    00004900
           WRITE SAL-RCOMV       FROM LIN-TOTALES AFTER 2.              00004910
                                                                        00004920
           CLOSE S1RCOMV.                                               00004930
                                                                        00004940
           DISPLAY '****** FIN VENCIMIENTO CONDICIONES COMISION ******'.00004950
           DISPLAY 'CONDICIONES QUE VENCEN : ' CONT-VENCEN.             00004960
           DISPLAY 'CON PROPUESTA PENDIENTE: ' CONT-PENDIENTES.         00004970
           DISPLAY 'SIN FECHA FIN          : ' CONT-SIN-FECHA.          00004980
                                                                        00004990
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00005000
           ACCEPT WK-HORA-FIN       FROM TIME.                          00005010
           INITIALIZE DCLVLDTCTL.                                       00005020
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00005030
           MOVE W-FECHA-AMD         TO VCTL-FECPROC.                    00005040
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00005050
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00005060
           COMPUTE VCTL-LEIDOS = CONT-VENCEN + CONT-SIN-FECHA.          00005070
           MOVE ZEROS               TO VCTL-ESCRITOS.                   00005080
           MOVE 'OK'                TO VCTL-ESTADO.                     00005090
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00005100
           IF VCTL-CODRESP NOT = ZEROS                                  00005110
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00005120
           END-IF.                                                      00005130
                                                                        00005140
           IF CONT-VENCEN > ZEROS OR CONT-SIN-FECHA > ZEROS             00005150
              MOVE 04 TO RETURN-CODE                                    00005160
           END-IF.                                                      00005170
      *                                                                *00005180
      *-------------*                                                   00005190
       3000-FIN-EXIT.                                                   00005200
      *-------------*                                                   00005210
           EXIT.                                                        00005220
                                                                        00005230
       3001-ERROR.                                                      00005240
      *-----------*                                                     00005250
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00005260
           DISPLAY 'ACCION:          ' WS-ACCION.                       00005270
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00005280
           DISPLAY '******************************************'.        00005290
           MOVE 08 TO RETURN-CODE.                                      00005300
           STOP RUN.                                                    00005310
      *-----------------*                                               00005320
      * FIN DE PROGRAMA *                                               00005330
      *-----------------*                                               00005340
