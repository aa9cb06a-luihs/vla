       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CECAR.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : ENCAMINA LOS EVENTOS CORPORATIVOS DE CUSTODIOS       *00000060
      *           APROBADOS EN VL7CECA0 (COLA VLDTECA, ESTADO 'A')     *00000070
      *           HACIA EL PROCESO QUE LOS LIQUIDA:                    *00000080
      *             'C' TARJETAS SYSIN DE VL4CCORP (VALOR, FACTOR Y    *00000090
      *                 FECHA DE CORTE) EN S1DQSCOR                    *00000100
      *             'D' TARJETAS SYSIN DE VL4CDIVC (VALOR, DIVIDENDO,  *00000110
      *                 FECHA REGISTRO, FECHA PAGO, RETENCION) EN      *00000120
      *                 S1DQSDIV                                       *00000130
      *             'U' ALTA DEL CUPON O VENCIMIENTO EN EL CALENDARIO  *00000140
      *                 VLDTCUP, QUE PAGA VL4CCUPO EN SU FECHA         *00000150
      *           CADA EVENTO ENCAMINADO QUEDA EN ESTADO 'E'.          *00000160
      * SYSIN   : RETENCION A INFORMAR EN LAS TARJETAS DE DIVIDENDO    *00000170
      *           (9(2)V9(2))                                          *00000180
      * FECHA   : 15-10-2026                                           *00000190
      ******************************************************************00000200
      ******************************************************************00000210
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000220
      *---------- ---------- ---------------- -------------------------*00000230
      *RITM49154  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000240
      *---------- ---------- ---------------- -------------------------*00000250
      ******************************************************************00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
       SPECIAL-NAMES.                                                   00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
                                                                        00000320
           SELECT S1DQSCOR  ASSIGN       TO S1DQSCOR                    00000330
                            FILE STATUS  IS FS-SSCOR.                   00000340
                                                                        00000350
           SELECT S1DQSDIV  ASSIGN       TO S1DQSDIV                    00000360
                            FILE STATUS  IS FS-SSDIV.                   00000370
                                                                        00000380
           SELECT S1RECAR   ASSIGN       TO S1RECAR                     00000390
                            FILE STATUS  IS FS-SRECAR.                  00000400
       DATA DIVISION.                                                   00000410
       FILE SECTION.                                                    00000420
      *                                                                *00000430
       FD  S1DQSCOR                                                     00000440
           RECORDING MODE  IS  F                                        00000450
           LABEL  RECORDS  IS  STANDARD                                 00000460
           DATA   RECORD   IS  SAL-SSCOR.                               00000470
         01 SAL-SSCOR              PIC X(80).                           00000480
      *                                                                *00000490
       FD  S1DQSDIV                                                     00000500
           RECORDING MODE  IS  F                                        00000510
           LABEL  RECORDS  IS  STANDARD                                 00000520
           DATA   RECORD   IS  SAL-SSDIV.                               00000530
         01 SAL-SSDIV              PIC X(80).                           00000540
      *                                                                *00000550
       FD  S1RECAR                                                      00000560
           RECORDING MODE  IS  F                                        00000570
           LABEL  RECORDS  IS  STANDARD                                 00000580
           DATA   RECORD   IS  SAL-RECAR.                               00000590
         01 SAL-RECAR              PIC X(132).                          00000600
      *                                                                 00000610
      ******************************************************************00000620
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000630
      ******************************************************************00000640
       WORKING-STORAGE SECTION.                                         00000650
      *************************                                         00000660
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CECAR'.          00000670
      *                                                                 00000680
      * PARAMETROS (SYSIN): RETENCION PARA LOS DIVIDENDOS               00000690
       01  WS-PARAMETROS.                                               00000700
           05 WA-CARD-RETENC       PIC X(04) VALUE SPACES.              00000710
           05 WA-CARD-RETENC-N REDEFINES WA-CARD-RETENC PIC 9(02)V9(02).00000720
      *                                                                 00000730
      * TARJETAS GENERADAS (UNA POR LINEA, COMO LAS LEE EL ACCEPT)      00000740
       01  W-TARJETA               PIC X(80) VALUE SPACES.              00000750
       01  W-TARJ-VALOR            PIC X(12).                           00000760
       01  W-TARJ-FACTOR-G.                                             00000770
           05 W-TARJ-FACTOR        PIC 9(04)V9(06).                     00000780
       01  W-TARJ-DIVIDENDO-G.                                          00000790
           05 W-TARJ-DIVIDENDO     PIC 9(05)V9(06).                     00000800
       01  W-TARJ-FECHA            PIC 9(08).                           00000810
       01  W-TARJ-RETENC-G.                                             00000820
           05 W-TARJ-RETENC        PIC 9(02)V9(02).                     00000830
      *                                                                 00000840
       01  WS-VARIOS.                                                   00000850
           05 SW-FIN-CUR-ECA       PIC X(02) VALUE SPACES.              00000860
              88 FIN-CUR-ECA                 VALUE 'SI'.                00000870
           05 WK-SECUEN-MAX        PIC S9(3)       COMP-3 VALUE ZEROS.  00000880
      *                                                                 00000890
       01  W-DATE                  PIC 9(6).                            00000900
       01  FILLER                  REDEFINES W-DATE.                    00000910
           02 W-ANO                PIC 99.                              00000920
           02 W-MES                PIC 99.                              00000930
           02 W-DIA                PIC 99.                              00000940
       01  W-FECHA-AMD.                                                 00000950
           05 W-AA-AMD             PIC 9(4).                            00000960
           05 W-MM-AMD             PIC 9(2).                            00000970
           05 W-DD-AMD             PIC 9(2).                            00000980
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00000990
       01  W-HORA-CURRENT.                                              00001000
           02  W-HORA              PIC 99.                              00001010
           02  W-MINUTOS           PIC 99.                              00001020
           02  W-SEGUNDOS          PIC 99.                              00001030
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001040
      *                                                                 00001050
       01 W-CONTADORES.                                                 00001060
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001070
          05 CONT-CORP             PIC 9(08)  VALUE ZEROES.             00001080
          05 CONT-DIVC             PIC 9(08)  VALUE ZEROES.             00001090
          05 CONT-CUPON            PIC 9(08)  VALUE ZEROES.             00001100
          05 CONT-RECHAZADOS       PIC 9(08)  VALUE ZEROES.             00001110
      * VARIABLES PARA CONTROL DE ERRORES                               00001120
       01 WS-ERROR.                                                     00001130
          05 WS-ACCION             PIC X(24).                           00001140
          05 WS-PARRAFO            PIC X(19).                           00001150
      * VARIABLES CONTROL DE ARCHIVOS                                   00001160
       01 WS-CTRL-ARCHIVOS.                                             00001170
          05 FS-SSCOR              PIC X(02) VALUE '00'.                00001180
             88 S1DQSCOR-OK                  VALUE '00'.                00001190
          05 FS-SSDIV              PIC X(02) VALUE '00'.                00001200
             88 S1DQSDIV-OK                  VALUE '00'.                00001210
          05 FS-SRECAR             PIC X(02) VALUE '00'.                00001220
             88 S1RECAR-OK                   VALUE '00'.                00001230
      *                                                                 00001240
      * LINEAS DEL REPORTE                                              00001250
       01 LIN-CABECERA.                                                 00001260
          05 FILLER                PIC X(47) VALUE                      00001270
             ' EVENTOS DE CUSTODIOS ENCAMINADOS - FECHA '.              00001280
          05 CAB-FECHA             PIC 9(08).                           00001290
          05 FILLER                PIC X(77) VALUE SPACES.              00001300
       01 LIN-DETALLE.                                                  00001310
          05 FILLER                PIC X(01) VALUE SPACES.              00001320
          05 DET-CODSUS            PIC X(08).                           00001330
          05 FILLER                PIC X(01) VALUE SPACES.              00001340
          05 DET-CORP              PIC X(16).                           00001350
          05 FILLER                PIC X(01) VALUE SPACES.              00001360
          05 DET-CAEV              PIC X(04).                           00001370
          05 FILLER                PIC X(01) VALUE SPACES.              00001380
          05 DET-CODVALOR          PIC X(12).                           00001390
          05 FILLER                PIC X(01) VALUE SPACES.              00001400
          05 DET-FECPAGO           PIC 9(08).                           00001410
          05 FILLER                PIC X(01) VALUE SPACES.              00001420
          05 DET-IMPTIT            PIC ZZZ,ZZZ,ZZ9.999999.              00001430
          05 FILLER                PIC X(01) VALUE SPACES.              00001440
          05 DET-FACTOR            PIC Z,ZZ9.999999.                    00001450
          05 FILLER                PIC X(01) VALUE SPACES.              00001460
          05 DET-RESULTADO         PIC X(30).                           00001470
          05 FILLER                PIC X(16) VALUE SPACES.              00001480
       01 LIN-TOTAL.                                                    00001490
          05 FILLER                PIC X(14) VALUE ' APROBADOS:   '.    00001500
          05 TOT-LEIDOS            PIC ZZ,ZZ9.                          00001510
          05 FILLER                PIC X(12) VALUE '  VL4CCORP: '.      00001520
          05 TOT-CORP              PIC ZZ,ZZ9.                          00001530
          05 FILLER                PIC X(12) VALUE '  VL4CDIVC: '.      00001540
          05 TOT-DIVC              PIC ZZ,ZZ9.                          00001550
          05 FILLER                PIC X(11) VALUE '  VLDTCUP: '.       00001560
          05 TOT-CUPON             PIC ZZ,ZZ9.                          00001570
          05 FILLER                PIC X(14) VALUE '  RECHAZADOS: '.    00001580
          05 TOT-RECHAZADOS        PIC ZZ,ZZ9.                          00001590
          05 FILLER                PIC X(39) VALUE SPACES.              00001600
      *                                                                 00001610
      *    COLA DE EVENTOS CORPORATIVOS DE CUSTODIOS                    00001620
           COPY VLCPTECA.                                               00001630
      *    CALENDARIO DE CUPONES Y VENCIMIENTOS                         00001640
           COPY VLCPTCUP.                                               00001650
      *                                                                 00001660
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001670
           COPY VLCPTCTL.                                               00001680
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001690
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001700
      *                                                                *00001710
      *  AREA DE COMUNICACION SQLCA                                    *00001720
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001730
      *                                                                 00001740
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00001750
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00001760
      *                                                                *00001770
      *  EVENTOS APROBADOS PENDIENTES DE ENCAMINAR                     *00001780
           EXEC SQL                                                     00001790
                DECLARE VLDCECR1 CURSOR FOR                             00001800
                 SELECT  VECA_CODSUS                                    00001810
                      ,  VECA_CORP                                      00001820
                      ,  VECA_CAEV                                      00001830
                      ,  VECA_CODVALOR                                  00001840
                      ,  VECA_DESTINO                                   00001850
                      ,  VECA_FECREG                                    00001860
                      ,  VECA_FECPAGO                                   00001870
                      ,  VECA_IMPTIT                                    00001880
                      ,  VECA_FACTOR                                    00001890
                   FROM  VLDTECA                                        00001900
                  WHERE  VECA_ESTADO = 'A'                              00001910
                  ORDER  BY VECA_FECPAGO                                00001920
                         ,  VECA_CODSUS                                 00001930
                         ,  VECA_CORP                                   00001940
           END-EXEC.                                                    00001950
      *                                                                *00001960
       PROCEDURE DIVISION.                                              00001970
      *                                                                *00001980
           PERFORM 1000-INICIO                                          00001990
              THRU 1000-INICIO-EXIT.                                    00002000
                                                                        00002010
           PERFORM 2000-PROCESA-EVENTO                                  00002020
              THRU 2000-PROCESA-EVENTO-EXIT                             00002030
              UNTIL FIN-CUR-ECA.                                        00002040
                                                                        00002050
           PERFORM 3000-FIN                                             00002060
              THRU 3000-FIN-EXIT.                                       00002070
                                                                        00002080
           STOP RUN.                                                    00002090
      *                                                                *00002100
      *-----------*                                                     00002110
       1000-INICIO.                                                     00002120
      *-----------*                                                     00002130
           INITIALIZE W-CONTADORES.                                     00002140
                                                                        00002150
           ACCEPT WA-CARD-RETENC.                                       00002160
           IF WA-CARD-RETENC NOT NUMERIC                                00002170
              MOVE 'RETENCION INVALIDA'     TO WS-ACCION                00002180
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002190
              PERFORM 3001-ERROR                                        00002200
           END-IF.                                                      00002210
                                                                        00002220
           ACCEPT W-DATE FROM DATE.                                     00002230
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002240
           MOVE W-MES              TO W-MM-AMD.                         00002250
           MOVE W-DIA              TO W-DD-AMD.                         00002260
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002270
                                                                        00002280
           OPEN OUTPUT S1DQSCOR S1DQSDIV S1RECAR.                       00002290
           IF NOT S1DQSCOR-OK OR NOT S1DQSDIV-OK OR NOT S1RECAR-OK      00002300
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00002310
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002320
              PERFORM 3001-ERROR                                        00002330
           END-IF.                                                      00002340
                                                                        00002350
           MOVE W-FECHA-AMD-N       TO CAB-FECHA.                       00002360
           WRITE SAL-RECAR       FROM LIN-CABECERA.                     00002370
                                                                        00002380
           EXEC SQL                                                     00002390
                OPEN VLDCECR1                                           00002400
           END-EXEC.                                                    00002410
           IF SQLCODE NOT = ZERO                                        00002420
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00002430
              MOVE 'VLDCECR1-1000'          TO WS-PARRAFO               00002440
              PERFORM 3001-ERROR                                        00002450
           END-IF.                                                      00002460
                                                                        00002470
           PERFORM 1300-FETCH-EVENTO                                    00002480
              THRU 1300-FETCH-EVENTO-EXIT.                              00002490
      *                                                                *00002500
      *----------------*                                                00002510
       1000-INICIO-EXIT.                                                00002520
      *----------------*                                                00002530
           EXIT.                                                        00002540
                                                                        00002550
      *---------------------*                                           00002560
       1300-FETCH-EVENTO.                                               00002570
      *---------------------*                                           00002580
           EXEC SQL                                                     00002590
                FETCH  VLDCECR1                                         00002600
                 INTO :VECA-CODSUS                                      00002610
                    , :VECA-CORP                                        00002620
                    , :VECA-CAEV                                        00002630
                    , :VECA-CODVALOR                                    00002640
                    , :VECA-DESTINO                                     00002650
                    , :VECA-FECREG                                      00002660
                    , :VECA-FECPAGO                                     00002670
                    , :VECA-IMPTIT                                      00002680
                    , :VECA-FACTOR                                      00002690
           END-EXEC.                                                    00002700
           EVALUATE SQLCODE                                             00002710
               WHEN ZERO                                                00002720
                    ADD 1                TO CONT-LEIDOS                 00002730
               WHEN 100                                                 00002740
                    MOVE 'SI'            TO SW-FIN-CUR-ECA              00002750
               WHEN OTHER                                               00002760
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00002770
                    MOVE 'VLDCECR1-1300'       TO WS-PARRAFO            00002780
                    PERFORM 3001-ERROR                                  00002790
           END-EVALUATE.                                                00002800
      *                                                                *00002810
      *--------------------------*                                      00002820
       1300-FETCH-EVENTO-EXIT.                                          00002830
      *--------------------------*                                      00002840
           EXIT.                                                        00002850
                                                                        00002860
      *-----------------------*                                         00002870
       2000-PROCESA-EVENTO.                                             00002880
      *-----------------------*                                         00002890
           MOVE VECA-CODSUS         TO DET-CODSUS.                      00002900
           MOVE VECA-CORP           TO DET-CORP.                        00002910
           MOVE VECA-CAEV           TO DET-CAEV.                        00002920
           MOVE VECA-CODVALOR       TO DET-CODVALOR.                    00002930
           MOVE VECA-FECPAGO        TO DET-FECPAGO.                     00002940
           MOVE VECA-IMPTIT         TO DET-IMPTIT.                      00002950
           MOVE VECA-FACTOR         TO DET-FACTOR.                      00002960
                                                                        00002970
           EVALUATE TRUE                                                00002980
               WHEN VECA-DEST-CORP                                      00002990
                    PERFORM 2100-TARJETAS-CORP                          00003000
                       THRU 2100-TARJETAS-CORP-EXIT                     00003010
               WHEN VECA-DEST-DIVC                                      00003020
                    PERFORM 2200-TARJETAS-DIVC                          00003030
                       THRU 2200-TARJETAS-DIVC-EXIT                     00003040
               WHEN VECA-DEST-CUPON                                     00003050
                    PERFORM 2300-ALTA-CALENDARIO                        00003060
                       THRU 2300-ALTA-CALENDARIO-EXIT                   00003070
               WHEN OTHER                                               00003080
                    MOVE 'DESTINO NO ENCAMINABLE' TO DET-RESULTADO      00003090
           END-EVALUATE.                                                00003100
                                                                        00003110
           IF DET-RESULTADO (01:10) = 'ENCAMINADO'                      00003120
              PERFORM 2400-MARCA-ENCAMINADO                             00003130
                 THRU 2400-MARCA-ENCAMINADO-EXIT                        00003140
           ELSE                                                         00003150
              ADD 1                 TO CONT-RECHAZADOS                  00003160
           END-IF.                                                      00003170
                                                                        00003180
           WRITE SAL-RECAR       FROM LIN-DETALLE.                      00003190
                                                                        00003200
           PERFORM 1300-FETCH-EVENTO                                    00003210
              THRU 1300-FETCH-EVENTO-EXIT.                              00003220
      *                                                                *00003230
      *----------------------------*                                    00003240
       2000-PROCESA-EVENTO-EXIT.                                        00003250
      *----------------------------*                                    00003260
           EXIT.                                                        00003270
                                                                        00003280
      *-----------------------*                                         00003290
       2100-TARJETAS-CORP.                                              00003300
      *-----------------------*                                         00003310
      *    VL4CCORP: VALOR X(12) / FACTOR 9(4)V9(6) / FECHA DE CORTE    00003320
           IF VECA-FACTOR NOT > ZEROS                                   00003330
              MOVE 'FACTOR NO INFORMADO'    TO DET-RESULTADO            00003340
              GO TO 2100-TARJETAS-CORP-EXIT                             00003350
           END-IF.                                                      00003360
                                                                        00003370
           MOVE VECA-CODVALOR       TO W-TARJ-VALOR.                    00003380
           MOVE VECA-FACTOR         TO W-TARJ-FACTOR.                   00003390
           MOVE VECA-FECREG         TO W-TARJ-FECHA.                    00003400
                                                                        00003410
           MOVE SPACES              TO W-TARJETA.                       00003420
           MOVE W-TARJ-VALOR        TO W-TARJETA.                       00003430
           WRITE SAL-SSCOR       FROM W-TARJETA.                        00003440
           MOVE SPACES              TO W-TARJETA.                       00003450
           MOVE W-TARJ-FACTOR-G     TO W-TARJETA (01:10).               00003460
           WRITE SAL-SSCOR       FROM W-TARJETA.                        00003470
           MOVE SPACES              TO W-TARJETA.                       00003480
           MOVE W-TARJ-FECHA        TO W-TARJETA (01:08).               00003490
           WRITE SAL-SSCOR       FROM W-TARJETA.                        00003500
           IF NOT S1DQSCOR-OK                                           00003510
              MOVE 'WRITE S1DQSCOR'         TO WS-ACCION                00003520
              MOVE '2100-TARJETAS-CORP'     TO WS-PARRAFO               00003530
              PERFORM 3001-ERROR                                        00003540
           END-IF.                                                      00003550
                                                                        00003560
           ADD 1                    TO CONT-CORP.                       00003570
           MOVE 'ENCAMINADO A VL4CCORP'     TO DET-RESULTADO.           00003580
      *                                                                *00003590
      *----------------------------*                                    00003600
       2100-TARJETAS-CORP-EXIT.                                         00003610
      *----------------------------*                                    00003620
           EXIT.                                                        00003630
                                                                        00003640
      *-----------------------*                                         00003650
       2200-TARJETAS-DIVC.                                              00003660
      *-----------------------*                                         00003670
      *    VL4CDIVC: VALOR / DIVIDENDO 9(5)V9(6) / FECHA REGISTRO /     00003680
      *    FECHA PAGO / RETENCION 9(2)V9(2)                             00003690
           IF VECA-IMPTIT NOT > ZEROS                                   00003700
              OR VECA-IMPTIT > 99999.999999                             00003710
              MOVE 'DIVIDENDO NO INFORMADO' TO DET-RESULTADO            00003720
              GO TO 2200-TARJETAS-DIVC-EXIT                             00003730
           END-IF.                                                      00003740
                                                                        00003750
           MOVE VECA-CODVALOR       TO W-TARJ-VALOR.                    00003760
           MOVE VECA-IMPTIT         TO W-TARJ-DIVIDENDO.                00003770
           MOVE WA-CARD-RETENC-N    TO W-TARJ-RETENC.                   00003780
                                                                        00003790
           MOVE SPACES              TO W-TARJETA.                       00003800
           MOVE W-TARJ-VALOR        TO W-TARJETA.                       00003810
           WRITE SAL-SSDIV       FROM W-TARJETA.                        00003820
           MOVE SPACES              TO W-TARJETA.                       00003830
           MOVE W-TARJ-DIVIDENDO-G  TO W-TARJETA (01:11).               00003840
           WRITE SAL-SSDIV       FROM W-TARJETA.                        00003850
           MOVE SPACES              TO W-TARJETA.                       00003860
           MOVE VECA-FECREG         TO W-TARJ-FECHA.                    00003870
           MOVE W-TARJ-FECHA        TO W-TARJETA (01:08).               00003880
           WRITE SAL-SSDIV       FROM W-TARJETA.                        00003890
           MOVE SPACES              TO W-TARJETA.                       00003900
           MOVE VECA-FECPAGO        TO W-TARJ-FECHA.                    00003910
           MOVE W-TARJ-FECHA        TO W-TARJETA (01:08).               00003920
           WRITE SAL-SSDIV       FROM W-TARJETA.                        00003930
           MOVE SPACES              TO W-TARJETA.                       00003940
           MOVE W-TARJ-RETENC-G     TO W-TARJETA (01:04).               00003950
           WRITE SAL-SSDIV       FROM W-TARJETA.                        00003960
           IF NOT S1DQSDIV-OK                                           00003970
              MOVE 'WRITE S1DQSDIV'         TO WS-ACCION                00003980
              MOVE '2200-TARJETAS-DIVC'     TO WS-PARRAFO               00003990
              PERFORM 3001-ERROR                                        00004000
           END-IF.                                                      00004010
                                                                        00004020
           ADD 1                    TO CONT-DIVC.                       00004030
           MOVE 'ENCAMINADO A VL4CDIVC'     TO DET-RESULTADO.           00004040
      *                                                                *00004050
      *----------------------------*                                    00004060
       2200-TARJETAS-DIVC-EXIT.                                         00004070
      *----------------------------*                                    00004080
           EXIT.                                                        00004090
                                                                        00004100
      *-------------------------*                                       00004110
       2300-ALTA-CALENDARIO.                                            00004120
      *-------------------------*                                       00004130
      *    INTR ES CUPON; REDM Y MCAL SON VENCIMIENTO TOTAL. SIN        00004140
      *    IMPORTE POR TITULO EL VENCIMIENTO SE PAGA AL NOMINAL         00004150
           INITIALIZE DCLVLDTCUP.                                       00004160
           MOVE VECA-CODVALOR       TO VCUP-CODVALOR.                   00004170
           IF VECA-CAEV = 'INTR'                                        00004180
              MOVE 'C'              TO VCUP-TIPO                        00004190
           ELSE                                                         00004200
              MOVE 'V'              TO VCUP-TIPO                        00004210
           END-IF.                                                      00004220
           MOVE VECA-IMPTIT         TO VCUP-IMPTIT.                     00004230
                                                                        00004240
           IF VCUP-VENCIMIENTO AND VCUP-IMPTIT = ZEROS                  00004250
              MOVE VECA-CODVALOR (01:03) TO VXEN-PAVAL                  00004260
              MOVE VECA-CODVALOR (04:08) TO VXEN-VALOR                  00004270
              MOVE VECA-CODVALOR (12:01) TO VXEN-ISIN                   00004280
              EXEC SQL                                                  00004290
                   SELECT VXEN_NOMINEM                                  00004300
                     INTO :VXEN-NOMINEM                                 00004310
                     FROM VLDTXEN                                       00004320
                    WHERE VXEN_PAVAL = :VXEN-PAVAL                      00004330
                      AND VXEN_VALOR = :VXEN-VALOR                      00004340
                      AND VXEN_ISIN  = :VXEN-ISIN                       00004350
              END-EXEC                                                  00004360
              IF SQLCODE = 100                                          00004370
                 MOVE 'VALOR NO EXISTE EN XEN' TO DET-RESULTADO         00004380
                 GO TO 2300-ALTA-CALENDARIO-EXIT                        00004390
              END-IF                                                    00004400
              IF SQLCODE NOT = ZERO                                     00004410
                 MOVE 'SELECT'              TO WS-ACCION                00004420
                 MOVE 'VLDTXEN-2300'        TO WS-PARRAFO               00004430
                 PERFORM 3001-ERROR                                     00004440
              END-IF                                                    00004450
              MOVE VXEN-NOMINEM     TO VCUP-IMPTIT                      00004460
           END-IF.                                                      00004470
           IF VCUP-IMPTIT NOT > ZEROS                                   00004480
              MOVE 'IMPORTE NO INFORMADO'   TO DET-RESULTADO            00004490
              GO TO 2300-ALTA-CALENDARIO-EXIT                           00004500
           END-IF.                                                      00004510
                                                                        00004520
      *    CORRELATIVO DEL EVENTO DENTRO DEL VALOR                      00004530
           MOVE ZEROS               TO WK-SECUEN-MAX.                   00004540
           EXEC SQL                                                     00004550
                SELECT  COALESCE(MAX(VCUP_SECUEN), 0)                   00004560
                  INTO :WK-SECUEN-MAX                                   00004570
                  FROM  VLDTCUP                                         00004580
                 WHERE  VCUP_CODVALOR = :VCUP-CODVALOR                  00004590
           END-EXEC.                                                    00004600
           IF SQLCODE NOT = ZERO AND 100                                00004610
              MOVE 'SELECT MAX'             TO WS-ACCION                00004620
              MOVE 'VLDTCUP-2300'           TO WS-PARRAFO               00004630
              PERFORM 3001-ERROR                                        00004640
           END-IF.                                                      00004650
           COMPUTE VCUP-SECUEN = WK-SECUEN-MAX + 1.                     00004660
                                                                        00004670
           MOVE VECA-FECPAGO        TO VCUP-FECPAGO.                    00004680
           MOVE ZEROS               TO VCUP-TASA                        00004690
                                       VCUP-PCT-AMORT.                  00004700
           MOVE SPACES              TO VCUP-BASE.                       00004710
           MOVE 'N'                 TO VCUP-ESTADO.                     00004720
           MOVE W-FECHA-AMD-N       TO VCUP-FEULMOD.                    00004730
           MOVE 'BATC'              TO VCUP-NUMTER.                     00004740
           MOVE W-PROGRAMA          TO VCUP-USUARIO.                    00004750
                                                                        00004760
           EXEC SQL                                                     00004770
                INSERT INTO VLDTCUP                                     00004780
                      ( VCUP_CODVALOR                                   00004790
                      , VCUP_SECUEN                                     00004800
                      , VCUP_TIPO                                       00004810
                      , VCUP_FECPAGO                                    00004820
                      , VCUP_IMPTIT                                     00004830
                      , VCUP_TASA                                       00004840
                      , VCUP_BASE                                       00004850
                      , VCUP_PCT_AMORT                                  00004860
                      , VCUP_ESTADO                                     00004870
                      , VCUP_FEULMOD                                    00004880
                      , VCUP_NUMTER                                     00004890
                      , VCUP_USUARIO )                                  00004900
                VALUES                                                  00004910
                      ( :VCUP-CODVALOR                                  00004920
                      , :VCUP-SECUEN                                    00004930
                      , :VCUP-TIPO                                      00004940
                      , :VCUP-FECPAGO                                   00004950
                      , :VCUP-IMPTIT                                    00004960
                      , :VCUP-TASA                                      00004970
                      , :VCUP-BASE                                      00004980
                      , :VCUP-PCT-AMORT                                 00004990
                      , :VCUP-ESTADO                                    00005000
                      , :VCUP-FEULMOD                                   00005010
                      , :VCUP-NUMTER                                    00005020
                      , :VCUP-USUARIO )                                 00005030
           END-EXEC.                                                    00005040
           IF SQLCODE NOT = ZERO                                        00005050
              MOVE 'INSERT'                 TO WS-ACCION                00005060
              MOVE 'VLDTCUP-2300'           TO WS-PARRAFO               00005070
              PERFORM 3001-ERROR                                        00005080
           END-IF.                                                      00005090
                                                                        00005100
           ADD 1                    TO CONT-CUPON.                      00005110
           MOVE 'ENCAMINADO A VLDTCUP'      TO DET-RESULTADO.           00005120
      *                                                                *00005130
      *------------------------------*                                  00005140
       2300-ALTA-CALENDARIO-EXIT.                                       00005150
      *------------------------------*                                  00005160
           EXIT.                                                        00005170
                                                                        00005180
      *--------------------------*                                      00005190
       2400-MARCA-ENCAMINADO.                                           00005200
      *--------------------------*                                      00005210
           MOVE W-FECHA-AMD-N       TO VECA-FEULMOD.                    00005220
           MOVE 'BATC'              TO VECA-NUMTER.                     00005230
           MOVE W-PROGRAMA          TO VECA-USUARIO.                    00005240
           EXEC SQL                                                     00005250
                UPDATE VLDTECA                                          00005260
                   SET VECA_ESTADO   = 'E'                              00005270
                     , VECA_FEULMOD  = :VECA-FEULMOD                    00005280
                     , VECA_NUMTER   = :VECA-NUMTER                     00005290
                     , VECA_USUARIO  = :VECA-USUARIO                    00005300
                 WHERE VECA_CODSUS   = :VECA-CODSUS                     00005310
                   AND VECA_CORP     = :VECA-CORP                       00005320
           END-EXEC.                                                    00005330
           IF SQLCODE NOT = ZERO                                        00005340
              MOVE 'UPDATE'                 TO WS-ACCION                00005350
              MOVE 'VLDTECA-2400'           TO WS-PARRAFO               00005360
              PERFORM 3001-ERROR                                        00005370
           END-IF.                                                      00005380
      *                                                                *00005390
      *-------------------------------*                                 00005400
       2400-MARCA-ENCAMINADO-EXIT.                                      00005410
      *-------------------------------*                                 00005420
           EXIT.                                                        00005430
                                                                        00005440
      *--------*                                                        00005450
       3000-FIN.                                                        00005460
      *--------*                                                        00005470
      *                                                                 00005480
           EXEC SQL                                                     00005490
                CLOSE VLDCECR1                                          00005500
           END-EXEC.                                                    00005510
                                                                        00005520
           EXEC SQL                                                     00005530
                COMMIT                                                  00005540
           END-EXEC.                                                    00005550
           IF SQLCODE NOT = ZERO                                        00005560
              MOVE 'COMMIT'                 TO WS-ACCION                00005570
              MOVE '3000-FIN'               TO WS-PARRAFO               00005580
              PERFORM 3001-ERROR                                        00005590
           END-IF.                                                      00005600
                                                                        00005610
           MOVE CONT-LEIDOS         TO TOT-LEIDOS.                      00005620
           MOVE CONT-CORP           TO TOT-CORP.                        00005630
           MOVE CONT-DIVC           TO TOT-DIVC.                        00005640
           MOVE CONT-CUPON          TO TOT-CUPON.                       00005650
           MOVE CONT-RECHAZADOS     TO TOT-RECHAZADOS.                  00005660
           WRITE SAL-RECAR       FROM LIN-TOTAL AFTER 2.                00005670
                                                                        00005680
           CLOSE S1DQSCOR S1DQSDIV S1RECAR.                             00005690
                                                                        00005700
           DISPLAY '****** FIN ENCAMINAMIENTO EVENTOS CUSTODIO ******'. 00005710
           DISPLAY 'EVENTOS APROBADOS      : ' CONT-LEIDOS.             00005720
           DISPLAY 'TARJETAS VL4CCORP      : ' CONT-CORP.               00005730
           DISPLAY 'TARJETAS VL4CDIVC      : ' CONT-DIVC.               00005740
           DISPLAY 'ALTAS VLDTCUP          : ' CONT-CUPON.              00005750
           DISPLAY 'NO ENCAMINADOS         : ' CONT-RECHAZADOS.         00005760
                                                                        00005770
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00005780
           ACCEPT WK-HORA-FIN       FROM TIME.                          00005790
           INITIALIZE DCLVLDTCTL.                                       00005800
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00005810
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00005820
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00005830
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00005840
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00005850
           COMPUTE VCTL-ESCRITOS = CONT-CORP + CONT-DIVC + CONT-CUPON.  00005860
           MOVE CONT-RECHAZADOS     TO VCTL-RECHAZADOS.                 00005870
           MOVE 'OK'                TO VCTL-ESTADO.                     00005880
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00005890
           IF VCTL-CODRESP NOT = ZEROS                                  00005900
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00005910
           END-IF.                                                      00005920
      *                                                                *00005930
      *-------------*                                                   00005940
       3000-FIN-EXIT.                                                   00005950
      *-------------*                                                   00005960
           EXIT.                                                        00005970
                                                                        00005980
       3001-ERROR.                                                      00005990
      *-----------*                                                     00006000
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00006010
           DISPLAY 'ACCION:          ' WS-ACCION.                       00006020
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00006030
           DISPLAY '******************************************'.        00006040
           MOVE 08 TO RETURN-CODE.                                      00006050
           STOP RUN.                                                    00006060
      *-----------------*                                               00006070
      * FIN DE PROGRAMA *                                               00006080
      *-----------------*                                               00006090
