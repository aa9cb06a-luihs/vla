      *                                       PLAZA (RUTINA VL9CFER0):  00000340
      *                                       SE ACABARON LOS MT54X     00000350
      *                                       REBOTADOS POR VALOR EN    00000360
      *                                       FERIADO DE NY O MADRID.   00000361
      *---------- ---------- ---------------- -------------------------*00000362
      *RITM49155  15-10-2026 LUIS RIVERA H.   CADA INSTRUCCION QUEDA EN 00000363
      *                                       VLDTI54 CON SU REFERENCIA 00000364
      *                                       SEME (VL54X+AAMMDD+SEC.)  00000365
      *                                       Y LA OPERACION QUE YA     00000366
      *                                       TIENE INSTRUCCION VIVA NO 00000367
      *                                       SE REENVIA. VL4CMT54 CASA 00000368
      *                                       POR ESA REFERENCIA LAS    00000369
      *                                       CONFIRMACIONES MT544-547  00000370
      *                                       Y LOS ESTADOS MT548.      00000371
      *---------- ---------- ---------------- -------------------------*00000380
      ******************************************************************00000390
       ENVIRONMENT DIVISION.                                            00000400
           05 WK-FVALOR-ED         PIC 9(08) VALUE ZEROS.               00000950
           05 WK-IMPORTE-ED        PIC 9(13)V9(2) VALUE ZEROS.          00000960
           05 WK-TIPO-MSG          PIC X(03) VALUE SPACES.              00000970
           05 WK-SEME              PIC X(16) VALUE SPACES.              00000971
           05 WK-VIVAS             PIC S9(9) COMP VALUE ZEROS.          00000972
           05 WK-ISIN-ED           PIC 9(01) VALUE ZEROS.               00000973
      *    CALENDARIO MULTIPLAZA (RUTINA VL9CFER0)                      00000980
       01  WK-VL9CFER0             PIC X(08) VALUE 'VL9CFER0'.          00000990
           COPY VLCPTFE0.                                               00001000
          05 CONT-MOVIMIENTOS      PIC 9(08)  VALUE ZEROES.             00001360
          05 CONT-MENSAJES         PIC 9(08)  VALUE ZEROES.             00001370
          05 CONT-SIN-LISTA        PIC 9(08)  VALUE ZEROES.             00001380
          05 CONT-YA-INSTRUIDAS    PIC 9(08)  VALUE ZEROES.             00001381
      * VARIABLES PARA CONTROL DE ERRORES                               00001390
       01 WS-ERROR.                                                     00001400
          05 WS-ACCION             PIC X(24).                           00001410
           COPY VLCPTCTL.                                               00001530
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001540
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001550
      *    INSTRUCCIONES ENVIADAS A LOS CUSTODIOS (VLDTI54)             00001551
           COPY VLCPTI54.                                               00001552
      *                                                                *00001560
      *  AREA DE COMUNICACION SQLCA                                     00001570
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001580
           IF IN-CUS > CONT-CUST                                        00003130
              ADD 1 TO CONT-SIN-LISTA                                   00003140
           ELSE                                                         00003150
      *       UNA OPERACION CON INSTRUCCION VIVA NO SE VUELVE A ENVIAR  00003151
              PERFORM 2050-INSTRUCCION-VIVA                             00003152
                 THRU 2050-INSTRUCCION-VIVA-EXIT                        00003153
              IF WK-VIVAS > ZEROS                                       00003154
                 ADD 1 TO CONT-YA-INSTRUIDAS                            00003155
              ELSE                                                      00003156
                 PERFORM 2100-GENERA-INSTRUCCION                        00003157
                    THRU 2100-GENERA-INSTRUCCION-EXIT                   00003158
              END-IF                                                    00003159
           END-IF.                                                      00003180
                                                                        00003190
           PERFORM 1300-FETCH-VLDC54X0.                                 00003200
      *                                                                *00003210
      *-----------------*                                               00003220
       2000-PROCESO-EXIT.                                               00003221
      *-----------------*                                               00003222
           EXIT.                                                        00003223
                                                                        00003224
      *---------------------------*                                     00003225
       2050-INSTRUCCION-VIVA.                                           00003226
      *---------------------------*                                     00003227
      *    VIVA ES LA ENVIADA QUE EL CUSTODIO NO RECHAZO NI CANCELO     00003228
           MOVE WMOV-CUENTA         TO VI54-CUENTA.                     00003229
           MOVE WMOV-REFER          TO VI54-REFER.                      00003230
           EXEC SQL                                                     00003231
                SELECT COUNT(*)                                         00003232
                  INTO :WK-VIVAS                                        00003233
                  FROM VLDTI54                                          00003234
                 WHERE VI54_CUENTA = :VI54-CUENTA                       00003235
                   AND VI54_REFER  = :VI54-REFER                        00003236
                   AND VI54_ESTADO IN ('E', 'A', 'P', 'C')              00003237
           END-EXEC.                                                    00003238
           IF SQLCODE NOT = ZERO                                        00003239
              MOVE 'SELECT COUNT'           TO WS-ACCION                00003240
              MOVE 'VLDTI54-2050'           TO WS-PARRAFO               00003241
              PERFORM 3001-ERROR                                        00003242
           END-IF.                                                      00003243
      *                                                                *00003244
      *--------------------------------*                                00003245
       2050-INSTRUCCION-VIVA-EXIT.                                      00003246
      *--------------------------------*                                00003247
           EXIT.                                                        00003250
                                                                        00003260
      *----------------------------*                                    00003270
           MOVE ':16R:GENL'         TO L54X-TEXTO.                      00003590
           PERFORM 2900-GRABA-LINEA.                                    00003600
                                                                        00003610
           MOVE SPACES              TO WK-SEME.                         00003611
           STRING 'VL54X'           DELIMITED BY SIZE                   00003612
                  W-DATE            DELIMITED BY SIZE                   00003613
                  WK-SECUENCIA      DELIMITED BY SIZE                   00003614
             INTO WK-SEME.                                              00003615
           MOVE SPACES              TO L54X-TEXTO.                      00003620
           STRING ':20C::SEME//'    DELIMITED BY SIZE                   00003621
                  WK-SEME           DELIMITED BY SPACE                  00003622
             INTO L54X-TEXTO.                                           00003650
           PERFORM 2900-GRABA-LINEA.                                    00003660
                                                                        00003670
           STRING ':20C::RELA//' DELIMITED BY SIZE                      00004410
                  WK-REFER-ED    DELIMITED BY SIZE                      00004420
             INTO L54X-TEXTO.                                           00004430
           PERFORM 2900-GRABA-LINEA.                                    00004431
                                                                        00004432
           MOVE '-}'                TO L54X-TEXTO.                      00004433
           PERFORM 2900-GRABA-LINEA.                                    00004434
           ADD 1 TO CONT-MENSAJES.                                      00004435
           PERFORM 2200-REGISTRA-INSTRUCCION                            00004436
              THRU 2200-REGISTRA-INSTRUCCION-EXIT.                      00004437
      *                                                                *00004438
      *---------------------------------*                               00004439
       2100-GENERA-INSTRUCCION-EXIT.                                    00004440
      *---------------------------------*                               00004441
           EXIT.                                                        00004442
                                                                        00004443
      *---------------------------------*                               00004444
       2200-REGISTRA-INSTRUCCION.                                       00004445
      *---------------------------------*                               00004446
      *    DEJA LA INSTRUCCION EN VLDTI54 PARA CASAR LA RESPUESTA       00004447
           INITIALIZE DCLVLDTI54.                                       00004448
           MOVE WK-SEME             TO VI54-SEME.                       00004449
           MOVE WMOV-CODSUS         TO VI54-CODSUS.                     00004450
           MOVE WK-TIPO-MSG         TO VI54-TIPMSG.                     00004451
           MOVE WMOV-CUENTA         TO VI54-CUENTA.                     00004452
           MOVE WMOV-REFER          TO VI54-REFER.                      00004453
           MOVE WMOV-PAVAL          TO VI54-CODVALOR (01:03).           00004454
           MOVE WMOV-VALOR          TO VI54-CODVALOR (04:08).           00004455
           MOVE WMOV-ISIN           TO WK-ISIN-ED.                      00004456
           MOVE WK-ISIN-ED          TO VI54-CODVALOR (12:01).           00004457
           MOVE WMOV-TITUL          TO VI54-TITUL.                      00004458
           MOVE WMOV-IMPORTE        TO VI54-IMPORTE.                    00004459
           MOVE WMOV-MONEDA         TO VI54-MONEDA.                     00004460
           MOVE WK-FVALOR-ED        TO VI54-FVALOR.                     00004461
           MOVE W-FECHA-AMD-N       TO VI54-FEC-ENVIO                   00004462
                                       VI54-FEC-ESTADO                  00004463
                                       VI54-FEULMOD.                    00004464
           MOVE 'E'                 TO VI54-ESTADO.                     00004465
           MOVE SPACES              TO VI54-COD-STATUS                  00004466
                                       VI54-MOTIVO.                     00004467
           MOVE ZEROS               TO VI54-FEC-LIQ                     00004468
                                       VI54-TITUL-LIQ                   00004469
                                       VI54-IMPORTE-LIQ.                00004470
           MOVE 'BATC'              TO VI54-NUMTER.                     00004471
           MOVE W-PROGRAMA          TO VI54-USUARIO.                    00004472
           EXEC SQL                                                     00004473
                INSERT INTO VLDTI54                                     00004474
                      ( VI54_SEME                                       00004475
                      , VI54_CODSUS                                     00004476
                      , VI54_TIPMSG                                     00004477
                      , VI54_CUENTA                                     00004478
                      , VI54_REFER                                      00004479
                      , VI54_CODVALOR                                   00004480
                      , VI54_TITUL                                      00004481
                      , VI54_IMPORTE                                    00004482
                      , VI54_MONEDA                                     00004483
                      , VI54_FVALOR                                     00004484
                      , VI54_FEC_ENVIO                                  00004485
                      , VI54_ESTADO                                     00004486
                      , VI54_COD_STATUS                                 00004487
                      , VI54_MOTIVO                                     00004488
                      , VI54_FEC_ESTADO                                 00004489
                      , VI54_FEC_LIQ                                    00004490
                      , VI54_TITUL_LIQ                                  00004491
                      , VI54_IMPORTE_LIQ                                00004492
                      , VI54_FEULMOD                                    00004493
                      , VI54_NUMTER                                     00004494
                      , VI54_USUARIO )                                  00004495
                VALUES                                                  00004496
                      ( :VI54-SEME                                      00004497
                      , :VI54-CODSUS                                    00004498
                      , :VI54-TIPMSG                                    00004499
                      , :VI54-CUENTA                                    00004500
                      , :VI54-REFER                                     00004501
                      , :VI54-CODVALOR                                  00004502
                      , :VI54-TITUL                                     00004503
                      , :VI54-IMPORTE                                   00004504
                      , :VI54-MONEDA                                    00004505
                      , :VI54-FVALOR                                    00004506
                      , :VI54-FEC-ENVIO                                 00004507
                      , :VI54-ESTADO                                    00004508
                      , :VI54-COD-STATUS                                00004509
                      , :VI54-MOTIVO                                    00004510
                      , :VI54-FEC-ESTADO                                00004511
                      , :VI54-FEC-LIQ                                   00004512
                      , :VI54-TITUL-LIQ                                 00004513
                      , :VI54-IMPORTE-LIQ                               00004514
                      , :VI54-FEULMOD                                   00004515
                      , :VI54-NUMTER                                    00004516
                      , :VI54-USUARIO )                                 00004517
           END-EXEC.                                                    00004518
           IF SQLCODE NOT = ZERO                                        00004519
              MOVE 'INSERT'                 TO WS-ACCION                00004520
              MOVE 'VLDTI54-2200'           TO WS-PARRAFO               00004521
              PERFORM 3001-ERROR                                        00004522
           END-IF.                                                      00004523
      *                                                                *00004524
      *-----------------------------------*                             00004525
       2200-REGISTRA-INSTRUCCION-EXIT.                                  00004526
      *-----------------------------------*                             00004527
           EXIT.                                                        00004530
                                                                        00004540
      *-------------------*                                             00004550
                CLOSE VLDC54X0                                          00004660
           END-EXEC.                                                    00004670
                                                                        00004680
           EXEC SQL                                                     00004681
                COMMIT                                                  00004682
           END-EXEC.                                                    00004683
           IF SQLCODE NOT = ZERO                                        00004684
              MOVE 'COMMIT'                 TO WS-ACCION                00004685
              MOVE '3000-FIN'               TO WS-PARRAFO               00004686
              PERFORM 3001-ERROR                                        00004687
           END-IF.                                                      00004688
                                                                        00004689
           CLOSE E1DQCUST S1DQ54X.                                      00004690
                                                                        00004700
           DISPLAY '****** FIN GENERACION MT540-543 ******'.            00004710
           DISPLAY 'OPERACIONES INCLUIDAS  : ' CONT-MOVIMIENTOS.        00004720
           DISPLAY 'MENSAJES GENERADOS     : ' CONT-MENSAJES.           00004730
           DISPLAY 'CUSTODIO FUERA DE LISTA: ' CONT-SIN-LISTA.          00004740
           DISPLAY 'YA INSTRUIDAS (VIVAS)  : ' CONT-YA-INSTRUIDAS.      00004741
                                                                        00004750
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00004760
           ACCEPT WK-HORA-FIN       FROM TIME.                          00004770
