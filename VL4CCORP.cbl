      *                                       Y LA ABRE AL TERMINAR     00000228
      *                                       (VL9CVEN0).               00000229
      *---------- ---------- ---------------- -------------------------*00000230
      *RITM49189  15-10-2026 LUIS RIVERA H.   AUDITA EN VLDTRLOG CADA  *00000231
      *                                       POSICION AJUSTADA, PARA  *00000232
      *                                       LA PRUEBA VL4CPRUP.      *00000233
      *---------- ---------- ---------------- -------------------------*00000234
      ******************************************************************00000240
       ENVIRONMENT DIVISION.                                            00000250
       CONFIGURATION SECTION.                                           00000260
      *RITM49142: VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)             00001141
           COPY VLCPTVE0.                                               00001142
       77  WK-VL9CVEN0            PIC X(08) VALUE 'VL9CVEN0'.           00001143
      *RITM49189: AUDITORIA BATCH (VL9CRLOG)                            00001144
           COPY VLCPTRLOG.                                              00001145
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00001146
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00001147
      *                                                                *00001150
      *  AREA DE COMUNICACION SQLCA                                    *00001160
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001170
              PERFORM 3001-ERROR                                        00004410
           END-IF.                                                      00004420
                                                                        00004430
      *RITM49189-INI                                                  * 00004431
           PERFORM 2100-AUDITA-POSICION                                 00004432
              THRU 2100-AUDITA-POSICION-EXIT.                           00004433
      *RITM49189-FIN                                                  * 00004434
           PERFORM 1300-FETCH-VLDCCORP.                                 00004440
      *                                                                *00004450
      *---------------------------*                                     00004460
       2000-AJUSTA-VLDTADS-EXIT.                                        00004461
      *---------------------------*                                     00004462
           EXIT.                                                        00004463
                                                                        00004464
      *RITM49189-INI                                                  * 00004465
      *------------------------*                                        00004466
       2100-AUDITA-POSICION.                                            00004467
      *------------------------*                                        00004468
      *    IMAGEN DE LA POSICION AJUSTADA EN VLDTRLOG, CON LA CLAVE EN  00004469
      *    TEXTO DE VL4CCANJ (CUENTA 1:7, VALOR 9:12, DEPOSITO 22:13),  00004470
      *    PARA EL ULTIMO EVENTO DE LA PRUEBA VL4CPRUP                  00004471
           INITIALIZE DCLVLDTRLOG.                                      00004472
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00004473
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00004474
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00004475
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00004476
                                        VRLOG-CODTRAN.                  00004477
           MOVE 'VLDTADS'            TO VRLOG-TABLA.                    00004478
           MOVE 'AJUSTCOR'           TO VRLOG-OPERACION.                00004479
           MOVE VADS-CUENTA          TO VRLOG-REGISTRO-TEXT (01:07).    00004480
           MOVE WA-CARD-VALOR        TO VRLOG-REGISTRO-TEXT (09:12).    00004481
           MOVE VADS-DEPOS           TO VRLOG-REGISTRO-TEXT (22:13).    00004482
           MOVE WA-CARD-FACTOR       TO VRLOG-REGISTRO-TEXT (36:10).    00004483
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT TO VRLOG-REGISTRO-LEN.    00004484
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00004485
           IF WK-LOG-CODRESP NOT = ZEROS                                00004486
              DISPLAY 'AVISO: AUDITORIA POSICION NO GRABADA '           00004487
                      VADS-CUENTA                                       00004488
           END-IF.                                                      00004489
      *                                                                *00004490
      *---------------------------*                                     00004491
       2100-AUDITA-POSICION-EXIT.                                       00004492
      *---------------------------*                                     00004493
           EXIT.                                                        00004494
      *RITM49189-FIN                                                  * 00004495
                                                                        00004500
      *----------------------*                                          00004510
       4000-AJUSTA-VLDTHIS.                                             00004520
