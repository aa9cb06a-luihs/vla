      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000210
      *---------- ---------- ---------------- -------------------------*00000220
      *RITM49103  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000230
      *---------- ---------- ---------------- -------------------------*00000231
      *RITM49198  15-10-2026 LUIS RIVERA H.   CADA PRENDA LIBERADA DEJA*00000232
      *                                       AVISO AL CLIENTE (PRE) EN*00000233
      *                                       LA COLA VLDTNOT          *00000234
      *                                       (VL9CNOT0) PARA EL FEED  *00000235
      *                                       SMS/CORREO VL4CNOTF.     *00000236
      *---------- ---------- ---------------- -------------------------*00000240
      ******************************************************************00000250
       ENVIRONMENT DIVISION.                                            00000260
           COPY VLCPTCTL.                                               00001220
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001230
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001240
      *RITM49198-INI                                                  * 00001241
      *    AVISOS AL CLIENTE POR SMS / CORREO (VL9CNOT0 / VLDTNOT)      00001242
           COPY VLCPTNOT.                                               00001243
       01  WK-VL9CNOT0            PIC X(08) VALUE 'VL9CNOT0'.           00001244
       01  WK-NOT-CODRESP         PIC 9(02) VALUE ZEROS.                00001245
       01  WK-NOT-NUMPRE          PIC 9(04) VALUE ZEROS.                00001246
       01  WK-NOT-ISIN            PIC 9(01) VALUE ZEROS.                00001247
      *RITM49198-FIN                                                  * 00001248
      *                                                                *00001250
      *  AREA DE COMUNICACION SQLCA                                     00001260
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001270
           PERFORM 2300-ESCRIBE-AVISO                                   00002430
              THRU 2300-ESCRIBE-AVISO-EXIT.                             00002440
                                                                        00002450
      *RITM49198-INI                                                  * 00002451
           PERFORM 2400-AVISO-CLIENTE                                   00002452
              THRU 2400-AVISO-CLIENTE-EXIT.                             00002453
      *RITM49198-FIN                                                  * 00002454
                                                                        00002455
           PERFORM 1200-FETCH-PRENDA                                    00002460
              THRU 1200-FETCH-PRENDA-EXIT.                              00002470
      *                                                                 00002480
      *                                                                 00003370
      *--------------------------*                                      00003380
       2300-ESCRIBE-AVISO-EXIT.                                         00003390
      *--------------------------*                                      00003391
           EXIT.                                                        00003392
                                                                        00003393
      *RITM49198-INI                                                  * 00003394
      *---------------------*                                           00003395
       2400-AVISO-CLIENTE.                                              00003396
      *---------------------*                                           00003397
      *    LA LIBERACION SE AVISA TAMBIEN AL TITULAR DE LA CUENTA; LA   00003398
      *    REFERENCIA (VALOR + NUMERO DE PRENDA) DEJA UN UNICO AVISO    00003399
           INITIALIZE DCLVLDTNOT.                                       00003400
           MOVE VPRE-CUENTA         TO VNOT-CUENTA.                     00003401
           SET  VNOT-EVE-PRENDA     TO TRUE.                            00003402
           MOVE VPRE-ISIN           TO WK-NOT-ISIN.                     00003403
           MOVE VPRE-NUMPRE         TO WK-NOT-NUMPRE.                   00003404
           MOVE VPRE-PAVAL          TO VNOT-CODVALOR (01:03).           00003405
           MOVE VPRE-VALOR          TO VNOT-CODVALOR (04:08).           00003406
           MOVE WK-NOT-ISIN         TO VNOT-CODVALOR (12:01).           00003407
           MOVE VNOT-CODVALOR       TO VNOT-REFEVE (01:12).             00003408
           MOVE WK-NOT-NUMPRE       TO VNOT-REFEVE (13:04).             00003409
           MOVE W-FECHA-AMD-N       TO VNOT-FECEVE.                     00003410
           MOVE 'PRENDA LIBERADA SOBRE SUS VALORES'                     00003411
                                    TO VNOT-DETALLE.                    00003412
           MOVE W-PROGRAMA          TO VNOT-USUARIO.                    00003413
           CALL WK-VL9CNOT0      USING DCLVLDTNOT WK-NOT-CODRESP.       00003414
           IF WK-NOT-CODRESP = 99                                       00003415
              DISPLAY 'AVISO: AVISO AL CLIENTE NO ENCOLADO CUENTA '     00003416
                      VPRE-CUENTA                                       00003417
           END-IF.                                                      00003418
      *                                                                 00003419
      *--------------------------*                                      00003420
       2400-AVISO-CLIENTE-EXIT.                                         00003421
      *--------------------------*                                      00003422
           EXIT.                                                        00003423
      *RITM49198-FIN                                                  * 00003424
                                                                        00003425
      *--------*                                                        00003430
       3000-FIN.                                                        00003440
      *--------*                                                        00003450
