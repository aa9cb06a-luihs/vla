      *                                       CENTRAL VLDTPAR, 18 PCT   00000235
      *                                       POR DEFECTO).             00000236
      *---------- ---------- ---------------- -------------------------*00000240
      *RITM49201  15-10-2026 LUIS RIVERA H.   SIN CONSENTIMIENTO DEL   *00000241
      *                                       CLIENTE PARA EL CANAL    *00000242
      *                                       ELECTRONICO (VL9CCNS0) LA*00000243
      *                                       FACTURA VA EN PAPEL POR  *00000244
      *                                       LA COLA JETFORM.         *00000245
      *---------- ---------- ---------------- -------------------------*00000246
      ******************************************************************00000250
       ENVIRONMENT DIVISION.                                            00000260
       CONFIGURATION SECTION.                                           00000270
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00001590
          05 CONT-FACTURADAS       PIC 9(08)  VALUE ZEROES.             00001600
          05 CONT-SIN-TARIFA       PIC 9(08)  VALUE ZEROES.             00001610
      *RITM49201-INI                                                  * 00001611
          05 CONT-SIN-CONSENT      PIC 9(08)  VALUE ZEROES.             00001612
      *RITM49201-FIN                                                  * 00001613
          05 TOT-FACTURADO         PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001620
      *RITM49145                                                        00001621
          05 TOT-IGV               PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001622
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001880
           COPY VLCPTCTL.                                               00001890
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001900
      *RITM49201-INI                                                  * 00001901
      *    CONSENTIMIENTOS DEL CLIENTE (RUTINA VL9CCNS0)                00001902
           COPY VLCPTCN0.                                               00001903
       01  WK-VL9CCNS0            PIC X(08) VALUE 'VL9CCNS0'.           00001904
      *RITM49201-FIN                                                  * 00001905
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001910
      *                                                                *00001920
      *  AREA DE COMUNICACION SQLCA                                    *00001930
                    MOVE 'VLDTADT-2300'    TO WS-PARRAFO                00005830
                    PERFORM 3001-ERROR                                  00005840
           END-EVALUATE.                                                00005850
      *RITM49201-INI                                                  * 00005851
      *    EL CANAL ELECTRONICO EXIGE EL CONSENTIMIENTO DEL CLIENTE     00005852
      *    (VL9CCNS0); SIN EL, O SI NO SE PUEDE CONSULTAR, LA           00005853
      *    FACTURA VA EN PAPEL POR LA COLA JETFORM                      00005854
           IF ENTREGA-ELECTRONICA                                       00005855
              INITIALIZE VL9CCNS0-AREA                                  00005856
              MOVE VARC-NUMCLI      TO CN0-NUMCLI                       00005857
              MOVE 'E'              TO CN0-USO                          00005858
              CALL WK-VL9CCNS0   USING VL9CCNS0-AREA                    00005859
              IF CN0-CODRESP NOT = ZEROS                                00005860
                 OR CN0-PERMITIDO NOT = 'S'                             00005861
                 MOVE 'P'           TO SW-ENTREGA                       00005862
                 ADD 1              TO CONT-SIN-CONSENT                 00005863
              END-IF                                                    00005864
           END-IF.                                                      00005865
      *RITM49201-FIN                                                  * 00005866
                                                                        00005867
           IF ENTREGA-ELECTRONICA                                       00005870
              PERFORM 2310-FACTURA-ELECTRONICA                          00005880
                 THRU 2310-FACTURA-ELECTRONICA-EXIT                     00005890
           DISPLAY 'CUENTAS CON CUSTODIA   : ' CONT-CUENTAS.            00007330
           DISPLAY 'CUENTAS FACTURADAS     : ' CONT-FACTURADAS.         00007340
           DISPLAY 'SIN TARIFA             : ' CONT-SIN-TARIFA.         00007350
      *RITM49201-INI                                                  * 00007351
           DISPLAY 'PAPEL SIN CONSENTIM.   : ' CONT-SIN-CONSENT.        00007352
      *RITM49201-FIN                                                  * 00007353
           DISPLAY 'TOTAL FACTURADO        : ' TOT-FACTURADO.           00007360
      *RITM49145                                                      * 00007361
           DISPLAY 'IGV DEL PERIODO        : ' TOT-IGV.                 00007362
