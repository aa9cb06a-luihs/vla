      ******************************************************************00000180
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000190
      *---------- ---------- ---------------- -------------------------*00000200
      *RITM49054  22-08-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000201
      *---------- ---------- ---------------- -------------------------*00000202
      *RITM49182  15-10-2026 LUIS RIVERA H.   CADA CARGO DE CUSTODIA   *00000203
      *                                       QUEDA TAMBIEN POR CUENTA *00000204
      *                                       EN VLDTCGC PARA LA       *00000205
      *                                       RENTABILIDAD POR CLIENTE *00000206
      *                                       (VL4CRENT).              *00000207
      *---------- ---------- ---------------- -------------------------*00000208
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000209
      *                                       TAMBIEN EN LA PASARELA   *00000210
      *                                       CONTABLE (VL9CAPU0) CON  *00000211
      *                                       SUS TOTALES DE CONTROL,  *00000212
      *                                       PARA EL ENVIO UNICO A    *00000213
      *                                       CONTABILIDAD (VL4CPASC). *00000214
      *---------- ---------- ---------------- -------------------------*00000220
      ******************************************************************00000230
       ENVIRONMENT DIVISION.                                            00000240
          05 FAC-MARCA             PIC X(10).                           00001430
          05 FILLER                PIC X(30) VALUE SPACES.              00001440
      *                                                                 00001450
      *RITM49182-INI                                                    00001451
      *    CARGOS POR CUENTA PARA LA RENTABILIDAD POR CLIENTE           00001452
           COPY VLCPTCGC.                                               00001453
      *RITM49182-FIN                                                    00001454
      *RITM49188-INI                                                    00001455
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00001456
           COPY VLCPTAP0.                                               00001457
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00001458
      *RITM49188-FIN                                                    00001459
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001460
           COPY VLCPTCTL.                                               00001470
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001480
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002420
           MOVE W-MES              TO W-MM-AMD.                         00002430
           MOVE W-DIA              TO W-DD-AMD.                         00002440
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002441
      *RITM49182-INI                                                    00002442
      *    PROCESO RELANZABLE: SE BORRA LA CUSTODIA YA REGISTRADA DEL   00002443
      *    PERIODO EN VLDTCGC                                           00002444
           INITIALIZE DCLVLDTCGC.                                       00002445
           COMPUTE VCGC-PERIODO = WA-CARD-AAAA * 100 + WA-CARD-MM.      00002446
           MOVE 'CUSTODIA'         TO VCGC-CONCEPTO.                    00002447
           EXEC SQL                                                     00002448
                DELETE FROM VLDTCGC                                     00002449
                 WHERE VCGC_PERIODO  = :VCGC-PERIODO                    00002450
                   AND VCGC_CONCEPTO = :VCGC-CONCEPTO                   00002451
           END-EXEC.                                                    00002452
           IF SQLCODE NOT = ZERO AND 100                                00002453
              MOVE 'DELETE'                 TO WS-ACCION                00002454
              MOVE 'VLDTCGC-1000'           TO WS-PARRAFO               00002455
              PERFORM 3001-ERROR                                        00002456
           END-IF.                                                      00002457
      *RITM49182-FIN                                                    00002458
                                                                        00002460
           OPEN OUTPUT S1DQCUFA S1RCUFA.                                00002470
           IF NOT S1DQCUFA-OK OR NOT S1RCUFA-OK                         00002480
              MOVE '2300-GENERA-CARGO'      TO WS-PARRAFO               00005270
              PERFORM 3001-ERROR                                        00005280
           END-IF.                                                      00005290
      *RITM49188-INI                                                    00005291
           PERFORM 2390-PASARELA-CONTABLE                               00005292
              THRU 2390-PASARELA-CONTABLE-EXIT.                         00005293
      *RITM49188-FIN                                                    00005294
                                                                        00005300
      *RITM49182-INI                                                    00005301
      *    EL MISMO CARGO, POR CUENTA, PARA LA RENTABILIDAD POR CLIENTE 00005302
           MOVE WK-FECHA-CIERRE         TO VCGC-FECHA.                  00005303
           MOVE VARC-CUENTA             TO VCGC-CUENTA.                 00005304
           MOVE 'PEN'                   TO VCGC-MONEDA.                 00005305
           MOVE WK-COMISION             TO VCGC-IMPORTE.                00005306
           MOVE W-PROGRAMA              TO VCGC-PROGRAMA.               00005307
           MOVE W-FECHA-AMD-N           TO VCGC-FEALTA.                 00005308
           EXEC SQL                                                     00005309
                INSERT INTO VLDTCGC                                     00005310
                      ( VCGC_FECHA    , VCGC_PERIODO                    00005311
                      , VCGC_CUENTA   , VCGC_CONCEPTO                   00005312
                      , VCGC_MONEDA   , VCGC_IMPORTE                    00005313
                      , VCGC_PROGRAMA , VCGC_FEALTA )                   00005314
                VALUES                                                  00005315
                      ( :VCGC-FECHA   , :VCGC-PERIODO                   00005316
                      , :VCGC-CUENTA  , :VCGC-CONCEPTO                  00005317
                      , :VCGC-MONEDA  , :VCGC-IMPORTE                   00005318
                      , :VCGC-PROGRAMA, :VCGC-FEALTA )                  00005319
           END-EXEC.                                                    00005320
           IF SQLCODE NOT = ZERO                                        00005321
              MOVE 'INSERT'                 TO WS-ACCION                00005322
              MOVE 'VLDTCGC-2300'           TO WS-PARRAFO               00005323
              PERFORM 3001-ERROR                                        00005324
           END-IF.                                                      00005325
      *RITM49182-FIN                                                    00005326
           ADD 1           TO CONT-FACTURADAS.                          00005327
           ADD WK-COMISION TO TOT-FACTURADO.                            00005328
      *                                                                *00005330
      *---------------------------*                                     00005340
       2300-GENERA-CARGO-EXIT.                                          00005350
      *---------------------------*                                     00005351
           EXIT.                                                        00005352
                                                                        00005353
      *RITM49188-INI                                                    00005354
      *------------------------------*                                  00005355
       2390-PASARELA-CONTABLE.                                          00005356
      *------------------------------*                                  00005357
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00005358
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00005359
           MOVE 'A'                 TO AP0-FUNCION.                     00005360
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00005361
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00005362
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00005363
           IF AP0-CODRESP NOT = ZEROS                                   00005364
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00005365
              MOVE '2390-PASARELA'          TO WS-PARRAFO               00005366
              PERFORM 3001-ERROR                                        00005367
           END-IF.                                                      00005368
      *                                                                *00005369
      *-----------------------------------*                             00005370
       2390-PASARELA-CONTABLE-EXIT.                                     00005371
      *-----------------------------------*                             00005372
           EXIT.                                                        00005373
      *RITM49188-FIN                                                    00005374
                                                                        00005380
      *--------------------------*                                      00005390
       2900-DETALLE-FACTURA.                                            00005400
           END-EXEC.                                                    00005780
                                                                        00005790
           CLOSE S1DQCUFA S1RCUFA.                                      00005800
                                                                        00005801
      *RITM49188-INI                                                    00005802
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00005803
           MOVE 'F'                 TO AP0-FUNCION.                     00005804
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00005805
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00005806
           IF AP0-CODRESP NOT = ZEROS                                   00005807
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00005808
              MOVE '3000-FIN'               TO WS-PARRAFO               00005809
              PERFORM 3001-ERROR                                        00005810
           END-IF.                                                      00005811
      *RITM49188-FIN                                                    00005812
                                                                        00005813
           DISPLAY '****** FIN FACTURACION DE CUSTODIA ******'.         00005820
           DISPLAY 'CUENTAS CON CUSTODIA   : ' CONT-CUENTAS.            00005830
           DISPLAY 'CUENTAS FACTURADAS     : ' CONT-FACTURADAS.         00005840
