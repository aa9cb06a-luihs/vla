      *             MOV = MOVIMIENTOS LIQUIDADOS EN EL DIA (MARCA 'P'  *00000140
      *                   EN POSICION 107 Y FECHA ULT.MOD = PROCESO)   *00000150
      *             PEN = OPERACIONES PENDIENTES DE LIQUIDAR           *00000160
      *             ING = INGRESOS PROYECTADOS A 12 MESES (VLDTPIN     *00000161
      *                   DEL ULTIMO PERIODO DE VL4CPRIN) AUN NO       *00000162
      *                   COBRADOS A LA FECHA DE PROCESO               *00000163
      *           EL FICHERO ABRE CON 'HDR' Y CIERRA CON 'TRL'         *00000170
      *           (ESQUEMA VLCPTCTF) PARA QUE EL CANAL VALIDE QUE      *00000180
      *           LLEGO COMPLETO. LA CORRIDA QUEDA EN VLDTCTL.         *00000190
      *           SOLO SE ENVIAN LOS CLIENTES QUE CONSINTIERON EL USO  *00000191
      *           DEL CANAL ELECTRONICO (VLDTCNS, VER VL7CCNS0).       *00000192
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000200
      * FECHA   : 02-09-2026                                           *00000210
      ******************************************************************00000220
      *                                       REGISTRO POS LLEVA EL     00000264
      *                                       DEVENGADO POR SEPARADO    00000265
      *                                       (RUTINA VL9CDEV0).        00000266
      *---------- ---------- ---------------- -------------------------*00000267
      *RITM49185  15-10-2026 LUIS RIVERA H.   SOLO VIAJAN LOS CLIENTES  00000268
      *                                       CON CONSENTIMIENTO DE     00000269
      *                                       CANAL ELECTRONICO VIGENTE 00000270
      *                                       EN VLDTCNS (PROTECCION DE 00000271
      *                                       DATOS PERSONALES).        00000272
      *---------- ---------- ---------------- -------------------------*00000273
      *RITM49196  15-10-2026 LUIS RIVERA H.   NUEVO REGISTRO ING CON LOS00000274
      *                                       INGRESOS PROYECTADOS DEL  00000275
      *                                       CLIENTE (VLDTPIN).        00000276
      *---------- ---------- ---------------- -------------------------*00000277
      ******************************************************************00000280
       ENVIRONMENT DIVISION.                                            00000290
       CONFIGURATION SECTION.                                           00000300
          05 CONT-POSICIONES       PIC 9(08)  VALUE ZEROES.             00000990
          05 CONT-MOVIMIENTOS      PIC 9(08)  VALUE ZEROES.             00001000
          05 CONT-PENDIENTES       PIC 9(08)  VALUE ZEROES.             00001010
          05 CONT-INGRESOS         PIC 9(08)  VALUE ZEROES.             00001011
          05 CONT-REGISTROS        PIC 9(08)  VALUE ZEROES.             00001020
      * VARIABLES PARA CONTROL DE ERRORES                               00001030
       01 WS-ERROR.                                                     00001040
          05 FILLER                PIC X(01) VALUE '|'.                 00001560
          05 PEN-IMPORTE           PIC -9(13).9(2).                     00001570
          05 FILLER                PIC X(01) VALUE '|'.                 00001580
          05 PEN-FVALOR            PIC 9(08).                           00001581
          05 FILLER                PIC X(83) VALUE SPACES.              00001582
      *RITM49196-INI                                                    00001583
       01 SALIDA-INGRESO.                                               00001584
          05 FILLER                PIC X(04) VALUE 'ING|'.              00001585
          05 ING-NUMCLI            PIC 9(08).                           00001586
          05 FILLER                PIC X(01) VALUE '|'.                 00001587
          05 ING-CUENTA            PIC 9(07).                           00001588
          05 FILLER                PIC X(01) VALUE '|'.                 00001589
          05 ING-CODVALOR          PIC X(12).                           00001590
          05 FILLER                PIC X(01) VALUE '|'.                 00001591
          05 ING-TIPO              PIC X(01).                           00001592
          05 FILLER                PIC X(01) VALUE '|'.                 00001593
          05 ING-FECPAGO           PIC 9(08).                           00001594
          05 FILLER                PIC X(01) VALUE '|'.                 00001595
          05 ING-MONEDA            PIC X(03).                           00001596
          05 FILLER                PIC X(01) VALUE '|'.                 00001597
          05 ING-BRUTO             PIC -9(13).9(2).                     00001598
          05 FILLER                PIC X(01) VALUE '|'.                 00001599
          05 ING-RETENCION         PIC -9(13).9(2).                     00001600
          05 FILLER                PIC X(01) VALUE '|'.                 00001601
          05 ING-NETO              PIC -9(13).9(2).                     00001602
          05 FILLER                PIC X(58) VALUE SPACES.              00001603
      *                                                                 00001604
      *    INGRESOS PROYECTADOS (LOS CALCULA VL4CPRIN)                  00001605
           COPY VLCPTPIN.                                               00001606
      *RITM49196-FIN                                                    00001607
      *                                                                 00001610
      *    CABECERA/COLA DE CONTROL DE TRANSMISION                      00001620
           COPY VLCPTCTF.                                               00001630
                    AND  X.VXEN_VALOR  = S.VADS_VALOR                   00001930
                    AND  X.VXEN_ISIN   = S.VADS_ISIN                    00001940
                    AND  S.VADS_DEPOS <> 0                              00001950
      *RITM49185-INI                                                    00001951
                    AND  EXISTS                                         00001952
                        (SELECT 1                                       00001953
                           FROM VLDTCNS C                               00001954
                          WHERE C.VCNS_NUMCLI   = A.VARC_NUMCLI         00001955
                            AND C.VCNS_ELECTRON = 'S')                  00001956
      *RITM49185-FIN                                                    00001957
                  ORDER  BY A.VARC_NUMCLI, S.VADS_CUENTA                00001960
                      ,  S.VADS_PAVAL, S.VADS_VALOR                     00001970
           END-EXEC.                                                    00001980
                    AND  A.VARC_CUENTA = D.VDET_CTAVAL                  00002190
                    AND  SUBSTR(D.VDET_DATOS_DETAL, 107, 1) = 'P'       00002200
                    AND  D.VDET_FEULMOD = :WA-CARD-FECHA-N              00002210
      *RITM49185-INI                                                    00002211
                    AND  EXISTS                                         00002212
                        (SELECT 1                                       00002213
                           FROM VLDTCNS C                               00002214
                          WHERE C.VCNS_NUMCLI   = A.VARC_NUMCLI         00002215
                            AND C.VCNS_ELECTRON = 'S')                  00002216
      *RITM49185-FIN                                                    00002217
                  ORDER  BY A.VARC_NUMCLI, D.VDET_CTAVAL                00002220
           END-EXEC.                                                    00002230
      *                                                                 00002240
                    AND  O.VOPE_FORMAT = D.VDET_FORMAT                  00002440
                    AND  A.VARC_CUENTA = D.VDET_CTAVAL                  00002450
                    AND  SUBSTR(D.VDET_DATOS_DETAL, 107, 1) <> 'P'      00002460
      *RITM49185-INI                                                    00002461
                    AND  EXISTS                                         00002462
                        (SELECT 1                                       00002463
                           FROM VLDTCNS C                               00002464
                          WHERE C.VCNS_NUMCLI   = A.VARC_NUMCLI         00002465
                            AND C.VCNS_ELECTRON = 'S')                  00002466
      *RITM49185-FIN                                                    00002467
                  ORDER  BY A.VARC_NUMCLI, D.VDET_CTAVAL                00002470
           END-EXEC.                                                    00002480
      *                                                                 00002490
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00002560
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00002570
                    AND VCAM_CIERRE_D <>  0                             00002580
                  ORDER BY VCAM_FECDIA DESC                             00002581
                  OPTIMIZE FOR 1 ROW                                    00002582
           END-EXEC.                                                    00002583
      *RITM49196-INI                                                    00002584
      *  INGRESOS PROYECTADOS DEL ULTIMO PERIODO AUN NO COBRADOS        00002585
           EXEC SQL                                                     00002586
                DECLARE VLDCWEB5 CURSOR FOR                             00002587
                 SELECT  P.VPIN_NUMCLI                                  00002588
                      ,  P.VPIN_CUENTA                                  00002589
                      ,  P.VPIN_CODVALOR                                00002590
                      ,  P.VPIN_TIPO                                    00002591
                      ,  P.VPIN_FECPAGO                                 00002592
                      ,  P.VPIN_MONEDA                                  00002593
                      ,  P.VPIN_BRUTO                                   00002594
                      ,  P.VPIN_RETENCION                               00002595
                      ,  P.VPIN_NETO                                    00002596
                   FROM  VLDTPIN P                                      00002597
                      ,  VLDTARC A                                      00002598
                  WHERE  A.VARC_CUENTA  = P.VPIN_CUENTA                 00002599
                    AND  A.VARC_SITUAC  = 'A'                           00002600
                    AND  P.VPIN_PERIODO =                               00002601
                        (SELECT MAX(VPIN_PERIODO)                       00002602
                           FROM VLDTPIN)                                00002603
                    AND  P.VPIN_FECPAGO > :WA-CARD-FECHA-N              00002604
                    AND  EXISTS                                         00002605
                        (SELECT 1                                       00002606
                           FROM VLDTCNS C                               00002607
                          WHERE C.VCNS_NUMCLI   = A.VARC_NUMCLI         00002608
                            AND C.VCNS_ELECTRON = 'S')                  00002609
                  ORDER  BY P.VPIN_NUMCLI, P.VPIN_CUENTA                00002610
                      ,  P.VPIN_FECPAGO                                 00002611
           END-EXEC.                                                    00002612
      *RITM49196-FIN                                                    00002613
      *                                                                *00002620
       PROCEDURE DIVISION.                                              00002630
      *                                                                 00002640
                                                                        00002730
           PERFORM 4000-PENDIENTES                                      00002740
              THRU 4000-PENDIENTES-EXIT.                                00002750
      *RITM49196-INI                                                    00002751
           PERFORM 4500-INGRESOS                                        00002752
              THRU 4500-INGRESOS-EXIT.                                  00002753
      *RITM49196-FIN                                                    00002754
                                                                        00002760
           PERFORM 5000-FIN                                             00002770
              THRU 5000-FIN-EXIT.                                       00002780
           MOVE SALIDA-PENDIENTE   TO SAL-WEBF.                         00006250
           WRITE SAL-WEBF.                                              00006260
           ADD 1                   TO CONT-PENDIENTES CONT-REGISTROS.   00006270
                                                                        00006271
           PERFORM 4100-FETCH-PENDIENTE                                 00006272
              THRU 4100-FETCH-PENDIENTE-EXIT.                           00006273
      *                                                                 00006274
      *----------------------------------*                              00006275
       4200-GRABA-PENDIENTE-EXIT.                                       00006276
      *----------------------------------*                              00006277
           EXIT.                                                        00006278
                                                                        00006279
      *RITM49196-INI                                                    00006280
      *-------------------*                                             00006281
       4500-INGRESOS.                                                   00006282
      *-------------------*                                             00006283
           MOVE SPACES             TO SW-FIN-CUR.                       00006284
           EXEC SQL                                                     00006285
                OPEN VLDCWEB5                                           00006286
           END-EXEC.                                                    00006287
           IF SQLCODE NOT = ZERO                                        00006288
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006289
              MOVE 'VLDCWEB5-4500'          TO WS-PARRAFO               00006290
              PERFORM 3001-ERROR                                        00006291
           END-IF.                                                      00006292
                                                                        00006293
           PERFORM 4600-FETCH-INGRESO                                   00006294
              THRU 4600-FETCH-INGRESO-EXIT.                             00006295
           PERFORM 4700-GRABA-INGRESO                                   00006296
              THRU 4700-GRABA-INGRESO-EXIT                              00006297
              UNTIL FIN-CURSOR.                                         00006298
                                                                        00006299
           EXEC SQL                                                     00006300
                CLOSE VLDCWEB5                                          00006301
           END-EXEC.                                                    00006302
      *                                                                 00006303
      *------------------------*                                        00006304
       4500-INGRESOS-EXIT.                                              00006305
      *------------------------*                                        00006306
           EXIT.                                                        00006307
                                                                        00006308
      *-----------------------------*                                   00006309
       4600-FETCH-INGRESO.                                              00006310
      *-----------------------------*                                   00006311
           EXEC SQL                                                     00006312
                FETCH VLDCWEB5                                          00006313
                 INTO :VPIN-NUMCLI                                      00006314
                    , :VPIN-CUENTA                                      00006315
                    , :VPIN-CODVALOR                                    00006316
                    , :VPIN-TIPO                                        00006317
                    , :VPIN-FECPAGO                                     00006318
                    , :VPIN-MONEDA                                      00006319
                    , :VPIN-BRUTO                                       00006320
                    , :VPIN-RETENCION                                   00006321
                    , :VPIN-NETO                                        00006322
           END-EXEC.                                                    00006323
           EVALUATE SQLCODE                                             00006324
               WHEN ZERO                                                00006325
                    CONTINUE                                            00006326
               WHEN 100                                                 00006327
                    MOVE 'SI'            TO SW-FIN-CUR                  00006328
               WHEN OTHER                                               00006329
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00006330
                    MOVE 'VLDCWEB5-4600'       TO WS-PARRAFO            00006331
                    PERFORM 3001-ERROR                                  00006332
           END-EVALUATE.                                                00006333
      *                                                                 00006334
      *----------------------------------*                              00006335
       4600-FETCH-INGRESO-EXIT.                                         00006336
      *----------------------------------*                              00006337
           EXIT.                                                        00006338
                                                                        00006339
      *-----------------------------*                                   00006340
       4700-GRABA-INGRESO.                                              00006341
      *-----------------------------*                                   00006342
           MOVE VPIN-NUMCLI        TO ING-NUMCLI.                       00006343
           MOVE VPIN-CUENTA        TO ING-CUENTA.                       00006344
           MOVE VPIN-CODVALOR      TO ING-CODVALOR.                     00006345
           MOVE VPIN-TIPO          TO ING-TIPO.                         00006346
           MOVE VPIN-FECPAGO       TO ING-FECPAGO.                      00006347
           MOVE VPIN-MONEDA        TO ING-MONEDA.                       00006348
           MOVE VPIN-BRUTO         TO ING-BRUTO.                        00006349
           MOVE VPIN-RETENCION     TO ING-RETENCION.                    00006350
           MOVE VPIN-NETO          TO ING-NETO.                         00006351
           MOVE SALIDA-INGRESO     TO SAL-WEBF.                         00006352
           WRITE SAL-WEBF.                                              00006353
           ADD 1                   TO CONT-INGRESOS CONT-REGISTROS.     00006354
                                                                        00006355
           PERFORM 4600-FETCH-INGRESO                                   00006356
              THRU 4600-FETCH-INGRESO-EXIT.                             00006357
      *                                                                 00006358
      *----------------------------------*                              00006359
       4700-GRABA-INGRESO-EXIT.                                         00006360
      *----------------------------------*                              00006361
           EXIT.                                                        00006362
      *RITM49196-FIN                                                    00006363
                                                                        00006364
      *--------*                                                        00006370
       5000-FIN.                                                        00006380
      *--------*                                                        00006390
           DISPLAY 'POSICIONES             : ' CONT-POSICIONES.         00006560
           DISPLAY 'MOVIMIENTOS DEL DIA    : ' CONT-MOVIMIENTOS.        00006570
           DISPLAY 'PENDIENTES             : ' CONT-PENDIENTES.         00006580
           DISPLAY 'INGRESOS PROYECTADOS   : ' CONT-INGRESOS.           00006581
           DISPLAY 'TOTAL REGISTROS        : ' CONT-REGISTROS.          00006590
                                                                        00006600
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006610
