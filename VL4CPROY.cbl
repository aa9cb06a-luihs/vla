      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000190
      *---------- ---------- ---------------- -------------------------*00000200
      *RITM49079  22-08-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000210
      *---------- ---------- ---------------- -------------------------*00000211
      *RITM49162  15-10-2026 LUIS RIVERA H.   OPERACIONES SIN FECHA    *00000212
      *                                       VALOR SE PROYECTAN A LA  *00000213
      *                                       DEL CICLO DE LIQUIDACION *00000214
      *                                       (VLDTCIC VIA VL9CCIC0).  *00000215
      *                                       NETO ACUMULADO POR DIA   *00000216
      *                                       DEL HORIZONTE Y EMITIDO  *00000217
      *                                       AL FINAL POR FECHA.      *00000218
      *---------- ---------- ---------------- -------------------------*00000220
      ******************************************************************00000230
       ENVIRONMENT DIVISION.                                            00000240
           05 WK-FVALOR            PIC S9(8)V COMP-3 VALUE ZEROS.       00000770
           05 WK-FVALOR-ANT        PIC S9(8)V COMP-3 VALUE ZEROS.       00000775
           05 WK-MONEDA            PIC X(03)  VALUE SPACES.             00000780
           05 WK-NETO              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000781
           05 WK-IMP-DET           PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000782
      *                                                                 00000783
      *RITM49162-INI                                                  * 00000784
      * NETO POR DIA DEL HORIZONTE (FECHA VALOR) Y MONEDA               00000785
       01  W-DIA-MONEDAS.                                               00000786
           05 WK-DIA-IX            PIC S9(4) COMP VALUE ZEROS.          00000787
           05 TAB-DIA-ENT OCCURS 15 TIMES.                              00000788
              10 TAB-DIA-FECHA     PIC 9(08).                           00000789
              10 WK-DMON-USADAS    PIC S9(4) COMP.                      00000790
              10 TAB-DMON-ENT OCCURS 10 TIMES.                          00000791
                 15 TAB-DMONEDA    PIC X(03).                           00000792
                 15 TAB-DNETO      PIC S9(13)V9(2) COMP-3.              00000793
      *                                                                 00000794
      * FECHA DE OPERACION (DATE AAAA-MM-DD) PARA EL CICLO              00000795
       01  WK-FECHOP-ISO.                                               00000796
           05 WFO-AAAA             PIC 9(04).                           00000797
           05 FILLER               PIC X(01).                           00000798
           05 WFO-MM               PIC 9(02).                           00000799
           05 FILLER               PIC X(01).                           00000800
           05 WFO-DD               PIC 9(02).                           00000801
       01  WK-FECHOP-AMD.                                               00000802
           05 WFA-AAAA             PIC 9(04).                           00000803
           05 WFA-MM               PIC 9(02).                           00000804
           05 WFA-DD               PIC 9(02).                           00000805
       01  WK-FECHOP-AMD-N REDEFINES WK-FECHOP-AMD PIC 9(08).           00000806
       01  SW-DIA-HORIZONTE        PIC X(02) VALUE 'NO'.                00000807
           88 DIA-EN-HORIZONTE               VALUE 'SI'.                00000808
      *RITM49162-FIN                                                  * 00000809
      *                                                                 00000812
      * TOTALES POR MONEDA DEL PERIODO PROYECTADO                       00000813
       01  W-TOTALES-MONEDA.                                            00000820
      *                                                                 00001030
       01 W-CONTADORES.                                                 00001040
          05 CONT-LINEAS           PIC 9(08)  VALUE ZEROES.             00001050
      *RITM49162-INI                                                  * 00001051
          05 CONT-POR-CICLO        PIC 9(08)  VALUE ZEROES.             00001052
          05 CONT-SIN-CICLO        PIC 9(08)  VALUE ZEROES.             00001053
      *RITM49162-FIN                                                  * 00001054
      * VARIABLES PARA CONTROL DE ERRORES                               00001060
       01 WS-ERROR.                                                     00001070
          05 WS-ACCION             PIC X(24).                           00001080
           COPY VLCPTCTL.                                               00001540
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001550
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001560
      *RITM49162-INI                                                  * 00001561
      *                                                                 00001562
      *    CICLO DE LIQUIDACION (VL9CCIC0 / VLDTCIC)                    00001563
           COPY VLCPTCI0.                                               00001564
       01  WK-VL9CCIC0            PIC X(08) VALUE 'VL9CCIC0'.           00001565
      *RITM49162-FIN                                                  * 00001566
      *                                                                *00001570
      *  AREA DE COMUNICACION SQLCA                                    *00001580
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001586
           EXEC SQL INCLUDE VLGTOPE END-EXEC.                           00001588
           EXEC SQL INCLUDE VLGTDET END-EXEC.                           00001590
      *RITM49162-INI                                                  * 00001591
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00001592
      *RITM49162-FIN                                                  * 00001593
      *                                                                *00001600
      *  DETALLES PENDIENTES EN LA VENTANA DE PROYECCION. IMPORTE     * 00001610
      *  (VDET-PTS-COMVEN) Y MONEDA (VOPE-MON-FACT) VIVEN DENTRO DE   * 00001615
                      ,  O.VOPE_TIPOP                                   00001670
                      ,  D.VDET_DATOS_DETAL                             00001680
                      ,  O.VOPE_DATOS_FINANZ                            00001690
      *RITM49162-INI                                                  * 00001691
                      ,  O.VOPE_FECHOP                                  00001692
                      ,  O.VOPE_PAVAL                                   00001693
                      ,  O.VOPE_VALOR                                   00001694
                      ,  O.VOPE_ISIN                                    00001695
      *RITM49162-FIN                                                  * 00001696
                   FROM  VLDTDET D                                      00001740
                      ,  VLDTOPE O                                      00001750
                  WHERE  O.VOPE_FECHOP = D.VDET_FECHOP                  00001760
                    AND  O.VOPE_ISIN   = D.VDET_ISIN                    00001790
                    AND  O.VOPE_FORMAT = D.VDET_FORMAT                  00001800
                    AND  SUBSTR(D.VDET_DATOS_DETAL, 107, 1) <> 'P'     00001810
      *RITM49162-INI                                                  * 00001801
      *             LAS QUE NO TIENEN FECHA VALOR SE PROYECTAN A LA     00001802
      *             FECHA DEL CICLO DE LIQUIDACION                      00001803
                    AND (O.VOPE_FVALOR BETWEEN :WK-FECHA-HOY            00001804
                                           AND :WK-FECHA-FIN            00001830
                         OR O.VOPE_FVALOR = 0)                          00001831
      *RITM49162-FIN                                                  * 00001832
      *RITM49162-INI                                                  * 00001833
                  ORDER  BY O.VOPE_FVALOR, O.VOPE_FECHOP                00001834
      *RITM49162-FIN                                                  * 00001835
           END-EXEC.                                                    00001860
      *                                                                *00001870
       PROCEDURE DIVISION.                                              00001880
       1000-INICIO.                                                     00002030
      *-----------*                                                     00002040
           INITIALIZE W-CONTADORES                                      00002050
                      W-TOTALES-MONEDA                                  00002051
      *RITM49162-INI                                                  * 00002052
                      W-DIA-MONEDAS.                                    00002053
      *RITM49162-FIN                                                  * 00002054
                                                                        00002070
           ACCEPT W-DATE FROM DATE.                                     00002080
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002090
                                                                        00002150
      *    HORIZONTE: HOY MAS CATORCE DIAS CALENDARIO                   00002160
           MOVE W-FECHA-AMD-N      TO WK-FECHA-W-N.                     00002170
      *RITM49162-INI                                                  * 00002171
      *    CADA DIA DEL HORIZONTE TIENE SU ENTRADA EN LA TABLA          00002172
           MOVE 1                  TO WK-DIA-IX.                        00002173
           MOVE W-FECHA-AMD-N      TO TAB-DIA-FECHA (WK-DIA-IX).        00002174
      *RITM49162-FIN                                                  * 00002175
           MOVE 14                 TO WK-DIAS-SUMA.                     00002180
           PERFORM 1200-SUMA-UN-DIA                                     00002190
              THRU 1200-SUMA-UN-DIA-EXIT                                00002200
              END-IF                                                    00002660
           END-IF.                                                      00002670
           SUBTRACT 1 FROM WK-DIAS-SUMA.                                00002680
      *RITM49162-INI                                                  * 00002681
           ADD 1                   TO WK-DIA-IX.                        00002682
           MOVE WK-FECHA-W-N       TO TAB-DIA-FECHA (WK-DIA-IX).        00002683
      *RITM49162-FIN                                                  * 00002684
      *                                                                *00002690
      *---------------------------*                                     00002700
       1200-SUMA-UN-DIA-EXIT.                                           00002710
                    , :VOPE-TIPOP                                       00003180
                    , :VDET-DATOS-DETAL                                 00003185
                    , :VOPE-DATOS-FINANZ                                00003190
      *RITM49162-INI                                                  * 00003191
                    , :WK-FECHOP-ISO                                    00003192
                    , :VXEN-PAVAL                                       00003193
                    , :VXEN-VALOR                                       00003194
                    , :VXEN-ISIN                                        00003195
      *RITM49162-FIN                                                  * 00003196
           END-EXEC.                                                    00003200
                                                                        00003210
           EVALUATE SQLCODE                                             00003220
               WHEN ZERO                                                00003230
      *RITM49162-INI                                                  * 00003231
                    PERFORM 2020-FECHA-PROYECTADA                       00003232
                       THRU 2020-FECHA-PROYECTADA-EXIT                  00003233
                    IF DIA-EN-HORIZONTE                                 00003234
                       PERFORM 2060-ACUMULA-DIA                         00003235
                          THRU 2060-ACUMULA-DIA-EXIT                    00003236
                    END-IF                                              00003240
      *RITM49162-FIN                                                  * 00003241
               WHEN 100                                                 00003260
                    MOVE 'SI'            TO SW-FIN-CUR                  00003270
               WHEN OTHER                                               00003280
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00003281
                    MOVE 'VLDCPRY1-2000'       TO WS-PARRAFO            00003282
                    PERFORM 3001-ERROR                                  00003283
           END-EVALUATE.                                                00003284
      *                                                                *00003285
      *---------------------------*                                     00003286
       2000-PROYECTA-EXIT.                                              00003287
      *---------------------------*                                     00003288
           EXIT.                                                        00003289
                                                                        00003290
      *RITM49162-INI                                                  * 00003291
      *----------------------------*                                    00003292
       2020-FECHA-PROYECTADA.                                           00003293
      *----------------------------*                                    00003294
      *    SIN FECHA VALOR SE TOMA LA DEL CICLO DE LIQUIDACION DEL      00003295
      *    TIPO DE INSTRUMENTO. VLDTOPE NO GUARDA LA PLAZA: LAS         00003296
      *    OPERACIONES SIN FECHA VALOR SON DE LA PLAZA DE LIMA.         00003297
           MOVE 'NO'               TO SW-DIA-HORIZONTE.                 00003298
           IF WK-FVALOR = ZEROS                                         00003299
              EXEC SQL                                                  00003300
                   SELECT VXEN_TIPINT                                   00003301
                     INTO :VXEN-TIPINT                                  00003302
                     FROM VLDTXEN                                       00003303
                    WHERE VXEN_PAVAL = :VXEN-PAVAL                      00003304
                      AND VXEN_VALOR = :VXEN-VALOR                      00003305
                      AND VXEN_ISIN  = :VXEN-ISIN                       00003306
              END-EXEC                                                  00003307
              IF SQLCODE = 100                                          00003308
                 MOVE SPACES       TO VXEN-TIPINT                       00003309
              ELSE                                                      00003310
                 IF SQLCODE NOT = ZERO                                  00003311
                    MOVE 'SELECT'            TO WS-ACCION               00003312
                    MOVE 'VLDTXEN-2020'      TO WS-PARRAFO              00003313
                    PERFORM 3001-ERROR                                  00003314
                 END-IF                                                 00003315
              END-IF                                                    00003316
              MOVE WFO-AAAA        TO WFA-AAAA                          00003317
              MOVE WFO-MM          TO WFA-MM                            00003318
              MOVE WFO-DD          TO WFA-DD                            00003319
              INITIALIZE VL9CCIC0-AREA                                  00003320
              MOVE SPACES          TO CI0-PLAZA                         00003321
              MOVE VXEN-TIPINT     TO CI0-TIPINT                        00003322
              MOVE WK-FECHOP-AMD-N TO CI0-FECHOP                        00003323
              CALL WK-VL9CCIC0  USING VL9CCIC0-AREA                     00003324
              IF CI0-SIN-CICLO                                          00003325
                 ADD 1             TO CONT-SIN-CICLO                    00003326
                 GO TO 2020-FECHA-PROYECTADA-EXIT                       00003327
              END-IF                                                    00003328
              IF NOT CI0-OK                                             00003329
                 MOVE 'CALL VL9CCIC0'        TO WS-ACCION               00003330
                 MOVE '2020-FECHA-PROY'      TO WS-PARRAFO              00003331
                 PERFORM 3001-ERROR                                     00003332
              END-IF                                                    00003333
              MOVE CI0-FVALOR      TO WK-FVALOR                         00003334
              ADD 1                TO CONT-POR-CICLO                    00003335
           END-IF.                                                      00003336
                                                                        00003337
           PERFORM 2030-BUSCA-DIA                                       00003338
              THRU 2030-BUSCA-DIA-EXIT                                  00003339
              VARYING WK-DIA-IX FROM 1 BY 1                             00003340
                UNTIL WK-DIA-IX > 15                                    00003341
                   OR DIA-EN-HORIZONTE.                                 00003342
           IF DIA-EN-HORIZONTE                                          00003343
              SUBTRACT 1           FROM WK-DIA-IX                       00003344
           END-IF.                                                      00003345
      *                                                                *00003346
      *--------------------------------*                                00003347
       2020-FECHA-PROYECTADA-EXIT.                                      00003348
      *--------------------------------*                                00003349
           EXIT.                                                        00003350
                                                                        00003351
      *----------------------*                                          00003352
       2030-BUSCA-DIA.                                                  00003353
      *----------------------*                                          00003354
           IF TAB-DIA-FECHA (WK-DIA-IX) = WK-FVALOR                     00003355
              MOVE 'SI'            TO SW-DIA-HORIZONTE                  00003356
           END-IF.                                                      00003357
      *                                                                *00003358
      *---------------------------*                                     00003359
       2030-BUSCA-DIA-EXIT.                                             00003360
      *---------------------------*                                     00003361
           EXIT.                                                        00003362
      *RITM49162-FIN                                                  * 00003363
      *----------------------*                                          00003364
       2050-EMITE-DIA.                                                  00003365
      *----------------------*                                          00003366
      *RITM49162-INI                                                  * 00003367
      *    DIA DEL HORIZONTE: UNA LINEA POR MONEDA CON NETO.            00003368
           MOVE TAB-DIA-FECHA (WK-DIA-IX) TO WK-FVALOR-ANT.             00003369
      *RITM49162-FIN                                                  * 00003370
           PERFORM VARYING WK-MON-IX FROM 1 BY 1                        00003371
      *RITM49162-INI                                                  * 00003372
                   UNTIL WK-MON-IX > WK-DMON-USADAS (WK-DIA-IX)         00003373
               MOVE TAB-DMONEDA (WK-DIA-IX, WK-MON-IX) TO WK-MONEDA     00003374
               MOVE TAB-DNETO   (WK-DIA-IX, WK-MON-IX) TO WK-NETO       00003375
      *RITM49162-FIN                                                  * 00003376
               PERFORM 2100-GRABA-PROYECCION                            00003377
                  THRU 2100-GRABA-PROYECCION-EXIT                       00003378
           END-PERFORM.                                                 00003379
      *                                                                *00003380
      *---------------------------*                                     00003381
       2050-EMITE-DIA-EXIT.                                             00003382
      *---------------------------*                                     00003383
           EXIT.                                                        00003384

      *----------------------*                                          00003385
       2060-ACUMULA-DIA.                                                00003386
      *----------------------*                                          00003387
      *    SIGNO EN COBOL: V/R/T INGRESAN EFECTIVO, EL RESTO SALE.      00003388
           IF VOPE-TIPOP (1:1) = 'V' OR 'R' OR 'T'                      00003389
              MOVE VDET-PTS-COMVEN TO WK-IMP-DET                        00003390
           ELSE                                                         00003391
              COMPUTE WK-IMP-DET = - VDET-PTS-COMVEN                    00003392
           END-IF.                                                      00003393
           MOVE ZEROS TO WK-MON-IX.                                     00003394
           PERFORM VARYING IX FROM 1 BY 1                               00003395
      *RITM49162-INI                                                  * 00003396
                   UNTIL IX > WK-DMON-USADAS (WK-DIA-IX)                00003397
                      OR WK-MON-IX > ZEROS                              00003398
               IF TAB-DMONEDA (WK-DIA-IX, IX) = VOPE-MON-FACT           00003399
      *RITM49162-FIN                                                  * 00003400
                  MOVE IX TO WK-MON-IX                                  00003401
               END-IF                                                   00003402
           END-PERFORM.                                                 00003403
           IF WK-MON-IX = ZEROS                                         00003404
      *RITM49162-INI                                                  * 00003405
              IF WK-DMON-USADAS (WK-DIA-IX) < 10                        00003406
                 ADD 1 TO WK-DMON-USADAS (WK-DIA-IX)                    00003407
                 MOVE WK-DMON-USADAS (WK-DIA-IX) TO WK-MON-IX           00003408
                 MOVE VOPE-MON-FACT                                     00003409
                   TO TAB-DMONEDA (WK-DIA-IX, WK-MON-IX)                00003410
                 MOVE ZEROS                                             00003411
                   TO TAB-DNETO   (WK-DIA-IX, WK-MON-IX)                00003412
      *RITM49162-FIN                                                  * 00003413
              ELSE                                                      00003414
                 MOVE 'TABLA MONEDAS DIA LLENA' TO WS-ACCION            00003415
                 MOVE '2060-ACUMULA'            TO WS-PARRAFO           00003416
                 PERFORM 3001-ERROR                                     00003417
              END-IF                                                    00003418
           END-IF.                                                      00003419
      *RITM49162-INI                                                  * 00003420
           ADD WK-IMP-DET TO TAB-DNETO (WK-DIA-IX, WK-MON-IX).          00003421
      *RITM49162-FIN                                                  * 00003422
      *                                                                *00003429
      *---------------------------*                                     00003430
       2060-ACUMULA-DIA-EXIT.                                           00003431
           EXEC SQL                                                     00003960
                CLOSE VLDCPRY1                                          00003970
           END-EXEC.                                                    00003980
      *RITM49162-INI                                                  * 00003981
      *    LINEAS POR DIA DEL HORIZONTE EN ORDEN DE FECHA VALOR         00003982
           PERFORM 2050-EMITE-DIA                                       00003983
              THRU 2050-EMITE-DIA-EXIT                                  00003984
              VARYING WK-DIA-IX FROM 1 BY 1                             00003985
                UNTIL WK-DIA-IX > 15.                                   00003986
      *RITM49162-FIN                                                  * 00003987
                                                                        00003990
           MOVE SPACES             TO SAL-RPROY.                        00004000
           WRITE SAL-RPROY.                                             00004010
                                                                        00004110
           DISPLAY '****** FIN PROYECCION DE CAJA ******'.              00004120
           DISPLAY 'LINEAS PROYECTADAS     : ' CONT-LINEAS.             00004130
      *RITM49162-INI                                                  * 00004131
           DISPLAY 'PROYECTADAS POR CICLO  : ' CONT-POR-CICLO.          00004132
           DISPLAY 'SIN FECHA NI CICLO     : ' CONT-SIN-CICLO.          00004133
      *RITM49162-FIN                                                  * 00004134
                                                                        00004140
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00004150
           ACCEPT WK-HORA-FIN       FROM TIME.                          00004160
