      *                                       BATCH DE VLDTVEN ESTE     00000269
      *                                       CERRADA (VL9CVEN0).       00000270
      *---------- ---------- ---------------- -------------------------*00000271
      *RITM49161  15-10-2026 LUIS RIVERA H.   TRASPASO A OTRO           00000272
      *                                       PARTICIPANTE DE CAVALI:   00000273
      *                                       CON LA TARJETA DE         00000274
      *                                       PARTICIPANTE LA CUENTA    00000275
      *                                       DESTINO VA EN CEROS, SE   00000276
      *                                       VALIDAN EMBARGOS DEL      00000277
      *                                       ORIGEN, SOLO SE MUEVE EL  00000278
      *                                       ORIGEN, LA INSTRUCCION    00000279
      *                                       VIAJA COMO 'TREX' Y QUEDA 00000280
      *                                       EN VLDTTRX (SALIDA).      00000281
      *---------- ---------- ---------------- -------------------------*00000282
      *RITM49172  15-10-2026 LUIS RIVERA H.   TITULAR MENOR DE EDAD: EL 00000283
      *                                       TRASPASO DESDE SU CUENTA  00000284
      *                                       EXIGE AUTORIZACION VIGENTE00000285
      *                                       DEL TUTOR VINCULADO PARA  00000286
      *                                       VALORES (VLDTTUA AMBITO   00000287
      *                                       'V', VIA VL7CMEN0).       00000288
      *---------- ---------- ---------------- -------------------------*00000289
      *RITM49176  15-10-2026 LUIS RIVERA H.   CUENTA CON ALERTA DE TOMA 00000290
      *                                       DE CUENTA BLOQUEADA EN    00000291
      *                                       VLDTATO (VL4CATOA): NO    00000292
      *                                       SE ADMITEN TRASPASOS      00000293
      *                                       DESDE ELLA HASTA QUE      00000294
      *                                       OPERACIONES LA LIBERE.    00000295
      *---------- ---------- ---------------- -------------------------*00000296
      ******************************************************************00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
           05 WA-CARD-FIRMAS-N REDEFINES WA-CARD-FIRMAS PIC 9(02).      00000684
      *    DOCUMENTO DEL APODERADO QUE FIRMA (BLANCO = NINGUNO)         00000685
           05 WA-CARD-APODOC       PIC X(11) VALUE SPACES.              00000686
      *RITM49161-INI                                                  * 00000687
      *    PARTICIPANTE CAVALI QUE RECIBE (BLANCO = TRASPASO ENTRE      00000688
      *    CUENTAS DE LA CASA); CON PARTICIPANTE EL DESTINO VA EN CEROS 00000689
           05 WA-CARD-PARTIC       PIC X(08) VALUE SPACES.              00000690
      *RITM49161-FIN                                                  * 00000691
      *RITM49140-FIN                                                  * 00000692
      *                                                                 00000693
       01  WS-TRASPASO.                                                 00000700
           05 WK-CTA-ORIGEN        PIC S9(7)V  COMP-3 VALUE ZEROS.      00000710
           05 WK-CTA-DESTINO       PIC S9(7)V  COMP-3 VALUE ZEROS.      00000720
           05 WK-DISPONIBLE        PIC S9(13)V COMP-3 VALUE ZEROS.      00000740
           05 WK-PIGNORADO         PIC S9(13)V COMP-3 VALUE ZEROS.      00000750
           05 WK-FILAS            PIC S9(5)  COMP-3 VALUE ZEROS.        00000751
      *RITM49161-INI                                                  * 00000752
           05 WK-EMBARGOS          PIC S9(5)  COMP-3 VALUE ZEROS.       00000753
       01  SW-TRASPASO-EXT         PIC X(01) VALUE 'N'.                 00000754
           88 TRASPASO-EXTERNO               VALUE 'S'.                 00000755
      *    TRASPASOS CON OTROS PARTICIPANTES DE CAVALI                  00000756
           COPY VLCPTTRX.                                               00000757
      *RITM49161-FIN                                                  * 00000758
      *                                                                 00000760
      * TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CCORP)              00000770
       01  W-HIS-TITULOS.                                               00000780
      *RITM49141: MARCA DE FALLECIMIENTO Y ESTADO DE LA SUCESION        00001189
       77  WK-FALL-MARCA           PIC X(01) VALUE 'N'.                 00001189
       77  WK-SUC-EST              PIC X(01) VALUE SPACE.               00001189
      *RITM49172: MARCA DE MENOR Y AUTORIZACIONES VIGENTES DEL TUTOR    00001189
       77  WK-MEN-MARCA            PIC X(01) VALUE 'N'.                 00001189
       77  WK-TUA-VIG              PIC S9(5)V COMP-3 VALUE ZEROS.       00001189
      *RITM49176: ALERTAS DE TOMA DE CUENTA BLOQUEADAS (VLDTATO)        00001189
       77  WK-ALERTAS-ATO          PIC S9(9)  COMP-3 VALUE ZEROS.       00001189
      *RITM49142: VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)             00001189
           COPY VLCPTVE0.                                               00001189
       77  WK-VL9CVEN0             PIC X(08) VALUE 'VL9CVEN0'.          00001189
           05 CAV-PARTICIPANTE     PIC X(08) VALUE 'SAB0011 '.          00001560
      *RITM49110: REFERENCIA PARA EL CRUCE DEL ACUSE (VLDTCVI)          00001561
           05 CAV-REFER            PIC 9(09).                           00001562
      *RITM49161: PARTICIPANTE DESTINO EN LOS TRASPASOS 'TREX'          00001563
           05 CAV-PART-DESTINO     PIC X(08) VALUE SPACES.              00001564
           05 FILLER               PIC X(04) VALUE SPACES.              00001565
      *                                                                 00001580
       01  SALIDA-CONFIRMA.                                             00001590
           05 CON-TEXTO            PIC X(30).                           00001600
           PERFORM 4000-REFLEJA-VLDTHIS                                 00002060
              THRU 4000-REFLEJA-VLDTHIS-EXIT.                           00002070
                                                                        00002080
      *RITM49161-INI                                                  * 00002081
           IF NOT TRASPASO-EXTERNO                                      00002082
              MOVE WK-CTA-DESTINO TO WK-CTA-HIS                         00002083
              MOVE +1             TO WK-SENTIDO                         00002084
              PERFORM 4000-REFLEJA-VLDTHIS                              00002085
                 THRU 4000-REFLEJA-VLDTHIS-EXIT                         00002086
           END-IF.                                                      00002087
      *RITM49161-FIN                                                  * 00002088
                                                                        00002130
           PERFORM 5000-INSTRUCCION-CAVALI                              00002140
              THRU 5000-INSTRUCCION-CAVALI-EXIT.                        00002150
           ACCEPT WA-CARD-ORIGEN.                                       00002250
           ACCEPT WA-CARD-DESTINO.                                      00002260
           ACCEPT WA-CARD-VALOR.                                        00002270
           ACCEPT WA-CARD-CANT.                                         00002271
      *RITM49140-INI                                                  * 00002272
           ACCEPT WA-CARD-FIRMAS.                                       00002273
           ACCEPT WA-CARD-APODOC.                                       00002274
      *RITM49161-INI                                                  * 00002275
           ACCEPT WA-CARD-PARTIC.                                       00002276
      *RITM49161-FIN                                                  * 00002277
           IF WA-CARD-FIRMAS NOT NUMERIC                                00002284
              MOVE ZEROS           TO WA-CARD-FIRMAS-N                  00002285
           END-IF.                                                      00002286
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002370
              PERFORM 3001-ERROR                                        00002380
           END-IF.                                                      00002390
                                                                        00002391
      *RITM49161-INI                                                  * 00002392
      *    TRASPASO A OTRO PARTICIPANTE: SIN CUENTA DESTINO EN LA CASA  00002393
      *    Y NUNCA HACIA LA PROPIA SAB                                  00002394
           IF WA-CARD-PARTIC NOT = SPACES                               00002395
              MOVE 'S'                      TO SW-TRASPASO-EXT          00002396
              IF WA-CARD-DESTINO-N NOT = ZEROS                          00002397
                 OR WA-CARD-PARTIC = CAV-PARTICIPANTE                   00002398
                 MOVE 'PARAMETROS INVALIDOS' TO WS-ACCION               00002399
                 MOVE '1000-INICIO'         TO WS-PARRAFO               00002400
                 PERFORM 3001-ERROR                                     00002401
              END-IF                                                    00002402
           END-IF.                                                      00002403
      *RITM49161-FIN                                                  * 00002404
           MOVE WA-CARD-ORIGEN-N   TO WK-CTA-ORIGEN.                    00002410
           MOVE WA-CARD-DESTINO-N  TO WK-CTA-DESTINO.                   00002420
           MOVE WA-CARD-CANT-N     TO WK-CANTIDAD.                      00002430
           MOVE WK-CTA-ORIGEN TO VARC-CUENTA.                           00002730
           PERFORM 2100-VALIDA-CUENTA                                   00002740
              THRU 2100-VALIDA-CUENTA-EXIT.                             00002750
      *RITM49161-INI                                                  * 00002751
           IF NOT TRASPASO-EXTERNO                                      00002752
              MOVE WK-CTA-DESTINO TO VARC-CUENTA                        00002753
              PERFORM 2100-VALIDA-CUENTA                                00002754
                 THRU 2100-VALIDA-CUENTA-EXIT                           00002755
           END-IF.                                                      00002756
      *RITM49161-FIN                                                  * 00002757
      *RITM49140-INI                                                  * 00002781
           PERFORM 2500-VALIDA-FIRMAS                                   00002782
              THRU 2500-VALIDA-FIRMAS-EXIT.                             00002783
           PERFORM 2600-VALIDA-FALLECIDO                                00002786
              THRU 2600-VALIDA-FALLECIDO-EXIT.                          00002787
      *RITM49141-FIN                                                  * 00002788
      *RITM49172-INI                                                  * 00002789
           PERFORM 2650-VALIDA-MENOR                                    00002790
              THRU 2650-VALIDA-MENOR-EXIT.                              00002791
      *RITM49172-FIN                                                  * 00002792
      *RITM49176-INI                                                  * 00002793
           PERFORM 2680-VALIDA-ALERTA-ATO                               00002794
              THRU 2680-VALIDA-ALERTA-ATO-EXIT.                         00002795
      *RITM49176-FIN                                                  * 00002796
      *RITM49161-INI                                                  * 00002797
           IF TRASPASO-EXTERNO                                          00002798
              PERFORM 2700-VALIDA-EMBARGO                               00002799
                 THRU 2700-VALIDA-EMBARGO-EXIT                          00002800
           END-IF.                                                      00002801
      *RITM49161-FIN                                                  * 00002802
                                                                        00002803
      *    DISPONIBLE EN ORIGEN = DEPOSITO - BLOQUEOS - PRENDAS         00002804
           MOVE WK-CTA-ORIGEN TO VADS-CUENTA.                           00002810
           MOVE ZEROS TO VADS-DEPOS VADS-BLOQ.                          00002820
           EXEC SQL                                                     00002830
              MOVE 'CANTIDAD NO DISPONIBLE'  TO WS-ACCION               00003240
              MOVE '2000-VALIDA'             TO WS-PARRAFO              00003250
              PERFORM 3001-ERROR                                        00003260
           END-IF.                                                      00003261
                                                                        00003262
      *    LA POSICION DE ORIGEN DEBE ESTAR EN UNA SOLA FILA DE         00003263
      *    VLDTADS (LA CLAVE TIENE MAS DIMENSIONES); SI ESTA            00003264
      *    FRAGMENTADA, EL TRASPASO SE HACE POR AJUSTE SUPERVISADO.     00003265
           MOVE WK-CTA-ORIGEN TO VADS-CUENTA.                           00003266
           MOVE ZEROS TO WK-FILAS.                                      00003267
           EXEC SQL                                                     00003268
                SELECT  COUNT(*)                                        00003269
                  INTO :WK-FILAS                                        00003270
                  FROM  VLDTADS                                         00003271
                 WHERE  VADS_CUENTA = :VADS-CUENTA                      00003272
                   AND  VADS_PAVAL  = :VADS-PAVAL                       00003273
                   AND  VADS_VALOR  = :VADS-VALOR                       00003274
                   AND  VADS_ISIN   = :VADS-ISIN                        00003275
                   AND  VADS_DEPOS <> 0                                 00003276
           END-EXEC.                                                    00003277
           IF SQLCODE NOT = ZERO AND 100                                00003278
              MOVE 'SELECT COUNT'           TO WS-ACCION                00003279
              MOVE 'VLDTADS-2000'           TO WS-PARRAFO               00003280
              PERFORM 3001-ERROR                                        00003281
           END-IF.                                                      00003282
           IF WK-FILAS NOT = 1                                          00003283
              MOVE 'POSICION ORIGEN FRAGMENT' TO WS-ACCION              00003284
              MOVE '2000-VALIDA'             TO WS-PARRAFO              00003285
              PERFORM 3001-ERROR                                        00003286
           END-IF.                                                      00003287
      *RITM49161-INI                                                  * 00003288
      *    A OTRO PARTICIPANTE NO HAY POSICION DESTINO EN LA CASA       00003289
           IF TRASPASO-EXTERNO                                          00003290
              GO TO 2000-VALIDA-EXIT                                    00003291
           END-IF.                                                      00003292
      *RITM49161-FIN                                                  * 00003293
           MOVE WK-CTA-DESTINO TO VADS-CUENTA.                          00003297
           MOVE ZEROS TO WK-FILAS.                                      00003298
           EXEC SQL                                                     00003299
      *RITM49141-FIN                                                  * 00035650
      *RITM49140-FIN                                                  * 00035575
                                                                        00035576
      *RITM49172-INI                                                  * 00035577
      *---------------------*                                           00035578
       2650-VALIDA-MENOR.                                               00035579
      *---------------------*                                           00035580
      *    LA CUENTA ORIGEN DE UN TITULAR MENOR DE EDAD (MARCA DE       00035581
      *    VL7CMEN0 EN VLDTXMI) SOLO PUEDE TRASPASAR CON UNA            00035582
      *    AUTORIZACION VIGENTE DE VALORES ('V' EN VLDTTUA) DADA POR    00035583
      *    EL TUTOR VINCULADO A LA CUENTA (VLDTADT TIPO 'T').           00035584
           MOVE 'N'   TO WK-MEN-MARCA.                                  00035585
           EXEC SQL                                                     00035586
                SELECT  VALUE(X.VXMI_MENOR, 'N')                        00035587
                  INTO :WK-MEN-MARCA                                    00035588
                  FROM  VLDTARC A                                       00035589
                     ,  VLDTXMI X                                       00035590
                 WHERE  A.VARC_CUENTA = :WK-CTA-ORIGEN                  00035591
                   AND  X.VXMI_CODCLI = A.VARC_NUMCLI                   00035592
           END-EXEC.                                                    00035593
           IF SQLCODE NOT = ZERO AND 100                                00035594
              MOVE 'SELECT MENOR'           TO WS-ACCION                00035595
              MOVE 'VLDTXMI-2650'           TO WS-PARRAFO               00035596
              PERFORM 3001-ERROR                                        00035597
           END-IF.                                                      00035598
           IF WK-MEN-MARCA NOT = 'S'                                    00035599
              GO TO 2650-VALIDA-MENOR-EXIT                              00035600
           END-IF.                                                      00035601
                                                                        00035602
           MOVE ZEROS TO WK-TUA-VIG.                                    00035603
           EXEC SQL                                                     00035604
                SELECT  COUNT(*)                                        00035605
                  INTO :WK-TUA-VIG                                      00035606
                  FROM  VLDTTUA T                                       00035607
                     ,  VLDTADT D                                       00035608
                 WHERE  T.VTUA_CUENTA   = :WK-CTA-ORIGEN                00035609
                   AND  T.VTUA_AMBITO   = 'V'                           00035610
                   AND  T.VTUA_ESTADO   = 'A'                           00035611
                   AND  T.VTUA_VIGDESDE <= :W-FECHA-AMD-N               00035612
                   AND  T.VTUA_VIGHASTA >= :W-FECHA-AMD-N               00035613
                   AND  D.VADT_CUENTA   = T.VTUA_CUENTA                 00035614
                   AND  D.VADT_NUMCLI   = T.VTUA_NUMCLI                 00035615
                   AND  D.VADT_CLTITU   = 'T'                           00035616
           END-EXEC.                                                    00035617
           IF SQLCODE NOT = ZERO AND 100                                00035618
              MOVE 'SELECT COUNT'           TO WS-ACCION                00035619
              MOVE 'VLDTTUA-2650'           TO WS-PARRAFO               00035620
              PERFORM 3001-ERROR                                        00035621
           END-IF.                                                      00035622
                                                                        00035623
           IF WK-TUA-VIG = ZEROS                                        00035624
              MOVE 'MENOR SIN AUTORIZACION' TO WS-ACCION                00035625
              MOVE '2650-VALIDA-MENOR'      TO WS-PARRAFO               00035626
              PERFORM 3001-ERROR                                        00035627
           END-IF.                                                      00035628
      *                                                                *00035629
      *--------------------------*                                      00035630
       2650-VALIDA-MENOR-EXIT.                                          00035631
      *--------------------------*                                      00035632
           EXIT.                                                        00035633
      *RITM49172-FIN                                                  * 00035634
                                                                        00035635
      *RITM49176-INI                                                  * 00035636
      *--------------------------*                                      00035637
       2680-VALIDA-ALERTA-ATO.                                          00035638
      *--------------------------*                                      00035639
      *    UNA ALERTA DE TOMA DE CUENTA BLOQUEADA SOBRE LA CUENTA       00035640
      *    ORIGEN (VL4CATOA) IMPIDE QUE LOS VALORES SALGAN DE ELLA      00035641
      *    HASTA QUE OPERACIONES LA LIBERE EN VL7CATO0                  00035642
           MOVE ZEROS TO WK-ALERTAS-ATO.                                00035643
           EXEC SQL                                                     00035644
                SELECT  COUNT(*)                                        00035645
                  INTO :WK-ALERTAS-ATO                                  00035646
                  FROM  VLDTATO                                         00035647
                 WHERE  VATO_CUENTA = :WK-CTA-ORIGEN                    00035648
                   AND  VATO_ESTADO = 'B'                               00035649
           END-EXEC.                                                    00035650
           IF SQLCODE NOT = ZERO                                        00035651
              MOVE 'SELECT COUNT'           TO WS-ACCION                00035652
              MOVE 'VLDTATO-2680'           TO WS-PARRAFO               00035653
              PERFORM 3001-ERROR                                        00035654
           END-IF.                                                      00035655
           IF WK-ALERTAS-ATO > ZEROS                                    00035656
              MOVE 'CUENTA CON ALERTA ATO'  TO WS-ACCION                00035657
              MOVE '2680-ALERTA-ATO'        TO WS-PARRAFO               00035658
              PERFORM 3001-ERROR                                        00035659
           END-IF.                                                      00035660
      *                                                                *00035661
      *-------------------------------*                                 00035662
       2680-VALIDA-ALERTA-ATO-EXIT.                                     00035663
      *-------------------------------*                                 00035664
           EXIT.                                                        00035665
      *RITM49176-FIN                                                  * 00035666
                                                                        00035667
      *RITM49161-INI                                                  * 00035668
      *----------------------*                                          00035669
       2700-VALIDA-EMBARGO.                                             00035670
      *----------------------*                                          00035671
      *    UNA RETENCION JUDICIAL VIGENTE (VLDTEMB) SOBRE LA CUENTA     00035672
      *    ORIGEN IMPIDE QUE LOS VALORES SALGAN DE LA CASA              00035673
           MOVE ZEROS TO WK-EMBARGOS.                                   00035674
           EXEC SQL                                                     00035675
                SELECT  COUNT(*)                                        00035676
                  INTO :WK-EMBARGOS                                     00035677
                  FROM  VLDTEMB                                         00035678
                 WHERE  VEMB_CUENTA = :WK-CTA-ORIGEN                    00035679
                   AND  VEMB_ESTADO = 'V'                               00035680
           END-EXEC.                                                    00035681
           IF SQLCODE NOT = ZERO AND 100                                00035682
              MOVE 'SELECT COUNT'           TO WS-ACCION                00035683
              MOVE 'VLDTEMB-2700'           TO WS-PARRAFO               00035684
              PERFORM 3001-ERROR                                        00035685
           END-IF.                                                      00035686
           IF WK-EMBARGOS > ZEROS                                       00035687
              MOVE 'CUENTA CON EMBARGO'     TO WS-ACCION                00035688
              MOVE '2700-VALIDA-EMBARGO'    TO WS-PARRAFO               00035689
              PERFORM 3001-ERROR                                        00035690
           END-IF.                                                      00035691
      *                                                                *00035692
      *---------------------------*                                     00035693
       2700-VALIDA-EMBARGO-EXIT.                                        00035694
      *---------------------------*                                     00035695
           EXIT.                                                        00035696
      *RITM49161-FIN                                                  * 00035697
      *----------------------*                                          00003550
       3000-MUEVE-VLDTADS.                                              00003560
      *----------------------*                                          00003570
              PERFORM 3001-ERROR                                        00003710
           END-IF.                                                      00003720
                                                                        00003730
      *RITM49161-INI                                                  * 00003731
           IF TRASPASO-EXTERNO                                          00003732
              GO TO 3000-MUEVE-AUDITORIA                                00003733
           END-IF.                                                      00003734
      *RITM49161-FIN                                                  * 00003735
      *    SUMA EN DESTINO; SI NO HAY FILA SE CREA                      00003740
           MOVE WK-CTA-DESTINO TO VADS-CUENTA.                          00003750
           EXEC SQL                                                     00003760
                    PERFORM 3001-ERROR                                  00004260
           END-EVALUATE.                                                00004270
                                                                        00004280
      *RITM49161: ETIQUETA PARA LOS TRASPASOS A OTRO PARTICIPANTE       00004281
       3000-MUEVE-AUDITORIA.                                            00004282
      *    AUDITORIA DEL TRASPASO                                       00004290
           INITIALIZE DCLVLDTRLOG.                                      00004300
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00004310
                                        VRLOG-CODTRAN.                  00004350
           MOVE 'VLDTADS'            TO VRLOG-TABLA.                    00004360
           MOVE 'TRASPASO'           TO VRLOG-OPERACION.                00004370
      *RITM49161-INI                                                  * 00004371
           IF TRASPASO-EXTERNO                                          00004372
              MOVE 'TRASPSAL'        TO VRLOG-OPERACION                 00004373
           END-IF.                                                      00004374
      *RITM49161-FIN                                                  * 00004375
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT                           00004380
                                     TO VRLOG-REGISTRO-LEN.             00004390
           MOVE WK-CTA-ORIGEN        TO LTR-ORIGEN.                     00004400
           MOVE WA-CARD-VALOR       TO CAV-CODVALOR.                    00005980
           MOVE WK-CANTIDAD         TO CAV-CANTIDAD.                    00005990
           MOVE W-FECHA-AMD-N       TO CAV-FECHA.                       00006000
           MOVE VCVI-REFER          TO CAV-REFER.                       00006001
      *RITM49161-INI                                                  * 00006002
           IF TRASPASO-EXTERNO                                          00006003
              MOVE 'TREX'              TO CAV-TIPO-INSTR                00006004
              MOVE WA-CARD-PARTIC      TO CAV-PART-DESTINO              00006005
              PERFORM 5100-REGISTRA-TRX                                 00006006
                 THRU 5100-REGISTRA-TRX-EXIT                            00006007
           END-IF.                                                      00006008
      *RITM49161-FIN                                                  * 00006009
           MOVE SALIDA-CAVALI       TO SAL-CAVI.                        00006010
           WRITE SAL-CAVI.                                              00006020
                                                                        00006030
           MOVE 'TRASPASO EJECUTADO           ' TO CON-TEXTO.           00006040
      *RITM49161-INI                                                  * 00006041
           IF TRASPASO-EXTERNO                                          00006042
              MOVE 'ENVIADO A ' TO CON-TEXTO                            00006043
              MOVE WA-CARD-PARTIC      TO CON-TEXTO (11:08)             00006044
           END-IF.                                                      00006045
      *RITM49161-FIN                                                  * 00006046
           MOVE WK-CTA-ORIGEN       TO CON-ORIGEN.                      00006050
           MOVE WK-CTA-DESTINO      TO CON-DESTINO.                     00006060
           MOVE WA-CARD-VALOR       TO CON-VALOR.                       00006070
           MOVE WK-CANTIDAD         TO CON-CANTIDAD.                    00006080
           MOVE SALIDA-CONFIRMA     TO SAL-RTRAS.                       00006090
           WRITE SAL-RTRAS.                                             00006100
      *                                                                *00006101
      *---------------------------------*                               00006102
       5000-INSTRUCCION-CAVALI-EXIT.                                    00006103
      *---------------------------------*                               00006104
           EXIT.                                                        00006105
      *RITM49161-INI                                                  * 00006106
      *----------------------*                                          00006107
       5100-REGISTRA-TRX.                                               00006108
      *----------------------*                                          00006109
      *    EL TRASPASO A OTRO PARTICIPANTE QUEDA EN VLDTTRX CON LA      00006110
      *    MISMA REFERENCIA DE VLDTCVI: VL4CCAVR LO CONFIRMA O LO       00006111
      *    RECHAZA CON EL ACUSE Y EL ESTADO DE CUENTA LO MUESTRA        00006112
      *    COMO TRASPASO Y NO COMO VENTA.                               00006113
           MOVE VCVI-REFER          TO VTRX-REFER.                      00006114
           MOVE 'S'                 TO VTRX-SENTIDO.                    00006115
           MOVE W-FECHA-AMD-N       TO VTRX-FECHA.                      00006116
           MOVE WK-CTA-ORIGEN       TO VTRX-CUENTA.                     00006117
           MOVE WA-CARD-VALOR       TO VTRX-CODVALOR.                   00006118
           MOVE WK-CANTIDAD         TO VTRX-CANTIDAD.                   00006119
           MOVE WA-CARD-PARTIC      TO VTRX-PARTICIPANTE.               00006120
           MOVE ZEROS               TO VTRX-COSTO-UNIT.                 00006121
           MOVE 'E'                 TO VTRX-ESTADO.                     00006122
           MOVE W-PROGRAMA          TO VTRX-USUARIO.                    00006123
           EXEC SQL                                                     00006124
                INSERT INTO VLDTTRX                                     00006125
                      ( VTRX_REFER                                      00006126
                      , VTRX_SENTIDO                                    00006127
                      , VTRX_FECHA                                      00006128
                      , VTRX_CUENTA                                     00006129
                      , VTRX_CODVALOR                                   00006130
                      , VTRX_CANTIDAD                                   00006131
                      , VTRX_PARTICIPANTE                               00006132
                      , VTRX_COSTO_UNIT                                 00006133
                      , VTRX_ESTADO                                     00006134
                      , VTRX_USUARIO )                                  00006135
                VALUES                                                  00006136
                      ( :VTRX-REFER                                     00006137
                      , :VTRX-SENTIDO                                   00006138
                      , :VTRX-FECHA                                     00006139
                      , :VTRX-CUENTA                                    00006140
                      , :VTRX-CODVALOR                                  00006141
                      , :VTRX-CANTIDAD                                  00006142
                      , :VTRX-PARTICIPANTE                              00006143
                      , :VTRX-COSTO-UNIT                                00006144
                      , :VTRX-ESTADO                                    00006145
                      , :VTRX-USUARIO )                                 00006146
           END-EXEC.                                                    00006147
           IF SQLCODE NOT = ZERO                                        00006148
              MOVE 'INSERT'                TO WS-ACCION                 00006149
              MOVE 'VLDTTRX-5100'          TO WS-PARRAFO                00006150
              PERFORM 3001-ERROR                                        00006151
           END-IF.                                                      00006152
      *                                                                *00006153
      *-------------------------*                                       00006154
       5100-REGISTRA-TRX-EXIT.                                          00006155
      *-------------------------*                                       00006156
           EXIT.                                                        00006157
      *RITM49161-FIN                                                  * 00006158
                                                                        00006160
      *-----------*                                                     00006170
       6000-FIN.                                                        00006180
           DISPLAY '****** FIN TRASPASO DE POSICION ******'.            00006230
           DISPLAY 'ORIGEN                 : ' WK-CTA-ORIGEN.           00006240
           DISPLAY 'DESTINO                : ' WK-CTA-DESTINO.          00006250
      *RITM49161-INI                                                  * 00006251
           IF TRASPASO-EXTERNO                                          00006252
              DISPLAY 'PARTICIPANTE DESTINO   : ' WA-CARD-PARTIC        00006253
           END-IF.                                                      00006254
      *RITM49161-FIN                                                  * 00006255
           DISPLAY 'VALOR                  : ' WA-CARD-VALOR.           00006260
           DISPLAY 'CANTIDAD               : ' WK-CANTIDAD.             00006270
                                                                        00006280
