      *               CAMBIOS SE AUDITAN EN VLDTRLOG VIA VL7CRLOG.     *00000150
      *               VL4CCUPO PAGA LOS EVENTOS VENCIDOS Y LA          *00000160
      *               VALORIZACION SUCIA DEVENGA CON ESTA TABLA.       *00000170
LRH@2 *               DECLARACION DE IMPAGO DEL EMISOR (ACCION 'I':    *00000171
LRH@2 *               SUSPENDE EL PAGO, VL4CIMPA FIJA Y AVISA A LOS    *00000172
LRH@2 *               TENEDORES) Y REGISTRO DEL RECUPERO RECIBIDO      *00000173
LRH@2 *               CON SU MORA (ACCION 'R') PARA QUE VL4CIMPA LO    *00000174
LRH@2 *               DISTRIBUYA.                                      *00000175
      ******************************************************************00000180
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000190
      *--------- ---------- ----------------- -------------------------*00000200
LRH@1 *                                       ESTAR HABILITADA EN     * 
LRH@1 *                                       VLDTENT (VL9CENT0);     * 
LRH@1 *                                       LO DENEGADO SE AUDITA.  * 
LRH@2 *----------------------------------------------------------------*00000211
LRH@2 *RITM49169 15-10-26   LUIS RIVERA H.    IMPAGO DEL EMISOR:      * 00000212
LRH@2 *                                       'I' DECLARA EL IMPAGO Y * 00000213
LRH@2 *                                       'R' REGISTRA RECUPERO Y * 00000214
LRH@2 *                                       MORA A DISTRIBUIR.      * 00000215
      *----------------------------------------------------------------*00000220
      ******************************************************************00000230
      *                                                                 00000240
                   88  CUP0-ALTA           VALUE 'A'.                   00000940
                   88  CUP0-BAJA           VALUE 'B'.                   00000950
                   88  CUP0-CONSULTA       VALUE 'C'.                   00000960
LRH@2              88  CUP0-IMPAGO         VALUE 'I'.                   00000961
LRH@2              88  CUP0-RECUPERO       VALUE 'R'.                   00000962
               10  CUP0-CODVALOR       PIC X(12).                       00000970
               10  CUP0-SECUEN         PIC 9(03).                       00000980
               10  CUP0-TIPO           PIC X(01).                       00000990
                   15  CUP0-E-BASE         PIC X(03).                   00001200
                   15  CUP0-E-PCT-AMORT    PIC 9(03)V9(04).             00001210
                   15  CUP0-E-ESTADO       PIC X(01).                   00001220
LRH@2 *    RECUPERO DEL EMISOR (ACCION 'R'), A CONTINUACION DE LA       00001221
LRH@2 *    SALIDA PARA NO MOVER EL AREA DE LOS LLAMADORES ACTUALES      00001222
LRH@2      05  CUP0-DATOS-RECUPERO.                                     00001223
LRH@2          10  CUP0-IMP-RECUP      PIC 9(13)V9(02).                 00001224
LRH@2          10  CUP0-INT-MORA       PIC 9(13)V9(02).                 00001225
      *-----------------------------------------------------------------00001230
                                                                        00001240
      *==================                                               00001250
                    PERFORM 3000-BAJA-EVENTO                            00001330
               WHEN CUP0-CONSULTA                                       00001340
                    PERFORM 4000-CONSULTA-EVENTOS                       00001350
LRH@2          WHEN CUP0-IMPAGO                                         00001351
LRH@2               PERFORM 5000-DECLARA-IMPAGO                         00001352
LRH@2          WHEN CUP0-RECUPERO                                       00001353
LRH@2               PERFORM 6000-REGISTRA-RECUPERO                      00001354
               WHEN OTHER                                               00001360
                    MOVE '01'                  TO CUP0-COD-RETORNO      00001370
                    MOVE 'VLE2172'             TO CUP0-COD-ERROR-DEV    00001380
           EVALUATE SQLCODE                                             00003420
               WHEN ZERO                                                00003430
                    ADD  1               TO IX                          00003440
                    MOVE VCUP-SECUEN     TO CUP0-E-SECUEN    (IX)       00003441
                    MOVE VCUP-TIPO       TO CUP0-E-TIPO      (IX)       00003442
                    MOVE VCUP-FECPAGO    TO CUP0-E-FECPAGO   (IX)       00003443
                    MOVE VCUP-IMPTIT     TO CUP0-E-IMPTIT    (IX)       00003444
                    MOVE VCUP-TASA       TO CUP0-E-TASA      (IX)       00003445
                    MOVE VCUP-BASE       TO CUP0-E-BASE      (IX)       00003446
                    MOVE VCUP-PCT-AMORT  TO CUP0-E-PCT-AMORT (IX)       00003447
                    MOVE VCUP-ESTADO     TO CUP0-E-ESTADO    (IX)       00003448
               WHEN 100                                                 00003449
                    CONTINUE                                            00003450
               WHEN OTHER                                               00003451
                    PERFORM 8900-ERROR-SQL                              00003452
           END-EVALUATE                                                 00003453
           .                                                            00003454
LRH@2 *----------------------------------------------------------------*00003455
LRH@2  5000-DECLARA-IMPAGO.                                             00003456
LRH@2 *----------------------------------------------------------------*00003457
LRH@2 *    SOLO UN EVENTO PENDIENTE PASA A IMPAGO: VL4CCUPO DEJA DE     00003458
LRH@2 *    PAGARLO Y VL4CIMPA FIJA LOS TENEDORES EN SU FECHA DE PAGO    00003459
LRH@2      MOVE CUP0-SECUEN TO VCUP-SECUEN                              00003460
LRH@2      PERFORM 7000-LEE-EVENTO                                      00003461
LRH@2                                                                   00003462
LRH@2      IF NOT VCUP-PENDIENTE                                        00003463
LRH@2         MOVE '07'                  TO CUP0-COD-RETORNO            00003464
LRH@2         MOVE 'VLE2179'             TO CUP0-COD-ERROR-DEV          00003465
LRH@2         MOVE 'ESTADO  '            TO CUP0-VAR1-ERROR             00003466
LRH@2         PERFORM 9999-FIN                                          00003467
LRH@2      END-IF                                                       00003468
LRH@2                                                                   00003469
LRH@2      MOVE 'D'                  TO VCUP-ESTADO                     00003470
LRH@2      MOVE CUP0-FECHA-OPER      TO VCUP-FEULMOD                    00003471
LRH@2      MOVE CUP0-TERMINAL        TO VCUP-NUMTER                     00003472
LRH@2      MOVE CUP0-USERID          TO VCUP-USUARIO                    00003473
LRH@2                                                                   00003474
LRH@2      EXEC SQL                                                     00003475
LRH@2           UPDATE VLDTCUP                                          00003476
LRH@2              SET VCUP_ESTADO   = :VCUP-ESTADO                     00003477
LRH@2                , VCUP_FEULMOD  = :VCUP-FEULMOD                    00003478
LRH@2                , VCUP_NUMTER   = :VCUP-NUMTER                     00003479
LRH@2                , VCUP_USUARIO  = :VCUP-USUARIO                    00003480
LRH@2            WHERE VCUP_CODVALOR = :VCUP-CODVALOR                   00003481
LRH@2              AND VCUP_SECUEN   = :VCUP-SECUEN                     00003482
LRH@2              AND VCUP_ESTADO   = 'N'                              00003483
LRH@2      END-EXEC                                                     00003484
LRH@2      IF SQLCODE NOT = ZERO                                        00003485
LRH@2         PERFORM 8900-ERROR-SQL                                    00003486
LRH@2      END-IF                                                       00003487
LRH@2                                                                   00003488
LRH@2      MOVE 'UPDATE  ' TO VL7LOG-OPERACION                          00003489
LRH@2      PERFORM 8000-GRABA-AUDITORIA                                 00003490
LRH@2      .                                                            00003491
LRH@2 *                                                                *00003492
LRH@2 *----------------------------------------------------------------*00003493
LRH@2  6000-REGISTRA-RECUPERO.                                          00003494
LRH@2 *----------------------------------------------------------------*00003495
LRH@2 *    EL RECUPERO Y LA MORA SE ACUMULAN SOBRE LO PENDIENTE DE      00003496
LRH@2 *    DISTRIBUIR; VL4CIMPA LOS REPARTE EN SU PROXIMA CORRIDA       00003497
LRH@2      IF CUP0-IMP-RECUP NOT NUMERIC                                00003498
LRH@2         OR CUP0-INT-MORA NOT NUMERIC                              00003499
LRH@2         OR (CUP0-IMP-RECUP = ZEROS AND CUP0-INT-MORA = ZEROS)     00003500
LRH@2         MOVE '08'                  TO CUP0-COD-RETORNO            00003501
LRH@2         MOVE 'VLE2338'             TO CUP0-COD-ERROR-DEV          00003502
LRH@2         MOVE 'RECUPERO'            TO CUP0-VAR1-ERROR             00003503
LRH@2         PERFORM 9999-FIN                                          00003504
LRH@2      END-IF                                                       00003505
LRH@2                                                                   00003506
LRH@2      MOVE CUP0-SECUEN TO VCUP-SECUEN                              00003507
LRH@2      PERFORM 7000-LEE-EVENTO                                      00003508
LRH@2                                                                   00003509
LRH@2      IF NOT VCUP-IMPAGO AND NOT VCUP-RECUPERO                     00003510
LRH@2         MOVE '09'                  TO CUP0-COD-RETORNO            00003511
LRH@2         MOVE 'VLE2339'             TO CUP0-COD-ERROR-DEV          00003512
LRH@2         MOVE 'ESTADO  '            TO CUP0-VAR1-ERROR             00003513
LRH@2         PERFORM 9999-FIN                                          00003514
LRH@2      END-IF                                                       00003515
LRH@2                                                                   00003516
LRH@2      ADD  CUP0-IMP-RECUP       TO VCUP-IMP-RECUP                  00003517
LRH@2      ADD  CUP0-INT-MORA        TO VCUP-INT-MORA                   00003518
LRH@2      MOVE 'R'                  TO VCUP-ESTADO                     00003519
LRH@2      MOVE CUP0-FECHA-OPER      TO VCUP-FEULMOD                    00003520
LRH@2      MOVE CUP0-TERMINAL        TO VCUP-NUMTER                     00003521
LRH@2      MOVE CUP0-USERID          TO VCUP-USUARIO                    00003522
LRH@2                                                                   00003523
LRH@2      EXEC SQL                                                     00003524
LRH@2           UPDATE VLDTCUP                                          00003525
LRH@2              SET VCUP_ESTADO    = :VCUP-ESTADO                    00003526
LRH@2                , VCUP_IMP_RECUP = :VCUP-IMP-RECUP                 00003527
LRH@2                , VCUP_INT_MORA  = :VCUP-INT-MORA                  00003528
LRH@2                , VCUP_FEULMOD   = :VCUP-FEULMOD                   00003529
LRH@2                , VCUP_NUMTER    = :VCUP-NUMTER                    00003530
LRH@2                , VCUP_USUARIO   = :VCUP-USUARIO                   00003531
LRH@2            WHERE VCUP_CODVALOR  = :VCUP-CODVALOR                  00003532
LRH@2              AND VCUP_SECUEN    = :VCUP-SECUEN                    00003533
LRH@2      END-EXEC                                                     00003534
LRH@2      IF SQLCODE NOT = ZERO                                        00003535
LRH@2         PERFORM 8900-ERROR-SQL                                    00003536
LRH@2      END-IF                                                       00003537
LRH@2                                                                   00003538
LRH@2      MOVE 'UPDATE  ' TO VL7LOG-OPERACION                          00003539
LRH@2      PERFORM 8000-GRABA-AUDITORIA                                 00003540
LRH@2      .                                                            00003541
LRH@2 *                                                                *00003542
LRH@2 *----------------------------------------------------------------*00003543
LRH@2  7000-LEE-EVENTO.                                                 00003544
LRH@2 *----------------------------------------------------------------*00003545
LRH@2      EXEC SQL                                                     00003546
LRH@2           SELECT  VCUP_TIPO                                       00003547
LRH@2                ,  VCUP_FECPAGO                                    00003548
LRH@2                ,  VCUP_IMPTIT                                     00003549
LRH@2                ,  VCUP_TASA                                       00003550
LRH@2                ,  VCUP_BASE                                       00003551
LRH@2                ,  VCUP_PCT_AMORT                                  00003552
LRH@2                ,  VCUP_ESTADO                                     00003553
LRH@2                ,  VCUP_FECREG                                     00003554
LRH@2                ,  VCUP_IMP_RECUP                                  00003555
LRH@2                ,  VCUP_INT_MORA                                   00003556
LRH@2                ,  VCUP_IMP_DISTRIB                                00003557
LRH@2             INTO :VCUP-TIPO                                       00003558
LRH@2                , :VCUP-FECPAGO                                    00003559
LRH@2                , :VCUP-IMPTIT                                     00003560
LRH@2                , :VCUP-TASA                                       00003561
LRH@2                , :VCUP-BASE                                       00003562
LRH@2                , :VCUP-PCT-AMORT                                  00003563
LRH@2                , :VCUP-ESTADO                                     00003564
LRH@2                , :VCUP-FECREG                                     00003565
LRH@2                , :VCUP-IMP-RECUP                                  00003566
LRH@2                , :VCUP-INT-MORA                                   00003567
LRH@2                , :VCUP-IMP-DISTRIB                                00003568
LRH@2             FROM  VLDTCUP                                         00003569
LRH@2            WHERE  VCUP_CODVALOR = :VCUP-CODVALOR                  00003570
LRH@2              AND  VCUP_SECUEN   = :VCUP-SECUEN                    00003571
LRH@2      END-EXEC                                                     00003572
LRH@2      IF SQLCODE = 100                                             00003573
LRH@2         MOVE '06'                  TO CUP0-COD-RETORNO            00003574
LRH@2         MOVE 'VLE2178'             TO CUP0-COD-ERROR-DEV          00003575
LRH@2         MOVE 'VLDTCUP '            TO CUP0-VAR1-ERROR             00003576
LRH@2         PERFORM 9999-FIN                                          00003577
LRH@2      END-IF                                                       00003578
LRH@2      IF SQLCODE NOT = ZERO                                        00003579
LRH@2         PERFORM 8900-ERROR-SQL                                    00003580
LRH@2      END-IF                                                       00003581
LRH@2      .                                                            00003582
LRH@2 *                                                                *00003583
      *                                                                *00003590
      *----------------------------------------------------------------*00003600
       8000-GRABA-AUDITORIA.                                            00003610
