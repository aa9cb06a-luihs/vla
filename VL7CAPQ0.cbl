      *                 - INACTIVA : UPDATE VLDTARC A SITUACION 'B'    *00000130
      *                 - MODIFICA : CANAL/SUBCANAL/GESTOR/CAMPANA VIA *00000140
      *                              LA RUTINA SM7CNIN0 (OPCION 'M')   *00000150
LRH@2 *                 - REASIGNA : UPDATE VLDTDET A OTRA CUENTA      *00000151
LRH@2 *                 - ANULAOPE : DELETE VLDTDET (VL7CRAS0)         *00000152
LRH@3 *                 - ALTACOND / MODICOND / BAJACOND :             *00000153
LRH@3 *                   ALTA, CAMBIO O BAJA EN VLDTCOM (VL7CCOM0)    *00000154
LRH@5 *                 - ALTAHOLD / MODIHOLD / BAJAHOLD :             *00000155
LRH@5 *                   ALTA, RENOVACION O LIBERACION DE BLOQUEO     *00000156
LRH@5 *                   LEGAL EN VLDTLHD (VL7CLHD0)                  *00000157
      *               EL CAMBIO EJECUTADO SE AUDITA EN VLDTRLOG VIA    *00000160
      *               VL7CRLOG, COMO HOY. EL APROBADOR NO PUEDE SER    *00000170
      *               EL MISMO USUARIO QUE SOLICITO (MAKER-CHECKER).   *00000180
      ******************************************************************00000181
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000182
      *--------- ---------- ----------------- -------------------------*00000183
      *RITM49047 22-08-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000184
      *--------- ---------- ----------------- -------------------------*
LRH@1 *RITM49147 02-09-26   LUIS RIVERA H.    LA ACCION PEDIDA DEBE   * 
LRH@1 *                                       ESTAR HABILITADA EN     * 
LRH@1 *                                       VLDTENT (VL9CENT0);     * 
LRH@1 *                                       LO DENEGADO SE AUDITA.  * 
      *--------- ---------- ----------------- -------------------------*00000185
LRH@2 *RITM49160 15-10-26   LUIS RIVERA H.    EJECUTA LA REASIGNACION  *00000186
LRH@2 *                                       O ANULACION DE UNA       *00000187
LRH@2 *                                       OPERACION PENDIENTE      *00000188
LRH@2 *                                       ENCOLADA POR VL7CRAS0,   *00000189
LRH@2 *                                       CON VENTANA BATCH E      *00000190
LRH@2 *                                       IMAGEN ANTES/DESPUES EN  *00000191
LRH@2 *                                       VLDTRLOG.                *00000192
      *--------- ---------- ----------------- -------------------------*00000193
LRH@3 *RITM49166 15-10-26   LUIS RIVERA H.    EJECUTA EL ALTA, CAMBIO  *00000194
LRH@3 *                                       O BAJA DE CONDICIONES DE *00000195
LRH@3 *                                       COMISION PROPUESTAS POR  *00000196
LRH@3 *                                       VL7CCOM0, CON IMAGEN     *00000197
LRH@3 *                                       ANTES/DESPUES EN         *00000198
LRH@3 *                                       VLDTRLOG.                *00000199
      *--------- ---------- ----------------- -------------------------*00000200
LRH@4 *RITM49182 15-10-26   LUIS RIVERA H.    LA LISTA DE PENDIENTES   *00000201
LRH@4 *                                       MUESTRA EL SEGMENTO DE   *00000202
LRH@4 *                                       VALOR DEL CLIENTE DE LA  *00000203
LRH@4 *                                       CUENTA (VLDTRNT).        *00000204
LRH@5 *--------- ---------- ----------------- -------------------------*00000205
LRH@5 *RITM49187 15-10-26   LUIS RIVERA H.    EJECUTA EL ALTA, LA      *00000206
LRH@5 *                                       RENOVACION O LA          *00000207
LRH@5 *                                       LIBERACION DE BLOQUEOS   *00000208
LRH@5 *                                       LEGALES PROPUESTOS POR   *00000209
LRH@5 *                                       VL7CLHD0, CON IMAGEN     *00000210
LRH@5 *                                       ANTES/DESPUES EN         *00000211
LRH@5 *                                       VLDTRLOG.                *00000212
      *--------- ---------- ----------------- -------------------------*00000221
      *RITM49144 02-09-26   LUIS RIVERA H.    LA INACTIVACION APROBADA *00000222
      *                                       ENCOLA AUTOMATICAMENTE   *00000223
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000550
           03 W-DETALLE-DESPUES.                                        00000560
              05 FILLER                PIC X(004).                      00000570
              05 W-DES-GVT             PIC X(010).                      00000571
              05 FILLER                PIC X(005).                      00000572
              05 W-DES-CAV             PIC X(002).                      00000573
              05 FILLER                PIC X(005).                      00000574
              05 W-DES-SCV             PIC X(002).                      00000575
              05 FILLER                PIC X(005).                      00000576
              05 W-DES-CAM             PIC X(012).                      00000577
              05 FILLER                PIC X(155).                      00000578
                                                                        00000579
      ** COPY PARA RUTINA VL7CRLOG                                      00000580
       01 W-VLWCLOG0.                                                   00000581
           COPY VLWCLOG0.                                               00000582
       01 LOGVLDTARC                PIC X(500).                         00000583
LRH@1 *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   
LRH@1      COPY VLCPTEN0.                                               
LRH@1  77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    
LRH@2 *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00000584
LRH@2      COPY VLCPTVE0.                                               00000585
LRH@2  77  WK-VL9CVEN0             PIC X(08)       VALUE 'VL9CVEN0'.    00000586
LRH@2  01  VL7CSIM0                PIC X(08)       VALUE 'VL7CSIM0'.    00000587
LRH@2  77  WK-CTAVAL-NUEVA         PIC S9(7)V COMP-3 VALUE ZEROS.       00000588
LRH@2 *    OPERACION PENDIENTE ENCOLADA POR VL7CRAS0 (MISMO LAYOUT      00000589
LRH@2 *    W-APQ-OPERACION / W-APQ-DESTINO)                             00000590
LRH@2  01  W-OPE-DETALLE.                                               00000591
LRH@2      05 FILLER               PIC X(04).                           00000592
LRH@2      05 W-OPE-CUENTA         PIC 9(07).                           00000593
LRH@2      05 FILLER               PIC X(05).                           00000594
LRH@2      05 W-OPE-FECHOP         PIC 9(08).                           00000595
LRH@2      05 FILLER               PIC X(05).                           00000596
LRH@2      05 W-OPE-PAVAL          PIC X(03).                           00000597
LRH@2      05 W-OPE-VALOR          PIC X(08).                           00000598
LRH@2      05 W-OPE-ISIN           PIC 9(01).                           00000599
LRH@2      05 FILLER               PIC X(05).                           00000600
LRH@2      05 W-OPE-REFER          PIC 9(09).                           00000601
LRH@2      05 FILLER               PIC X(05).                           00000602
LRH@2      05 W-OPE-TITULOS        PIC 9(13).                           00000603
LRH@2      05 FILLER               PIC X(05).                           00000604
LRH@2      05 W-OPE-IMPORTE        PIC 9(12)V9(02).                     00000605
LRH@2      05 FILLER               PIC X(05).                           00000606
LRH@2      05 W-OPE-COMISION       PIC 9(12)V9(02).                     00000607
LRH@2  01  W-OPE-DESTINO.                                               00000608
LRH@2      05 FILLER               PIC X(04).                           00000609
LRH@2      05 W-OPD-CUENTA         PIC 9(07).                           00000610
LRH@2      05 FILLER               PIC X(05).                           00000611
LRH@2      05 W-OPD-COMISION       PIC 9(12)V9(02).                     00000612
LRH@2      05 FILLER               PIC X(05).                           00000613
LRH@2      05 W-OPD-MOTIVO         PIC X(40).                           00000614
LRH@2 *    IMAGEN DEL DETALLE QUE SE GRABA EN VLDTRLOG                  00000615
LRH@2  01  W-LOG-VLDTDET.                                               00000616
LRH@2      05 LOG-DET-OPERACION    PIC X(111).                          00000617
LRH@2      05 FILLER               PIC X(05) VALUE ' ECO='.             00000618
LRH@2      05 LOG-DET-CTAECO       PIC X(20).                           00000619
LRH@2      05 FILLER               PIC X(05) VALUE ' DES='.             00000620
LRH@2      05 LOG-DET-DESTINO      PIC 9(07).                           00000621
LRH@2      05 FILLER               PIC X(05) VALUE ' COM='.             00000622
LRH@2      05 LOG-DET-COMISION     PIC 9(12)V9(02).                     00000623
LRH@2      05 FILLER               PIC X(05) VALUE ' MOT='.             00000624
LRH@2      05 LOG-DET-MOTIVO       PIC X(40).                           00000625
LRH@2 *    AREA DEL SIMULADOR DE COMISIONES VL7CSIM0                    00000626
LRH@2  01  W-SIM0-AREA.                                                 00000627
LRH@2      05 WSIM-CUENTA          PIC 9(07).                           00000628
LRH@2      05 WSIM-OPECON          PIC 9(02).                           00000629
LRH@2      05 WSIM-TIPTARIF        PIC X(01).                           00000630
LRH@2      05 WSIM-MONEDA          PIC X(03).                           00000631
LRH@2      05 WSIM-IMPORTE         PIC 9(12)V9(02).                     00000632
LRH@2      05 WSIM-COD-RETORNO     PIC X(02).                           00000633
LRH@2      05 WSIM-COD-ERROR-DEV   PIC X(07).                           00000634
LRH@2      05 WSIM-VAR1-ERROR      PIC X(08).                           00000635
LRH@2      05 WSIM-VAR2-ERROR      PIC X(05).                           00000636
LRH@2      05 WSIM-COMISION        PIC 9(12)V9(02).                     00000637
LRH@2      05 WSIM-ORIGEN          PIC X(01).                           00000638
LRH@2      05 WSIM-TRAMO-APLICADO  PIC 9(02).                           00000639
LRH@2      05 WSIM-AJUSTE          PIC X(03).                           00000640
LRH@3 *    CONDICION DE COMISION PROPUESTA POR VL7CCOM0 (MISMO LAYOUT   00000641
LRH@3 *    W-APQ-CONDICION) Y SU IMAGEN EN VLDTRLOG                     00000642
LRH@3  01  W-CND-DESPUES.                                               00000643
LRH@3      05 FILLER               PIC X(04).                           00000644
LRH@3      05 W-CND-CUENTA         PIC 9(07).                           00000645
LRH@3      05 FILLER               PIC X(05).                           00000646
LRH@3      05 W-CND-CLACONT        PIC 9(02).                           00000647
LRH@3      05 FILLER               PIC X(05).                           00000648
LRH@3      05 W-CND-DINIVAL        PIC X(10).                           00000649
LRH@3      05 FILLER               PIC X(05).                           00000650
LRH@3      05 W-CND-DFINVAL        PIC X(10).                           00000651
LRH@3      05 FILLER               PIC X(05).                           00000652
LRH@3      05 W-CND-FIJO           PIC 9(12)V9(02).                     00000653
LRH@3      05 FILLER               PIC X(05).                           00000654
LRH@3      05 W-CND-PORCEN         PIC 9(02)V9(06).                     00000655
LRH@3      05 FILLER               PIC X(05).                           00000656
LRH@3      05 W-CND-MINIMO         PIC 9(12)V9(02).                     00000657
LRH@3      05 FILLER               PIC X(05).                           00000658
LRH@3      05 W-CND-MAXIMO         PIC 9(12)V9(02).                     00000659
LRH@3      05 FILLER               PIC X(05).                           00000660
LRH@3      05 W-CND-TIPTAR         PIC X(01).                           00000661
LRH@3  01  W-LOG-VLDTCOM.                                               00000662
LRH@3      05 FILLER               PIC X(04) VALUE 'ANT='.              00000663
LRH@3      05 LOG-COM-ANTES        PIC X(124).                          00000664
LRH@3      05 FILLER               PIC X(05) VALUE ' DES='.             00000665
LRH@3      05 LOG-COM-DESPUES      PIC X(124).                          00000666
LRH@3  77  WK-SOLAPES-COM          PIC S9(9) COMP  VALUE ZEROS.         00000667
LRH@3  77  WK-DINIVAL-CLAVE        PIC X(10)       VALUE SPACES.        00000668
LRH@3 *    CONDICION PARTICULAR DE COMISION                             00000669
LRH@3      COPY VLCPTCOM.                                               00000670
LRH@4 *    SEGMENTO DE VALOR DEL CLIENTE (VL4CRENT / VLDTRNT)           00000671
LRH@4  77  W-SEGMENTO-CLI          PIC X(01)       VALUE SPACES.        00000672
LRH@5 *    BLOQUEO LEGAL PROPUESTO POR VL7CLHD0 (MISMO LAYOUT           00000673
LRH@5 *    W-APQ-HOLD) Y SU IMAGEN EN VLDTRLOG                          00000674
LRH@5  01  W-LHD-DESPUES.                                               00000675
LRH@5      05 FILLER               PIC X(04).                           00000676
LRH@5      05 W-LHD-TIPO           PIC X(01).                           00000677
LRH@5      05 FILLER               PIC X(05).                           00000678
LRH@5      05 W-LHD-NUMCLI         PIC 9(08).                           00000679
LRH@5      05 FILLER               PIC X(05).                           00000680
LRH@5      05 W-LHD-CUENTA         PIC 9(07).                           00000681
LRH@5      05 FILLER               PIC X(05).                           00000682
LRH@5      05 W-LHD-REFCASO        PIC X(20).                           00000683
LRH@5      05 FILLER               PIC X(05).                           00000684
LRH@5      05 W-LHD-SOLICIT        PIC X(30).                           00000685
LRH@5      05 FILLER               PIC X(05).                           00000686
LRH@5      05 W-LHD-FECINI         PIC 9(08).                           00000687
LRH@5      05 FILLER               PIC X(05).                           00000688
LRH@5      05 W-LHD-FECREV         PIC 9(08).                           00000689
LRH@5      05 FILLER               PIC X(05).                           00000690
LRH@5      05 W-LHD-ID             PIC 9(09).                           00000691
LRH@5  01  W-LOG-VLDTLHD.                                               00000692
LRH@5      05 FILLER               PIC X(04) VALUE 'ANT='.              00000693
LRH@5      05 LOG-LHD-ANTES        PIC X(130).                          00000694
LRH@5      05 FILLER               PIC X(05) VALUE ' DES='.             00000695
LRH@5      05 LOG-LHD-DESPUES      PIC X(130).                          00000696
LRH@5  77  WK-DUPLICADOS-LHD       PIC S9(9) COMP  VALUE ZEROS.         00000697
LRH@5 *    CLIENTE O CUENTA EMPAQUETADOS COMO EN LAS IMAGENES DE        00000698
LRH@5 *    VLDTRLOG (VLHD_CLAVELOG)                                     00000699
LRH@5  01  WK-LHD-CLI-P            PIC S9(8)V COMP-3 VALUE ZEROS.       00000700
LRH@5  01  WK-LHD-CLI-PX REDEFINES WK-LHD-CLI-P PIC X(05).              00000701
LRH@5  01  WK-LHD-CTA-P            PIC S9(7)V COMP-3 VALUE ZEROS.       00000702
LRH@5  01  WK-LHD-CTA-PX REDEFINES WK-LHD-CTA-P PIC X(04).              00000703
LRH@5 *    REGISTRO DE BLOQUEOS LEGALES                                 00000704
LRH@5      COPY VLCPTLHD.                                               00000705
                                                                        00000710
      ** COPY PARA RUTINA SM7CNIN0 (CAMPANAS)                           00000720
       01  W-SMWCNIN0.                                                  00000730
       77  W-EMB-VIGENTES          PIC S9(9) COMP  VALUE ZEROS.         00000821
       77  WK-EMB-CUENTA           PIC S9(7)V COMP-3 VALUE ZEROS.       00000822
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00000830
LRH@2      EXEC SQL INCLUDE VLGTOPE END-EXEC.                           00000831
LRH@2      EXEC SQL INCLUDE VLGTDET END-EXEC.                           00000832
                                                                        00000840
      *-----------------------------------------------------------------00000850
      *                   C U R S O R E S                              *00000860
                     ,  VAPQ_CUENTA                                     00000940
                     ,  VAPQ_USUARIO_SOL                                00000950
                     ,  VAPQ_ANTES                                      00000960
                     ,  VAPQ_DESPUES                                    00000961
LRH@4 *RITM49182-INI                                                    00000962
LRH@4                      ,  VALUE((SELECT R.VRNT_SEGMENTO             00000963
LRH@4                                  FROM VLDTRNT R, VLDTARC C        00000964
LRH@4                                 WHERE C.VARC_CUENTA =             00000965
LRH@4                                       VLDTAPQ.VAPQ_CUENTA         00000966
LRH@4                                   AND R.VRNT_NUMCLI =             00000967
LRH@4                                       C.VARC_NUMCLI               00000968
LRH@4                                   AND R.VRNT_PERIODO =            00000969
LRH@4                                      (SELECT MAX(R2.VRNT_PERIODO) 00000970
LRH@4                                         FROM VLDTRNT R2           00000971
LRH@4                                        WHERE R2.VRNT_NUMCLI =     00000972
LRH@4                                              C.VARC_NUMCLI)), ' ')00000973
LRH@4 *RITM49182-FIN                                                    00000974
                  FROM  VLDTAPQ                                         00000980
                 WHERE  VAPQ_ESTADO = 'P'                               00000990
                 ORDER  BY VAPQ_ID                                      00001000
                   15  APQ0-SOL-USUARIO    PIC X(08).                   00001280
                   15  APQ0-SOL-ANTES      PIC X(45).                   00001290
                   15  APQ0-SOL-DESPUES    PIC X(45).                   00001300
LRH@4 *RITM49182-INI                                                    00001301
LRH@4                    15  APQ0-SOL-SEGMENTO   PIC X(01).             00001302
LRH@4 *RITM49182-FIN                                                    00001303
      *-----------------------------------------------------------------00001310
                                                                        00001320
      *==================                                               00001330
               MOVE VAPQ-USUARIO-SOL       TO APQ0-SOL-USUARIO   (IX)   00001860
               MOVE VAPQ-ANTES   (1:45)    TO APQ0-SOL-ANTES     (IX)   00001870
               MOVE VAPQ-DESPUES (1:45)    TO APQ0-SOL-DESPUES   (IX)   00001880
LRH@4 *RITM49182-INI                                                    00001881
LRH@4                MOVE W-SEGMENTO-CLI                                00001882
LRH@4                                        TO APQ0-SOL-SEGMENTO (IX)  00001883
LRH@4 *RITM49182-FIN                                                    00001884
               PERFORM 2020-FETCH-VLDCAPQ1                              00001890
           END-PERFORM                                                  00001900
                                                                        00001910
                    , :VAPQ-USUARIO-SOL                                 00002090
                    , :VAPQ-ANTES                                       00002100
                    , :VAPQ-DESPUES                                     00002110
LRH@4 *RITM49182-INI                                                    00002111
LRH@4                     , :W-SEGMENTO-CLI                             00002112
LRH@4 *RITM49182-FIN                                                    00002113
           END-EXEC                                                     00002120
                                                                        00002130
           EVALUATE SQLCODE                                             00002140
                     ,  VAPQ_USUARIO_SOL                                00002360
                     ,  VAPQ_ESTADO                                     00002370
                     ,  VAPQ_DESPUES                                    00002380
LRH@2                ,  VAPQ_ANTES                                      00002381
                  INTO :VAPQ-OPERACION                                  00002390
                     , :VAPQ-CUENTA                                     00002400
                     , :VAPQ-USUARIO-SOL                                00002410
                     , :VAPQ-ESTADO                                     00002420
                     , :VAPQ-DESPUES                                    00002430
LRH@2                , :VAPQ-ANTES                                      00002431
                  FROM  VLDTAPQ                                         00002440
                 WHERE  VAPQ_ID = :VAPQ-ID                              00002450
           END-EXEC                                                     00002460
      *RITM49147                                                        00003151
               WHEN 'ENTITLE '                                          00003152
                    PERFORM 4300-EJECUTA-ENTITLE                        00003153
LRH@2          WHEN 'REASIGNA'                                          00003154
LRH@2          WHEN 'ANULAOPE'                                          00003155
LRH@2               PERFORM 4400-EJECUTA-OPERACION                      00003156
LRH@3          WHEN 'ALTACOND'                                          00003157
LRH@3          WHEN 'MODICOND'                                          00003158
LRH@3          WHEN 'BAJACOND'                                          00003159
LRH@3               PERFORM 4500-EJECUTA-CONDICION                      00003160
LRH@5          WHEN 'ALTAHOLD'                                          00003161
LRH@5          WHEN 'MODIHOLD'                                          00003162
LRH@5          WHEN 'BAJAHOLD'                                          00003163
LRH@5               PERFORM 4600-EJECUTA-HOLD                           00003164
               WHEN OTHER                                               00003165
                    MOVE '05'                  TO APQ0-COD-RETORNO      00003170
                    MOVE 'VLE1799'             TO APQ0-COD-ERROR-DEV    00003180
                    MOVE 'OPERACIO'            TO APQ0-VAR1-ERROR       00003190
           PERFORM 8000-GRABA-AUDITORIA.                                00043045
      *RITM49147-FIN                                                  * 00043046
      *                                                                *00043047
LRH@2 *RITM49160-INI                                                    00043048
LRH@2 *----------------------------------------------------------*      00043049
LRH@2  4400-EJECUTA-OPERACION.                                          00043050
LRH@2 *----------------------------------------------------------*      00043051
LRH@2 *    SOLICITUD DE VL7CRAS0. CON LA VENTANA BATCH CERRADA NO       00043052
LRH@2 *    SE TOCA VLDTDET: LA LIQUIDACION PODRIA ESTAR EN CURSO.       00043053
LRH@2      INITIALIZE VL9CVEN0-AREA.                                    00043054
LRH@2      MOVE 'Q'                  TO VEN0-ACCION.                    00043055
LRH@2      MOVE SPACES               TO VEN0-AMBITO.                    00043056
LRH@2      CALL WK-VL9CVEN0 USING VL9CVEN0-AREA.                        00043057
LRH@2      IF VEN0-CODRESP NOT = ZEROS                                  00043058
LRH@2         MOVE '99'              TO APQ0-COD-RETORNO                00043059
LRH@2         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043060
LRH@2         MOVE 'VLDTVEN '        TO APQ0-VAR1-ERROR                 00043061
LRH@2         PERFORM 9999-FIN                                          00043062
LRH@2      END-IF.                                                      00043063
LRH@2      IF VEN0-CERRADAS > ZEROS                                     00043064
LRH@2         MOVE '90'              TO APQ0-COD-RETORNO                00043065
LRH@2         MOVE 'VLE2277'         TO APQ0-COD-ERROR-DEV              00043066
LRH@2         MOVE VEN0-AMBITO-CERR  TO APQ0-VAR1-ERROR                 00043067
LRH@2         PERFORM 9999-FIN                                          00043068
LRH@2      END-IF.                                                      00043069
LRH@2                                                                   00043070
LRH@2      MOVE VAPQ-ANTES (1:111)   TO W-OPE-DETALLE.                  00043071
LRH@2      MOVE VAPQ-DESPUES (1:75)  TO W-OPE-DESTINO.                  00043072
LRH@2      MOVE W-OPE-CUENTA         TO VDET-CTAVAL.                    00043073
LRH@2      MOVE W-OPE-FECHOP         TO VDET-FECHOP.                    00043074
LRH@2      MOVE W-OPE-PAVAL          TO VDET-PAVAL.                     00043075
LRH@2      MOVE W-OPE-VALOR          TO VDET-VALOR.                     00043076
LRH@2      MOVE W-OPE-ISIN           TO VDET-ISIN.                      00043077
LRH@2      MOVE W-OPE-REFER          TO VDET-REFER.                     00043078
LRH@2                                                                   00043079
LRH@2 *    LA OPERACION PUEDE HABERSE LIQUIDADO O ANULADO ENTRE LA      00043080
LRH@2 *    SOLICITUD Y LA APROBACION: SI ES ASI NO SE EJECUTA.          00043081
LRH@2      EXEC SQL                                                     00043082
LRH@2           SELECT  D.VDET_FORMAT                                   00043083
LRH@2                ,  D.VDET_TITUL                                    00043084
LRH@2                ,  D.VDET_PTS_COMVEN                               00043085
LRH@2                ,  D.VDET_DATOS_DETAL                              00043086
LRH@2                ,  O.VOPE_TIPOP                                    00043087
LRH@2                ,  O.VOPE_MON_FACT                                 00043088
LRH@2             INTO :VDET-FORMAT                                     00043089
LRH@2                , :VDET-TITUL                                      00043090
LRH@2                , :VDET-PTS-COMVEN                                 00043091
LRH@2                , :VDET-DATOS-DETAL                                00043092
LRH@2                , :VOPE-TIPOP                                      00043093
LRH@2                , :VOPE-MON-FACT                                   00043094
LRH@2             FROM  VLDTDET D                                       00043095
LRH@2                ,  VLDTOPE O                                       00043096
LRH@2            WHERE  D.VDET_CTAVAL = :VDET-CTAVAL                    00043097
LRH@2              AND  D.VDET_FECHOP = :VDET-FECHOP                    00043098
LRH@2              AND  D.VDET_PAVAL  = :VDET-PAVAL                     00043099
LRH@2              AND  D.VDET_VALOR  = :VDET-VALOR                     00043100
LRH@2              AND  D.VDET_ISIN   = :VDET-ISIN                      00043101
LRH@2              AND  D.VDET_REFER  = :VDET-REFER                     00043102
LRH@2              AND  O.VOPE_FECHOP = D.VDET_FECHOP                   00043103
LRH@2              AND  O.VOPE_PAVAL  = D.VDET_PAVAL                    00043104
LRH@2              AND  O.VOPE_VALOR  = D.VDET_VALOR                    00043105
LRH@2              AND  O.VOPE_ISIN   = D.VDET_ISIN                     00043106
LRH@2              AND  O.VOPE_FORMAT = D.VDET_FORMAT                   00043107
LRH@2            FETCH  FIRST 1 ROW ONLY                                00043108
LRH@2      END-EXEC.                                                    00043109
LRH@2      IF SQLCODE = 100                                             00043110
LRH@2         MOVE '07'              TO APQ0-COD-RETORNO                00043111
LRH@2         MOVE 'VLE2320'         TO APQ0-COD-ERROR-DEV              00043112
LRH@2         MOVE 'VLDTDET '        TO APQ0-VAR1-ERROR                 00043113
LRH@2         PERFORM 9999-FIN                                          00043114
LRH@2      END-IF.                                                      00043115
LRH@2      IF SQLCODE NOT = ZERO                                        00043116
LRH@2         MOVE '99'              TO APQ0-COD-RETORNO                00043117
LRH@2         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043118
LRH@2         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043119
LRH@2         MOVE 'VLDTDET '        TO APQ0-VAR1-ERROR                 00043120
LRH@2         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043121
LRH@2         PERFORM 9999-FIN                                          00043122
LRH@2      END-IF.                                                      00043123
LRH@2      IF VDET-DATOS-DETAL (107:1) = 'P'                            00043124
LRH@2         MOVE '07'              TO APQ0-COD-RETORNO                00043125
LRH@2         MOVE 'VLE2321'         TO APQ0-COD-ERROR-DEV              00043126
LRH@2         MOVE 'LIQUIDAD'        TO APQ0-VAR1-ERROR                 00043127
LRH@2         PERFORM 9999-FIN                                          00043128
LRH@2      END-IF.                                                      00043129
LRH@2                                                                   00043130
LRH@2 *    IMAGEN ANTES DEL CAMBIO                                      00043131
LRH@2      MOVE W-OPE-DETALLE        TO LOG-DET-OPERACION.              00043132
LRH@2      MOVE VDET-SUS-CTAECO      TO LOG-DET-CTAECO.                 00043133
LRH@2      MOVE ZEROS                TO LOG-DET-DESTINO.                00043134
LRH@2      MOVE W-OPE-COMISION       TO LOG-DET-COMISION.               00043135
LRH@2      MOVE SPACES               TO LOG-DET-MOTIVO.                 00043136
LRH@2      MOVE 'SELECT'             TO VL7LOG-OPERACION.               00043137
LRH@2      PERFORM 8100-GRABA-AUDIT-DETALLE.                            00043138
LRH@2                                                                   00043139
LRH@2      IF VAPQ-OPERACION = 'REASIGNA'                               00043140
LRH@2         PERFORM 4410-REASIGNA-OPERACION                           00043141
LRH@2      ELSE                                                         00043142
LRH@2         PERFORM 4420-ANULA-OPERACION                              00043143
LRH@2      END-IF.                                                      00043144
LRH@2                                                                   00043145
LRH@2      PERFORM 8000-GRABA-AUDITORIA.                                00043146
LRH@2 *----------------------------------------------------------*      00043147
LRH@2  4410-REASIGNA-OPERACION.                                         00043148
LRH@2 *----------------------------------------------------------*      00043149
LRH@2 *    LA CUENTA DESTINO SE REVALIDA (ACTIVA Y SIN EMBARGO) Y       00043150
LRH@2 *    APORTA SU CUENTA DE CARGO (COMPRAS) O ABONO (VENTAS) PARA    00043151
LRH@2 *    EL APUNTE DE EFECTIVO DE LA LIQUIDACION (VL4C3050).          00043152
LRH@2      MOVE W-OPD-CUENTA         TO VARC-CUENTA.                    00043153
LRH@2      EXEC SQL                                                     00043154
LRH@2           SELECT VARC_SITUAC                                      00043155
LRH@2                , VARC_CTACAR                                      00043156
LRH@2                , VARC_CTAABO                                      00043157
LRH@2             INTO :VARC-SITUAC                                     00043158
LRH@2                , :VARC-CTACAR                                     00043159
LRH@2                , :VARC-CTAABO                                     00043160
LRH@2             FROM VLDTARC                                          00043161
LRH@2            WHERE VARC_CUENTA = :VARC-CUENTA                       00043162
LRH@2      END-EXEC.                                                    00043163
LRH@2      IF SQLCODE NOT = ZERO OR VARC-SITUAC NOT = 'A'               00043164
LRH@2         MOVE '01'              TO APQ0-COD-RETORNO                00043165
LRH@2         MOVE 'VLE2197'         TO APQ0-COD-ERROR-DEV              00043166
LRH@2         MOVE 'NO ACTIV'        TO APQ0-VAR1-ERROR                 00043167
LRH@2         PERFORM 9999-FIN                                          00043168
LRH@2      END-IF.                                                      00043169
LRH@2                                                                   00043170
LRH@2      MOVE ZEROS                TO W-EMB-VIGENTES.                 00043171
LRH@2      MOVE W-OPD-CUENTA         TO WK-EMB-CUENTA.                  00043172
LRH@2      EXEC SQL                                                     00043173
LRH@2           SELECT COUNT(*)                                         00043174
LRH@2             INTO :W-EMB-VIGENTES                                  00043175
LRH@2             FROM VLDTEMB                                          00043176
LRH@2            WHERE VEMB_CUENTA = :WK-EMB-CUENTA                     00043177
LRH@2              AND VEMB_ESTADO = 'V'                                00043178
LRH@2      END-EXEC.                                                    00043179
LRH@2      IF SQLCODE NOT = ZERO                                        00043180
LRH@2         MOVE '99'              TO APQ0-COD-RETORNO                00043181
LRH@2         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043182
LRH@2         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043183
LRH@2         MOVE 'VLDTEMB '        TO APQ0-VAR1-ERROR                 00043184
LRH@2         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043185
LRH@2         PERFORM 9999-FIN                                          00043186
LRH@2      END-IF.                                                      00043187
LRH@2      IF W-EMB-VIGENTES > ZEROS                                    00043188
LRH@2         MOVE '01'              TO APQ0-COD-RETORNO                00043189
LRH@2         MOVE 'VLE2171'         TO APQ0-COD-ERROR-DEV              00043190
LRH@2         MOVE 'EMBARGO '        TO APQ0-VAR1-ERROR                 00043191
LRH@2         PERFORM 9999-FIN                                          00043192
LRH@2      END-IF.                                                      00043193
LRH@2                                                                   00043194
LRH@2      IF VOPE-TIPOP (1:1) = 'V'                                    00043195
LRH@2         MOVE VARC-CTAABO       TO VDET-SUS-CTAECO                 00043196
LRH@2      ELSE                                                         00043197
LRH@2         MOVE VARC-CTACAR       TO VDET-SUS-CTAECO                 00043198
LRH@2      END-IF.                                                      00043199
LRH@2      MOVE W-OPD-CUENTA         TO WK-CTAVAL-NUEVA.                00043200
LRH@2      MOVE APQ0-FECHA-OPER      TO VDET-FEULMOD.                   00043201
LRH@2      MOVE W-HORA-CURRENT-N     TO VDET-HORULMOD.                  00043202
LRH@2      MOVE APQ0-TERMINAL        TO VDET-NUMTER.                    00043203
LRH@2      MOVE APQ0-USERID          TO VDET-USUARIO.                   00043204
LRH@2                                                                   00043205
LRH@2      EXEC SQL                                                     00043206
LRH@2           UPDATE VLDTDET                                          00043207
LRH@2              SET VDET_CTAVAL      = :WK-CTAVAL-NUEVA              00043208
LRH@2                , VDET_DATOS_DETAL = :VDET-DATOS-DETAL             00043209
LRH@2                , VDET_FEULMOD     = :VDET-FEULMOD                 00043210
LRH@2                , VDET_HORULMOD    = :VDET-HORULMOD                00043211
LRH@2                , VDET_NUMTER      = :VDET-NUMTER                  00043212
LRH@2                , VDET_USUARIO     = :VDET-USUARIO                 00043213
LRH@2            WHERE VDET_FECHOP = :VDET-FECHOP                       00043214
LRH@2              AND VDET_PAVAL  = :VDET-PAVAL                        00043215
LRH@2              AND VDET_VALOR  = :VDET-VALOR                        00043216
LRH@2              AND VDET_ISIN   = :VDET-ISIN                         00043217
LRH@2              AND VDET_FORMAT = :VDET-FORMAT                       00043218
LRH@2              AND VDET_CTAVAL = :VDET-CTAVAL                       00043219
LRH@2              AND VDET_REFER  = :VDET-REFER                        00043220
LRH@2      END-EXEC.                                                    00043221
LRH@2      IF SQLCODE NOT = ZERO                                        00043222
LRH@2         MOVE '99'              TO APQ0-COD-RETORNO                00043223
LRH@2         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043224
LRH@2         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043225
LRH@2         MOVE 'VLDTDET '        TO APQ0-VAR1-ERROR                 00043226
LRH@2         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043227
LRH@2         PERFORM 9999-FIN                                          00043228
LRH@2      END-IF.                                                      00043229
LRH@2                                                                   00043230
LRH@2 *    COMISION CON LA TARIFA DE LA CUENTA NUEVA (LA QUE COBRARA    00043231
LRH@2 *    VL4C3050 AL LIQUIDAR); SIN TARIFA SE DEJA LA DE LA SOLICITUD 00043232
LRH@2      MOVE W-OPD-COMISION       TO LOG-DET-COMISION.               00043233
LRH@2      MOVE W-OPD-CUENTA         TO WSIM-CUENTA.                    00043234
LRH@2      MOVE 49                   TO WSIM-OPECON.                    00043235
LRH@2      MOVE 'F'                  TO WSIM-TIPTARIF.                  00043236
LRH@2      MOVE VOPE-MON-FACT        TO WSIM-MONEDA.                    00043237
LRH@2      MOVE VDET-PTS-COMVEN      TO WSIM-IMPORTE.                   00043238
LRH@2      MOVE SPACES               TO WSIM-COD-RETORNO.               00043239
LRH@2      EXEC CICS                                                    00043240
LRH@2         LINK PROGRAM (VL7CSIM0)                                   00043241
LRH@2         COMMAREA (W-SIM0-AREA)                                    00043242
LRH@2      END-EXEC.                                                    00043243
LRH@2      IF WSIM-COD-RETORNO = '00'                                   00043244
LRH@2         MOVE WSIM-COMISION     TO LOG-DET-COMISION                00043245
LRH@2      END-IF.                                                      00043246
LRH@2                                                                   00043247
LRH@2 *    IMAGEN DESPUES DEL CAMBIO                                    00043248
LRH@2      MOVE VDET-SUS-CTAECO      TO LOG-DET-CTAECO.                 00043249
LRH@2      MOVE W-OPD-CUENTA         TO LOG-DET-DESTINO.                00043250
LRH@2      MOVE W-OPD-MOTIVO         TO LOG-DET-MOTIVO.                 00043251
LRH@2      MOVE 'UPDATE'             TO VL7LOG-OPERACION.               00043252
LRH@2      PERFORM 8100-GRABA-AUDIT-DETALLE.                            00043253
LRH@2 *----------------------------------------------------------*      00043254
LRH@2  4420-ANULA-OPERACION.                                            00043255
LRH@2 *----------------------------------------------------------*      00043256
LRH@2 *    SOLO SE BORRA EL DETALLE DE LA CUENTA; LA CABECERA VLDTOPE   00043257
LRH@2 *    ES DE LA OPERACION DE MERCADO Y LA COMPARTEN OTRAS CUENTAS.  00043258
LRH@2      EXEC SQL                                                     00043259
LRH@2           DELETE FROM VLDTDET                                     00043260
LRH@2            WHERE VDET_FECHOP = :VDET-FECHOP                       00043261
LRH@2              AND VDET_PAVAL  = :VDET-PAVAL                        00043262
LRH@2              AND VDET_VALOR  = :VDET-VALOR                        00043263
LRH@2              AND VDET_ISIN   = :VDET-ISIN                         00043264
LRH@2              AND VDET_FORMAT = :VDET-FORMAT                       00043265
LRH@2              AND VDET_CTAVAL = :VDET-CTAVAL                       00043266
LRH@2              AND VDET_REFER  = :VDET-REFER                        00043267
LRH@2      END-EXEC.                                                    00043268
LRH@2      IF SQLCODE NOT = ZERO                                        00043269
LRH@2         MOVE '99'              TO APQ0-COD-RETORNO                00043270
LRH@2         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043271
LRH@2         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043272
LRH@2         MOVE 'VLDTDET '        TO APQ0-VAR1-ERROR                 00043273
LRH@2         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043274
LRH@2         PERFORM 9999-FIN                                          00043275
LRH@2      END-IF.                                                      00043276
LRH@2                                                                   00043277
LRH@2      MOVE ZEROS                TO LOG-DET-DESTINO                 00043278
LRH@2                                   LOG-DET-COMISION.               00043279
LRH@2      MOVE W-OPD-MOTIVO         TO LOG-DET-MOTIVO.                 00043280
LRH@2      MOVE 'DELETE'             TO VL7LOG-OPERACION.               00043281
LRH@2      PERFORM 8100-GRABA-AUDIT-DETALLE.                            00043282
LRH@2 *RITM49160-FIN                                                    00043283
LRH@3 *RITM49166-INI                                                    00043284
LRH@3 *----------------------------------------------------------*      00043285
LRH@3  4500-EJECUTA-CONDICION.                                          00043286
LRH@3 *----------------------------------------------------------*      00043287
LRH@3 *    PROPUESTA DE VL7CCOM0. LA VIGENCIA SE REVALIDA CONTRA LAS    00043288
LRH@3 *    CONDICIONES ACTIVAS DE HOY: OTRA APROBACION PUDO HABERLA     00043289
LRH@3 *    SOLAPADO ENTRE LA SOLICITUD Y ESTA APROBACION.               00043290
LRH@3      MOVE VAPQ-DESPUES (1:124) TO W-CND-DESPUES.                  00043291
LRH@3      INITIALIZE DCLVLDTCOM.                                       00043292
LRH@3      MOVE W-CND-CUENTA         TO VCOM-CUENTA.                    00043293
LRH@3      MOVE W-CND-CLACONT        TO VCOM-CLACONT.                   00043294
LRH@3      MOVE W-CND-TIPTAR         TO VCOM-TIPTAR.                    00043295
LRH@3      MOVE W-CND-DINIVAL        TO VCOM-DINIVAL.                   00043296
LRH@3      MOVE W-CND-DFINVAL        TO VCOM-DFINVAL.                   00043297
LRH@3      MOVE W-CND-FIJO           TO VCOM-CORRE-FIJO.                00043298
LRH@3      MOVE W-CND-PORCEN         TO VCOM-CORRE-PORCEN.              00043299
LRH@3      MOVE W-CND-MINIMO         TO VCOM-CORRE-MINIMO.              00043300
LRH@3      MOVE W-CND-MAXIMO         TO VCOM-CORRE-MAXIMO.              00043301
LRH@3      MOVE APQ0-TERMINAL        TO VCOM-CTERMIN.                   00043302
LRH@3      MOVE VAPQ-USUARIO-SOL     TO VCOM-CUSRCRI.                   00043303
LRH@3      MOVE APQ0-USERID          TO VCOM-CUSRMOD.                   00043304
LRH@3                                                                   00043305
LRH@3      IF VAPQ-OPERACION NOT = 'BAJACOND'                           00043306
LRH@3         IF VAPQ-OPERACION = 'ALTACOND'                            00043307
LRH@3            MOVE SPACES            TO WK-DINIVAL-CLAVE             00043308
LRH@3         ELSE                                                      00043309
LRH@3            MOVE W-CND-DINIVAL     TO WK-DINIVAL-CLAVE             00043310
LRH@3         END-IF                                                    00043311
LRH@3         MOVE ZEROS                TO WK-SOLAPES-COM               00043312
LRH@3         EXEC SQL                                                  00043313
LRH@3              SELECT COUNT(*)                                      00043314
LRH@3                INTO :WK-SOLAPES-COM                               00043315
LRH@3                FROM VLDTCOM                                       00043316
LRH@3               WHERE VCOM_CUENTA  = :VCOM-CUENTA                   00043317
LRH@3                 AND VCOM_CLACONT = :VCOM-CLACONT                  00043318
LRH@3                 AND VCOM_SITUAC  = 'A'                            00043319
LRH@3                 AND VCOM_DINIVAL <> :WK-DINIVAL-CLAVE             00043320
LRH@3                 AND VCOM_DINIVAL <= :VCOM-DFINVAL                 00043321
LRH@3                 AND VCOM_DFINVAL >= :VCOM-DINIVAL                 00043322
LRH@3         END-EXEC                                                  00043323
LRH@3         IF SQLCODE NOT = ZERO                                     00043324
LRH@3            MOVE '99'              TO APQ0-COD-RETORNO             00043325
LRH@3            MOVE SQLCODE           TO W-SQLCODE-EDIT               00043326
LRH@3            MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV           00043327
LRH@3            MOVE 'VLDTCOM '        TO APQ0-VAR1-ERROR              00043328
LRH@3            MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR              00043329
LRH@3            PERFORM 9999-FIN                                       00043330
LRH@3         END-IF                                                    00043331
LRH@3         IF WK-SOLAPES-COM > ZEROS                                 00043332
LRH@3            MOVE '07'              TO APQ0-COD-RETORNO             00043333
LRH@3            MOVE 'VLE2333'         TO APQ0-COD-ERROR-DEV           00043334
LRH@3            MOVE 'SOLAPE  '        TO APQ0-VAR1-ERROR              00043335
LRH@3            PERFORM 9999-FIN                                       00043336
LRH@3         END-IF                                                    00043337
LRH@3      END-IF.                                                      00043338
LRH@3                                                                   00043339
LRH@3      EVALUATE VAPQ-OPERACION                                      00043340
LRH@3          WHEN 'ALTACOND'                                          00043341
LRH@3               PERFORM 4510-ALTA-CONDICION                         00043342
LRH@3               MOVE 'INSERT'       TO VL7LOG-OPERACION             00043343
LRH@3          WHEN 'MODICOND'                                          00043344
LRH@3               PERFORM 4520-MODIFICA-CONDICION                     00043345
LRH@3               MOVE 'UPDATE'       TO VL7LOG-OPERACION             00043346
LRH@3          WHEN OTHER                                               00043347
LRH@3               PERFORM 4530-BAJA-CONDICION                         00043348
LRH@3               MOVE 'UPDATE'       TO VL7LOG-OPERACION             00043349
LRH@3      END-EVALUATE.                                                00043350
LRH@3                                                                   00043351
LRH@3 *    IMAGEN ANTES/DESPUES DE LA CONDICION EN VLDTRLOG             00043352
LRH@3      MOVE VAPQ-ANTES (1:124)   TO LOG-COM-ANTES.                  00043353
LRH@3      MOVE VAPQ-DESPUES (1:124) TO LOG-COM-DESPUES.                00043354
LRH@3      PERFORM 8200-GRABA-AUDIT-CONDICION.                          00043355
LRH@3                                                                   00043356
LRH@3      PERFORM 8000-GRABA-AUDITORIA.                                00043357
LRH@3 *----------------------------------------------------------*      00043358
LRH@3  4510-ALTA-CONDICION.                                             00043359
LRH@3 *----------------------------------------------------------*      00043360
LRH@3      EXEC SQL                                                     00043361
LRH@3           INSERT INTO VLDTCOM                                     00043362
LRH@3                 ( VCOM_SITUAC                                     00043363
LRH@3                 , VCOM_CUENTA                                     00043364
LRH@3                 , VCOM_CLACONT                                    00043365
LRH@3                 , VCOM_TIPTAR                                     00043366
LRH@3                 , VCOM_DINIVAL                                    00043367
LRH@3                 , VCOM_DFINVAL                                    00043368
LRH@3                 , VCOM_CORRE_FIJO                                 00043369
LRH@3                 , VCOM_CORRE_PORCEN                               00043370
LRH@3                 , VCOM_CORRE_MINIMO                               00043371
LRH@3                 , VCOM_CORRE_MAXIMO                               00043372
LRH@3                 , VCOM_CTERMIN                                    00043373
LRH@3                 , VCOM_DCRIACAO                                   00043374
LRH@3                 , VCOM_CUSRCRI                                    00043375
LRH@3                 , VCOM_DMODIF                                     00043376
LRH@3                 , VCOM_CUSRMOD )                                  00043377
LRH@3           VALUES                                                  00043378
LRH@3                 ( 'A'                                             00043379
LRH@3                 , :VCOM-CUENTA                                    00043380
LRH@3                 , :VCOM-CLACONT                                   00043381
LRH@3                 , :VCOM-TIPTAR                                    00043382
LRH@3                 , :VCOM-DINIVAL                                   00043383
LRH@3                 , :VCOM-DFINVAL                                   00043384
LRH@3                 , :VCOM-CORRE-FIJO                                00043385
LRH@3                 , :VCOM-CORRE-PORCEN                              00043386
LRH@3                 , :VCOM-CORRE-MINIMO                              00043387
LRH@3                 , :VCOM-CORRE-MAXIMO                              00043388
LRH@3                 , :VCOM-CTERMIN                                   00043389
LRH@3                 , CURRENT TIMESTAMP                               00043390
LRH@3                 , :VCOM-CUSRCRI                                   00043391
LRH@3                 , CURRENT TIMESTAMP                               00043392
LRH@3                 , :VCOM-CUSRMOD )                                 00043393
LRH@3      END-EXEC.                                                    00043394
LRH@3      IF SQLCODE NOT = ZERO                                        00043395
LRH@3         MOVE '99'              TO APQ0-COD-RETORNO                00043396
LRH@3         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043397
LRH@3         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043398
LRH@3         MOVE 'VLDTCOM '        TO APQ0-VAR1-ERROR                 00043399
LRH@3         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043400
LRH@3         PERFORM 9999-FIN                                          00043401
LRH@3      END-IF.                                                      00043402
LRH@3 *----------------------------------------------------------*      00043403
LRH@3  4520-MODIFICA-CONDICION.                                         00043404
LRH@3 *----------------------------------------------------------*      00043405
LRH@3      EXEC SQL                                                     00043406
LRH@3           UPDATE VLDTCOM                                          00043407
LRH@3              SET VCOM_DFINVAL      = :VCOM-DFINVAL                00043408
LRH@3                , VCOM_CORRE_FIJO   = :VCOM-CORRE-FIJO             00043409
LRH@3                , VCOM_CORRE_PORCEN = :VCOM-CORRE-PORCEN           00043410
LRH@3                , VCOM_CORRE_MINIMO = :VCOM-CORRE-MINIMO           00043411
LRH@3                , VCOM_CORRE_MAXIMO = :VCOM-CORRE-MAXIMO           00043412
LRH@3                , VCOM_CTERMIN      = :VCOM-CTERMIN                00043413
LRH@3                , VCOM_DMODIF       = CURRENT TIMESTAMP            00043414
LRH@3                , VCOM_CUSRMOD      = :VCOM-CUSRMOD                00043415
LRH@3            WHERE VCOM_CUENTA  = :VCOM-CUENTA                      00043416
LRH@3              AND VCOM_CLACONT = :VCOM-CLACONT                     00043417
LRH@3              AND VCOM_DINIVAL = :VCOM-DINIVAL                     00043418
LRH@3              AND VCOM_SITUAC  = 'A'                               00043419
LRH@3      END-EXEC.                                                    00043420
LRH@3      PERFORM 4590-VERIFICA-UPDATE.                                00043421
LRH@3 *----------------------------------------------------------*      00043422
LRH@3  4530-BAJA-CONDICION.                                             00043423
LRH@3 *----------------------------------------------------------*      00043424
LRH@3 *    LA CONDICION SE CIERRA EN LA FECHA PROPUESTA; LA CUENTA      00043425
LRH@3 *    VUELVE A LA TARIFA ESTANDAR (VLDTXTA)                        00043426
LRH@3      EXEC SQL                                                     00043427
LRH@3           UPDATE VLDTCOM                                          00043428
LRH@3              SET VCOM_SITUAC       = 'B'                          00043429
LRH@3                , VCOM_DFINVAL      = :VCOM-DFINVAL                00043430
LRH@3                , VCOM_CTERMIN      = :VCOM-CTERMIN                00043431
LRH@3                , VCOM_DMODIF       = CURRENT TIMESTAMP            00043432
LRH@3                , VCOM_CUSRMOD      = :VCOM-CUSRMOD                00043433
LRH@3            WHERE VCOM_CUENTA  = :VCOM-CUENTA                      00043434
LRH@3              AND VCOM_CLACONT = :VCOM-CLACONT                     00043435
LRH@3              AND VCOM_DINIVAL = :VCOM-DINIVAL                     00043436
LRH@3              AND VCOM_SITUAC  = 'A'                               00043437
LRH@3      END-EXEC.                                                    00043438
LRH@3      PERFORM 4590-VERIFICA-UPDATE.                                00043439
LRH@3 *----------------------------------------------------------*      00043440
LRH@3  4590-VERIFICA-UPDATE.                                            00043441
LRH@3 *----------------------------------------------------------*      00043442
LRH@3 *    LA CONDICION PUDO DARSE DE BAJA DESPUES DE LA PROPUESTA      00043443
LRH@3      IF SQLCODE = 100                                             00043444
LRH@3         MOVE '07'              TO APQ0-COD-RETORNO                00043445
LRH@3         MOVE 'VLE2336'         TO APQ0-COD-ERROR-DEV              00043446
LRH@3         MOVE 'VLDTCOM '        TO APQ0-VAR1-ERROR                 00043447
LRH@3         PERFORM 9999-FIN                                          00043448
LRH@3      END-IF.                                                      00043449
LRH@3      IF SQLCODE NOT = ZERO                                        00043450
LRH@3         MOVE '99'              TO APQ0-COD-RETORNO                00043451
LRH@3         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043452
LRH@3         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043453
LRH@3         MOVE 'VLDTCOM '        TO APQ0-VAR1-ERROR                 00043454
LRH@3         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043455
LRH@3         PERFORM 9999-FIN                                          00043456
LRH@3      END-IF.                                                      00043457
LRH@3 *RITM49166-FIN                                                    00043458
LRH@5 *RITM49187-INI                                                    00043459
LRH@5 *----------------------------------------------------------*      00043460
LRH@5  4600-EJECUTA-HOLD.                                               00043461
LRH@5 *----------------------------------------------------------*      00043462
LRH@5 *    PROPUESTA DE VL7CLHD0. EL ALTA SE REVALIDA: OTRA APROBACION  00043463
LRH@5 *    PUDO HABER REGISTRADO EL MISMO CASO ENTRE LA SOLICITUD Y     00043464
LRH@5 *    ESTA APROBACION.                                             00043465
LRH@5      MOVE VAPQ-DESPUES (1:130) TO W-LHD-DESPUES.                  00043466
LRH@5      INITIALIZE DCLVLDTLHD.                                       00043467
LRH@5      MOVE W-LHD-ID             TO VLHD-ID.                        00043468
LRH@5      MOVE W-LHD-TIPO           TO VLHD-TIPO.                      00043469
LRH@5      MOVE W-LHD-NUMCLI         TO VLHD-NUMCLI.                    00043470
LRH@5      MOVE W-LHD-CUENTA         TO VLHD-CUENTA.                    00043471
LRH@5      MOVE W-LHD-REFCASO        TO VLHD-REFCASO.                   00043472
LRH@5      MOVE W-LHD-SOLICIT        TO VLHD-SOLICIT.                   00043473
LRH@5      MOVE W-LHD-FECINI         TO VLHD-FECINI.                    00043474
LRH@5      MOVE W-LHD-FECREV         TO VLHD-FECREV.                    00043475
LRH@5      MOVE VAPQ-USUARIO-SOL     TO VLHD-USUARIO-SOL.               00043476
LRH@5      MOVE APQ0-USERID          TO VLHD-USUARIO-APR.               00043477
LRH@5      MOVE APQ0-TERMINAL        TO VLHD-NUMTER.                    00043478
LRH@5      MOVE APQ0-FECHA-OPER      TO WK-FECHA-APR-N.                 00043479
LRH@5      MOVE WK-FECHA-APR-N       TO VLHD-FEULMOD.                   00043480
LRH@5                                                                   00043481
LRH@5      EVALUATE VAPQ-OPERACION                                      00043482
LRH@5          WHEN 'ALTAHOLD'                                          00043483
LRH@5               PERFORM 4610-ALTA-HOLD                              00043484
LRH@5               MOVE 'INSERT'       TO VL7LOG-OPERACION             00043485
LRH@5          WHEN 'MODIHOLD'                                          00043486
LRH@5               PERFORM 4620-RENUEVA-HOLD                           00043487
LRH@5               MOVE 'UPDATE'       TO VL7LOG-OPERACION             00043488
LRH@5          WHEN OTHER                                               00043489
LRH@5               PERFORM 4630-LIBERA-HOLD                            00043490
LRH@5               MOVE 'UPDATE'       TO VL7LOG-OPERACION             00043491
LRH@5      END-EVALUATE.                                                00043492
LRH@5                                                                   00043493
LRH@5 *    IMAGEN ANTES/DESPUES DEL BLOQUEO EN VLDTRLOG                 00043494
LRH@5      MOVE VAPQ-ANTES (1:130)   TO LOG-LHD-ANTES.                  00043495
LRH@5      MOVE VAPQ-DESPUES (1:130) TO LOG-LHD-DESPUES.                00043496
LRH@5      PERFORM 8300-GRABA-AUDIT-HOLD.                               00043497
LRH@5                                                                   00043498
LRH@5      PERFORM 8000-GRABA-AUDITORIA.                                00043499
LRH@5 *----------------------------------------------------------*      00043500
LRH@5  4610-ALTA-HOLD.                                                  00043501
LRH@5 *----------------------------------------------------------*      00043502
LRH@5      MOVE ZEROS                TO WK-DUPLICADOS-LHD.              00043503
LRH@5      EXEC SQL                                                     00043504
LRH@5           SELECT COUNT(*)                                         00043505
LRH@5             INTO :WK-DUPLICADOS-LHD                               00043506
LRH@5             FROM VLDTLHD                                          00043507
LRH@5            WHERE VLHD_TIPO    = :VLHD-TIPO                        00043508
LRH@5              AND VLHD_NUMCLI  = :VLHD-NUMCLI                      00043509
LRH@5              AND VLHD_CUENTA  = :VLHD-CUENTA                      00043510
LRH@5              AND VLHD_REFCASO = :VLHD-REFCASO                     00043511
LRH@5              AND VLHD_ESTADO  = 'A'                               00043512
LRH@5      END-EXEC.                                                    00043513
LRH@5      IF SQLCODE NOT = ZERO                                        00043514
LRH@5         MOVE '99'              TO APQ0-COD-RETORNO                00043515
LRH@5         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043516
LRH@5         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043517
LRH@5         MOVE 'VLDTLHD '        TO APQ0-VAR1-ERROR                 00043518
LRH@5         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043519
LRH@5         PERFORM 9999-FIN                                          00043520
LRH@5      END-IF.                                                      00043521
LRH@5      IF WK-DUPLICADOS-LHD > ZEROS                                 00043522
LRH@5         MOVE '07'              TO APQ0-COD-RETORNO                00043523
LRH@5         MOVE 'VLE2404'         TO APQ0-COD-ERROR-DEV              00043524
LRH@5         MOVE 'VLDTLHD '        TO APQ0-VAR1-ERROR                 00043525
LRH@5         PERFORM 9999-FIN                                          00043526
LRH@5      END-IF.                                                      00043527
LRH@5                                                                   00043528
LRH@5 *    CLAVE PARA RETENER SUS FILAS DE VLDTRLOG (VL4CRLPU)          00043529
LRH@5      MOVE SPACES               TO VLHD-CLAVELOG.                  00043530
LRH@5      IF VLHD-POR-CLIENTE                                          00043531
LRH@5         MOVE W-LHD-NUMCLI      TO WK-LHD-CLI-P                    00043532
LRH@5         MOVE WK-LHD-CLI-PX     TO VLHD-CLAVELOG                   00043533
LRH@5      ELSE                                                         00043534
LRH@5         MOVE W-LHD-CUENTA      TO WK-LHD-CTA-P                    00043535
LRH@5         MOVE WK-LHD-CTA-PX     TO VLHD-CLAVELOG (1:4)             00043536
LRH@5      END-IF.                                                      00043537
LRH@5                                                                   00043538
LRH@5      EXEC SQL                                                     00043539
LRH@5           INSERT INTO VLDTLHD                                     00043540
LRH@5                 ( VLHD_TIPO                                       00043541
LRH@5                 , VLHD_NUMCLI                                     00043542
LRH@5                 , VLHD_CUENTA                                     00043543
LRH@5                 , VLHD_REFCASO                                    00043544
LRH@5                 , VLHD_SOLICIT                                    00043545
LRH@5                 , VLHD_FECINI                                     00043546
LRH@5                 , VLHD_FECREV                                     00043547
LRH@5                 , VLHD_FECLIB                                     00043548
LRH@5                 , VLHD_ESTADO                                     00043549
LRH@5                 , VLHD_CLAVELOG                                   00043550
LRH@5                 , VLHD_USUARIO_SOL                                00043551
LRH@5                 , VLHD_USUARIO_APR                                00043552
LRH@5                 , VLHD_FEULMOD                                    00043553
LRH@5                 , VLHD_NUMTER )                                   00043554
LRH@5           VALUES                                                  00043555
LRH@5                 ( :VLHD-TIPO                                      00043556
LRH@5                 , :VLHD-NUMCLI                                    00043557
LRH@5                 , :VLHD-CUENTA                                    00043558
LRH@5                 , :VLHD-REFCASO                                   00043559
LRH@5                 , :VLHD-SOLICIT                                   00043560
LRH@5                 , :VLHD-FECINI                                    00043561
LRH@5                 , :VLHD-FECREV                                    00043562
LRH@5                 , 0                                               00043563
LRH@5                 , 'A'                                             00043564
LRH@5                 , :VLHD-CLAVELOG                                  00043565
LRH@5                 , :VLHD-USUARIO-SOL                               00043566
LRH@5                 , :VLHD-USUARIO-APR                               00043567
LRH@5                 , :VLHD-FEULMOD                                   00043568
LRH@5                 , :VLHD-NUMTER )                                  00043569
LRH@5      END-EXEC.                                                    00043570
LRH@5      IF SQLCODE NOT = ZERO                                        00043571
LRH@5         MOVE '99'              TO APQ0-COD-RETORNO                00043572
LRH@5         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043573
LRH@5         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043574
LRH@5         MOVE 'VLDTLHD '        TO APQ0-VAR1-ERROR                 00043575
LRH@5         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043576
LRH@5         PERFORM 9999-FIN                                          00043577
LRH@5      END-IF.                                                      00043578
LRH@5 *----------------------------------------------------------*      00043579
LRH@5  4620-RENUEVA-HOLD.                                               00043580
LRH@5 *----------------------------------------------------------*      00043581
LRH@5      EXEC SQL                                                     00043582
LRH@5           UPDATE VLDTLHD                                          00043583
LRH@5              SET VLHD_FECREV      = :VLHD-FECREV                  00043584
LRH@5                , VLHD_SOLICIT     = :VLHD-SOLICIT                 00043585
LRH@5                , VLHD_USUARIO_SOL = :VLHD-USUARIO-SOL             00043586
LRH@5                , VLHD_USUARIO_APR = :VLHD-USUARIO-APR             00043587
LRH@5                , VLHD_FEULMOD     = :VLHD-FEULMOD                 00043588
LRH@5                , VLHD_NUMTER      = :VLHD-NUMTER                  00043589
LRH@5            WHERE VLHD_ID     = :VLHD-ID                           00043590
LRH@5              AND VLHD_ESTADO = 'A'                                00043591
LRH@5      END-EXEC.                                                    00043592
LRH@5      PERFORM 4690-VERIFICA-UPDATE-HOLD.                           00043593
LRH@5 *----------------------------------------------------------*      00043594
LRH@5  4630-LIBERA-HOLD.                                                00043595
LRH@5 *----------------------------------------------------------*      00043596
LRH@5 *    LA FILA QUEDA COMO CONSTANCIA, LIBERADA EN LA FECHA DE LA    00043597
LRH@5 *    APROBACION; LOS PROCESOS VUELVEN A TRATAR EL OBJETO          00043598
LRH@5      MOVE WK-FECHA-APR-N       TO VLHD-FECLIB.                    00043599
LRH@5      EXEC SQL                                                     00043600
LRH@5           UPDATE VLDTLHD                                          00043601
LRH@5              SET VLHD_ESTADO      = 'L'                           00043602
LRH@5                , VLHD_FECLIB      = :VLHD-FECLIB                  00043603
LRH@5                , VLHD_USUARIO_SOL = :VLHD-USUARIO-SOL             00043604
LRH@5                , VLHD_USUARIO_APR = :VLHD-USUARIO-APR             00043605
LRH@5                , VLHD_FEULMOD     = :VLHD-FEULMOD                 00043606
LRH@5                , VLHD_NUMTER      = :VLHD-NUMTER                  00043607
LRH@5            WHERE VLHD_ID     = :VLHD-ID                           00043608
LRH@5              AND VLHD_ESTADO = 'A'                                00043609
LRH@5      END-EXEC.                                                    00043610
LRH@5      PERFORM 4690-VERIFICA-UPDATE-HOLD.                           00043611
LRH@5 *----------------------------------------------------------*      00043612
LRH@5  4690-VERIFICA-UPDATE-HOLD.                                       00043613
LRH@5 *----------------------------------------------------------*      00043614
LRH@5 *    EL BLOQUEO PUDO LIBERARSE DESPUES DE LA PROPUESTA            00043615
LRH@5      IF SQLCODE = 100                                             00043616
LRH@5         MOVE '07'              TO APQ0-COD-RETORNO                00043617
LRH@5         MOVE 'VLE2406'         TO APQ0-COD-ERROR-DEV              00043618
LRH@5         MOVE 'VLDTLHD '        TO APQ0-VAR1-ERROR                 00043619
LRH@5         PERFORM 9999-FIN                                          00043620
LRH@5      END-IF.                                                      00043621
LRH@5      IF SQLCODE NOT = ZERO                                        00043622
LRH@5         MOVE '99'              TO APQ0-COD-RETORNO                00043623
LRH@5         MOVE SQLCODE           TO W-SQLCODE-EDIT                  00043624
LRH@5         MOVE 'VLE1000'         TO APQ0-COD-ERROR-DEV              00043625
LRH@5         MOVE 'VLDTLHD '        TO APQ0-VAR1-ERROR                 00043626
LRH@5         MOVE W-SQLCODE-EDIT    TO APQ0-VAR2-ERROR                 00043627
LRH@5         PERFORM 9999-FIN                                          00043628
LRH@5      END-IF.                                                      00043629
LRH@5 *RITM49187-FIN                                                    00043630
      *----------------------------------------------------------------*00004080
       8000-GRABA-AUDITORIA.                                            00004090
      *----------------------------------------------------------------*00004100
              LINK PROGRAM (VL7CRLOG)                                   00004260
              COMMAREA (W-VLWCLOG0)                                     00004270
           END-EXEC                                                     00004280
                                                                        00004281
           IF VL7LOG-CODRESP NOT = ZEROS                                00004282
              MOVE '98'                  TO APQ0-COD-RETORNO            00004283
              MOVE 'VLE0907'             TO APQ0-COD-ERROR-DEV          00004284
              MOVE 'VL7CRLOG'            TO APQ0-VAR1-ERROR             00004285
              PERFORM 9999-FIN                                          00004286
           END-IF                                                       00004287
           .                                                            00004288
      *                                                                *00004289
LRH@2 *RITM49160-INI                                                    00004290
LRH@2 *----------------------------------------------------------*      00004291
LRH@2  8100-GRABA-AUDIT-DETALLE.                                        00004292
LRH@2 *----------------------------------------------------------*      00004293
LRH@2      MOVE APQ0-FECHA-OPER       TO  VL7LOG-FECHA                  00004294
LRH@2      MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004295
LRH@2      MOVE APQ0-TERMINAL         TO  VL7LOG-NUMTER                 00004296
LRH@2      MOVE APQ0-USERID           TO  VL7LOG-NUMUSER                00004297
LRH@2      MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004298
LRH@2      MOVE 'VLDTDET'             TO  VL7LOG-TABLA                  00004299
LRH@2      MOVE LENGTH OF W-LOG-VLDTDET TO VL7LOG-REGISTRO-LEN          00004300
LRH@2      MOVE SPACES                TO  LOGVLDTARC                    00004301
LRH@2      MOVE W-LOG-VLDTDET         TO  LOGVLDTARC                    00004302
LRH@2      MOVE LOGVLDTARC            TO  VL7LOG-REGISTRO-TEXT          00004303
LRH@2                                                                   00004304
LRH@2      EXEC CICS                                                    00004305
LRH@2         LINK PROGRAM (VL7CRLOG)                                   00004306
LRH@2         COMMAREA (W-VLWCLOG0)                                     00004307
LRH@2      END-EXEC                                                     00004308
LRH@2                                                                   00004309
LRH@2      IF VL7LOG-CODRESP NOT = ZEROS                                00004310
LRH@2         MOVE '98'                  TO APQ0-COD-RETORNO            00004311
LRH@2         MOVE 'VLE0907'             TO APQ0-COD-ERROR-DEV          00004312
LRH@2         MOVE 'VL7CRLOG'            TO APQ0-VAR1-ERROR             00004313
LRH@2         PERFORM 9999-FIN                                          00004314
LRH@2      END-IF                                                       00004315
LRH@2      .                                                            00004316
LRH@2 *RITM49160-FIN                                                    00004317
LRH@3 *RITM49166-INI                                                    00004318
LRH@3 *----------------------------------------------------------*      00004319
LRH@3  8200-GRABA-AUDIT-CONDICION.                                      00004320
LRH@3 *----------------------------------------------------------*      00004321
LRH@3      MOVE APQ0-FECHA-OPER       TO  VL7LOG-FECHA                  00004322
LRH@3      MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004323
LRH@3      MOVE APQ0-TERMINAL         TO  VL7LOG-NUMTER                 00004324
LRH@3      MOVE APQ0-USERID           TO  VL7LOG-NUMUSER                00004325
LRH@3      MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004326
LRH@3      MOVE 'VLDTCOM'             TO  VL7LOG-TABLA                  00004327
LRH@3      MOVE LENGTH OF W-LOG-VLDTCOM TO VL7LOG-REGISTRO-LEN          00004328
LRH@3      MOVE SPACES                TO  LOGVLDTARC                    00004329
LRH@3      MOVE W-LOG-VLDTCOM         TO  LOGVLDTARC                    00004330
LRH@3      MOVE LOGVLDTARC            TO  VL7LOG-REGISTRO-TEXT          00004331
LRH@3                                                                   00004332
LRH@3      EXEC CICS                                                    00004333
LRH@3         LINK PROGRAM (VL7CRLOG)                                   00004334
LRH@3         COMMAREA (W-VLWCLOG0)                                     00004335
LRH@3      END-EXEC                                                     00004336
LRH@3                                                                   00004337
LRH@3      IF VL7LOG-CODRESP NOT = ZEROS                                00004338
LRH@3         MOVE '98'                  TO APQ0-COD-RETORNO            00004339
LRH@3         MOVE 'VLE0907'             TO APQ0-COD-ERROR-DEV          00004340
LRH@3         MOVE 'VL7CRLOG'            TO APQ0-VAR1-ERROR             00004341
LRH@3         PERFORM 9999-FIN                                          00004342
LRH@3      END-IF                                                       00004343
LRH@3      .                                                            00004344
LRH@3 *RITM49166-FIN                                                    00004345
LRH@5 *RITM49187-INI                                                    00004346
LRH@5 *----------------------------------------------------------*      00004347
LRH@5  8300-GRABA-AUDIT-HOLD.                                           00004348
LRH@5 *----------------------------------------------------------*      00004349
LRH@5      MOVE APQ0-FECHA-OPER       TO  VL7LOG-FECHA                  00004350
LRH@5      MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004351
LRH@5      MOVE APQ0-TERMINAL         TO  VL7LOG-NUMTER                 00004352
LRH@5      MOVE APQ0-USERID           TO  VL7LOG-NUMUSER                00004353
LRH@5      MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004354
LRH@5      MOVE 'VLDTLHD'             TO  VL7LOG-TABLA                  00004355
LRH@5      MOVE LENGTH OF W-LOG-VLDTLHD TO VL7LOG-REGISTRO-LEN          00004356
LRH@5      MOVE SPACES                TO  LOGVLDTARC                    00004357
LRH@5      MOVE W-LOG-VLDTLHD         TO  LOGVLDTARC                    00004358
LRH@5      MOVE LOGVLDTARC            TO  VL7LOG-REGISTRO-TEXT          00004359
LRH@5                                                                   00004360
LRH@5      EXEC CICS                                                    00004361
LRH@5         LINK PROGRAM (VL7CRLOG)                                   00004362
LRH@5         COMMAREA (W-VLWCLOG0)                                     00004363
LRH@5      END-EXEC                                                     00004364
LRH@5                                                                   00004365
LRH@5      IF VL7LOG-CODRESP NOT = ZEROS                                00004366
LRH@5         MOVE '98'                  TO APQ0-COD-RETORNO            00004367
LRH@5         MOVE 'VLE0907'             TO APQ0-COD-ERROR-DEV          00004368
LRH@5         MOVE 'VL7CRLOG'            TO APQ0-VAR1-ERROR             00004369
LRH@5         PERFORM 9999-FIN                                          00004370
LRH@5      END-IF                                                       00004371
LRH@5      .                                                            00004372
LRH@5 *RITM49187-FIN                                                    00004373
      *----------------------------------------------------------------*00004380
       9999-FIN.                                                        00004390
      *----------------------------------------------------------------*00004400
