      ******************************************************************00000280
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000290
      *---------- ---------- ---------------- -------------------------*00000300
      *RITM49104  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000301
      *---------- ---------- ---------------- -------------------------*00000302
      *RITM49170  15-10-2026 LUIS RIVERA H.   REINVERSION DEL DIVIDENDO*00000303
      *                                       (VLDTPLA MODO 'R'): EL   *00000304
      *                                       NETO ABONADO COMPRA LOS  *00000305
      *                                       TITULOS ENTEROS QUE CUBRE*00000306
      *                                       AL ULTIMO CIERRE, COMO   *00000307
      *                                       ORDEN EN EL LAYOUT BOLSA *00000308
      *                                       DE VL4CPLAN (S1DQDRIP);  *00000309
      *                                       EL RESIDUO QUEDA ABONADO.*00000310
      *                                       REPORTE S1RDRIP.         *00000311
      *---------- ---------- ---------------- -------------------------*00000312
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000313
      *                                       TAMBIEN EN LA PASARELA   *00000314
      *                                       CONTABLE (VL9CAPU0) CON  *00000315
      *                                       SUS TOTALES DE CONTROL,  *00000316
      *                                       PARA EL ENVIO UNICO A    *00000317
      *                                       CONTABILIDAD (VL4CPASC). *00000318
      *---------- ---------- ---------------- -------------------------*00000319
      *RITM49198  15-10-2026 LUIS RIVERA H.   CADA ABONO DEJA AVISO AL *00000320
      *                                       CLIENTE (DIV) EN LA COLA *00000321
      *                                       VLDTNOT (VL9CNOT0) PARA  *00000322
      *                                       EL FEED SMS/CORREO       *00000323
      *                                       VL4CNOTF.                *00000324
      *---------- ---------- ---------------- -------------------------*00000325
      ******************************************************************00000330
       ENVIRONMENT DIVISION.                                            00000340
       CONFIGURATION SECTION.                                           00000350
                                                                        00000420
           SELECT S1RDIVC   ASSIGN       TO S1RDIVC                     00000430
                            FILE STATUS  IS FS-SRDIVC.                  00000440
      *RITM49170-INI                                                  * 00000441
                                                                        00000442
           SELECT S1DQDRIP  ASSIGN       TO S1DQDRIP                    00000443
                            FILE STATUS  IS FS-SDRIP.                   00000444
                                                                        00000445
           SELECT S1RDRIP   ASSIGN       TO S1RDRIP                     00000446
                            FILE STATUS  IS FS-SRDRIP.                  00000447
      *RITM49170-FIN                                                  * 00000448
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
      *                                                                *00000470
           RECORDING MODE  IS  F                                        00000550
           LABEL  RECORDS  IS  STANDARD                                 00000560
           DATA   RECORD   IS  SAL-RDIVC.                               00000570
         01 SAL-RDIVC              PIC X(132).                          00000571
      *RITM49170-INI                                                  * 00000572
      *                                                                *00000573
       FD  S1DQDRIP                                                     00000574
           RECORDING MODE  IS  F                                        00000575
           LABEL  RECORDS  IS  STANDARD                                 00000576
           DATA   RECORD   IS  SAL-DRIP.                                00000577
         01 SAL-DRIP               PIC X(80).                           00000578
      *                                                                *00000579
       FD  S1RDRIP                                                      00000580
           RECORDING MODE  IS  F                                        00000581
           LABEL  RECORDS  IS  STANDARD                                 00000582
           DATA   RECORD   IS  SAL-RDRIP.                               00000583
         01 SAL-RDRIP              PIC X(132).                          00000584
      *RITM49170-FIN                                                  * 00000585
      *                                                                 00000590
      ******************************************************************00000600
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000610
          05 CONT-POSICIONES       PIC 9(08)  VALUE ZEROES.             00001130
          05 CONT-ABONOS           PIC 9(08)  VALUE ZEROES.             00001140
          05 CONT-RETENIDOS        PIC 9(08)  VALUE ZEROES.             00001150
      *RITM49170-INI                                                  * 00001151
          05 CONT-DRIP             PIC 9(08)  VALUE ZEROES.             00001152
          05 CONT-DRIP-ORDENES     PIC 9(08)  VALUE ZEROES.             00001153
          05 CONT-DRIP-EFECTIVO    PIC 9(08)  VALUE ZEROES.             00001154
          05 TOT-DRIP-IMPORTE      PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001155
          05 TOT-DRIP-RESIDUO      PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001156
      *RITM49170-FIN                                                  * 00001157
      * VARIABLES PARA CONTROL DE ERRORES                               00001160
       01 WS-ERROR.                                                     00001170
          05 WS-ACCION             PIC X(24).                           00001180
             88 S1DQDIVC-OK                  VALUE '00'.                00001230
          05 FS-SRDIVC             PIC X(02) VALUE '00'.                00001240
             88 S1RDIVC-OK                   VALUE '00'.                00001250
      *RITM49170-INI                                                  * 00001251
          05 FS-SDRIP              PIC X(02) VALUE '00'.                00001252
             88 S1DQDRIP-OK                  VALUE '00'.                00001253
          05 FS-SRDRIP             PIC X(02) VALUE '00'.                00001254
             88 S1RDRIP-OK                   VALUE '00'.                00001255
      *RITM49170-FIN                                                  * 00001256
      *                                                                 00001260
      * LINEAS DEL AVISO DE DIVIDENDO                                   00001270
       01 LIN-CABECERA.                                                 00001280
          05 DET-RETENCION         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001530
          05 FILLER                PIC X(01) VALUE SPACES.              00001540
          05 DET-NETO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001550
          05 FILLER                PIC X(01) VALUE SPACES.              00001551
          05 DET-RESIFIS           PIC X(03).                           00001552
          05 FILLER                PIC X(04) VALUE SPACES.              00001553
       01 LIN-TOTAL.                                                    00001554
          05 FILLER                PIC X(28) VALUE                      00001555
             ' TOTAL NETO ABONADO        :'.                            00001556
          05 FILLER                PIC X(01) VALUE SPACES.              00001557
          05 TOT-NETO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00001558
          05 FILLER                PIC X(85) VALUE SPACES.              00001559
      *RITM49170-INI                                                  * 00001560
      *                                                                 00001561
      * REINVERSION DE DIVIDENDOS (PLANES VLDTPLA MODO 'R')             00001562
       01  W-REINVERSION.                                               00001563
           05 WK-DRIP-PLANES       PIC S9(9) COMP VALUE ZEROS.          00001564
           05 WK-DRIP-PRECIO       PIC S9(09)V9(06) COMP-3 VALUE ZEROS. 00001565
           05 WK-DRIP-FECPRE       PIC 9(08) VALUE ZEROS.               00001566
           05 WK-DRIP-TITULOS      PIC S9(13)V COMP-3 VALUE ZEROS.      00001567
           05 WK-DRIP-IMPORTE      PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001568
           05 WK-DRIP-RESIDUO      PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001569
           05 WK-REFER             PIC 9(09) VALUE ZEROS.               00001570
           05 SW-DRIP              PIC X(01) VALUE 'N'.                 00001571
              88 DRIP-ELEGIDO                VALUE 'S'.                 00001572
           05 SW-DRIP-CICLO        PIC X(01) VALUE 'N'.                 00001573
              88 DRIP-CON-CICLO              VALUE 'S'.                 00001574
      *                                                                 00001575
      * ORDEN DE COMPRA EN EL LAYOUT DEL FICHERO DE BOLSA (VL4CPLAN),   00001576
      * QUE ENTRA POR EL PRE-EDITOR VL4CPREV                            00001577
       01  SALIDA-BOLSA.                                                00001578
           05 BOL-CUENTA           PIC 9(07).                           00001579
           05 BOL-CODVALOR         PIC X(12).                           00001580
           05 BOL-FECHOP           PIC 9(08).                           00001581
           05 BOL-TIPOP            PIC X(02).                           00001582
           05 BOL-TITULOS          PIC 9(13).                           00001583
           05 BOL-IMPORTE          PIC 9(13)V9(02).                     00001584
           05 BOL-MONEDA           PIC X(03).                           00001585
           05 BOL-REFER            PIC 9(09).                           00001586
           05 BOL-FVALOR           PIC 9(08).                           00001587
           05 BOL-PLAZA            PIC X(03).                           00001588
      *                                                                 00001589
      * LINEAS DEL REPORTE DE REINVERSION                               00001590
       01 LIN-DRIP-CABECERA.                                            00001591
          05 FILLER                PIC X(28) VALUE                      00001592
             ' REINVERSION DIVIDENDO VALOR'.                            00001593
          05 FILLER                PIC X(02) VALUE ': '.                00001594
          05 RCA-VALOR             PIC X(12).                           00001595
          05 FILLER                PIC X(14) VALUE '  FECHA PAGO: '.    00001596
          05 RCA-FECPAGO           PIC 9(08).                           00001597
          05 FILLER                PIC X(14) VALUE '  DIV/ACCION: '.    00001598
          05 RCA-DIVIDENDO         PIC ZZ,ZZ9.9(6).                     00001599
          05 FILLER                PIC X(10) VALUE '  PRECIO: '.        00001600
          05 RCA-PRECIO            PIC ZZZ,ZZZ,ZZ9.9(6).                00001601
          05 FILLER                PIC X(02) VALUE ' ('.                00001602
          05 RCA-FECPRE            PIC 9(08).                           00001603
          05 FILLER                PIC X(01) VALUE ')'.                 00001604
          05 FILLER                PIC X(02) VALUE SPACES.              00001605
       01 LIN-DRIP-TITULO.                                              00001606
          05 FILLER                PIC X(40) VALUE                      00001607
             '   CUENTA     NETO DIVIDENDO        TITU'.                00001608
          05 FILLER                PIC X(40) VALUE                      00001609
             'LOS    IMPORTE REINVERTIDO   RESIDUO EFE'.                00001610
          05 FILLER                PIC X(40) VALUE                      00001611
             'CTIVO  REFERENCIA  OBSERVACION          '.                00001612
          05 FILLER                PIC X(12) VALUE SPACES.              00001613
       01 LIN-DRIP-DETALLE.                                             00001614
          05 FILLER                PIC X(02) VALUE SPACES.              00001615
          05 RDR-CUENTA            PIC 9(07).                           00001616
          05 FILLER                PIC X(01) VALUE SPACES.              00001617
          05 RDR-NETO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001618
          05 FILLER                PIC X(01) VALUE SPACES.              00001619
          05 RDR-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001620
          05 FILLER                PIC X(04) VALUE SPACES.              00001621
          05 RDR-IMPORTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001622
          05 FILLER                PIC X(03) VALUE SPACES.              00001623
          05 RDR-RESIDUO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001624
          05 FILLER                PIC X(03) VALUE SPACES.              00001625
          05 RDR-REFER             PIC 9(09).                           00001626
          05 FILLER                PIC X(02) VALUE SPACES.              00001627
          05 RDR-OBSERVA           PIC X(30).                           00001628
          05 FILLER                PIC X(04) VALUE SPACES.              00001629
       01 LIN-DRIP-TOTAL.                                               00001630
          05 FILLER                PIC X(28) VALUE                      00001631
             ' TOTAL REINVERTIDO (ESTIM.):'.                            00001632
          05 FILLER                PIC X(01) VALUE SPACES.              00001633
          05 RTO-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00001634
          05 FILLER                PIC X(21) VALUE                      00001635
             '  RESIDUO EN CUENTA: '.                                   00001636
          05 RTO-RESIDUO           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00001637
          05 FILLER                PIC X(46) VALUE SPACES.              00001638
      *                                                                 00001639
      *    PLANES DE INVERSION PROGRAMADA (REINVERSION MODO 'R')        00001640
           COPY VLCPTPLA.                                               00001641
      *                                                                 00001642
      *    CICLO DE LIQUIDACION (VL9CCIC0 / VLDTCIC)                    00001643
           COPY VLCPTCI0.                                               00001644
       01  WK-VL9CCIC0            PIC X(08) VALUE 'VL9CCIC0'.           00001645
      *RITM49170-FIN                                                  * 00001646
      *                                                                 00001647
      *RITM49188-INI                                                  * 00001648
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00001649
           COPY VLCPTAP0.                                               00001650
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00001651
      *RITM49188-FIN                                                  * 00001652
      *RITM49198-INI                                                  * 00001653
      *    AVISOS AL CLIENTE POR SMS / CORREO (VL9CNOT0 / VLDTNOT)      00001654
           COPY VLCPTNOT.                                               00001655
       01  WK-VL9CNOT0            PIC X(08) VALUE 'VL9CNOT0'.           00001656
       01  WK-NOT-CODRESP         PIC 9(02) VALUE ZEROS.                00001657
      *RITM49198-FIN                                                  * 00001658
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001660
           COPY VLCPTCTL.                                               00001670
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001680
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001760
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00001770
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00001780
      *RITM49170-INI                                                  * 00001781
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00001782
      *RITM49170-FIN                                                  * 00001783
      *                                                                 00001790
      *    POSICIONES DEPOSITADAS DEL VALOR A FECHA DE REGISTRO         00001800
           EXEC SQL                                                     00001810
                    AND VADS_ISIN  = :VADS-ISIN                         00001880
                    AND VADS_DEPOS > 0                                  00001890
                  ORDER BY VADS_CUENTA                                  00001900
           END-EXEC.                                                    00001901
      *RITM49170-INI                                                  * 00001902
      *                                                                 00001903
      *    ULTIMA COTIZACION NO POSTERIOR A LA FECHA DE REGISTRO (PRECIO00001904
      *    DE LA REINVERSION, MISMO CRITERIO QUE VL4CMARG)              00001905
           EXEC SQL                                                     00001906
                DECLARE VLDCDRP1 CURSOR FOR                             00001907
                 SELECT VCAM_CIERRE_D                                   00001908
                      , VCAM_FECDIA                                     00001909
                   FROM VLDTCAM                                         00001910
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00001911
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00001912
                    AND VCAM_CIERRE_D <>  0                             00001913
                  ORDER BY VCAM_FECDIA DESC                             00001914
                  OPTIMIZE FOR 1 ROW                                    00001915
           END-EXEC.                                                    00001916
      *RITM49170-FIN                                                  * 00001917
      *                                                                *00001920
       PROCEDURE DIVISION.                                              00001930
      *                                                                 00001940
           MOVE WA-CARD-VALOR (12:01)   TO VXEN-ISIN.                   00002380
           EXEC SQL                                                     00002390
                SELECT VXEN_CODDIVI                                     00002400
      *RITM49170-INI                                                  * 00002401
                     , VXEN_TIPINT                                      00002402
      *RITM49170-FIN                                                  * 00002403
                  INTO :VXEN-CODDIVI                                    00002410
      *RITM49170-INI                                                  * 00002411
                     , :VXEN-TIPINT                                     00002412
      *RITM49170-FIN                                                  * 00002413
                  FROM VLDTXEN                                          00002420
                 WHERE VXEN_PAVAL = :VXEN-PAVAL                         00002430
                   AND VXEN_VALOR = :VXEN-VALOR                         00002440
           MOVE WA-CARD-VALOR      TO CAB-VALOR.                        00002600
           MOVE WA-CARD-FECPAGO-N  TO CAB-FECPAGO.                      00002610
           WRITE SAL-RDIVC       FROM LIN-CABECERA.                     00002620
           WRITE SAL-RDIVC       FROM LIN-TITULO.                       00002621
      *RITM49170-INI                                                  * 00002622
                                                                        00002623
           OPEN OUTPUT S1DQDRIP S1RDRIP.                                00002624
           IF NOT S1DQDRIP-OK OR NOT S1RDRIP-OK                         00002625
              MOVE 'OPEN FICHEROS DRIP'      TO WS-ACCION               00002626
              MOVE '1000-INICIO'             TO WS-PARRAFO              00002627
              PERFORM 3001-ERROR                                        00002628
           END-IF.                                                      00002629
                                                                        00002630
           PERFORM 1100-DATOS-REINVERSION                               00002631
              THRU 1100-DATOS-REINVERSION-EXIT.                         00002632
      *RITM49170-FIN                                                  * 00002633
                                                                        00002640
           MOVE WA-CARD-VALOR (01:03)   TO VADS-PAVAL.                  00002650
           MOVE WA-CARD-VALOR (04:08)   TO VADS-VALOR.                  00002660
              PERFORM 3001-ERROR                                        00002740
           END-IF.                                                      00002750
                                                                        00002760
           PERFORM 1200-FETCH-POSICION                                  00002761
              THRU 1200-FETCH-POSICION-EXIT.                            00002762
      *                                                                 00002763
      *----------------*                                                00002764
       1000-INICIO-EXIT.                                                00002765
      *----------------*                                                00002766
           EXIT.                                                        00002767
                                                                        00002768
      *RITM49170-INI                                                  * 00002769
      *-------------------------*                                       00002770
       1100-DATOS-REINVERSION.                                          00002771
      *-------------------------*                                       00002772
      *    PRECIO DE LA REINVERSION: ULTIMO CIERRE NO POSTERIOR A LA    00002773
      *    FECHA DE REGISTRO. SIN COTIZACION EL DIVIDENDO DE LAS        00002774
      *    CUENTAS CON REINVERSION QUEDA EN EFECTIVO Y SE REPORTA       00002775
           MOVE WA-CARD-VALOR      TO VCAM-CODVALOR.                    00002776
           MOVE WA-CARD-FECREG-N   TO VCAM-FECDIA.                      00002777
           MOVE ZEROS              TO WK-DRIP-PRECIO                    00002778
                                      WK-DRIP-FECPRE.                   00002779
           EXEC SQL                                                     00002780
                OPEN VLDCDRP1                                           00002781
           END-EXEC.                                                    00002782
           IF SQLCODE NOT = ZERO                                        00002783
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00002784
              MOVE 'VLDCDRP1-1100'          TO WS-PARRAFO               00002785
              PERFORM 3001-ERROR                                        00002786
           END-IF.                                                      00002787
                                                                        00002788
           EXEC SQL                                                     00002789
                FETCH VLDCDRP1                                          00002790
                 INTO :VCAM-CIERRE-D                                    00002791
                    , :VCAM-FECDIA                                      00002792
           END-EXEC.                                                    00002793
           EVALUATE SQLCODE                                             00002794
               WHEN ZERO                                                00002795
                    MOVE VCAM-CIERRE-D TO WK-DRIP-PRECIO                00002796
                    MOVE VCAM-FECDIA   TO WK-DRIP-FECPRE                00002797
               WHEN 100                                                 00002798
                    CONTINUE                                            00002799
               WHEN OTHER                                               00002800
                    MOVE 'FETCH CURSOR'           TO WS-ACCION          00002801
                    MOVE 'VLDCDRP1-1100'          TO WS-PARRAFO         00002802
                    PERFORM 3001-ERROR                                  00002803
           END-EVALUATE.                                                00002804
                                                                        00002805
           EXEC SQL                                                     00002806
                CLOSE VLDCDRP1                                          00002807
           END-EXEC.                                                    00002808
                                                                        00002809
      *    FECHA VALOR DE LA COMPRA: LA DEL CICLO DE LIQUIDACION        00002810
      *    VIGENTE PARA UNA OPERACION EN LA FECHA DE PAGO, LA MISMA     00002811
      *    QUE EXIGE VL4CPREV (COMO VL4CPLAN)                           00002812
           MOVE 'N'                TO SW-DRIP-CICLO.                    00002813
           INITIALIZE VL9CCIC0-AREA.                                    00002814
           MOVE SPACES             TO CI0-PLAZA.                        00002815
           MOVE VXEN-TIPINT        TO CI0-TIPINT.                       00002816
           MOVE WA-CARD-FECPAGO-N  TO CI0-FECHOP.                       00002817
           CALL WK-VL9CCIC0     USING VL9CCIC0-AREA.                    00002818
           IF CI0-OK                                                    00002819
              MOVE 'S'             TO SW-DRIP-CICLO                     00002820
           ELSE                                                         00002821
              IF NOT CI0-SIN-CICLO                                      00002822
                 MOVE 'CALL VL9CCIC0'       TO WS-ACCION                00002823
                 MOVE '1100-DATOS-REINV'    TO WS-PARRAFO               00002824
                 PERFORM 3001-ERROR                                     00002825
              END-IF                                                    00002826
           END-IF.                                                      00002827
                                                                        00002828
           MOVE WA-CARD-VALOR      TO RCA-VALOR.                        00002829
           MOVE WA-CARD-FECPAGO-N  TO RCA-FECPAGO.                      00002830
           MOVE WA-CARD-DIVIDENDO-N TO RCA-DIVIDENDO.                   00002831
           MOVE WK-DRIP-PRECIO     TO RCA-PRECIO.                       00002832
           MOVE WK-DRIP-FECPRE     TO RCA-FECPRE.                       00002833
           WRITE SAL-RDRIP       FROM LIN-DRIP-CABECERA.                00002834
           WRITE SAL-RDRIP       FROM LIN-DRIP-TITULO.                  00002835
      *                                                                 00002836
      *------------------------------*                                  00002837
       1100-DATOS-REINVERSION-EXIT.                                     00002838
      *------------------------------*                                  00002839
           EXIT.                                                        00002840
                                                                        00002841
      *RITM49170-FIN                                                  * 00002842
      *---------------------*                                           00002850
       1200-FETCH-POSICION.                                             00002860
      *---------------------*                                           00002870
                                                                        00003180
           PERFORM 2300-GRABA-ABONO-OPS                                 00003190
              THRU 2300-GRABA-ABONO-OPS-EXIT.                           00003200
      *RITM49170-INI                                                  * 00003201
                                                                        00003202
           PERFORM 2500-REINVERSION                                     00003203
              THRU 2500-REINVERSION-EXIT.                               00003204
      *RITM49170-FIN                                                  * 00003205
                                                                        00003210
           PERFORM 2400-ESCRIBE-AVISO                                   00003220
              THRU 2400-ESCRIBE-AVISO-EXIT.                             00003230
              MOVE '2300-GRABA-ABONO'       TO WS-PARRAFO               00004420
              PERFORM 3001-ERROR                                        00004430
           END-IF.                                                      00004440
      *RITM49188-INI                                                  * 00004441
           PERFORM 2390-PASARELA-CONTABLE                               00004442
              THRU 2390-PASARELA-CONTABLE-EXIT.                         00004443
      *RITM49188-FIN                                                  * 00004444
      *RITM49198-INI                                                  * 00004445
           PERFORM 2395-AVISO-CLIENTE                                   00004446
              THRU 2395-AVISO-CLIENTE-EXIT.                             00004447
      *RITM49198-FIN                                                  * 00004448
           ADD 1                        TO CONT-ABONOS.                 00004450
      *                                                                 00004451
      *---------------------------*                                     00004452
       2300-GRABA-ABONO-OPS-EXIT.                                       00004453
      *---------------------------*                                     00004454
           EXIT.                                                        00004455
                                                                        00004456
      *RITM49188-INI                                                  * 00004457
      *------------------------------*                                  00004458
       2390-PASARELA-CONTABLE.                                          00004459
      *------------------------------*                                  00004460
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00004461
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00004462
           MOVE 'A'                 TO AP0-FUNCION.                     00004463
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00004464
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00004465
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00004466
           IF AP0-CODRESP NOT = ZEROS                                   00004467
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00004468
              MOVE '2390-PASARELA'          TO WS-PARRAFO               00004469
              PERFORM 3001-ERROR                                        00004470
           END-IF.                                                      00004471
      *                                                                *00004472
      *-----------------------------------*                             00004473
       2390-PASARELA-CONTABLE-EXIT.                                     00004474
      *-----------------------------------*                             00004475
           EXIT.                                                        00004476
      *RITM49188-FIN                                                  * 00004477
                                                                        00004478
      *RITM49198-INI                                                  * 00004479
      *------------------------------*                                  00004480
       2395-AVISO-CLIENTE.                                              00004481
      *------------------------------*                                  00004482
      *    EL ABONO DEL DIVIDENDO QUEDA ENCOLADO COMO AVISO AL CLIENTE; 00004483
      *    LA REFERENCIA (VALOR + FECHA DE PAGO) EVITA EL AVISO DOBLE   00004484
      *    SI EL PROCESO SE RELANZA PARA EL MISMO PAGO                  00004485
           INITIALIZE DCLVLDTNOT.                                       00004486
           MOVE VARC-NUMCLI         TO VNOT-NUMCLI.                     00004487
           MOVE VADS-CUENTA         TO VNOT-CUENTA.                     00004488
           SET  VNOT-EVE-DIVIDENDO  TO TRUE.                            00004489
           MOVE WA-CARD-VALOR       TO VNOT-REFEVE (01:12).             00004490
           MOVE WA-CARD-FECPAGO     TO VNOT-REFEVE (13:08).             00004491
           MOVE WA-CARD-FECPAGO-N   TO VNOT-FECEVE.                     00004492
           MOVE WA-CARD-VALOR       TO VNOT-CODVALOR.                   00004493
           MOVE WK-NETO             TO VNOT-IMPORTE.                    00004494
           MOVE VXEN-CODDIVI        TO VNOT-MONEDA.                     00004495
           MOVE 'DIVIDENDO ABONADO EN SU CUENTA'                        00004496
                                    TO VNOT-DETALLE.                    00004497
           MOVE W-PROGRAMA          TO VNOT-USUARIO.                    00004498
           CALL WK-VL9CNOT0      USING DCLVLDTNOT WK-NOT-CODRESP.       00004499
           IF WK-NOT-CODRESP = 99                                       00004500
              DISPLAY 'AVISO: AVISO AL CLIENTE NO ENCOLADO CUENTA '     00004501
                      VADS-CUENTA                                       00004502
           END-IF.                                                      00004503
      *                                                                *00004504
      *-----------------------------------*                             00004505
       2395-AVISO-CLIENTE-EXIT.                                         00004506
      *-----------------------------------*                             00004507
           EXIT.                                                        00004508
      *RITM49198-FIN                                                  * 00004509
                                                                        00004510
      *---------------------*                                           00004520
       2400-ESCRIBE-AVISO.                                              00004530
           MOVE VADS-CUENTA        TO DET-CUENTA.                       00004550
           MOVE VXMI-DENOM         TO DET-CLIENTE.                      00004560
           MOVE VADS-DEPOS         TO DET-CANTIDAD.                     00004570
           MOVE WK-BRUTO           TO DET-BRUTO.                        00004571
           MOVE WK-RETENCION       TO DET-RETENCION.                    00004572
           MOVE WK-NETO            TO DET-NETO.                         00004573
           MOVE VXMI-RESIFIS       TO DET-RESIFIS.                      00004574
           WRITE SAL-RDIVC       FROM LIN-DETALLE.                      00004575
      *                                                                 00004576
      *--------------------------*                                      00004577
       2400-ESCRIBE-AVISO-EXIT.                                         00004578
      *--------------------------*                                      00004579
           EXIT.                                                        00004580
                                                                        00004581
      *RITM49170-INI                                                  * 00004582
      *----------------------*                                          00004583
       2500-REINVERSION.                                                00004584
      *----------------------*                                          00004585
      *    LA CUENTA TIENE REINVERSION SI TIENE UN PLAN VLDTPLA MODO    00004586
      *    'R' ACTIVO PARA ESTE VALOR Y VIGENTE A LA FECHA DE PAGO.     00004587
      *    EL NETO YA ABONADO COMPRA LOS TITULOS ENTEROS QUE CUBRE AL   00004588
      *    PRECIO DE 1100; EL RESIDUO (O TODO EL NETO SI NO ALCANZA     00004589
      *    PARA UN TITULO) QUEDA ABONADO EN LA CUENTA                   00004590
           MOVE 'N'                TO SW-DRIP.                          00004591
           MOVE VADS-CUENTA        TO VPLA-CUENTA.                      00004592
           MOVE WA-CARD-VALOR      TO VPLA-CODVALOR.                    00004593
           MOVE ZEROS              TO WK-DRIP-PLANES.                   00004594
           EXEC SQL                                                     00004595
                SELECT COUNT(*)                                         00004596
                  INTO :WK-DRIP-PLANES                                  00004597
                  FROM VLDTPLA                                          00004598
                 WHERE VPLA_CUENTA    = :VPLA-CUENTA                    00004599
                   AND VPLA_CODVALOR  = :VPLA-CODVALOR                  00004600
                   AND VPLA_MODO      = 'R'                             00004601
                   AND VPLA_ESTADO    = 'A'                             00004602
                   AND VPLA_VIGDESDE <= :WA-CARD-FECPAGO-N              00004603
                   AND VPLA_VIGHASTA >= :WA-CARD-FECPAGO-N              00004604
           END-EXEC.                                                    00004605
           IF SQLCODE NOT = ZERO                                        00004606
              MOVE 'SELECT COUNT'           TO WS-ACCION                00004607
              MOVE 'VLDTPLA-2500'           TO WS-PARRAFO               00004608
              PERFORM 3001-ERROR                                        00004609
           END-IF.                                                      00004610
           IF WK-DRIP-PLANES = ZEROS                                    00004611
              GO TO 2500-REINVERSION-EXIT                               00004612
           END-IF.                                                      00004613
                                                                        00004614
           MOVE 'S'                TO SW-DRIP.                          00004615
           ADD 1                   TO CONT-DRIP.                        00004616
           MOVE ZEROS              TO WK-DRIP-TITULOS                   00004617
                                      WK-DRIP-IMPORTE                   00004618
                                      RDR-REFER.                        00004619
           MOVE WK-NETO            TO WK-DRIP-RESIDUO.                  00004620
                                                                        00004621
           IF WK-DRIP-PRECIO NOT > ZEROS                                00004622
              MOVE 'SIN COTIZACION: EN EFECTIVO'  TO RDR-OBSERVA        00004623
              GO TO 2500-REPORTA                                        00004624
           END-IF.                                                      00004625
           IF NOT DRIP-CON-CICLO                                        00004626
              MOVE 'SIN CICLO LIQUID.: EFECTIVO'  TO RDR-OBSERVA        00004627
              GO TO 2500-REPORTA                                        00004628
           END-IF.                                                      00004629
                                                                        00004630
      *    TITULOS ENTEROS: EL COCIENTE SE TRUNCA                       00004631
           COMPUTE WK-DRIP-TITULOS = WK-NETO / WK-DRIP-PRECIO.          00004632
           IF WK-DRIP-TITULOS NOT > ZEROS                               00004633
              MOVE 'NETO MENOR A UN TITULO'       TO RDR-OBSERVA        00004634
              GO TO 2500-REPORTA                                        00004635
           END-IF.                                                      00004636
           COMPUTE WK-DRIP-IMPORTE ROUNDED =                            00004637
                   WK-DRIP-TITULOS * WK-DRIP-PRECIO.                    00004638
           COMPUTE WK-DRIP-RESIDUO = WK-NETO - WK-DRIP-IMPORTE.         00004639
                                                                        00004640
      *    LA ORDEN ENTRA COMO COMPRA ORDINARIA POR CANTIDAD, IGUAL     00004641
      *    QUE LOS PLANES DE VL4CPLAN, Y PASA LAS MISMAS VALIDACIONES   00004642
      *    DE VL4CPREV                                                  00004643
           INITIALIZE SALIDA-BOLSA.                                     00004644
           MOVE VADS-CUENTA        TO BOL-CUENTA.                       00004645
           MOVE WA-CARD-VALOR      TO BOL-CODVALOR.                     00004646
           MOVE WA-CARD-FECPAGO-N  TO BOL-FECHOP.                       00004647
           MOVE 'C '               TO BOL-TIPOP.                        00004648
           MOVE WK-DRIP-TITULOS    TO BOL-TITULOS.                      00004649
           MOVE ZEROS              TO BOL-IMPORTE.                      00004650
           MOVE VXEN-CODDIVI       TO BOL-MONEDA.                       00004651
           ADD 1                   TO WK-REFER.                         00004652
           MOVE WK-REFER           TO BOL-REFER                         00004653
                                      RDR-REFER.                        00004654
           MOVE CI0-FVALOR         TO BOL-FVALOR.                       00004655
           MOVE SPACES             TO BOL-PLAZA.                        00004656
                                                                        00004657
           WRITE SAL-DRIP        FROM SALIDA-BOLSA.                     00004658
           IF NOT S1DQDRIP-OK                                           00004659
              MOVE 'WRITE S1DQDRIP'         TO WS-ACCION                00004660
              MOVE '2500-REINVERSION'       TO WS-PARRAFO               00004661
              PERFORM 3001-ERROR                                        00004662
           END-IF.                                                      00004663
           ADD 1                   TO CONT-DRIP-ORDENES.                00004664
           ADD WK-DRIP-IMPORTE     TO TOT-DRIP-IMPORTE.                 00004665
           MOVE 'ORDEN DE COMPRA GENERADA'        TO RDR-OBSERVA.       00004666
                                                                        00004667
      *    CADA REINVERSION SE REPORTA CONTRA EL DIVIDENDO QUE LA       00004668
      *    FINANCIA (VALOR Y FECHA DE PAGO EN CABECERA, NETO POR CUENTA)00004669
       2500-REPORTA.                                                    00004670
           IF WK-DRIP-TITULOS NOT > ZEROS                               00004671
              ADD 1                TO CONT-DRIP-EFECTIVO                00004672
           END-IF.                                                      00004673
           ADD WK-DRIP-RESIDUO     TO TOT-DRIP-RESIDUO.                 00004674
           MOVE VADS-CUENTA        TO RDR-CUENTA.                       00004675
           MOVE WK-NETO            TO RDR-NETO.                         00004676
           MOVE WK-DRIP-TITULOS    TO RDR-TITULOS.                      00004677
           MOVE WK-DRIP-IMPORTE    TO RDR-IMPORTE.                      00004678
           MOVE WK-DRIP-RESIDUO    TO RDR-RESIDUO.                      00004679
           WRITE SAL-RDRIP       FROM LIN-DRIP-DETALLE.                 00004680
      *                                                                 00004681
      *---------------------------*                                     00004682
       2500-REINVERSION-EXIT.                                           00004683
      *---------------------------*                                     00004684
           EXIT.                                                        00004685
                                                                        00004686
      *RITM49170-FIN                                                  * 00004687
      *--------*                                                        00004690
       3000-FIN.                                                        00004700
      *--------*                                                        00004710
           MOVE WK-NETO-TOTAL      TO TOT-NETO.                         00004820
           WRITE SAL-RDIVC       FROM LIN-TOTAL AFTER 2.                00004830
                                                                        00004840
      *RITM49170-INI                                                  * 00004841
           MOVE TOT-DRIP-IMPORTE   TO RTO-IMPORTE.                      00004842
           MOVE TOT-DRIP-RESIDUO   TO RTO-RESIDUO.                      00004843
           WRITE SAL-RDRIP       FROM LIN-DRIP-TOTAL AFTER 2.           00004844
           CLOSE S1DQDRIP S1RDRIP.                                      00004845
                                                                        00004846
      *RITM49170-FIN                                                  * 00004847
           CLOSE S1DQDIVC S1RDIVC.                                      00004850
                                                                        00004851
      *RITM49188-INI                                                  * 00004852
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00004853
           MOVE 'F'                 TO AP0-FUNCION.                     00004854
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00004855
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00004856
           IF AP0-CODRESP NOT = ZEROS                                   00004857
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00004858
              MOVE '3000-FIN'               TO WS-PARRAFO               00004859
              PERFORM 3001-ERROR                                        00004860
           END-IF.                                                      00004861
      *RITM49188-FIN                                                  * 00004862
                                                                        00004863
           DISPLAY '****** FIN DIVIDENDO EFECTIVO VL4CDIVC ******'.     00004870
           DISPLAY 'POSICIONES LEIDAS      : ' CONT-POSICIONES.         00004880
           DISPLAY 'ABONOS GENERADOS       : ' CONT-ABONOS.             00004890
           DISPLAY 'CON RETENCION NO RESID.: ' CONT-RETENIDOS.          00004900
      *RITM49170-INI                                                  * 00004901
           DISPLAY 'CUENTAS CON REINVERSION: ' CONT-DRIP.               00004902
           DISPLAY 'ORDENES DE REINVERSION : ' CONT-DRIP-ORDENES.       00004903
           DISPLAY 'REINVERSION EN EFECTIVO: ' CONT-DRIP-EFECTIVO.      00004904
      *RITM49170-FIN                                                  * 00004905
                                                                        00004910
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00004920
           ACCEPT WK-HORA-FIN       FROM TIME.                          00004930
