      ******************************************************************00000170
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000180
      *---------- ---------- ---------------- -------------------------*00000190
      *RITM49053  22-08-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000191
      *---------- ---------- ---------------- -------------------------*00000192
      *RITM49182  15-10-2026 LUIS RIVERA H.   EL INTERES DE CADA       *00000193
      *                                       OPERACION SE REPARTE EN  *00000194
      *                                       VLDTCGC ENTRE LAS CUENTAS*00000195
      *                                       DEL DETALLE PENDIENTE,   *00000196
      *                                       POR TITULOS, PARA LA     *00000197
      *                                       RENTABILIDAD POR CLIENTE *00000198
      *                                       (VL4CRENT).              *00000199
      *---------- ---------- ---------------- -------------------------*00000200
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000201
      *                                       TAMBIEN EN LA PASARELA   *00000202
      *                                       CONTABLE (VL9CAPU0) CON  *00000203
      *                                       SUS TOTALES DE CONTROL,  *00000204
      *                                       PARA EL ENVIO UNICO A    *00000205
      *                                       CONTABILIDAD (VL4CPASC). *00000206
      *---------- ---------- ---------------- -------------------------*00000210
      ******************************************************************00000220
       ENVIRONMENT DIVISION.                                            00000230
          05 FILLER                PIC X(1) VALUE '|'.                  00001660
          05 DEV-INTERES           PIC -9(12).99.                       00001670
          05 FILLER                PIC X(30) VALUE SPACES.              00001680
      *                                                                 00001681
      *RITM49182-INI                                                    00001682
      *    INTERES POR CUENTA PARA LA RENTABILIDAD POR CLIENTE          00001683
           COPY VLCPTCGC.                                               00001684
       77  WK-TITUL-PEND           PIC S9(15)V9(2) COMP-3 VALUE ZEROS.  00001685
      *RITM49182-FIN                                                    00001686
      *RITM49188-INI                                                    00001687
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00001688
           COPY VLCPTAP0.                                               00001689
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00001690
      *RITM49188-FIN                                                    00001691
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001700
           COPY VLCPTCTL.                                               00001710
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001720
                      ,  VOPE_ISIN       , VOPE_FECHOP                  00001850
                      ,  VOPE_FVALOR     , VOPE_TOTIMP                  00001860
                      ,  VOPE_DATOS_FINANZ, VOPE_BANQUE                 00001870
      *RITM49182-INI                                                    00001871
                      ,  VOPE_FORMAT                                    00001872
      *RITM49182-FIN                                                    00001873
                   FROM  VLDTOPE O                                      00001880
                  WHERE  EXISTS                                         00001890
                         (SELECT 1 FROM VLDTDET D                       00001891
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00002170
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002180
              PERFORM 3001-ERROR                                        00002190
           END-IF.                                                      00002191
      *RITM49182-INI                                                    00002192
      *    PROCESO RELANZABLE: SE BORRA EL INTERES YA REPARTIDO DEL DIA 00002193
           INITIALIZE DCLVLDTCGC.                                       00002194
           MOVE WA-CARD-FECHA-N    TO VCGC-FECHA.                       00002195
           COMPUTE VCGC-PERIODO = WA-PROC-AAAA * 100 + WA-PROC-MM.      00002196
           MOVE 'MORA'             TO VCGC-CONCEPTO.                    00002197
           EXEC SQL                                                     00002198
                DELETE FROM VLDTCGC                                     00002199
                 WHERE VCGC_FECHA    = :VCGC-FECHA                      00002200
                   AND VCGC_CONCEPTO = :VCGC-CONCEPTO                   00002201
           END-EXEC.                                                    00002202
           IF SQLCODE NOT = ZERO AND 100                                00002203
              MOVE 'DELETE'                 TO WS-ACCION                00002204
              MOVE 'VLDTCGC-1000'           TO WS-PARRAFO               00002205
              PERFORM 3001-ERROR                                        00002206
           END-IF.                                                      00002207
      *RITM49182-FIN                                                    00002208
                                                                        00002210
           ACCEPT W-DATE FROM DATE.                                     00002220
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002230
                    , :VOPE-ISIN    , :VOPE-FECHOP                      00002970
                    , :VOPE-FVALOR  , :VOPE-TOTIMP                      00002980
                    , :VOPE-DATOS-FINANZ, :VOPE-BANQUE                  00002990
      *RITM49182-INI                                                    00002991
                    , :VOPE-FORMAT                                      00002992
      *RITM49182-FIN                                                    00002993
           END-EXEC.                                                    00003000
                                                                        00003010
           EVALUATE SQLCODE                                             00003020
              MOVE '2100-GENERA-CARGO'      TO WS-PARRAFO               00003870
              PERFORM 3001-ERROR                                        00003880
           END-IF.                                                      00003890
      *RITM49188-INI                                                    00003891
           PERFORM 2190-PASARELA-CONTABLE                               00003892
              THRU 2190-PASARELA-CONTABLE-EXIT.                         00003893
      *RITM49188-FIN                                                    00003894
                                                                        00003900
           ADD 1          TO CONT-DEVENGOS.                             00003901
           ADD WK-INTERES TO TOT-INTERES.                               00003902
      *RITM49182-INI                                                    00003903
           PERFORM 2150-REPARTE-CUENTAS                                 00003904
              THRU 2150-REPARTE-CUENTAS-EXIT.                           00003905
      *RITM49182-FIN                                                    00003906
      *                                                                *00003907
      *---------------------------*                                     00003908
       2100-GENERA-CARGO-EXIT.                                          00003909
      *---------------------------*                                     00003910
           EXIT.                                                        00003911
      *RITM49182-INI                                                    00003912
                                                                        00003913
      *--------------------------*                                      00003914
       2150-REPARTE-CUENTAS.                                            00003915
      *--------------------------*                                      00003916
      *    EL INTERES SE IMPUTA A LAS CUENTAS DEL DETALLE AUN PENDIENTE 00003917
      *    DE LA OPERACION, EN PROPORCION A SUS TITULOS                 00003918
           MOVE ZEROS              TO WK-TITUL-PEND.                    00003919
           EXEC SQL                                                     00003920
                SELECT COALESCE(SUM(VDET_TITUL), 0)                     00003921
                  INTO :WK-TITUL-PEND                                   00003922
                  FROM VLDTDET                                          00003923
                 WHERE VDET_FECHOP = :VOPE-FECHOP                       00003924
                   AND VDET_PAVAL  = :VOPE-PAVAL                        00003925
                   AND VDET_VALOR  = :VOPE-VALOR                        00003926
                   AND VDET_ISIN   = :VOPE-ISIN                         00003927
                   AND VDET_FORMAT = :VOPE-FORMAT                       00003928
                   AND SUBSTR(VDET_DATOS_DETAL, 107, 1) <> 'P'          00003929
           END-EXEC.                                                    00003930
           IF SQLCODE NOT = ZERO AND 100                                00003931
              MOVE 'SELECT SUM'             TO WS-ACCION                00003932
              MOVE 'VLDTDET-2150'           TO WS-PARRAFO               00003933
              PERFORM 3001-ERROR                                        00003934
           END-IF.                                                      00003935
           IF WK-TITUL-PEND NOT > ZEROS                                 00003936
              GO TO 2150-REPARTE-CUENTAS-EXIT                           00003937
           END-IF.                                                      00003938
                                                                        00003939
           MOVE VOPE-MON-FACT      TO VCGC-MONEDA.                      00003940
           MOVE WK-INTERES         TO VCGC-IMPORTE.                     00003941
           MOVE W-PROGRAMA         TO VCGC-PROGRAMA.                    00003942
           MOVE W-FECHA-AMD-N      TO VCGC-FEALTA.                      00003943
           EXEC SQL                                                     00003944
                INSERT INTO VLDTCGC                                     00003945
                      ( VCGC_FECHA    , VCGC_PERIODO                    00003946
                      , VCGC_CUENTA   , VCGC_CONCEPTO                   00003947
                      , VCGC_MONEDA   , VCGC_IMPORTE                    00003948
                      , VCGC_PROGRAMA , VCGC_FEALTA )                   00003949
                SELECT  :VCGC-FECHA   , :VCGC-PERIODO                   00003950
                     ,  VDET_CTAVAL   , :VCGC-CONCEPTO                  00003951
                     ,  :VCGC-MONEDA                                    00003952
                     ,  ROUND(:VCGC-IMPORTE * SUM(VDET_TITUL)           00003953
                                / :WK-TITUL-PEND, 2)                    00003954
                     ,  :VCGC-PROGRAMA, :VCGC-FEALTA                    00003955
                  FROM  VLDTDET                                         00003956
                 WHERE  VDET_FECHOP = :VOPE-FECHOP                      00003957
                   AND  VDET_PAVAL  = :VOPE-PAVAL                       00003958
                   AND  VDET_VALOR  = :VOPE-VALOR                       00003959
                   AND  VDET_ISIN   = :VOPE-ISIN                        00003960
                   AND  VDET_FORMAT = :VOPE-FORMAT                      00003961
                   AND  SUBSTR(VDET_DATOS_DETAL, 107, 1) <> 'P'         00003962
                 GROUP  BY VDET_CTAVAL                                  00003963
           END-EXEC.                                                    00003964
           IF SQLCODE NOT = ZERO AND 100                                00003965
              MOVE 'INSERT SELECT'          TO WS-ACCION                00003966
              MOVE 'VLDTCGC-2150'           TO WS-PARRAFO               00003967
              PERFORM 3001-ERROR                                        00003968
           END-IF.                                                      00003969
      *                                                                *00003970
      *------------------------------*                                  00003971
       2150-REPARTE-CUENTAS-EXIT.                                       00003972
      *------------------------------*                                  00003973
           EXIT.                                                        00003974
      *RITM49182-FIN                                                    00003975
                                                                        00003976
      *RITM49188-INI                                                    00003977
      *------------------------------*                                  00003978
       2190-PASARELA-CONTABLE.                                          00003979
      *------------------------------*                                  00003980
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00003981
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00003982
           MOVE 'A'                 TO AP0-FUNCION.                     00003983
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00003984
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00003985
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00003986
           IF AP0-CODRESP NOT = ZEROS                                   00003987
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00003988
              MOVE '2190-PASARELA'          TO WS-PARRAFO               00003989
              PERFORM 3001-ERROR                                        00003990
           END-IF.                                                      00003991
      *                                                                *00003992
      *-----------------------------------*                             00003993
       2190-PASARELA-CONTABLE-EXIT.                                     00003994
      *-----------------------------------*                             00003995
           EXIT.                                                        00003996
      *RITM49188-FIN                                                    00003997
                                                                        00003998
      *--------------------------*                                      00003999
       2900-ESCRIBE-DEVENGO.                                            00004000
      *--------------------------*                                      00004010
           MOVE VOPE-BANQUE         TO DEV-CUSTODIO.                    00004020
           END-EXEC.                                                    00004520
                                                                        00004530
           CLOSE E1DQTASA S1DQMORA S1RMORA.                             00004540
                                                                        00004541
      *RITM49188-INI                                                    00004542
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00004543
           MOVE 'F'                 TO AP0-FUNCION.                     00004544
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00004545
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00004546
           IF AP0-CODRESP NOT = ZEROS                                   00004547
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00004548
              MOVE '3000-FIN'               TO WS-PARRAFO               00004549
              PERFORM 3001-ERROR                                        00004550
           END-IF.                                                      00004551
      *RITM49188-FIN                                                    00004552
                                                                        00004553
           DISPLAY '****** FIN INTERES MORATORIO ******'.               00004560
           DISPLAY 'OPERACIONES VENCIDAS   : ' CONT-VENCIDAS.           00004570
           DISPLAY 'DEVENGOS GENERADOS     : ' CONT-DEVENGOS.           00004580
