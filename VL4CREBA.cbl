      ******************************************************************00000220
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      *RITM49129  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000241
      *---------- ---------- ---------------- -------------------------*00000242
      *RITM49182  15-10-2026 LUIS RIVERA H.   CADA ABONO QUEDA TAMBIEN *00000243
      *                                       POR CUENTA EN VLDTCGC,   *00000244
      *                                       IMPUTADO AL ULTIMO MES   *00000245
      *                                       DEL TRIMESTRE, PARA LA   *00000246
      *                                       RENTABILIDAD POR CLIENTE *00000247
      *                                       (VL4CRENT).              *00000248
      *---------- ---------- ---------------- -------------------------*00000249
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000250
      *                                       TAMBIEN EN LA PASARELA   *00000251
      *                                       CONTABLE (VL9CAPU0) CON  *00000252
      *                                       SUS TOTALES DE CONTROL,  *00000253
      *                                       PARA EL ENVIO UNICO A    *00000254
      *                                       CONTABILIDAD (VL4CPASC). *00000255
      *---------- ---------- ---------------- -------------------------*00000260
      ******************************************************************00000270
       ENVIRONMENT DIVISION.                                            00000280
      *    CONDICIONES DE REBATE                                        00001400
           COPY VLCPTREB.                                               00001410
      *                                                                 00001420
      *RITM49182-INI                                                    00001421
      *    ABONOS POR CUENTA PARA LA RENTABILIDAD POR CLIENTE           00001422
           COPY VLCPTCGC.                                               00001423
      *RITM49182-FIN                                                    00001424
      *RITM49188-INI                                                    00001425
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00001426
           COPY VLCPTAP0.                                               00001427
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00001428
      *RITM49188-FIN                                                    00001429
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001430
           COPY VLCPTCTL.                                               00001440
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001450
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002060
           MOVE W-MES              TO W-MM-AMD.                         00002070
           MOVE W-DIA              TO W-DD-AMD.                         00002080
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002081
      *RITM49182-INI                                                    00002082
      *    PROCESO RELANZABLE: SE BORRAN LOS REBATES YA REGISTRADOS DEL 00002083
      *    TRIMESTRE (IMPUTADOS A SU ULTIMO MES) EN VLDTCGC             00002084
           INITIALIZE DCLVLDTCGC.                                       00002085
           COMPUTE VCGC-PERIODO = WK-ANO * 100 + WK-MES-FIN.            00002086
           MOVE 'REBATE'           TO VCGC-CONCEPTO.                    00002087
           EXEC SQL                                                     00002088
                DELETE FROM VLDTCGC                                     00002089
                 WHERE VCGC_PERIODO  = :VCGC-PERIODO                    00002090
                   AND VCGC_CONCEPTO = :VCGC-CONCEPTO                   00002091
           END-EXEC.                                                    00002092
           IF SQLCODE NOT = ZERO AND 100                                00002093
              MOVE 'DELETE'                 TO WS-ACCION                00002094
              MOVE 'VLDTCGC-1000'           TO WS-PARRAFO               00002095
              PERFORM 3001-ERROR                                        00002096
           END-IF.                                                      00002097
      *RITM49182-FIN                                                    00002098
                                                                        00002100
           OPEN OUTPUT S1DQREBA S1RREBA.                                00002110
           IF NOT S1DQREBA-OK OR NOT S1RREBA-OK                         00002120
              MOVE '2100-GENERA-ABONO'      TO WS-PARRAFO               00003700
              PERFORM 3001-ERROR                                        00003710
           END-IF.                                                      00003720
      *RITM49188-INI                                                    00003721
           PERFORM 2190-PASARELA-CONTABLE                               00003722
              THRU 2190-PASARELA-CONTABLE-EXIT.                         00003723
      *RITM49188-FIN                                                    00003724
                                                                        00003730
           ADD 1                   TO CONT-REBATES.                     00003731
           ADD WK-REBATE           TO TOT-DEVUELTO.                     00003732
      *RITM49182-INI                                                    00003733
      *    EL MISMO ABONO, POR CUENTA, PARA LA RENTABILIDAD POR CLIENTE 00003734
           MOVE WK-FECHA-CIERRE         TO VCGC-FECHA.                  00003735
           MOVE VREB-CUENTA             TO VCGC-CUENTA.                 00003736
           MOVE 'PEN'                   TO VCGC-MONEDA.                 00003737
           MOVE WK-REBATE               TO VCGC-IMPORTE.                00003738
           MOVE W-PROGRAMA              TO VCGC-PROGRAMA.               00003739
           MOVE W-FECHA-AMD-N           TO VCGC-FEALTA.                 00003740
           EXEC SQL                                                     00003741
                INSERT INTO VLDTCGC                                     00003742
                      ( VCGC_FECHA    , VCGC_PERIODO                    00003743
                      , VCGC_CUENTA   , VCGC_CONCEPTO                   00003744
                      , VCGC_MONEDA   , VCGC_IMPORTE                    00003745
                      , VCGC_PROGRAMA , VCGC_FEALTA )                   00003746
                VALUES                                                  00003747
                      ( :VCGC-FECHA   , :VCGC-PERIODO                   00003748
                      , :VCGC-CUENTA  , :VCGC-CONCEPTO                  00003749
                      , :VCGC-MONEDA  , :VCGC-IMPORTE                   00003750
                      , :VCGC-PROGRAMA, :VCGC-FEALTA )                  00003751
           END-EXEC.                                                    00003752
           IF SQLCODE NOT = ZERO                                        00003753
              MOVE 'INSERT'                 TO WS-ACCION                00003754
              MOVE 'VLDTCGC-2100'           TO WS-PARRAFO               00003755
              PERFORM 3001-ERROR                                        00003756
           END-IF.                                                      00003757
      *RITM49182-FIN                                                    00003758
      *                                                                 00003760
      *-------------------------------*                                 00003770
       2100-GENERA-ABONO-EXIT.                                          00003780
      *-------------------------------*                                 00003781
           EXIT.                                                        00003782
                                                                        00003783
      *RITM49188-INI                                                    00003784
      *------------------------------*                                  00003785
       2190-PASARELA-CONTABLE.                                          00003786
      *------------------------------*                                  00003787
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00003788
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00003789
           MOVE 'A'                 TO AP0-FUNCION.                     00003790
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00003791
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00003792
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00003793
           IF AP0-CODRESP NOT = ZEROS                                   00003794
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00003795
              MOVE '2190-PASARELA'          TO WS-PARRAFO               00003796
              PERFORM 3001-ERROR                                        00003797
           END-IF.                                                      00003798
      *                                                                *00003799
      *-----------------------------------*                             00003800
       2190-PASARELA-CONTABLE-EXIT.                                     00003801
      *-----------------------------------*                             00003802
           EXIT.                                                        00003803
      *RITM49188-FIN                                                    00003804
                                                                        00003810
      *------------------------*                                        00003820
       2200-AVISO-CLIENTE.                                              00003830
                CLOSE VLDCREB1                                          00004020
           END-EXEC.                                                    00004030
                                                                        00004040
           CLOSE S1DQREBA S1RREBA.                                      00004041
                                                                        00004042
      *RITM49188-INI                                                    00004043
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00004044
           MOVE 'F'                 TO AP0-FUNCION.                     00004045
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00004046
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00004047
           IF AP0-CODRESP NOT = ZEROS                                   00004048
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00004049
              MOVE '3000-FIN'               TO WS-PARRAFO               00004050
              PERFORM 3001-ERROR                                        00004051
           END-IF.                                                      00004052
      *RITM49188-FIN                                                    00004053
                                                                        00004060
           DISPLAY '****** FIN REBATES TRIMESTRALES VL4CREBA ******'.   00004070
           DISPLAY 'CONDICIONES EVALUADAS  : ' CONT-CONDICIONES.        00004080
