      ******************************************************************00000240
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000250
      *---------- ---------- ---------------- -------------------------*00000260
      *RITM49110  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000261
      *---------- ---------- ---------------- -------------------------*00000262
      *RITM49161  15-10-2026 LUIS RIVERA H.   TRASPASOS A OTRO         *00000263
      *                                       PARTICIPANTE (CUENTA     *00000264
      *                                       DESTINO EN CEROS): EL    *00000265
      *                                       ACUSE ACTUALIZA VLDTTRX, *00000266
      *                                       EL RECHAZO SOLO DEVUELVE *00000267
      *                                       AL ORIGEN Y LA           *00000268
      *                                       CONFIRMACION CONSUME LOS *00000269
      *                                       LOTES VLDTLOT FIFO SIN   *00000270
      *                                       RESULTADO REALIZADO (NO  *00000271
      *                                       ES UNA VENTA).           *00000272
      *---------- ---------- ---------------- -------------------------*00000280
      ******************************************************************00000290
       ENVIRONMENT DIVISION.                                            00000300
           05 WK-MES-ACT           PIC S9(4) COMP    VALUE ZEROS.       00000850
           05 IN-DIA               PIC 9(02) VALUE ZEROS.               00000860
           05 IX-DIAS              PIC 9(03) VALUE ZEROS.               00000870
      *RITM49161-INI                                                  * 00000871
           05 SW-FIN-CUR-LOT       PIC X(02) VALUE SPACES.              00000872
              88 FIN-CUR-LOT                 VALUE 'SI'.                00000873
           05 WK-LOT-PENDIENTE     PIC S9(13)V COMP-3 VALUE ZEROS.      00000874
           05 WK-LOT-CONSUMIR      PIC S9(13)V COMP-3 VALUE ZEROS.      00000875
      *RITM49161-FIN                                                  * 00000876
      *                                                                 00000880
      * FECHA DE CORTE PARA LOS ENVIOS SIN ACUSE                        00000890
       01  W-FECHA-CORTE.                                               00000900
      *                                                                 00001710
      *    REGISTRO DE INSTRUCCIONES ENVIADAS                           00001720
           COPY VLCPTCVI.                                               00001730
      *RITM49161-INI                                                  * 00001731
      *    TRASPASOS CON OTROS PARTICIPANTES Y LOTES DE COSTO           00001732
           COPY VLCPTTRX.                                               00001733
           COPY VLCPTLOT.                                               00001734
      *RITM49161-FIN                                                  * 00001735
      *                                                                 00001740
      *    AUDITORIA BATCH (VL9CRLOG)                                   00001750
           COPY VLCPTRLOG.                                              00001760
                  WHERE VCVI_ESTADO = 'E'                               00002050
                    AND VCVI_FECHA <= :W-FECHA-CORTE-N                  00002060
                  ORDER BY VCVI_FECHA, VCVI_REFER                       00002070
           END-EXEC.                                                    00002071
      *RITM49161-INI                                                  * 00002072
      *    LOTES ABIERTOS DE LA CUENTA ORIGEN, MAS ANTIGUOS PRIMERO     00002073
      *    (MISMO ORDEN FIFO DE VL4C3050)                               00002074
           EXEC SQL                                                     00002075
                DECLARE VLDCLOT1 CURSOR FOR                             00002076
                 SELECT VLOT_SECUEN                                     00002077
                      , VLOT_CANT_RESTA                                 00002078
                   FROM VLDTLOT                                         00002079
                  WHERE VLOT_CUENTA     = :VLOT-CUENTA                  00002080
                    AND VLOT_CODVALOR   = :VLOT-CODVALOR                00002081
                    AND VLOT_CANT_RESTA > 0                             00002082
                  ORDER BY VLOT_FECHA, VLOT_SECUEN                      00002083
           END-EXEC.                                                    00002084
      *RITM49161-FIN                                                  * 00002085
      *                                                                *00002090
       PROCEDURE DIVISION.                                              00002100
      *                                                                 00002110
              MOVE 'UPDATE'               TO WS-ACCION                  00003780
              MOVE 'VLDTCVI-2000'         TO WS-PARRAFO                 00003790
              PERFORM 3001-ERROR                                        00003800
           END-IF.                                                      00003801
      *RITM49161-INI                                                  * 00003802
      *    TRASPASO A OTRO PARTICIPANTE (SIN CUENTA DESTINO)            00003803
           IF VCVI-CTA-DESTINO = ZEROS                                  00003804
              PERFORM 2500-ACTUALIZA-VLDTTRX                            00003805
                 THRU 2500-ACTUALIZA-VLDTTRX-EXIT                       00003806
              IF ACK-ACEPTADA                                           00003807
                 PERFORM 2600-CONSUME-LOTES                             00003808
                    THRU 2600-CONSUME-LOTES-EXIT                        00003809
              END-IF                                                    00003810
           END-IF.                                                      00003811
      *RITM49161-FIN                                                  * 00003812
                                                                        00003820
           IF ACK-RECHAZADA                                             00003830
              PERFORM 3000-REVERSA-MOVIMIENTO                           00003840
              MOVE VCVI-CTA-DESTINO  TO DET-DESTINO                     00003890
              MOVE VCVI-CODVALOR     TO DET-VALOR                       00003900
              MOVE ACK-MOTIVO        TO DET-MOTIVO                      00003910
              WRITE SAL-CAVR       FROM LIN-DETALLE                     00003911
           END-IF.                                                      00003912
      *                                                                 00003913
       2000-PROCESO-ACUSE-SIG.                                          00003914
           PERFORM 1500-LEE-E1DQCAVR.                                   00003915
      *                                                                 00003916
      *---------------------------*                                     00003917
       2000-PROCESO-ACUSE-EXIT.                                         00003918
      *---------------------------*                                     00003919
           EXIT.                                                        00003920
                                                                        00003921
      *RITM49161-INI                                                  * 00003922
      *---------------------------*                                     00003923
       2500-ACTUALIZA-VLDTTRX.                                          00003924
      *---------------------------*                                     00003925
      *    EL TRASPASO DE SALIDA LLEVA LA MISMA REFERENCIA DE VLDTCVI   00003926
           MOVE VCVI-REFER          TO VTRX-REFER.                      00003927
           MOVE VCVI-ESTADO         TO VTRX-ESTADO.                     00003928
           EXEC SQL                                                     00003929
                UPDATE VLDTTRX                                          00003930
                   SET VTRX_ESTADO  = :VTRX-ESTADO                      00003931
                 WHERE VTRX_REFER   = :VTRX-REFER                       00003932
                   AND VTRX_SENTIDO = 'S'                               00003933
           END-EXEC.                                                    00003934
           IF SQLCODE NOT = ZERO AND 100                                00003935
              MOVE 'UPDATE'                 TO WS-ACCION                00003936
              MOVE 'VLDTTRX-2500'           TO WS-PARRAFO               00003937
              PERFORM 3001-ERROR                                        00003938
           END-IF.                                                      00003939
      *                                                                 00003940
      *--------------------------------*                                00003941
       2500-ACTUALIZA-VLDTTRX-EXIT.                                     00003942
      *--------------------------------*                                00003943
           EXIT.                                                        00003944
                                                                        00003945
      *-----------------------*                                         00003946
       2600-CONSUME-LOTES.                                              00003947
      *-----------------------*                                         00003948
      *    CONFIRMADA LA SALIDA, LOS TITULOS DEJAN LA CASA: SE          00003949
      *    CONSUMEN LOS LOTES MAS ANTIGUOS POR LA CANTIDAD TRASPASADA.  00003950
      *    NO HAY RESULTADO REALIZADO (VLDTRZD) PORQUE NO ES VENTA.     00003951
           MOVE VCVI-CTA-ORIGEN     TO VLOT-CUENTA.                     00003952
           MOVE VCVI-CODVALOR       TO VLOT-CODVALOR.                   00003953
           MOVE VCVI-CANTIDAD       TO WK-LOT-PENDIENTE.                00003954
           MOVE SPACES              TO SW-FIN-CUR-LOT.                  00003955
           EXEC SQL                                                     00003956
                OPEN VLDCLOT1                                           00003957
           END-EXEC.                                                    00003958
           IF SQLCODE NOT = ZERO                                        00003959
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003960
              MOVE 'VLDCLOT1-2600'          TO WS-PARRAFO               00003961
              PERFORM 3001-ERROR                                        00003962
           END-IF.                                                      00003963
           PERFORM 2610-CONSUME-UN-LOTE                                 00003964
              THRU 2610-CONSUME-UN-LOTE-EXIT                            00003965
              UNTIL FIN-CUR-LOT                                         00003966
                 OR WK-LOT-PENDIENTE NOT > ZEROS.                       00003967
           EXEC SQL                                                     00003968
                CLOSE VLDCLOT1                                          00003969
           END-EXEC.                                                    00003970
           IF WK-LOT-PENDIENTE > ZEROS                                  00003971
              DISPLAY 'AVISO: CUENTA ' VCVI-CTA-ORIGEN                  00003972
                      ' SIN LOTES SUFICIENTES PARA REF ' VCVI-REFER     00003973
           END-IF.                                                      00003974
      *                                                                 00003975
      *----------------------------*                                    00003976
       2600-CONSUME-LOTES-EXIT.                                         00003977
      *----------------------------*                                    00003978
           EXIT.                                                        00003979
                                                                        00003980
      *-------------------------*                                       00003981
       2610-CONSUME-UN-LOTE.                                            00003982
      *-------------------------*                                       00003983
           EXEC SQL                                                     00003984
                FETCH VLDCLOT1                                          00003985
                 INTO :VLOT-SECUEN                                      00003986
                    , :VLOT-CANT-RESTA                                  00003987
           END-EXEC.                                                    00003988
           EVALUATE SQLCODE                                             00003989
               WHEN ZERO                                                00003990
                    CONTINUE                                            00003991
               WHEN 100                                                 00003992
                    MOVE 'SI'               TO SW-FIN-CUR-LOT           00003993
                    GO TO 2610-CONSUME-UN-LOTE-EXIT                     00003994
               WHEN OTHER                                               00003995
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00003996
                    MOVE 'VLDCLOT1-2610'    TO WS-PARRAFO               00003997
                    PERFORM 3001-ERROR                                  00003998
           END-EVALUATE.                                                00003999
           IF VLOT-CANT-RESTA NOT < WK-LOT-PENDIENTE                    00004000
              MOVE WK-LOT-PENDIENTE  TO WK-LOT-CONSUMIR                 00004001
           ELSE                                                         00004002
              MOVE VLOT-CANT-RESTA   TO WK-LOT-CONSUMIR                 00004003
           END-IF.                                                      00004004
           SUBTRACT WK-LOT-CONSUMIR FROM WK-LOT-PENDIENTE.              00004005
           EXEC SQL                                                     00004006
                UPDATE VLDTLOT                                          00004007
                   SET VLOT_CANT_RESTA = VLOT_CANT_RESTA                00004008
                                       - :WK-LOT-CONSUMIR               00004009
                 WHERE VLOT_CUENTA   = :VLOT-CUENTA                     00004010
                   AND VLOT_CODVALOR = :VLOT-CODVALOR                   00004011
                   AND VLOT_SECUEN   = :VLOT-SECUEN                     00004012
           END-EXEC.                                                    00004013
           IF SQLCODE NOT = ZERO                                        00004014
              MOVE 'UPDATE'                 TO WS-ACCION                00004015
              MOVE 'VLDTLOT-2610'           TO WS-PARRAFO               00004016
              PERFORM 3001-ERROR                                        00004017
           END-IF.                                                      00004018
      *                                                                 00004019
      *------------------------------*                                  00004020
       2610-CONSUME-UN-LOTE-EXIT.                                       00004021
      *------------------------------*                                  00004022
           EXIT.                                                        00004023
      *RITM49161-FIN                                                  * 00004024
      *---------------------------*                                     00004030
       3000-REVERSA-MOVIMIENTO.                                         00004040
      *---------------------------*                                     00004050
              PERFORM 3001-ERROR                                        00004230
           END-IF.                                                      00004240
                                                                        00004250
      *RITM49161-INI                                                  * 00004251
      *    A OTRO PARTICIPANTE: SOLO SE DEVUELVE AL ORIGEN              00004252
           IF VCVI-CTA-DESTINO = ZEROS                                  00004253
              GO TO 3000-REVERSA-HIS                                    00004254
           END-IF.                                                      00004255
      *RITM49161-FIN                                                  * 00004256
           MOVE VCVI-CTA-DESTINO   TO VADS-CUENTA.                      00004260
           EXEC SQL                                                     00004270
                UPDATE VLDTADS                                          00004280
              PERFORM 3001-ERROR                                        00004380
           END-IF.                                                      00004390
                                                                        00004400
      *RITM49161: ETIQUETA PARA LOS TRASPASOS A OTRO PARTICIPANTE       00004401
       3000-REVERSA-HIS.                                                00004402
      *    MISMO REFLEJO EN LOS TITULOS DEL MES DE AMBAS CUENTAS        00004410
           MOVE VCVI-CTA-ORIGEN    TO WK-CTA-HIS.                       00004420
           MOVE +1                 TO WK-SENTIDO.                       00004430
           PERFORM 4000-REVERSA-VLDTHIS                                 00004440
              THRU 4000-REVERSA-VLDTHIS-EXIT.                           00004450
                                                                        00004460
      *RITM49161-INI                                                  * 00004461
           IF VCVI-CTA-DESTINO = ZEROS                                  00004462
              GO TO 3000-REVERSA-AUDITORIA                              00004463
           END-IF.                                                      00004464
      *RITM49161-FIN                                                  * 00004465
           MOVE VCVI-CTA-DESTINO   TO WK-CTA-HIS.                       00004470
           MOVE -1                 TO WK-SENTIDO.                       00004480
           PERFORM 4000-REVERSA-VLDTHIS                                 00004490
              THRU 4000-REVERSA-VLDTHIS-EXIT.                           00004500
                                                                        00004510
      *RITM49161: ETIQUETA PARA LOS TRASPASOS A OTRO PARTICIPANTE       00004511
       3000-REVERSA-AUDITORIA.                                          00004512
      *    AUDITORIA DE LA REVERSA                                      00004520
           INITIALIZE DCLVLDTRLOG.                                      00004530
           MOVE W-FECHA-AMD        TO VRLOG-FECHA.                      00004540
