      *                                       VL9CDEV0 / VLDTCUP) SE    00000212
      *                                       SUMA AL PRECIO Y SE       00000213
      *                                       MUESTRA POR SEPARADO.     00000214
      *---------- ---------- ---------------- -------------------------*00000215
      *RITM49169  15-10-2026 LUIS RIVERA H.   LA RENTA FIJA CON UN      00000216
      *                                       EVENTO EN IMPAGO SE       00000217
      *                                       MARCA 'IMPAGO' Y NO SUMA  00000218
      *                                       DEVENGADO (VL9CDEV0       00000219
      *                                       CODRESP 02).              00000220
      *---------- ---------- ---------------- -------------------------*00000210
      ******************************************************************00000220
       ENVIRONMENT DIVISION.                                            00000230
           05 WK-CAMBIO            PIC 9(05)V9(06) VALUE ZEROS.         00000870
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00000880
           05 WK-ISIN-X             PIC 9(01) VALUE ZEROS.              00000881
      *RITM49169                                                        00000882
           05 WK-VAL-IMPAGO        PIC X(01) VALUE 'N'.                 00000883
      *    DEVENGADO DE RENTA FIJA (RUTINA VL9CDEV0)                    00000884
       01  WK-VL9CDEV0             PIC X(08) VALUE 'VL9CDEV0'.          00000885
           COPY VLCPTDV0.                                               00000886
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00001080
          05 CONT-TENENCIAS        PIC 9(08)  VALUE ZEROES.             00001090
          05 CONT-SIN-CAMBIO       PIC 9(08)  VALUE ZEROES.             00001100
      *RITM49169                                                        00001101
          05 CONT-IMPAGO           PIC 9(08)  VALUE ZEROES.             00001102
      * VARIABLES PARA CONTROL DE ERRORES                               00001110
       01 WS-ERROR.                                                     00001120
          05 WS-ACCION             PIC X(24).                           00001130
                                                                        00004250
           PERFORM 2200-BUSCA-PRECIO                                    00004260
              THRU 2200-BUSCA-PRECIO-EXIT.                              00004270
                                                                        00004271
      *RITM49133: LA RENTA FIJA SE VALORIZA SUCIA (PRECIO MAS           00004272
      *           DEVENGADO DESDE EL ULTIMO CUPON)                      00004273
           MOVE ZEROS              TO WK-DEVENGADO-TIT                  00004274
                                      WK-DEVENG-PEN.                    00004275
      *RITM49169                                                        00004276
           MOVE 'N'                TO WK-VAL-IMPAGO.                    00004277
           IF VXEN-TIPINT = 'F'                                         00004278
              INITIALIZE VL9CDEV0-AREA                                  00004279
              MOVE WK-CODVALOR     TO DV0-CODVALOR                      00004280
              MOVE WA-CARD-FECHA-N TO DV0-FECHA                         00004281
              MOVE VXEN-NOMINEM    TO DV0-NOMINAL                       00004282
              CALL WK-VL9CDEV0  USING VL9CDEV0-AREA                     00004283
              IF DV0-CODRESP = ZEROS                                    00004284
                 MOVE DV0-DEVENGADO-TIT TO WK-DEVENGADO-TIT             00004285
                 ADD  WK-DEVENGADO-TIT  TO WK-PRECIO                    00004286
              END-IF                                                    00004287
      *RITM49169: VALOR CON EVENTO EN IMPAGO: SIN DEVENGO               00004288
              IF DV0-CODRESP = 02                                       00004289
                 MOVE 'S'             TO WK-VAL-IMPAGO                  00004290
              END-IF                                                    00004294
           END-IF.                                                      00004295
                                                                        00004280
              MOVE 'DESFASADO'     TO LTE-FLAG                          00004400
           ELSE                                                         00004410
              MOVE SPACES          TO LTE-FLAG                          00004420
           END-IF.                                                      00004421
      *RITM49169: EL IMPAGO PREVALECE SOBRE EL PRECIO DESFASADO         00004422
           IF WK-VAL-IMPAGO = 'S'                                       00004423
              MOVE 'IMPAGO'        TO LTE-FLAG                          00004424
              ADD 1                TO CONT-IMPAGO                       00004425
           END-IF.                                                      00004430
           MOVE LIN-TENENCIA TO SAL-RVALC.                              00004440
           WRITE SAL-RVALC.                                             00004450
           DISPLAY 'DIVISAS SIN CAMBIO     : ' CONT-SIN-CAMBIO.         00006130
      *RITM49148                                                        00006131
           DISPLAY 'CAMBIOS FX DESFASADOS  : ' CONT-FX-DESFASADO.       00006132
      *RITM49169                                                        00006133
           DISPLAY 'TENENCIAS EN IMPAGO    : ' CONT-IMPAGO.             00006134
                                                                        00006140
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006150
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006160
