      *           ORIGEN. EL HISTORICO QUEDA EN EL GDG PARA            *00000120
      *           CUMPLIMIENTO; LA TABLA VIVA QUEDA LIVIANA PARA LAS   *00000130
      *           CONSULTAS DE VL7CRCON.                               *00000140
      *           LAS FILAS CUYO REGISTRO CONTIENE LA CLAVE DE UN      *00000141
      *           CLIENTE O CUENTA CON BLOQUEO LEGAL ACTIVO (VLDTLHD)  *00000142
      *           NO SE DESCARGAN NI SE BORRAN: QUEDAN RETENIDAS EN LA *00000143
      *           TABLA VIVA Y SE INFORMAN EN EL REPORTE.              *00000144
      * FECHA   : 22-08-2026                                           *00000150
      ******************************************************************00000160
      ******************************************************************00000170
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000180
      *---------- ---------- ---------------- -------------------------*00000190
      *RITM49035  22-08-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000200
      *---------- ---------- ---------------- -------------------------*00000201
      *RITM49187  15-10-2026 LUIS RIVERA H.   RETIENE EN LA TABLA LAS  *00000202
      *                                       FILAS DE CLIENTES O      *00000203
      *                                       CUENTAS CON BLOQUEO      *00000204
      *                                       LEGAL ACTIVO (VLDTLHD).  *00000205
      *---------- ---------- ---------------- -------------------------*00000210
      ******************************************************************00000220
       ENVIRONMENT DIVISION.                                            00000230
       01 W-CONTADORES.                                                 00000970
          05 CONT-ARCHIVADAS       PIC 9(09)  VALUE ZEROES.             00000980
          05 CONT-BORRADAS         PIC 9(09)  VALUE ZEROES.             00000990
      *RITM49187-INI                                                    00000991
          05 CONT-RETENIDAS        PIC 9(09)  VALUE ZEROES.             00000992
      *RITM49187-FIN                                                    00000993
       77  WK-SQLERRD3             PIC S9(9) COMP   VALUE ZEROS.        00001000
      * VARIABLES PARA CONTROL DE ERRORES                               00001010
       01 WS-ERROR.                                                     00001020
                      , VRLOG_REGISTRO_LEN                              00001380
                      , VRLOG_REGISTRO_TEXT                             00001390
                   FROM VLDTRLOG                                        00001400
      *RITM49187-INI                                                    00001401
                  WHERE VRLOG_FECHA < :W-CORTE-X                        00001410
                    AND NOT EXISTS                                      00001411
                       (SELECT 1                                        00001412
                          FROM VLDTLHD L                                00001413
                         WHERE L.VLHD_ESTADO = 'A'                      00001414
                           AND LOCATE(RTRIM(L.VLHD_CLAVELOG),           00001415
                                      VRLOG_REGISTRO_TEXT) > 0)         00001416
      *RITM49187-FIN                                                    00001417
                  ORDER BY VRLOG_FECHA, VRLOG_HORA                      00001420
           END-EXEC.                                                    00001430
      *                                                                *00001440
              MOVE 'CLOSE S1RLOGAR'      TO WS-ACCION                   00003230
              MOVE '2500-BORRA-VLDTRLOG' TO WS-PARRAFO                  00003240
              PERFORM 3001-ERROR                                        00003250
           END-IF                                                       00003251
                                                                        00003252
      *RITM49187-INI                                                    00003253
      *    FILAS ANTERIORES AL CORTE QUE QUEDAN POR BLOQUEO LEGAL       00003254
           EXEC SQL                                                     00003255
                SELECT COUNT(*)                                         00003256
                  INTO :WK-SQLERRD3                                     00003257
                  FROM VLDTRLOG                                         00003258
                 WHERE VRLOG_FECHA < :W-CORTE-X                         00003259
                   AND EXISTS                                           00003260
                      (SELECT 1                                         00003261
                         FROM VLDTLHD L                                 00003262
                        WHERE L.VLHD_ESTADO = 'A'                       00003263
                          AND LOCATE(RTRIM(L.VLHD_CLAVELOG),            00003264
                                     VRLOG_REGISTRO_TEXT) > 0)          00003265
           END-EXEC.                                                    00003266
                                                                        00003267
           IF SQLCODE NOT = ZERO AND 100                                00003268
              MOVE 'SELECT COUNT'        TO WS-ACCION                   00003269
              MOVE 'VLDTLHD-2500'        TO WS-PARRAFO                  00003270
              PERFORM 3001-ERROR                                        00003271
           END-IF                                                       00003272
                                                                        00003273
           MOVE WK-SQLERRD3 TO CONT-RETENIDAS.                          00003274
      *RITM49187-FIN                                                    00003275
                                                                        00003276
           IF CONT-ARCHIVADAS = ZEROS                                   00003280
              DISPLAY 'SIN FILAS A DEPURAR - NO SE BORRA NADA'          00003290
              GO TO 2500-BORRA-VLDTRLOG-EXIT                            00003300
           END-IF                                                       00003310
                                                                        00003320
      *RITM49187-INI                                                    00003321
           EXEC SQL                                                     00003330
                DELETE FROM VLDTRLOG                                    00003340
                 WHERE VRLOG_FECHA < :W-CORTE-X                         00003350
                   AND NOT EXISTS                                       00003351
                      (SELECT 1                                         00003352
                         FROM VLDTLHD L                                 00003353
                        WHERE L.VLHD_ESTADO = 'A'                       00003354
                          AND LOCATE(RTRIM(L.VLHD_CLAVELOG),            00003355
                                     VRLOG_REGISTRO_TEXT) > 0)          00003356
           END-EXEC.                                                    00003360
      *RITM49187-FIN                                                    00003361
                                                                        00003370
           IF SQLCODE NOT = ZERO AND 100                                00003380
              MOVE 'DELETE'              TO WS-ACCION                   00003390
              VARYING IN-TAB FROM 1 BY 1                                00003630
                UNTIL IN-TAB > CONT-TABLAS.                             00003640
                                                                        00003650
      *RITM49187-INI                                                    00003651
           IF CONT-RETENIDAS > ZEROS                                    00003652
              MOVE 'RET.LEG.'             TO SAL-TABLA                  00003653
              MOVE CONT-RETENIDAS         TO SAL-ARCHIVADAS             00003654
              MOVE SALIDA-CONTROL         TO SAL-RLPU                   00003655
              WRITE SAL-RLPU                                            00003656
           END-IF.                                                      00003657
      *RITM49187-FIN                                                    00003658
           CLOSE S1RRLPU.                                               00003660
                                                                        00003670
           DISPLAY '****** FIN DEPURACION VLDTRLOG ******'.             00003680
           DISPLAY 'FILAS ARCHIVADAS       : ' CONT-ARCHIVADAS.         00003690
           DISPLAY 'FILAS BORRADAS         : ' CONT-BORRADAS.           00003700
      *RITM49187-INI                                                    00003701
           DISPLAY 'RETENIDAS BLOQ. LEGAL  : ' CONT-RETENIDAS.          00003702
      *RITM49187-FIN                                                    00003703
                                                                        00003710
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00003720
           ACCEPT WK-HORA-FIN       FROM TIME.                          00003730
