      *           EJERCICIOS REABIERTOS, VL4CHISR, LA REGENERACION DE  *00000140
      *           ESTADOS) LEEN TAMBIEN VLDTHIA. LA CORRIDA QUEDA      *00000150
      *           REGISTRADA EN VLDTCTL VIA VL9CCTL0.                  *00000160
      *           LAS CUENTAS CON BLOQUEO LEGAL ACTIVO (VLDTLHD, SOBRE *00000161
      *           LA CUENTA, SU TITULAR O UN INTERVINIENTE) NO SE      *00000162
      *           ARCHIVAN: SUS FILAS QUEDAN EN VLDTHIS Y EL REPORTE   *00000163
      *           LAS INFORMA COMO RETENIDAS.                          *00000164
      * SYSIN   : 1. HORIZONTE EN ANOS 9(02) (SE ARCHIVAN LOS ANOS     *00000170
      *              ANTERIORES A: ANO ACTUAL - HORIZONTE)             *00000180
      * FECHA   : 02-09-2026                                           *00000190
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000220
      *---------- ---------- ---------------- -------------------------*00000230
      *RITM49125  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000240
      *---------- ---------- ---------------- -------------------------*00000241
      *RITM49187  15-10-2026 LUIS RIVERA H.   NO ARCHIVA LAS FILAS DE  *00000242
      *                                       CUENTAS CON BLOQUEO      *00000243
      *                                       LEGAL ACTIVO (VLDTLHD) Y *00000244
      *                                       LAS INFORMA RETENIDAS.   *00000245
      *---------- ---------- ---------------- -------------------------*00000250
      ******************************************************************00000260
       ENVIRONMENT DIVISION.                                            00000270
              88 FIN-CUR-ANO                 VALUE 'SI'.                00000590
           05 WK-ANO-PROC          PIC S9(4) COMP VALUE ZEROS.          00000600
           05 WK-FILAS-ANO         PIC S9(9) COMP-3 VALUE ZEROS.        00000610
      *RITM49187-INI                                                    00000611
           05 WK-FILAS-RET         PIC S9(9) COMP-3 VALUE ZEROS.        00000612
      *RITM49187-FIN                                                    00000613
      *                                                                 00000620
       01  W-DATE                  PIC 9(6).                            00000630
       01  FILLER                  REDEFINES W-DATE.                    00000640
       01 W-CONTADORES.                                                 00000790
          05 CONT-ANOS             PIC 9(08)  VALUE ZEROES.             00000800
          05 CONT-FILAS            PIC 9(08)  VALUE ZEROES.             00000810
      *RITM49187-INI                                                    00000811
          05 CONT-RETENIDAS        PIC 9(08)  VALUE ZEROES.             00000812
      *RITM49187-FIN                                                    00000813
      * VARIABLES PARA CONTROL DE ERRORES                               00000820
       01 WS-ERROR.                                                     00000830
          05 WS-ACCION             PIC X(24).                           00000840
          05 FILLER                PIC X(20) VALUE                      00001000
             '  FILAS ARCHIVADAS: '.                                    00001005
          05 DET-FILAS             PIC ZZZ,ZZZ,ZZ9.                     00001010
      *RITM49187-INI                                                    00001011
          05 FILLER                PIC X(24) VALUE                      00001012
             '  RETENIDAS BLOQ.LEGAL: '.                                00001013
          05 DET-RETENIDAS         PIC ZZZ,ZZZ,ZZ9.                     00001014
          05 FILLER                PIC X(56) VALUE SPACES.              00001015
      *RITM49187-FIN                                                    00001016
      *                                                                 00001030
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001040
           COPY VLCPTCTL.                                               00001050
      *--------------------*                                            00002070
       2000-ARCHIVA-ANO.                                                00002080
      *--------------------*                                            00002090
      *RITM49187-INI                                                    00002091
      *    LAS FILAS DE CUENTAS CON BLOQUEO LEGAL ACTIVO SE QUEDAN EN   00002092
      *    LA TABLA VIVA HASTA QUE LEGAL LIBERE EL BLOQUEO              00002093
           EXEC SQL                                                     00002100
                SELECT COUNT(*)                                         00002110
                  INTO :WK-FILAS-ANO                                    00002120
                  FROM VLDTHIS                                          00002130
                 WHERE VHIS_ANO = :WK-ANO-PROC                          00002131
                    AND NOT EXISTS                                      00002132
                       (SELECT 1                                        00002133
                          FROM VLDTLHD L                                00002134
                         WHERE L.VLHD_ESTADO = 'A'                      00002135
                           AND ((L.VLHD_TIPO = 'A'                      00002136
                           AND   L.VLHD_CUENTA = VLDTHIS.VHIS_CTAVAL)   00002137
                            OR  (L.VLHD_TIPO = 'C'                      00002138
                           AND   L.VLHD_NUMCLI IN                       00002139
                             (SELECT A.VARC_NUMCLI                      00002140
                                FROM VLDTARC A                          00002141
                               WHERE A.VARC_CUENTA = VLDTHIS.VHIS_CTAVAL00002142
                              UNION                                     00002143
                              SELECT D.VADT_NUMCLI                      00002144
                                FROM VLDTADT D                          00002145
                               WHERE D.VADT_CUENTA =                    00002146
                                     VLDTHIS.VHIS_CTAVAL))))            00002147
           END-EXEC.                                                    00002150
           IF SQLCODE NOT = ZERO AND 100                                00002160
              MOVE 'SELECT COUNT'           TO WS-ACCION                00002170
              MOVE 'VLDTHIS-2000'           TO WS-PARRAFO               00002180
              PERFORM 3001-ERROR                                        00002190
           END-IF.                                                      00002191
                                                                        00002192
           EXEC SQL                                                     00002193
                SELECT COUNT(*)                                         00002194
                  INTO :WK-FILAS-RET                                    00002195
                  FROM VLDTHIS                                          00002196
                 WHERE VHIS_ANO = :WK-ANO-PROC                          00002197
                    AND EXISTS                                          00002198
                       (SELECT 1                                        00002199
                          FROM VLDTLHD L                                00002200
                         WHERE L.VLHD_ESTADO = 'A'                      00002201
                           AND ((L.VLHD_TIPO = 'A'                      00002202
                           AND   L.VLHD_CUENTA = VLDTHIS.VHIS_CTAVAL)   00002203
                            OR  (L.VLHD_TIPO = 'C'                      00002204
                           AND   L.VLHD_NUMCLI IN                       00002205
                             (SELECT A.VARC_NUMCLI                      00002206
                                FROM VLDTARC A                          00002207
                               WHERE A.VARC_CUENTA = VLDTHIS.VHIS_CTAVAL00002208
                              UNION                                     00002209
                              SELECT D.VADT_NUMCLI                      00002210
                                FROM VLDTADT D                          00002211
                               WHERE D.VADT_CUENTA =                    00002212
                                     VLDTHIS.VHIS_CTAVAL))))            00002213
           END-EXEC.                                                    00002214
           IF SQLCODE NOT = ZERO AND 100                                00002215
              MOVE 'SELECT COUNT'           TO WS-ACCION                00002216
              MOVE 'VLDTLHD-2000'           TO WS-PARRAFO               00002217
              PERFORM 3001-ERROR                                        00002218
           END-IF.                                                      00002219
      *RITM49187-FIN                                                    00002220
                                                                        00002221
      *    COPIA DEL ANO AL ARCHIVO (MISMO LAYOUT)                      00002222
      *RITM49187-INI                                                    00002223
           EXEC SQL                                                     00002230
                INSERT INTO VLDTHIA                                     00002240
                 SELECT *                                               00002250
                   FROM VLDTHIS                                         00002260
                  WHERE VHIS_ANO = :WK-ANO-PROC                         00002261
                    AND NOT EXISTS                                      00002262
                       (SELECT 1                                        00002263
                          FROM VLDTLHD L                                00002264
                         WHERE L.VLHD_ESTADO = 'A'                      00002265
                           AND ((L.VLHD_TIPO = 'A'                      00002266
                           AND   L.VLHD_CUENTA = VLDTHIS.VHIS_CTAVAL)   00002267
                            OR  (L.VLHD_TIPO = 'C'                      00002268
                           AND   L.VLHD_NUMCLI IN                       00002269
                             (SELECT A.VARC_NUMCLI                      00002270
                                FROM VLDTARC A                          00002271
                               WHERE A.VARC_CUENTA = VLDTHIS.VHIS_CTAVAL00002272
                              UNION                                     00002273
                              SELECT D.VADT_NUMCLI                      00002274
                                FROM VLDTADT D                          00002275
                               WHERE D.VADT_CUENTA =                    00002276
                                     VLDTHIS.VHIS_CTAVAL))))            00002277
           END-EXEC.                                                    00002280
      *RITM49187-FIN                                                    00002281
           IF SQLCODE NOT = ZERO                                        00002290
              MOVE 'INSERT SELECT'          TO WS-ACCION                00002300
              MOVE 'VLDTHIA-2000'           TO WS-PARRAFO               00002310
              PERFORM 3001-ERROR                                        00002320
           END-IF.                                                      00002330
                                                                        00002340
      *RITM49187-INI                                                    00002341
           EXEC SQL                                                     00002350
                DELETE FROM VLDTHIS                                     00002360
                 WHERE VHIS_ANO = :WK-ANO-PROC                          00002361
                    AND NOT EXISTS                                      00002362
                       (SELECT 1                                        00002363
                          FROM VLDTLHD L                                00002364
                         WHERE L.VLHD_ESTADO = 'A'                      00002365
                           AND ((L.VLHD_TIPO = 'A'                      00002366
                           AND   L.VLHD_CUENTA = VLDTHIS.VHIS_CTAVAL)   00002367
                            OR  (L.VLHD_TIPO = 'C'                      00002368
                           AND   L.VLHD_NUMCLI IN                       00002369
                             (SELECT A.VARC_NUMCLI                      00002370
                                FROM VLDTARC A                          00002371
                               WHERE A.VARC_CUENTA = VLDTHIS.VHIS_CTAVAL00002372
                              UNION                                     00002373
                              SELECT D.VADT_NUMCLI                      00002374
                                FROM VLDTADT D                          00002375
                               WHERE D.VADT_CUENTA =                    00002376
                                     VLDTHIS.VHIS_CTAVAL))))            00002377
           END-EXEC.                                                    00002380
      *RITM49187-FIN                                                    00002381
           IF SQLCODE NOT = ZERO                                        00002390
              MOVE 'DELETE'                 TO WS-ACCION                00002400
              MOVE 'VLDTHIS-2000'           TO WS-PARRAFO               00002410
           ADD WK-FILAS-ANO        TO CONT-FILAS.                       00002560
           MOVE WK-ANO-PROC        TO DET-ANO.                          00002570
           MOVE WK-FILAS-ANO       TO DET-FILAS.                        00002580
      *RITM49187-INI                                                    00002581
           ADD WK-FILAS-RET        TO CONT-RETENIDAS.                   00002582
           MOVE WK-FILAS-RET       TO DET-RETENIDAS.                    00002583
      *RITM49187-FIN                                                    00002584
           WRITE SAL-HARC        FROM LIN-ANO.                          00002590
                                                                        00002600
           PERFORM 1300-FETCH-ANO                                       00002610
           DISPLAY '****** FIN ROLL-OFF VLDTHIS VL4CHARC ******'.       00002790
           DISPLAY 'ANOS ARCHIVADOS        : ' CONT-ANOS.               00002800
           DISPLAY 'FILAS MOVIDAS          : ' CONT-FILAS.              00002810
      *RITM49187-INI                                                    00002811
           DISPLAY 'FILAS RETENIDAS (LEGAL): ' CONT-RETENIDAS.          00002812
      *RITM49187-FIN                                                    00002813
                                                                        00002820
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00002830
           ACCEPT WK-HORA-FIN       FROM TIME.                          00002840
