      ******************************************************************00000190
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000200
      *---------- ---------- ---------------- -------------------------*00000210
      *RITM49127  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000211
      *---------- ---------- ---------------- -------------------------*00000212
      *RITM49162  15-10-2026 LUIS RIVERA H.   LA ORDEN GENERADA LLEVA  *00000213
      *                                       LA FECHA VALOR DEL CICLO *00000214
      *                                       DE LIQUIDACION VIGENTE   *00000215
      *                                       (VLDTCIC VIA VL9CCIC0);  *00000216
      *                                       SIN CICLO EL PLAN SE     *00000217
      *                                       SALTA Y SE REPORTA.      *00000218
      *---------- ---------- ---------------- -------------------------*00000219
      *RITM49170  15-10-2026 LUIS RIVERA H.   LOS PLANES DE REINVERSION*00000220
      *                                       DE DIVIDENDOS (MODO 'R') *00000221
      *                                       NO GENERAN ORDEN MENSUAL:*00000222
      *                                       LOS ATIENDE VL4CDIVC.    *00000223
      *---------- ---------- ---------------- -------------------------*00000230
      ******************************************************************00000240
       ENVIRONMENT DIVISION.                                            00000250
           05 BOL-IMPORTE          PIC 9(13)V9(02).                     00000800
           05 BOL-MONEDA           PIC X(03).                           00000810
           05 BOL-REFER            PIC 9(09).                           00000820
      *RITM49162-INI                                                  * 00000821
      *    FECHA VALOR DEL CICLO Y PLAZA (BLANCOS = LIMA)               00000822
           05 BOL-FVALOR           PIC 9(08).                           00000823
           05 BOL-PLAZA            PIC X(03).                           00000824
      *RITM49162-FIN                                                  * 00000825
      *                                                                 00000840
       01  W-DATE                  PIC 9(6).                            00000850
       01  FILLER                  REDEFINES W-DATE.                    00000860
           COPY VLCPTCTL.                                               00001400
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001410
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001420
      *RITM49162-INI                                                  * 00001421
      *                                                                 00001422
      *    CICLO DE LIQUIDACION (VL9CCIC0 / VLDTCIC)                    00001423
           COPY VLCPTCI0.                                               00001424
       01  WK-VL9CCIC0            PIC X(08) VALUE 'VL9CCIC0'.           00001425
      *RITM49162-FIN                                                  * 00001426
      *                                                                *00001430
      *  AREA DE COMUNICACION SQLCA                                     00001440
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001450
                    AND VPLA_DIAMES   = :WK-DIAMES                      00001620
                    AND VPLA_VIGDESDE <= :WA-CARD-FECHA-N               00001630
                    AND VPLA_VIGHASTA >= :WA-CARD-FECHA-N               00001640
      *RITM49170-INI                                                  * 00001641
                    AND VPLA_MODO    <> 'R'                             00001642
      *RITM49170-FIN                                                  * 00001643
                  ORDER BY VPLA_CUENTA, VPLA_SECUEN                     00001650
           END-EXEC.                                                    00001660
      *                                                                *00001670
           MOVE VPLA-CODVALOR (12:01) TO VXEN-ISIN.                     00003010
           EXEC SQL                                                     00003020
                SELECT VXEN_CODDIVI                                     00003030
      *RITM49162-INI                                                  * 00003031
                     , VXEN_TIPINT                                      00003032
      *RITM49162-FIN                                                  * 00003033
                  INTO :VXEN-CODDIVI                                    00003040
      *RITM49162-INI                                                  * 00003041
                     , :VXEN-TIPINT                                     00003042
      *RITM49162-FIN                                                  * 00003043
                  FROM VLDTXEN                                          00003050
                 WHERE VXEN_PAVAL = :VXEN-PAVAL                         00003060
                   AND VXEN_VALOR = :VXEN-VALOR                         00003070
              PERFORM 2900-LINEA-REPORTE                                00003130
                 THRU 2900-LINEA-REPORTE-EXIT                           00003140
              GO TO 2100-GENERA-ORDEN-EXIT                              00003150
           END-IF.                                                      00003151
                                                                        00003152
      *RITM49162-INI                                                  * 00003153
      *    FECHA VALOR: LA DEL CICLO DE LIQUIDACION VIGENTE PARA EL     00003154
      *    TIPO DE INSTRUMENTO EN LA PLAZA DE LIMA, LA MISMA QUE        00003155
      *    EXIGE VL4CPREV                                               00003156
           INITIALIZE VL9CCIC0-AREA.                                    00003157
           MOVE SPACES             TO CI0-PLAZA.                        00003158
           MOVE VXEN-TIPINT        TO CI0-TIPINT.                       00003159
           MOVE WA-CARD-FECHA-N    TO CI0-FECHOP.                       00003160
           CALL WK-VL9CCIC0     USING VL9CCIC0-AREA.                    00003161
           IF CI0-SIN-CICLO                                             00003162
              ADD 1                TO CONT-SALTADOS                     00003163
              MOVE 'SIN CICLO LIQUIDAC'  TO DET-TEXTO                   00003164
              PERFORM 2900-LINEA-REPORTE                                00003165
                 THRU 2900-LINEA-REPORTE-EXIT                           00003166
              GO TO 2100-GENERA-ORDEN-EXIT                              00003167
           END-IF.                                                      00003168
           IF NOT CI0-OK                                                00003169
              MOVE 'CALL VL9CCIC0'          TO WS-ACCION                00003170
              MOVE '2100-GENERA-ORDEN'      TO WS-PARRAFO               00003171
              PERFORM 3001-ERROR                                        00003172
           END-IF.                                                      00003173
      *RITM49162-FIN                                                  * 00003174
           INITIALIZE SALIDA-BOLSA.                                     00003180
           MOVE VPLA-CUENTA        TO BOL-CUENTA.                       00003190
           MOVE VPLA-CODVALOR      TO BOL-CODVALOR.                     00003200
           MOVE VXEN-CODDIVI       TO BOL-MONEDA.                       00003300
           ADD 1                   TO WK-REFER.                         00003310
           MOVE WK-REFER           TO BOL-REFER.                        00003320
      *RITM49162-INI                                                  * 00003321
           MOVE CI0-FVALOR         TO BOL-FVALOR.                       00003322
           MOVE SPACES             TO BOL-PLAZA.                        00003323
      *RITM49162-FIN                                                  * 00003324
                                                                        00003330
           WRITE SAL-PLAN        FROM SALIDA-BOLSA.                     00003340
           IF NOT S1DQPLAN-OK                                           00003350
