      *             - ANOTA LA BAJA EN LA ESTADISTICA VLDTMES          *00000200
      *             - EMITE EL CERTIFICADO CLIENTE POR CLIENTE QUE     *00000210
      *               EXIGE EL REGULADOR (S1RABEX)                     *00000220
      *           LAS CUENTAS CON BLOQUEO LEGAL ACTIVO (RUTINA         *00000221
      *           VL9CLHD0) NO SE EJECUTAN: SE INFORMAN EN EL          *00000222
      *           CERTIFICADO Y SE CUENTAN COMO RECHAZADAS.            *00000223
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000230
      * FECHA   : 02-09-2026                                           *00000240
      ******************************************************************00000250
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000270
      *---------- ---------- ---------------- -------------------------*00000280
      *RITM49135  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000290
      *---------- ---------- ---------------- -------------------------*00000291
      *RITM49187  15-10-2026 LUIS RIVERA H.   NO EJECUTA EL ABANDONO   *00000292
      *                                       DE CUENTAS CON BLOQUEO   *00000293
      *                                       LEGAL ACTIVO (VL9CLHD0). *00000294
      *---------- ---------- ---------------- -------------------------*00000300
      ******************************************************************00000310
       ENVIRONMENT DIVISION.                                            00000320
          05 CONT-INSTRUCCIONES    PIC 9(08)  VALUE ZEROES.             00001460
          05 CONT-CERRADAS         PIC 9(08)  VALUE ZEROES.             00001470
          05 CONT-NO-HALLADAS      PIC 9(08)  VALUE ZEROES.             00001480
      *RITM49187-INI                                                    00001481
          05 CONT-BLOQUEO-LEGAL    PIC 9(08)  VALUE ZEROES.             00001482
      *RITM49187-FIN                                                    00001483
      * VARIABLES PARA CONTROL DE ERRORES                               00001490
       01 WS-ERROR.                                                     00001500
          05 WS-ACCION             PIC X(24).                           00001510
             '   EFECTIVO REMANENTE BARRIDO AL FONDO '.                 00001900
          05 FILLER                PIC X(31) VALUE                      00001910
             'DEL ESTADO. CUENTA CERRADA (X).'.                         00001915
          05 FILLER                PIC X(48) VALUE SPACES.              00001916
      *RITM49187-INI                                                    00001917
       01 LIN-BLOQUEO.                                                  00001918
          05 FILLER                PIC X(24) VALUE                      00001919
             ' CUENTA NO EJECUTADA:   '.                                00001920
          05 BLQ-CUENTA            PIC 9(07).                           00001921
          05 FILLER                PIC X(30) VALUE                      00001922
             '  BLOQUEO LEGAL ACTIVO, CASO: '.                          00001923
          05 BLQ-REFCASO           PIC X(20).                           00001924
          05 FILLER                PIC X(51) VALUE SPACES.              00001925
      *RITM49187-FIN                                                    00001926
      *                                                                 00001930
      *    REGISTRO DE INSTRUCCIONES CAVALI                             00001940
           COPY VLCPTCVI.                                               00001950
           05 FILLER               PIC X(26) VALUE                      00002020
              'ABANDONO LEGAL - CUENTA:  '.                             00002030
           05 LAB-CUENTA           PIC 9(07).                           00002040
      *RITM49187-INI                                                    00002041
      *    BLOQUEOS LEGALES (RUTINA VL9CLHD0)                           00002042
           COPY VLCPTLH0.                                               00002043
       01  WK-VL9CLHD0            PIC X(08) VALUE 'VL9CLHD0'.           00002044
      *RITM49187-FIN                                                    00002045
      *                                                                 00002050
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002060
           COPY VLCPTCTL.                                               00002070
              MOVE 'SELECT'               TO WS-ACCION                  00003250
              MOVE 'VLDTARC-2000'         TO WS-PARRAFO                 00003260
              PERFORM 3001-ERROR                                        00003270
           END-IF.                                                      00003271
                                                                        00003272
      *RITM49187-INI                                                    00003273
      *    UNA CUENTA RETENIDA POR LEGAL NO SE TRANSFIERE NI SE CIERRA  00003274
           INITIALIZE VL9CLHD0-AREA.                                    00003275
           MOVE 'A'                TO LH0-TIPO.                         00003276
           MOVE ABA-CUENTA         TO LH0-CUENTA.                       00003277
           CALL WK-VL9CLHD0     USING VL9CLHD0-AREA.                    00003278
           IF LH0-CODRESP NOT = ZEROS                                   00003279
              MOVE 'CALL VL9CLHD0'        TO WS-ACCION                  00003280
              MOVE '2000-PROCESO-CUENTA'  TO WS-PARRAFO                 00003281
              PERFORM 3001-ERROR                                        00003282
           END-IF.                                                      00003283
           IF LH0-HAY-BLOQUEO                                           00003284
              ADD 1                TO CONT-BLOQUEO-LEGAL                00003285
              MOVE ABA-CUENTA      TO BLQ-CUENTA                        00003286
              MOVE LH0-REFCASO     TO BLQ-REFCASO                       00003287
              WRITE SAL-RABEX    FROM LIN-BLOQUEO AFTER 2               00003288
              GO TO 2000-PROCESO-CUENTA-SIG                             00003289
           END-IF.                                                      00003290
      *RITM49187-FIN                                                    00003291
           MOVE VARC-NUMCLI        TO VXMI-CODCLI.                      00003300
           EXEC SQL                                                     00003310
                SELECT VXMI_DENOM                                       00003320
           DISPLAY 'INSTRUCCIONES CAVALI   : ' CONT-INSTRUCCIONES.      00006280
           DISPLAY 'CUENTAS CERRADAS (X)   : ' CONT-CERRADAS.           00006290
           DISPLAY 'CUENTAS NO HALLADAS    : ' CONT-NO-HALLADAS.        00006300
      *RITM49187-INI                                                    00006301
           DISPLAY 'CUENTAS BLOQUEO LEGAL  : ' CONT-BLOQUEO-LEGAL.      00006302
      *RITM49187-FIN                                                    00006303
                                                                        00006310
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006320
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006330
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006380
           MOVE CONT-CUENTAS        TO VCTL-LEIDOS.                     00006390
           MOVE CONT-CERRADAS       TO VCTL-ESCRITOS.                   00006400
      *RITM49187-INI                                                    00006401
           ADD CONT-NO-HALLADAS CONT-BLOQUEO-LEGAL                      00006402
                                GIVING VCTL-RECHAZADOS.                 00006403
      *RITM49187-FIN                                                    00006404
           MOVE 'OK'                TO VCTL-ESTADO.                     00006420
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00006430
           IF VCTL-CODRESP NOT = ZEROS                                  00006440
