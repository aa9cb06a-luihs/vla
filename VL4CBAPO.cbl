      *                                       PROCESO TODA LA CUENTA  * 00000140
      *                                       PRINCIPAL Y ALTERNANTES * 00000150
      *                                       DE UN PORTAFOLIO.       * 00000160
      *---------- ---------- ---------------- -------------------------*00000161
      *RITM49023  09-08-2026 LUIS RIVERA H.   EL REPORTE S1RBAPOR      *00000162
      *                                       INDICA CUAL SALDO DE     *00000163
      *                                       VLDTADS IMPIDE LA BAJA   *00000164
      *                                       DE CADA CUENTA DEL       *00000165
      *                                       PORTAFOLIO, IGUAL QUE    *00000166
      *                                       25-INACTIVAR-PORTA EN    *00000167
      *                                       VL2C1010, EN VEZ DE SOLO *00000168
      *                                       EL MOTIVO GENERICO.      *00000169
      *---------- ---------- ---------------- -------------------------*00000170
      *RITM49032  22-08-2026 LUIS RIVERA H.   REGISTRA LOS TOTALIMETROS*00000171
      *                                       DE LA CORRIDA EN VLDTCTL *00000172
      *                                       (RUTINA VL9CCTL0)        *00000173
      *---------- ---------- ---------------- -------------------------*00000174
      *RITM49033  22-08-2026 LUIS RIVERA H.   ACEPTA UN FICHERO DE     *00000175
      *                                       PORTAFOLIOS (E1BAPOR)    *00000176
      *                                       ADEMAS DE LA CUENTA UNICA*00000177
      *                                       POR SYSIN, Y MODO 'SOLO  *00000178
      *                                       SIMULACION' QUE EMITE EL *00000179
      *                                       REPORTE S1RBAPOR SIN     *00000180
      *                                       TOCAR VLDTARC. EL REPORTE*00000181
      *                                       LLEVA AHORA EL PORTAFOLIO*00000182
      *                                       COMO PRIMERA COLUMNA.    *00000183
      *---------- ---------- ---------------- -------------------------*00000184
      *RITM49061  22-08-2026 LUIS RIVERA H.   LA INACTIVACION MASIVA   *00000185
      *                                       QUEDA AUDITADA EN        *00000186
      *                                       VLDTRLOG VIA VL9CRLOG.   *00000187
      *---------- ---------- ---------------- -------------------------*00000188
      *RITM49144  02-09-2026 LUIS RIVERA H.   CADA BAJA ENCOLA SU      *00000189
      *                                       ESTADO DE CIERRE Y EL    *00000190
      *                                       CERTIFICADO DE SALDO     *00000191
      *                                       CERO EN VLDTJFQ, CON     *00000192
      *                                       REGISTRO EN VLDTDRG.     *00000193
      *RITM49187  15-10-2026 LUIS RIVERA H.   OMITE LAS CUENTAS CON    *00000194
      *                                       BLOQUEO LEGAL ACTIVO     *00000195
      *                                       (RUTINA VL9CLHD0) E      *00000196
      *                                       INFORMA EL CASO.         *00000197
      *---------- ---------- ---------------- -------------------------*00000198
      *---------- ---------- ---------------- -------------------------*00000203
      ******************************************************************00000180
       ENVIRONMENT DIVISION.                                            00000190
           05 FILLER              PIC X(10) VALUE ' SITUAC=B '.         00000820
           05 LARC-PORTAFOLIO     PIC 9(10).                            00000821
      *RITM49061-FIN                                                  * 00000822
      *RITM49187-INI                                                  * 00000823
      *    BLOQUEOS LEGALES (RUTINA VL9CLHD0)                           00000824
           COPY VLCPTLH0.                                               00000825
       01  WK-VL9CLHD0            PIC X(08) VALUE 'VL9CLHD0'.           00000826
      *RITM49187-FIN                                                  * 00000827
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00000814
      *RITM49032-FIN                                                  * 00000815
       01 W-CONTADORES.                                                 00000820
          05 CONT-SIMULADAS        PIC 9(10)  VALUE ZEROES.             00000853
          05 CONT-PORTA-RECHAZADOS PIC 9(10)  VALUE ZEROES.             00000854
      *RITM49033-FIN                                                  * 00000855
      *RITM49187-INI                                                  * 00000856
          05 CONT-BLOQUEO-LEGAL    PIC 9(10)  VALUE ZEROES.             00000857
      *RITM49187-FIN                                                  * 00000858
      * VARIABLES PARA CONTROL DE ERRORES                               00000860
       01 WS-ERROR.                                                     00000870
          05 WS-ACCION             PIC X(24).                           00000880
                       MOVE 'VLDTTRA-2100'   TO WS-PARRAFO              00004120
                       PERFORM 3001-ERROR                               00004130
              END-EVALUATE                                              00004140
           END-IF.                                                      00004141
      *                                                               * 00004142
      *RITM49187-INI                                                  * 00004143
           IF NOT OMITIR-CUENTA                                         00004144
              INITIALIZE VL9CLHD0-AREA                                  00004145
              MOVE 'A'             TO LH0-TIPO                          00004146
              MOVE VARC-CUENTA     TO LH0-CUENTA                        00004147
              CALL WK-VL9CLHD0  USING VL9CLHD0-AREA                     00004148
              IF LH0-CODRESP NOT = ZEROS                                00004149
                 MOVE 'CALL VL9CLHD0'  TO WS-ACCION                     00004150
                 MOVE 'VL9CLHD0-2100'  TO WS-PARRAFO                    00004151
                 PERFORM 3001-ERROR                                     00004152
              END-IF                                                    00004153
              IF LH0-HAY-BLOQUEO                                        00004154
                 MOVE 'SI'                        TO SW-OMITIR          00004155
                 STRING 'BLOQ.LEGAL '  DELIMITED BY SIZE                00004156
                        LH0-REFCASO    DELIMITED BY SIZE                00004157
                   INTO WS-MOTIVO                                       00004158
                 ADD 1 TO CONT-BLOQUEO-LEGAL                            00004159
              END-IF                                                    00004160
           END-IF.                                                      00004161
      *RITM49187-FIN                                                  * 00004162
      *                                                               * 00004163
      *---------------------------*                                     00004170
       2100-VALIDA-CUENTA-EXIT.                                         00004180
      *---------------------------*                                     00004190
           DISPLAY 'PORTAFOLIO       :    ' CUENTA-PORT.                00004790
           DISPLAY 'CUENTAS LEIDAS   :    ' CONT-CUENTAS-LEIDAS.        00004800
           DISPLAY 'INACTIVADAS      :    ' CONT-INACTIVADAS.           00004810
           DISPLAY 'OMITIDAS         :    ' CONT-OMITIDAS.              00004811
      *RITM49033-INI                                                  * 00004812
           DISPLAY 'SIMULADAS        :    ' CONT-SIMULADAS.             00004813
           DISPLAY 'PORTAFOLIOS      :    ' CONT-PORTAFOLIOS.           00004814
           DISPLAY 'PORTA.RECHAZADOS :    ' CONT-PORTA-RECHAZADOS.      00004815
      *RITM49187-INI                                                  * 00004816
           DISPLAY 'BLOQUEO LEGAL    :    ' CONT-BLOQUEO-LEGAL.         00004817
      *RITM49187-FIN                                                  * 00004818
           IF MODO-SIMULACION                                           00004825
              DISPLAY 'EJECUCION EN MODO SOLO SIMULACION - '            00004826
                      'VLDTARC NO FUE MODIFICADA'                       00004827
