      *RITM49118  02-09-2026 LUIS RIVERA H.   IMPRIME LA RENTABILIDAD *  00000225
      *                                       DEL MES (VLDTPRF, LA    *  00000226
      *                                       CALCULA VL4CPERF).      *  00000227
      *RITM49161  15-10-2026 LUIS RIVERA H.   TRASPASOS CON OTROS     * 00000225
      *                                       PARTICIPANTES DE CAVALI * 00000226
      *                                       (VLDTTRX) EN SECCION    * 00000227
      *                                       PROPIA, NO COMO COMPRAS * 00000228
      *                                       NI VENTAS.              * 00000229
      *RITM49190  15-10-2026 LUIS RIVERA H.   CHECKPOINT CADA N CUENTAS*00000230
      *                                       (S9DQESTC) CON LA ULTIMA *00000231
      *                                       CUENTA Y LOS CONTADORES, *00000232
      *                                       Y REARRANQUE DESDE LA    *00000233
      *                                       CUENTA SIGUIENTE (SYSIN  *00000234
      *                                       POSICION 14 = 'R'). EL   *00000235
      *                                       REARRANQUE RECUPERA LAS  *00000236
      *                                       SALIDAS HASTA EL         *00000237
      *                                       CHECKPOINT (E1DQESTP/    *00000238
      *                                       E2DQESTE) Y ACUMULA LOS  *00000239
      *                                       CONTADORES DE LA CORRIDA *00000240
      *                                       INTERRUMPIDA.            *00000241
      *RITM49196  15-10-2026 LUIS RIVERA H.   INGRESOS PROYECTADOS DE  *00000242
      *                                       LOS 12 MESES SIGUIENTES  *00000243
      *                                       (VLDTPIN, LOS CALCULA    *00000244
      *                                       VL4CPRIN), BRUTOS Y      *00000245
      *                                       NETOS DE RETENCION.      *00000246
      *RITM49198  15-10-2026 LUIS RIVERA H.   CADA ESTADO EMITIDO DEJA *00000247
      *                                       AVISO AL CLIENTE (EST) EN*00000248
      *                                       LA COLA VLDTNOT PARA EL  *00000249
      *                                       FEED SMS/CORREO VL4CNOTF.*00000250
      *RITM49201  15-10-2026 LUIS RIVERA H.   SIN CONSENTIMIENTO DEL   *00000251
      *                                       CLIENTE PARA EL CANAL    *00000252
      *                                       ELECTRONICO (VL9CCNS0) EL*00000253
      *                                       ESTADO SE IMPRIME EN     *00000254
      *                                       PAPEL.                   *00000255
      *---------- ---------- ---------------- -------------------------*00000220
      ******************************************************************00000230
       ENVIRONMENT DIVISION.                                            00000240
                            FILE STATUS  IS FS-SESTP.                   00000310
                                                                        00000320
           SELECT S2DQESTE  ASSIGN       TO S2DQESTE                    00000330
                            FILE STATUS  IS FS-SESTE.                   00000331
                                                                        00000332
      *RITM49190-INI                                                    00000333
LRH@6      SELECT S9DQESTC  ASSIGN       TO S9DQESTC                    00000334
LRH@6                       FILE STATUS  IS FS-SESTK.                   00000335
LRH@6                                                                   00000336
LRH@6      SELECT E1DQESTP  ASSIGN       TO E1DQESTP                    00000337
LRH@6                       FILE STATUS  IS FS-EESTP.                   00000338
LRH@6                                                                   00000339
LRH@6      SELECT E2DQESTE  ASSIGN       TO E2DQESTE                    00000340
LRH@6                       FILE STATUS  IS FS-EESTE.                   00000341
      *RITM49190-FIN                                                    00000342
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
      *                                                                *00000370
      *                                                                *00000430
       FD  S2DQESTE                                                     00000440
           RECORDING MODE  IS  F                                        00000450
           LABEL  RECORDS  IS  STANDARD                                 00000451
           DATA   RECORD   IS  SAL-ESTE.                                00000452
         01 SAL-ESTE               PIC X(132).                          00000453
      *RITM49190-INI                                                    00000454
LRH@6 * CHECKPOINT: ULTIMA CUENTA CONFIRMADA Y CONTADORES A ESA ALTURA  00000455
LRH@6  FD  S9DQESTC                                                     00000456
LRH@6      RECORDING MODE  IS  F                                        00000457
LRH@6      LABEL  RECORDS  IS  STANDARD                                 00000458
LRH@6      DATA   RECORD   IS  REG-S9DQESTC.                            00000459
LRH@6    01 REG-S9DQESTC.                                               00000460
LRH@6       05 CKP-PERIODO         PIC X(06).                           00000461
LRH@6       05 CKP-CUENTA          PIC 9(07).                           00000462
LRH@6       05 CKP-CUENTAS         PIC 9(08).                           00000463
LRH@6       05 CKP-ESTADOS-PAPEL   PIC 9(08).                           00000464
LRH@6       05 CKP-ESTADOS-ELECT   PIC 9(08).                           00000465
LRH@6       05 CKP-TENENCIAS       PIC 9(08).                           00000466
LRH@6       05 CKP-LINEAS-PAPEL    PIC 9(09).                           00000467
LRH@6       05 CKP-LINEAS-ELECT    PIC 9(09).                           00000468
LRH@6       05 CKP-FECHA-INICIO    PIC 9(08).                           00000469
LRH@6       05 CKP-HORA-INICIO     PIC 9(06).                           00000470
LRH@6       05 CKP-FECHA-CHECKPT   PIC 9(08).                           00000471
LRH@6       05 CKP-HORA-CHECKPT    PIC 9(06).                           00000472
LRH@6       05 FILLER              PIC X(09).                           00000473
LRH@6 * SALIDAS DE LA CORRIDA INTERRUMPIDA (SOLO EN REARRANQUE)         00000474
LRH@6  FD  E1DQESTP                                                     00000475
LRH@6      RECORDING MODE  IS  F                                        00000476
LRH@6      LABEL  RECORDS  IS  STANDARD                                 00000477
LRH@6      DATA   RECORD   IS  ENT-ESTP.                                00000478
LRH@6    01 ENT-ESTP               PIC X(132).                          00000479
LRH@6 *                                                                 00000480
LRH@6  FD  E2DQESTE                                                     00000481
LRH@6      RECORDING MODE  IS  F                                        00000482
LRH@6      LABEL  RECORDS  IS  STANDARD                                 00000483
LRH@6      DATA   RECORD   IS  ENT-ESTE.                                00000484
LRH@6    01 ENT-ESTE               PIC X(132).                          00000485
      *RITM49190-FIN                                                    00000486
      *                                                                 00000490
      ******************************************************************00000500
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000510
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00000590
           05 WA-CARD-PERIODO-R REDEFINES WA-CARD-PERIODO.              00000600
              10 WA-CARD-AAAA      PIC 9(04).                           00000610
              10 WA-CARD-MM        PIC 9(02).                           00000611
LRH@6 *    POS 08-12: CUENTAS ENTRE CHECKPOINTS (BLANCOS = 500)         00000612
LRH@6 *    POS 14   : 'R' = REARRANQUE DESDE EL ULTIMO CHECKPOINT       00000613
LRH@6      05 FILLER               PIC X(01) VALUE SPACES.              00000614
LRH@6      05 WA-CARD-INTERVALO    PIC X(05) VALUE SPACES.              00000615
LRH@6      05 WA-CARD-INTERVALO-N REDEFINES WA-CARD-INTERVALO           00000616
LRH@6                              PIC 9(05).                           00000617
LRH@6      05 FILLER               PIC X(01) VALUE SPACES.              00000618
LRH@6      05 WA-CARD-REARRANQUE   PIC X(01) VALUE SPACES.              00000619
LRH@6         88 CON-REARRANQUE              VALUE 'R'.                 00000620
LRH@6      05 FILLER               PIC X(66) VALUE SPACES.              00000621
      *                                                                 00000630
       01  WS-PERIODO.                                                  00000640
           05 WK-ANO               PIC S9(4) COMP VALUE ZEROS.          00000650
           05 FILLER               PIC X(01) VALUE '|'.                 00001120
           05 TEN-TITULOS          PIC -9(13).                          00001130
           05 FILLER               PIC X(01) VALUE '|'.                 00001140
           05 TEN-CUSTODIA         PIC -9(13).                          00001141
           05 FILLER               PIC X(84) VALUE SPACES.              00001142
       01  LIN-SIN-MOVIMIENTO.                                          00001143
           05 SMV-LIT-TEXTO        PIC X(34) VALUE                      00001144
              '  SIN TENENCIAS EN EL PERIODO     '.                     00001145
           05 FILLER               PIC X(98) VALUE SPACES.              00001146
      *RITM49116-INI                                                    00001147
      * SECCION DE OPERACIONES PENDIENTES DE LIQUIDAR                   00001148
       01  LIN-TIT-PENDIENTES.                                          00001149
           05 TPE-LIT-TEXTO        PIC X(40) VALUE                      00001150
              '  OPERACIONES PENDIENTES DE LIQUIDAR    '.               00001151
           05 FILLER               PIC X(92) VALUE SPACES.              00001152
       01  LIN-PENDIENTE.                                               00001153
           05 FILLER               PIC X(02) VALUE SPACES.              00001154
           05 PEN-CODVALOR         PIC X(12).                           00001155
           05 FILLER               PIC X(01) VALUE '|'.                 00001156
           05 PEN-TIPOP            PIC X(01).                           00001157
           05 FILLER               PIC X(01) VALUE '|'.                 00001158
           05 PEN-TITULOS          PIC -9(13).                          00001159
           05 FILLER               PIC X(01) VALUE '|'.                 00001160
           05 PEN-IMPORTE          PIC -9(13).9(2).                     00001161
           05 FILLER               PIC X(01) VALUE '|'.                 00001162
           05 PEN-FVALOR           PIC 9(08).                           00001163
           05 FILLER               PIC X(75) VALUE SPACES.              00001164
      * SECCION DE BLOQUEOS: EMBARGOS Y PRENDAS (EL ESTADO MUESTRA      00001165
      * LO DISPONIBLE, NO SOLO EL TOTAL)                                00001166
       01  LIN-TIT-BLOQUEOS.                                            00001167
           05 TBL-LIT-TEXTO        PIC X(40) VALUE                      00001168
              '  TENENCIAS Y EFECTIVO BLOQUEADOS       '.               00001169
           05 FILLER               PIC X(92) VALUE SPACES.              00001170
       01  LIN-EMBARGO-EST.                                             00001171
           05 EMB-LIT-TEXTO        PIC X(20) VALUE                      00001172
              '  RETENCION JUDICIAL'.                                   00001173
           05 FILLER               PIC X(01) VALUE '|'.                 00001174
           05 EMB-IMPORTE          PIC -9(13).9(2).                     00001175
           05 FILLER               PIC X(01) VALUE '|'.                 00001176
           05 EMB-RETENIDO         PIC -9(13).9(2).                     00001177
           05 FILLER               PIC X(76) VALUE SPACES.              00001178
       01  LIN-PRENDA-EST.                                              00001179
           05 PRE-LIT-TEXTO        PIC X(20) VALUE                      00001180
              '  PRENDA BURSATIL   '.                                   00001181
           05 FILLER               PIC X(01) VALUE '|'.                 00001182
           05 PRE-CODVALOR         PIC X(12).                           00001183
           05 FILLER               PIC X(01) VALUE '|'.                 00001184
           05 PRE-CANTIDAD         PIC -9(13).                          00001185
           05 FILLER               PIC X(84) VALUE SPACES.              00001186
      * OPERACION PENDIENTE / BLOQUEO EN PROCESO                        00001187
       01  W-PENDIENTE.                                                 00001188
           05 WPEN-PAVAL           PIC X(03).                           00001189
           05 WPEN-VALOR           PIC X(08).                           00001190
           05 WPEN-ISIN            PIC S9(1)V COMP-3.                   00001191
           05 WPEN-TIPOP           PIC X(01).                           00001192
           05 WPEN-TITUL           PIC S9(13)V COMP-3.                  00001193
           05 WPEN-IMPORTE         PIC S9(13)V9(2) COMP-3.              00001194
           05 WPEN-FVALOR          PIC S9(8)V COMP-3.                   00001195
       01  SW-FIN-PEN              PIC X(02) VALUE SPACES.              00001196
           88 FIN-CUR-PEN                     VALUE 'SI'.               00001197
       01  SW-FIN-PRE              PIC X(02) VALUE SPACES.              00001198
           88 FIN-CUR-PRE                     VALUE 'SI'.               00001199
       01  SW-HAY-BLOQUEO          PIC X(01) VALUE 'N'.                 00001200
      *    RETENCIONES JUDICIALES Y PRENDA BURSATIL                     00001201
           COPY VLCPTEMB.                                               00001202
           COPY VLCPTPRE.                                               00001203
      *RITM49116-FIN                                                    00001204
      *RITM49118-INI                                                    00001205
      * RENTABILIDAD DEL MES (LA CALCULA VL4CPERF EN VLDTPRF)           00001206
       01  LIN-RENTAB-EST.                                              00001207
           05 REN-LIT-TEXTO        PIC X(30) VALUE                      00001208
              '  RENTABILIDAD DEL PERIODO    '.                         00001209
           05 FILLER               PIC X(01) VALUE '|'.                 00001210
           05 REN-RENTAB           PIC -ZZ9.9999.                       00001211
           05 FILLER               PIC X(04) VALUE ' PCT'.              00001212
           05 FILLER               PIC X(88) VALUE SPACES.              00001213
           COPY VLCPTPRF.                                               00001214
      *RITM49118-FIN                                                    00001215
      *RITM49161-INI                                                    00001216
LRH@5 * TRASPASOS DEL MES CON OTROS PARTICIPANTES DE CAVALI             00001217
LRH@5  01  LIN-TIT-TRASPASOS.                                           00001218
LRH@5      05 TTR-LIT-TEXTO        PIC X(40) VALUE                      00001219
LRH@5         '  TRASPASOS CON OTROS PARTICIPANTES     '.               00001220
LRH@5      05 FILLER               PIC X(92) VALUE SPACES.              00001221
LRH@5  01  LIN-TRASPASO-EST.                                            00001222
LRH@5      05 FILLER               PIC X(02) VALUE SPACES.              00001223
LRH@5      05 TRX-FECHA            PIC 9(08).                           00001224
LRH@5      05 FILLER               PIC X(01) VALUE '|'.                 00001225
LRH@5      05 TRX-SENTIDO          PIC X(08).                           00001226
LRH@5      05 FILLER               PIC X(01) VALUE '|'.                 00001227
LRH@5      05 TRX-CODVALOR         PIC X(12).                           00001228
LRH@5      05 FILLER               PIC X(01) VALUE '|'.                 00001229
LRH@5      05 TRX-CANTIDAD         PIC -9(13).                          00001230
LRH@5      05 FILLER               PIC X(01) VALUE '|'.                 00001231
LRH@5      05 TRX-PARTICIPANTE     PIC X(08).                           00001232
LRH@5      05 FILLER               PIC X(76) VALUE SPACES.              00001233
LRH@5  01  SW-FIN-TRX              PIC X(02) VALUE SPACES.              00001234
LRH@5      88 FIN-CUR-TRX                     VALUE 'SI'.               00001235
LRH@5  01  WK-TRX-DESDE            PIC S9(8)V COMP-3 VALUE ZEROS.       00001236
LRH@5  01  WK-TRX-HASTA            PIC S9(8)V COMP-3 VALUE ZEROS.       00001237
LRH@5      COPY VLCPTTRX.                                               00001238
      *RITM49161-FIN                                                    00001239
      *RITM49196-INI                                                    00001240
LRH@7 * INGRESOS PROYECTADOS A 12 MESES (CUPONES, AMORTIZACIONES,       00001241
LRH@7 * VENCIMIENTOS Y DIVIDENDOS ANUNCIADOS) CALCULADOS POR VL4CPRIN   00001242
LRH@7  01  LIN-TIT-INGRESOS.                                            00001243
LRH@7      05 TIN-LIT-TEXTO        PIC X(40) VALUE                      00001244
LRH@7         '  INGRESOS PROYECTADOS (12 MESES)       '.               00001245
LRH@7      05 FILLER               PIC X(92) VALUE SPACES.              00001246
LRH@7  01  LIN-INGRESO-EST.                                             00001247
LRH@7      05 FILLER               PIC X(02) VALUE SPACES.              00001248
LRH@7      05 ING-FECHA            PIC 9(08).                           00001249
LRH@7      05 FILLER               PIC X(01) VALUE '|'.                 00001250
LRH@7      05 ING-TIPO             PIC X(08).                           00001251
LRH@7      05 FILLER               PIC X(01) VALUE '|'.                 00001252
LRH@7      05 ING-CODVALOR         PIC X(12).                           00001253
LRH@7      05 FILLER               PIC X(01) VALUE '|'.                 00001254
LRH@7      05 ING-MONEDA           PIC X(03).                           00001255
LRH@7      05 FILLER               PIC X(01) VALUE '|'.                 00001256
LRH@7      05 ING-BRUTO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001257
LRH@7      05 FILLER               PIC X(01) VALUE '|'.                 00001258
LRH@7      05 ING-RETENCION        PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001259
LRH@7      05 FILLER               PIC X(01) VALUE '|'.                 00001260
LRH@7      05 ING-NETO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001261
LRH@7      05 FILLER               PIC X(42) VALUE SPACES.              00001262
LRH@7  01  SW-FIN-PIN              PIC X(02) VALUE SPACES.              00001263
LRH@7      88 FIN-CUR-PIN                     VALUE 'SI'.               00001264
LRH@7  01  WK-PIN-PERIODO          PIC S9(6)V COMP-3 VALUE ZEROS.       00001265
LRH@7      COPY VLCPTPIN.                                               00001266
      *RITM49196-FIN                                                    00001267
      *RITM49126-INI                                                    00001270
      *    REGISTRO DE DOCUMENTOS GENERADOS (RUTINA VL9CDRG0)           00001271
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00001272
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00001273
           COPY VLCPTDRG.                                               00001274
      *RITM49126-FIN                                                    00001275
      *RITM49198-INI                                                    00001276
LRH@8 *    AVISOS AL CLIENTE POR SMS / CORREO (VL9CNOT0 / VLDTNOT)      00001277
LRH@8  77  WK-VL9CNOT0             PIC X(08) VALUE 'VL9CNOT0'.          00001278
LRH@8  77  WK-NOT-CODRESP          PIC 9(02) VALUE ZEROS.               00001279
LRH@8      COPY VLCPTNOT.                                               00001280
      *RITM49198-FIN                                                    00001281
      *RITM49201-INI                                                  * 00001282
LRH@9 *    CONSENTIMIENTOS DEL CLIENTE (RUTINA VL9CCNS0)                00001283
LRH@9      COPY VLCPTCN0.                                               00001284
LRH@9  77  WK-VL9CCNS0             PIC X(08) VALUE 'VL9CCNS0'.          00001285
      *RITM49201-FIN                                                  * 00001286
      *                                                                 00001210
LRH@1 *  IDIOMA DEL ESTADO SEGUN PREFERENCIA DEL CLIENTE (C/I)          00001212
LRH@1  01  W-IDIOMA-DOC           PIC X(01) VALUE 'C'.                  00001214
LRH@1 *                                                                 00001218
       01 W-CONTADORES.                                                 00001220
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00001230
          05 CONT-ESTADOS-PAPEL    PIC 9(08)  VALUE ZEROES.             00001231
          05 CONT-ESTADOS-ELECT    PIC 9(08)  VALUE ZEROES.             00001232
          05 CONT-TENENCIAS        PIC 9(08)  VALUE ZEROES.             00001233
LRH@6     05 CONT-LINEAS-PAPEL     PIC 9(09)  VALUE ZEROES.             00001234
LRH@6     05 CONT-LINEAS-ELECT     PIC 9(09)  VALUE ZEROES.             00001235
      *RITM49190-INI                                                    00001236
LRH@6 * CHECKPOINT Y REARRANQUE (S9DQESTC)                              00001237
LRH@6  01  WK-CKP-CONTADOR         PIC 9(07) VALUE ZEROS.               00001238
LRH@6  01  CT-INTERVALO-CHECKPT    PIC 9(07) VALUE 500.                 00001239
LRH@6  01  WK-CUENTA-REINICIO      PIC S9(7)V COMP-3 VALUE ZEROS.       00001240
LRH@6  01  WK-FECHA-INICIO         PIC 9(08) VALUE ZEROS.               00001241
LRH@6  01  WK-HORA-INICIO          PIC 9(06) VALUE ZEROS.               00001242
LRH@6  01  WK-FECHA-DRG            PIC S9(8)V COMP-3 VALUE ZEROS.       00001243
LRH@6  01  WK-HORA-CHECKPT         PIC 9(08) VALUE ZEROS.               00001244
LRH@6  01  WK-CKP-LEIDOS           PIC 9(07) VALUE ZEROS.               00001245
LRH@6  01  WK-LINEAS-COPIA         PIC 9(09) VALUE ZEROS.               00001246
LRH@6  01  WK-DRG-EXISTE           PIC S9(9) COMP VALUE ZEROS.          00001247
LRH@6  01  SW-FIN-CKP              PIC X(02) VALUE SPACES.              00001248
LRH@6      88 FIN-FIC-CKP                    VALUE 'SI'.                00001249
LRH@6 *    ULTIMO CHECKPOINT LEIDO EN EL REARRANQUE                     00001250
LRH@6  01  W-ULTIMO-CKP.                                                00001251
LRH@6      05 WCK-PERIODO          PIC X(06).                           00001252
LRH@6      05 WCK-CUENTA           PIC 9(07).                           00001253
LRH@6      05 WCK-CUENTAS          PIC 9(08).                           00001254
LRH@6      05 WCK-ESTADOS-PAPEL    PIC 9(08).                           00001255
LRH@6      05 WCK-ESTADOS-ELECT    PIC 9(08).                           00001256
LRH@6      05 WCK-TENENCIAS        PIC 9(08).                           00001257
LRH@6      05 WCK-LINEAS-PAPEL     PIC 9(09).                           00001258
LRH@6      05 WCK-LINEAS-ELECT     PIC 9(09).                           00001259
LRH@6      05 WCK-FECHA-INICIO     PIC 9(08).                           00001260
LRH@6      05 WCK-HORA-INICIO      PIC 9(06).                           00001261
LRH@6      05 WCK-FECHA-CHECKPT    PIC 9(08).                           00001262
LRH@6      05 WCK-HORA-CHECKPT     PIC 9(06).                           00001263
LRH@6      05 FILLER               PIC X(09).                           00001264
      *RITM49190-FIN                                                    00001265
      * VARIABLES PARA CONTROL DE ERRORES                               00001270
       01 WS-ERROR.                                                     00001280
          05 WS-ACCION             PIC X(24).                           00001290
             88 S1DQESTP-OK                  VALUE '00'.                00001340
          05 FS-SESTE              PIC X(02) VALUE '00'.                00001350
             88 S2DQESTE-OK                  VALUE '00'.                00001360
LRH@6     05 FS-SESTK              PIC X(02) VALUE '00'.                00001361
LRH@6        88 S9DQESTC-OK                  VALUE '00'.                00001362
LRH@6     05 FS-EESTP              PIC X(02) VALUE '00'.                00001363
LRH@6        88 E1DQESTP-OK                  VALUE '00'.                00001364
LRH@6     05 FS-EESTE              PIC X(02) VALUE '00'.                00001365
LRH@6        88 E2DQESTE-OK                  VALUE '00'.                00001366
      *                                                                 00001370
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001380
           COPY VLCPTCTL.                                               00001390
                  ORDER BY VPRE_PAVAL, VPRE_VALOR                       00001525
           END-EXEC.                                                    00001526
      *RITM49116-FIN                                                    00001527
      *RITM49161-INI                                                    00001528
LRH@5 *    TRASPASOS DE LA CUENTA EN EL MES (EL RECHAZADO POR CAVALI    00001529
LRH@5 *    SE REVIRTIO Y NO SE MUESTRA)                                 00001530
LRH@5      EXEC SQL                                                     00001531
LRH@5           DECLARE VLDCEST5 CURSOR FOR                             00001532
LRH@5            SELECT VTRX_FECHA                                      00001533
LRH@5                 , VTRX_SENTIDO                                    00001534
LRH@5                 , VTRX_CODVALOR                                   00001535
LRH@5                 , VTRX_CANTIDAD                                   00001536
LRH@5                 , VTRX_PARTICIPANTE                               00001537
LRH@5              FROM VLDTTRX                                         00001538
LRH@5             WHERE VTRX_CUENTA = :VTRX-CUENTA                      00001539
LRH@5               AND VTRX_FECHA BETWEEN :WK-TRX-DESDE                00001540
LRH@5                                  AND :WK-TRX-HASTA                00001541
LRH@5               AND VTRX_ESTADO <> 'R'                              00001542
LRH@5             ORDER BY VTRX_FECHA, VTRX_REFER                       00001543
LRH@5      END-EXEC.                                                    00001544
      *RITM49161-FIN                                                    00001545
      *RITM49196-INI                                                    00001546
LRH@7 *    INGRESOS PROYECTADOS DE LA CUENTA AL CIERRE DEL PERIODO      00001547
LRH@7      EXEC SQL                                                     00001548
LRH@7           DECLARE VLDCEST6 CURSOR FOR                             00001549
LRH@7            SELECT VPIN_FECPAGO                                    00001550
LRH@7                 , VPIN_TIPO                                       00001551
LRH@7                 , VPIN_CODVALOR                                   00001552
LRH@7                 , VPIN_MONEDA                                     00001553
LRH@7                 , VPIN_BRUTO                                      00001554
LRH@7                 , VPIN_RETENCION                                  00001555
LRH@7                 , VPIN_NETO                                       00001556
LRH@7              FROM VLDTPIN                                         00001557
LRH@7             WHERE VPIN_CUENTA  = :VPIN-CUENTA                     00001558
LRH@7               AND VPIN_PERIODO = :WK-PIN-PERIODO                  00001559
LRH@7             ORDER BY VPIN_FECPAGO, VPIN_CODVALOR, VPIN_TIPO       00001560
LRH@7      END-EXEC.                                                    00001561
      *RITM49196-FIN                                                    00001562
      *                                                                 00001500
      *  TENENCIA DEL MES: SOLO SE NECESITAN LOS ULTIMOS DIAS DEL MES  *00001510
       01  W-TENENCIA-MES.                                              00001520
           05 WHIS-CUSTODIA31      PIC S9(13)V     COMP-3.              00001620
      *                                                                 00001630
      *  CURSOR DE CUENTAS ACTIVAS                                     *00001640
LRH@6 *  (WITH HOLD: SIGUE ABIERTO TRAS EL COMMIT DE CADA CHECKPOINT;   00001641
LRH@6 *  EN REARRANQUE EMPIEZA EN LA CUENTA SIGUIENTE AL CHECKPOINT)    00001642
           EXEC SQL                                                     00001650
LRH@6           DECLARE VLDCEST1 CURSOR WITH HOLD FOR                   00001651
                 SELECT  VARC_CUENTA                                    00001670
                      ,  VARC_NUMCLI                                    00001680
                   FROM  VLDTARC                                        00001690
                  WHERE  VARC_SITUAC = 'A'                              00001700
LRH@6               AND  VARC_CUENTA > :WK-CUENTA-REINICIO              00001701
                  ORDER  BY VARC_CUENTA                                 00001710
           END-EXEC.                                                    00001720
      *                                                                 00001730
      *-----------*                                                     00002110
           INITIALIZE W-CONTADORES.                                     00002120
                                                                        00002130
LRH@6      ACCEPT WS-PARAMETROS.                                        00002131
           IF WA-CARD-PERIODO NUMERIC                                   00002150
              AND WA-CARD-MM > 0 AND WA-CARD-MM < 13                    00002160
              MOVE WA-CARD-AAAA    TO WK-ANO                            00002170
           MOVE W-MES              TO W-MM-AMD.                         00002300
           MOVE W-DIA              TO W-DD-AMD.                         00002310
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002320
LRH@6      MOVE W-FECHA-AMD-N       TO WK-FECHA-INICIO.                 00002321
LRH@6      MOVE W-HORA-CURRENT-N    TO WK-HORA-INICIO.                  00002322
LRH@6      IF WA-CARD-INTERVALO NUMERIC                                 00002323
LRH@6         AND WA-CARD-INTERVALO-N > ZEROS                           00002324
LRH@6         MOVE WA-CARD-INTERVALO-N TO CT-INTERVALO-CHECKPT          00002325
LRH@6      END-IF.                                                      00002326
                                                                        00002330
      *RITM49190-INI                                                    00002331
LRH@6      IF CON-REARRANQUE                                            00002332
LRH@6         PERFORM 1200-REARRANQUE                                   00002333
LRH@6            THRU 1200-REARRANQUE-EXIT                              00002334
LRH@6      ELSE                                                         00002335
LRH@6         OPEN OUTPUT S1DQESTP S2DQESTE S9DQESTC                    00002336
LRH@6         IF NOT S1DQESTP-OK OR NOT S2DQESTE-OK                     00002337
LRH@6            OR NOT S9DQESTC-OK                                     00002338
LRH@6            MOVE 'OPEN FICHEROS SALIDA' TO WS-ACCION               00002339
LRH@6            MOVE '1000-INICIO'         TO WS-PARRAFO               00002340
LRH@6            PERFORM 3001-ERROR                                     00002341
LRH@6         END-IF                                                    00002342
LRH@6 *       CHECKPOINT INICIAL (CUENTA CERO) CON LA FECHA DE INICIO   00002343
LRH@6         MOVE ZEROS               TO VARC-CUENTA                   00002344
LRH@6         PERFORM 2950-GRABA-CHECKPOINT                             00002345
LRH@6            THRU 2950-GRABA-CHECKPOINT-EXIT                        00002346
LRH@6      END-IF.                                                      00002347
      *RITM49190-FIN                                                    00002348
                                                                        00002400
           EXEC SQL                                                     00002410
                OPEN VLDCEST1                                           00002420
               WHEN 09                                                  00002720
               WHEN 11                                                  00002730
                    MOVE 30 TO WK-ULTIMO-DIA                            00002740
               WHEN 02                                                  00002741
                    DIVIDE WK-ANO BY 4 GIVING WK-COC4                   00002742
                                    REMAINDER WK-RESTO4                 00002743
                    IF WK-RESTO4 = ZEROS                                00002744
                       MOVE 29 TO WK-ULTIMO-DIA                         00002745
                    ELSE                                                00002746
                       MOVE 28 TO WK-ULTIMO-DIA                         00002747
                    END-IF                                              00002748
           END-EVALUATE.                                                00002749
      *                                                                *00002750
      *----------------------*                                          00002751
       1150-ULTIMO-DIA-EXIT.                                            00002752
      *----------------------*                                          00002753
           EXIT.                                                        00002754
                                                                        00002755
      *RITM49190-INI                                                    00002756
LRH@6 *-------------------*                                             00002757
LRH@6  1200-REARRANQUE.                                                 00002758
LRH@6 *-------------------*                                             00002759
LRH@6 *    LEE EL ULTIMO CHECKPOINT DE LA CORRIDA INTERRUMPIDA, REPONE  00002760
LRH@6 *    SUS CONTADORES Y COPIA SUS SALIDAS HASTA ESE PUNTO. LO QUE   00002761
LRH@6 *    SIGUIO AL CHECKPOINT SE DESHIZO (ROLLBACK) Y SE REEMITE.     00002762
LRH@6      OPEN INPUT S9DQESTC.                                         00002763
LRH@6      IF NOT S9DQESTC-OK                                           00002764
LRH@6         MOVE 'OPEN S9DQESTC'          TO WS-ACCION                00002765
LRH@6         MOVE '1200-REARRANQUE'        TO WS-PARRAFO               00002766
LRH@6         PERFORM 3001-ERROR                                        00002767
LRH@6      END-IF.                                                      00002768
LRH@6                                                                   00002769
LRH@6      MOVE SPACES              TO SW-FIN-CKP.                      00002770
LRH@6      MOVE ZEROS               TO WK-CKP-LEIDOS.                   00002771
LRH@6      PERFORM 1210-LEE-CHECKPOINT                                  00002772
LRH@6         THRU 1210-LEE-CHECKPOINT-EXIT                             00002773
LRH@6         UNTIL FIN-FIC-CKP.                                        00002774
LRH@6      CLOSE S9DQESTC.                                              00002775
LRH@6                                                                   00002776
LRH@6      IF WK-CKP-LEIDOS = ZEROS                                     00002777
LRH@6         MOVE 'SIN CHECKPOINT PREVIO'  TO WS-ACCION                00002778
LRH@6         MOVE '1200-REARRANQUE'        TO WS-PARRAFO               00002779
LRH@6         PERFORM 3001-ERROR                                        00002780
LRH@6      END-IF.                                                      00002781
LRH@6      IF WCK-PERIODO NOT = WA-CARD-PERIODO                         00002782
LRH@6         MOVE 'CHECKPOINT OTRO PERIODO' TO WS-ACCION               00002783
LRH@6         MOVE '1200-REARRANQUE'        TO WS-PARRAFO               00002784
LRH@6         PERFORM 3001-ERROR                                        00002785
LRH@6      END-IF.                                                      00002786
LRH@6                                                                   00002787
LRH@6      MOVE WCK-CUENTA          TO WK-CUENTA-REINICIO.              00002788
LRH@6      MOVE WCK-CUENTAS         TO CONT-CUENTAS.                    00002789
LRH@6      MOVE WCK-ESTADOS-PAPEL   TO CONT-ESTADOS-PAPEL.              00002790
LRH@6      MOVE WCK-ESTADOS-ELECT   TO CONT-ESTADOS-ELECT.              00002791
LRH@6      MOVE WCK-TENENCIAS       TO CONT-TENENCIAS.                  00002792
LRH@6      MOVE WCK-LINEAS-PAPEL    TO CONT-LINEAS-PAPEL.               00002793
LRH@6      MOVE WCK-LINEAS-ELECT    TO CONT-LINEAS-ELECT.               00002794
LRH@6      MOVE WCK-FECHA-INICIO    TO WK-FECHA-INICIO.                 00002795
LRH@6      MOVE WCK-HORA-INICIO     TO WK-HORA-INICIO.                  00002796
LRH@6      MOVE WCK-FECHA-INICIO    TO WK-FECHA-DRG.                    00002797
LRH@6                                                                   00002798
LRH@6      OPEN INPUT  E1DQESTP E2DQESTE                                00002799
LRH@6           OUTPUT S1DQESTP S2DQESTE                                00002800
LRH@6           EXTEND S9DQESTC.                                        00002801
LRH@6      IF NOT E1DQESTP-OK OR NOT E2DQESTE-OK                        00002802
LRH@6         OR NOT S1DQESTP-OK OR NOT S2DQESTE-OK                     00002803
LRH@6         OR NOT S9DQESTC-OK                                        00002804
LRH@6         MOVE 'OPEN FICHEROS REARRANQUE' TO WS-ACCION              00002805
LRH@6         MOVE '1200-REARRANQUE'        TO WS-PARRAFO               00002806
LRH@6         PERFORM 3001-ERROR                                        00002807
LRH@6      END-IF.                                                      00002808
LRH@6                                                                   00002809
LRH@6      MOVE ZEROS               TO WK-LINEAS-COPIA.                 00002810
LRH@6      PERFORM 1220-COPIA-PAPEL                                     00002811
LRH@6         THRU 1220-COPIA-PAPEL-EXIT                                00002812
LRH@6         UNTIL WK-LINEAS-COPIA NOT LESS CONT-LINEAS-PAPEL.         00002813
LRH@6      MOVE ZEROS               TO WK-LINEAS-COPIA.                 00002814
LRH@6      PERFORM 1230-COPIA-ELECT                                     00002815
LRH@6         THRU 1230-COPIA-ELECT-EXIT                                00002816
LRH@6         UNTIL WK-LINEAS-COPIA NOT LESS CONT-LINEAS-ELECT.         00002817
LRH@6      CLOSE E1DQESTP                                               00002818
LRH@6            E2DQESTE.                                              00002819
LRH@6                                                                   00002820
LRH@6      DISPLAY 'REARRANQUE TRAS LA CUENTA: ' WCK-CUENTA.            00002821
LRH@6      DISPLAY 'CHECKPOINT DEL           : ' WCK-FECHA-CHECKPT      00002822
LRH@6              ' ' WCK-HORA-CHECKPT.                                00002823
LRH@6 *                                                                *00002824
LRH@6 *----------------------*                                          00002825
LRH@6  1200-REARRANQUE-EXIT.                                            00002826
LRH@6 *----------------------*                                          00002827
LRH@6      EXIT.                                                        00002828
LRH@6                                                                   00002829
LRH@6 *----------------------*                                          00002830
LRH@6  1210-LEE-CHECKPOINT.                                             00002831
LRH@6 *----------------------*                                          00002832
LRH@6      READ S9DQESTC                                                00002833
LRH@6           AT END                                                  00002834
LRH@6              MOVE 'SI'        TO SW-FIN-CKP                       00002835
LRH@6              GO TO 1210-LEE-CHECKPOINT-EXIT                       00002836
LRH@6      END-READ.                                                    00002837
LRH@6      IF NOT S9DQESTC-OK                                           00002838
LRH@6         MOVE 'READ S9DQESTC'          TO WS-ACCION                00002839
LRH@6         MOVE '1210-LEE-CHECKPOINT'    TO WS-PARRAFO               00002840
LRH@6         PERFORM 3001-ERROR                                        00002841
LRH@6      END-IF.                                                      00002842
LRH@6      ADD 1                    TO WK-CKP-LEIDOS.                   00002843
LRH@6      MOVE REG-S9DQESTC        TO W-ULTIMO-CKP.                    00002844
LRH@6 *                                                                *00002845
LRH@6 *--------------------------*                                      00002846
LRH@6  1210-LEE-CHECKPOINT-EXIT.                                        00002847
LRH@6 *--------------------------*                                      00002848
LRH@6      EXIT.                                                        00002849
LRH@6                                                                   00002850
LRH@6 *--------------------*                                            00002851
LRH@6  1220-COPIA-PAPEL.                                                00002852
LRH@6 *--------------------*                                            00002853
LRH@6      READ E1DQESTP.                                               00002854
LRH@6      IF NOT E1DQESTP-OK                                           00002855
LRH@6         MOVE 'READ E1DQESTP'          TO WS-ACCION                00002856
LRH@6         MOVE '1220-COPIA-PAPEL'       TO WS-PARRAFO               00002857
LRH@6         PERFORM 3001-ERROR                                        00002858
LRH@6      END-IF.                                                      00002859
LRH@6      MOVE ENT-ESTP            TO SAL-ESTP.                        00002860
LRH@6      WRITE SAL-ESTP.                                              00002861
LRH@6      IF NOT S1DQESTP-OK                                           00002862
LRH@6         MOVE 'WRITE S1DQESTP'         TO WS-ACCION                00002863
LRH@6         MOVE '1220-COPIA-PAPEL'       TO WS-PARRAFO               00002864
LRH@6         PERFORM 3001-ERROR                                        00002865
LRH@6      END-IF.                                                      00002866
LRH@6      ADD 1                    TO WK-LINEAS-COPIA.                 00002867
LRH@6 *                                                                *00002868
LRH@6 *-----------------------*                                         00002869
LRH@6  1220-COPIA-PAPEL-EXIT.                                           00002870
LRH@6 *-----------------------*                                         00002871
LRH@6      EXIT.                                                        00002872
LRH@6                                                                   00002873
LRH@6 *--------------------*                                            00002874
LRH@6  1230-COPIA-ELECT.                                                00002875
LRH@6 *--------------------*                                            00002876
LRH@6      READ E2DQESTE.                                               00002877
LRH@6      IF NOT E2DQESTE-OK                                           00002878
LRH@6         MOVE 'READ E2DQESTE'          TO WS-ACCION                00002879
LRH@6         MOVE '1230-COPIA-ELECT'       TO WS-PARRAFO               00002880
LRH@6         PERFORM 3001-ERROR                                        00002881
LRH@6      END-IF.                                                      00002882
LRH@6      MOVE ENT-ESTE            TO SAL-ESTE.                        00002883
LRH@6      WRITE SAL-ESTE.                                              00002884
LRH@6      IF NOT S2DQESTE-OK                                           00002885
LRH@6         MOVE 'WRITE S2DQESTE'         TO WS-ACCION                00002886
LRH@6         MOVE '1230-COPIA-ELECT'       TO WS-PARRAFO               00002887
LRH@6         PERFORM 3001-ERROR                                        00002888
LRH@6      END-IF.                                                      00002889
LRH@6      ADD 1                    TO WK-LINEAS-COPIA.                 00002890
LRH@6 *                                                                *00002891
LRH@6 *-----------------------*                                         00002892
LRH@6  1230-COPIA-ELECT-EXIT.                                           00002893
LRH@6 *-----------------------*                                         00002894
LRH@6      EXIT.                                                        00002895
      *RITM49190-FIN                                                    00002896
                                                                        00002897
      *--------------------*                                            00002900
       1300-FETCH-VLDCEST1.                                             00002910
      *--------------------*                                            00002920
LRH@2         MOVE '  PLEDGED SECURITIES'  TO PRE-LIT-TEXTO             00003191
LRH@3         MOVE '  RETURN OF THE PERIOD        '                     00003192
LRH@3                                      TO REN-LIT-TEXTO             00003193
LRH@5         MOVE '  TRANSFERS WITH OTHER PARTICIPANTS     '           00003194
LRH@5                                 TO TTR-LIT-TEXTO                  00003195
LRH@7         MOVE '  PROJECTED INCOME (NEXT 12 MONTHS)     '           00003196
LRH@7                                 TO TIN-LIT-TEXTO                  00003197
LRH@1      ELSE                                                         00003186
LRH@1         MOVE 'ESTADO DE CUENTA  ' TO CAB-LIT-TITULO               00003187
LRH@1         MOVE '  CUENTA: '         TO CAB-LIT-CUENTA               00003188
LRH@2         MOVE '  PRENDA BURSATIL   '  TO PRE-LIT-TEXTO             00003189
LRH@3         MOVE '  RENTABILIDAD DEL PERIODO    '                     00003189
LRH@3                                      TO REN-LIT-TEXTO             00003189
LRH@5         MOVE '  TRASPASOS CON OTROS PARTICIPANTES     '           00003189
LRH@5                                 TO TTR-LIT-TEXTO                  00003189
LRH@7         MOVE '  INGRESOS PROYECTADOS (12 MESES)       '           00003189
LRH@7                                 TO TIN-LIT-TEXTO                  00003189
LRH@1      END-IF.                                                      00003189
           MOVE WA-CARD-PERIODO     TO CAB-PERIODO.                     00003190
           MOVE VARC-CUENTA         TO CAB-CUENTA.                      00003200
           PERFORM 2700-SECCION-RENTAB                                  00003588
              THRU 2700-SECCION-RENTAB-EXIT.                            00003589
      *RITM49118-FIN                                                    00003590
      *RITM49161-INI                                                    00003591
LRH@5      PERFORM 2800-SECCION-TRASPASOS                               00003592
LRH@5         THRU 2800-SECCION-TRASPASOS-EXIT.                         00003593
      *RITM49161-FIN                                                    00003594
      *RITM49196-INI                                                    00003595
LRH@7      PERFORM 2850-SECCION-INGRESOS                                00003596
LRH@7         THRU 2850-SECCION-INGRESOS-EXIT.                          00003597
      *RITM49196-FIN                                                    00003598
                                                                        00003587
           IF ENTREGA-ELECTRONICA                                       00003590
              ADD 1 TO CONT-ESTADOS-ELECT                               00003600
           MOVE ZEROS              TO VDRG-JFQ-ID.                      00003644
           MOVE 'BATC'             TO VDRG-NUMTER.                      00003645
           MOVE W-PROGRAMA         TO VDRG-USUARIO.                     00003646
LRH@6 *    EN REARRANQUE NO SE DUPLICA EL REGISTRO DEL DOCUMENTO        00003647
LRH@6      MOVE ZEROS              TO WK-DRG-EXISTE.                    00003648
LRH@6      IF CON-REARRANQUE                                            00003649
LRH@6         PERFORM 2050-ESTADO-REGISTRADO                            00003650
LRH@6            THRU 2050-ESTADO-REGISTRADO-EXIT                       00003651
LRH@6      END-IF.                                                      00003652
LRH@6      IF WK-DRG-EXISTE = ZEROS                                     00003653
LRH@6         CALL WK-VL9CDRG0  USING DCLVLDTDRG WK-DRG-CODRESP         00003654
LRH@6         IF WK-DRG-CODRESP NOT = ZEROS                             00003655
LRH@6            DISPLAY 'AVISO: REGISTRO VLDTDRG NO GRABADO'           00003656
LRH@6         END-IF                                                    00003657
LRH@6      END-IF.                                                      00003658
                                                                        00003659
      *RITM49198-INI                                                    00003660
LRH@8 *    ESTADO DISPONIBLE: AVISO AL CLIENTE; LA REFERENCIA CON EL    00003661
LRH@8 *    PERIODO EVITA EL AVISO DOBLE EN REARRANQUE O RELANZAMIENTO   00003662
LRH@8      INITIALIZE DCLVLDTNOT.                                       00003663
LRH@8      MOVE VARC-NUMCLI        TO VNOT-NUMCLI.                      00003664
LRH@8      MOVE VARC-CUENTA        TO VNOT-CUENTA.                      00003665
LRH@8      SET  VNOT-EVE-ESTADO    TO TRUE.                             00003666
LRH@8      MOVE 'ESTADO'           TO VNOT-REFEVE (01:06).              00003667
LRH@8      MOVE WA-CARD-PERIODO    TO VNOT-REFEVE (07:06).              00003668
LRH@8      MOVE W-FECHA-AMD-N      TO VNOT-FECEVE.                      00003669
LRH@8      MOVE 'ESTADO DE CUENTA DEL MES DISPONIBLE'                   00003670
LRH@8                              TO VNOT-DETALLE.                     00003671
LRH@8      MOVE W-PROGRAMA         TO VNOT-USUARIO.                     00003672
LRH@8      CALL WK-VL9CNOT0     USING DCLVLDTNOT WK-NOT-CODRESP.        00003673
LRH@8      IF WK-NOT-CODRESP = 99                                       00003674
LRH@8         DISPLAY 'AVISO: AVISO AL CLIENTE NO ENCOLADO CUENTA '     00003675
LRH@8                 VARC-CUENTA                                       00003676
LRH@8      END-IF.                                                      00003677
      *RITM49198-FIN                                                    00003678
                                                                        00003679
      *RITM49190-INI                                                    00003680
LRH@6      ADD 1                    TO WK-CKP-CONTADOR.                 00003681
LRH@6      IF WK-CKP-CONTADOR NOT LESS CT-INTERVALO-CHECKPT             00003682
LRH@6         PERFORM 2950-GRABA-CHECKPOINT                             00003683
LRH@6            THRU 2950-GRABA-CHECKPOINT-EXIT                        00003684
LRH@6      END-IF.                                                      00003685
      *RITM49190-FIN                                                    00003686
                                                                        00003640
           PERFORM 1300-FETCH-VLDCEST1.                                 00003650
      *                                                                *00003660
      *-----------------*                                               00003670
       2000-PROCESO-EXIT.                                               00003671
      *-----------------*                                               00003672
           EXIT.                                                        00003673
                                                                        00003674
      *RITM49190-INI                                                    00003675
LRH@6 *---------------------------*                                     00003676
LRH@6  2050-ESTADO-REGISTRADO.                                          00003677
LRH@6 *---------------------------*                                     00003678
LRH@6 *    LA CORRIDA INTERRUMPIDA PUDO REGISTRAR EL ESTADO DE LA       00003679
LRH@6 *    CUENTA DESPUES DE SU ULTIMO CHECKPOINT GRABADO.              00003680
LRH@6      EXEC SQL                                                     00003681
LRH@6           SELECT  COUNT(*)                                        00003682
LRH@6             INTO :WK-DRG-EXISTE                                   00003683
LRH@6             FROM  VLDTDRG                                         00003684
LRH@6            WHERE  VDRG_CUENTA  = :VDRG-CUENTA                     00003685
LRH@6              AND  VDRG_TIPODOC = :VDRG-TIPODOC                    00003686
LRH@6              AND  VDRG_FORMATO = :VDRG-FORMATO                    00003687
LRH@6              AND  VDRG_USUARIO = :VDRG-USUARIO                    00003688
LRH@6              AND  VDRG_FECHA  >= :WK-FECHA-DRG                    00003689
LRH@6      END-EXEC.                                                    00003690
LRH@6      IF SQLCODE NOT = ZERO                                        00003691
LRH@6         MOVE 'SELECT'                 TO WS-ACCION                00003692
LRH@6         MOVE 'VLDTDRG-2050'           TO WS-PARRAFO               00003693
LRH@6         PERFORM 3001-ERROR                                        00003694
LRH@6      END-IF.                                                      00003695
LRH@6 *                                                                *00003696
LRH@6 *--------------------------------*                                00003697
LRH@6  2050-ESTADO-REGISTRADO-EXIT.                                     00003698
LRH@6 *--------------------------------*                                00003699
LRH@6      EXIT.                                                        00003700
      *RITM49190-FIN                                                    00003701
                                                                        00003710
      *-------------------*                                             00003720
       2100-LEE-TITULAR.                                                00003730
                    MOVE 'VLDTADT-2200'    TO WS-PARRAFO                00004260
                    PERFORM 3001-ERROR                                  00004270
           END-EVALUATE.                                                00004280
      *RITM49201-INI                                                  * 00004281
LRH@9 *    EL CANAL ELECTRONICO EXIGE EL CONSENTIMIENTO DEL CLIENTE     00004282
LRH@9 *    (VL9CCNS0); SIN EL, O SI NO SE PUEDE CONSULTAR, EL           00004283
LRH@9 *    ESTADO SE IMPRIME EN PAPEL (S1DQESTP)                        00004284
LRH@9      IF ENTREGA-ELECTRONICA                                       00004285
LRH@9         INITIALIZE VL9CCNS0-AREA                                  00004286
LRH@9         MOVE VARC-NUMCLI      TO CN0-NUMCLI                       00004287
LRH@9         MOVE 'E'              TO CN0-USO                          00004288
LRH@9         CALL WK-VL9CCNS0   USING VL9CCNS0-AREA                    00004289
LRH@9         IF CN0-CODRESP NOT = ZEROS                                00004290
LRH@9            OR CN0-PERMITIDO NOT = 'S'                             00004291
LRH@9            MOVE 'P'           TO SW-CANAL                         00004292
LRH@9         END-IF                                                    00004293
LRH@9      END-IF.                                                      00004294
      *RITM49201-FIN                                                  * 00004295
      *                                                                *00004296
      *---------------------------*                                     00004300
       2200-CANAL-ENTREGA-EXIT.                                         00004310
      *---------------------------*                                     00004320
                    MOVE WHIS-CUSTODIA30 TO WK-CUSTODIA-FIN             00004750
               WHEN OTHER                                               00004760
                    MOVE WHIS-TITULOS31  TO WK-TITULOS-FIN              00004770
                    MOVE WHIS-CUSTODIA31 TO WK-CUSTODIA-FIN             00004771
           END-EVALUATE.                                                00004772
                                                                        00004773
           IF WK-TITULOS-FIN NOT = ZEROS                                00004774
              OR WK-CUSTODIA-FIN NOT = ZEROS                            00004775
              MOVE WHIS-CODVALOR    TO TEN-CODVALOR                     00004776
              MOVE WHIS-TIPGAS      TO TEN-TIPGAS                       00004777
              MOVE WK-TITULOS-FIN   TO TEN-TITULOS                      00004778
              MOVE WK-CUSTODIA-FIN  TO TEN-CUSTODIA                     00004779
              MOVE LIN-TENENCIA     TO SAL-ESTP                         00004780
              PERFORM 2900-GRABA-LINEA                                  00004781
                 THRU 2900-GRABA-LINEA-EXIT                             00004782
              ADD 1 TO WK-TENENCIAS-CTA                                 00004783
              ADD 1 TO CONT-TENENCIAS                                   00004784
           END-IF.                                                      00004785
                                                                        00004786
           PERFORM 2300-FETCH-VLDCEST2.                                 00004787
      *                                                                *00004788
      *---------------------------*                                     00004789
       2400-LINEA-TENENCIA-EXIT.                                        00004790
      *---------------------------*                                     00004791
           EXIT.                                                        00004792
                                                                        00004793
      *RITM49116-INI                                                    00004794
      *----------------------------*                                    00004795
       2500-SECCION-PENDIENTES.                                         00004796
      *----------------------------*                                    00004797
           MOVE VARC-CUENTA         TO VDET-CTAVAL.                     00004798
           MOVE SPACES              TO SW-FIN-PEN.                      00004799
                                                                        00004800
           EXEC SQL                                                     00004801
                OPEN VLDCEST3                                           00004802
           END-EXEC.                                                    00004803
           IF SQLCODE NOT = ZERO                                        00004804
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004805
              MOVE 'VLDCEST3-2500'          TO WS-PARRAFO               00004806
              PERFORM 3001-ERROR                                        00004807
           END-IF.                                                      00004808
                                                                        00004809
           PERFORM 2510-FETCH-PENDIENTE                                 00004810
              THRU 2510-FETCH-PENDIENTE-EXIT.                           00004811
                                                                        00004812
           IF NOT FIN-CUR-PEN                                           00004813
              MOVE LIN-TIT-PENDIENTES TO SAL-ESTP                       00004814
              PERFORM 2900-GRABA-LINEA                                  00004815
                 THRU 2900-GRABA-LINEA-EXIT                             00004816
           END-IF.                                                      00004817
                                                                        00004818
           PERFORM 2520-LINEA-PENDIENTE                                 00004819
              THRU 2520-LINEA-PENDIENTE-EXIT                            00004820
              UNTIL FIN-CUR-PEN.                                        00004821
                                                                        00004822
           EXEC SQL                                                     00004823
                CLOSE VLDCEST3                                          00004824
           END-EXEC.                                                    00004825
           IF SQLCODE NOT = ZERO                                        00004826
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00004827
              MOVE 'VLDCEST3-2500'          TO WS-PARRAFO               00004828
              PERFORM 3001-ERROR                                        00004829
           END-IF.                                                      00004830
      *                                                                *00004831
      *---------------------------------*                               00004832
       2500-SECCION-PENDIENTES-EXIT.                                    00004833
      *---------------------------------*                               00004834
           EXIT.                                                        00004835
                                                                        00004836
      *--------------------------*                                      00004837
       2510-FETCH-PENDIENTE.                                            00004838
      *--------------------------*                                      00004839
           EXEC SQL                                                     00004840
                FETCH VLDCEST3                                          00004841
                 INTO :WPEN-PAVAL                                       00004842
                    , :WPEN-VALOR                                       00004843
                    , :WPEN-ISIN                                        00004844
                    , :WPEN-TIPOP                                       00004845
                    , :WPEN-TITUL                                       00004846
                    , :WPEN-IMPORTE                                     00004847
                    , :WPEN-FVALOR                                      00004848
           END-EXEC.                                                    00004849
           EVALUATE SQLCODE                                             00004850
               WHEN ZERO                                                00004851
                    CONTINUE                                            00004852
               WHEN 100                                                 00004853
                    MOVE 'SI'            TO SW-FIN-PEN                  00004854
               WHEN OTHER                                               00004855
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00004856
                    MOVE 'VLDCEST3-2510'       TO WS-PARRAFO            00004857
                    PERFORM 3001-ERROR                                  00004858
           END-EVALUATE.                                                00004859
      *                                                                *00004860
      *-------------------------------*                                 00004861
       2510-FETCH-PENDIENTE-EXIT.                                       00004862
      *-------------------------------*                                 00004863
           EXIT.                                                        00004864
                                                                        00004865
      *--------------------------*                                      00004866
       2520-LINEA-PENDIENTE.                                            00004867
      *--------------------------*                                      00004868
           MOVE WPEN-PAVAL          TO PEN-CODVALOR (01:03).            00004869
           MOVE WPEN-VALOR          TO PEN-CODVALOR (04:08).            00004870
           MOVE WPEN-ISIN           TO PEN-CODVALOR (12:01).            00004871
           MOVE WPEN-TIPOP          TO PEN-TIPOP.                       00004872
           MOVE WPEN-TITUL          TO PEN-TITULOS.                     00004873
           MOVE WPEN-IMPORTE        TO PEN-IMPORTE.                     00004874
           MOVE WPEN-FVALOR         TO PEN-FVALOR.                      00004875
           MOVE LIN-PENDIENTE       TO SAL-ESTP.                        00004876
           PERFORM 2900-GRABA-LINEA                                     00004877
              THRU 2900-GRABA-LINEA-EXIT.                               00004878
                                                                        00004879
           PERFORM 2510-FETCH-PENDIENTE                                 00004880
              THRU 2510-FETCH-PENDIENTE-EXIT.                           00004881
      *                                                                *00004882
      *-------------------------------*                                 00004883
       2520-LINEA-PENDIENTE-EXIT.                                       00004884
      *-------------------------------*                                 00004885
           EXIT.                                                        00004886
                                                                        00004887
      *---------------------------*                                     00004888
       2600-SECCION-BLOQUEOS.                                           00004889
      *---------------------------*                                     00004890
      *    EMBARGOS VIGENTES (EFECTIVO RETENIDO) Y PRENDAS VIGENTES     00004891
      *    (TITULOS PIGNORADOS): CON ESTO EL ESTADO MUESTRA LO          00004892
      *    DISPONIBLE Y LA OFICINA DEJA DE RECIBIR LA LLAMADA DE        00004893
      *    "POR QUE NO PUEDO VENDER".                                   00004894
           MOVE 'N'                 TO SW-HAY-BLOQUEO.                  00004895
           MOVE VARC-CUENTA         TO VEMB-CUENTA.                     00004896
           EXEC SQL                                                     00004897
                SELECT COALESCE(SUM(VEMB_IMPORTE), 0)                   00004898
                     , COALESCE(SUM(VEMB_RETENIDO), 0)                  00004899
                  INTO :VEMB-IMPORTE                                    00004900
                     , :VEMB-RETENIDO                                   00004901
                  FROM VLDTEMB                                          00004902
                 WHERE VEMB_CUENTA = :VEMB-CUENTA                       00004903
                   AND VEMB_ESTADO = 'V'                                00004904
           END-EXEC.                                                    00004905
           IF SQLCODE NOT = ZERO AND 100                                00004906
              MOVE 'SELECT'                 TO WS-ACCION                00004907
              MOVE 'VLDTEMB-2600'           TO WS-PARRAFO               00004908
              PERFORM 3001-ERROR                                        00004909
           END-IF.                                                      00004910
                                                                        00004911
           IF VEMB-IMPORTE > ZEROS                                      00004912
              MOVE 'S'              TO SW-HAY-BLOQUEO                   00004913
              MOVE LIN-TIT-BLOQUEOS TO SAL-ESTP                         00004914
              PERFORM 2900-GRABA-LINEA                                  00004915
                 THRU 2900-GRABA-LINEA-EXIT                             00004916
              MOVE VEMB-IMPORTE     TO EMB-IMPORTE                      00004917
              MOVE VEMB-RETENIDO    TO EMB-RETENIDO                     00004918
              MOVE LIN-EMBARGO-EST  TO SAL-ESTP                         00004919
              PERFORM 2900-GRABA-LINEA                                  00004920
                 THRU 2900-GRABA-LINEA-EXIT                             00004921
           END-IF.                                                      00004922
                                                                        00004923
           MOVE VARC-CUENTA         TO VPRE-CUENTA.                     00004924
           MOVE SPACES              TO SW-FIN-PRE.                      00004925
           EXEC SQL                                                     00004926
                OPEN VLDCEST4                                           00004927
           END-EXEC.                                                    00004928
           IF SQLCODE NOT = ZERO                                        00004929
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004930
              MOVE 'VLDCEST4-2600'          TO WS-PARRAFO               00004931
              PERFORM 3001-ERROR                                        00004932
           END-IF.                                                      00004933
                                                                        00004934
           PERFORM 2610-FETCH-PRENDA                                    00004935
              THRU 2610-FETCH-PRENDA-EXIT.                              00004936
           PERFORM 2620-LINEA-PRENDA                                    00004937
              THRU 2620-LINEA-PRENDA-EXIT                               00004938
              UNTIL FIN-CUR-PRE.                                        00004939
                                                                        00004940
           EXEC SQL                                                     00004941
                CLOSE VLDCEST4                                          00004942
           END-EXEC.                                                    00004943
           IF SQLCODE NOT = ZERO                                        00004944
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00004945
              MOVE 'VLDCEST4-2600'          TO WS-PARRAFO               00004946
              PERFORM 3001-ERROR                                        00004947
           END-IF.                                                      00004948
      *                                                                *00004949
      *--------------------------------*                                00004950
       2600-SECCION-BLOQUEOS-EXIT.                                      00004951
      *--------------------------------*                                00004952
           EXIT.                                                        00004953
                                                                        00004954
      *------------------------*                                        00004955
       2610-FETCH-PRENDA.                                               00004956
      *------------------------*                                        00004957
           EXEC SQL                                                     00004958
                FETCH VLDCEST4                                          00004959
                 INTO :VPRE-PAVAL                                       00004960
                    , :VPRE-VALOR                                       00004961
                    , :VPRE-ISIN                                        00004962
                    , :VPRE-CANTIDAD                                    00004963
           END-EXEC.                                                    00004964
           EVALUATE SQLCODE                                             00004965
               WHEN ZERO                                                00004966
                    CONTINUE                                            00004967
               WHEN 100                                                 00004968
                    MOVE 'SI'            TO SW-FIN-PRE                  00004969
               WHEN OTHER                                               00004970
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00004971
                    MOVE 'VLDCEST4-2610'       TO WS-PARRAFO            00004972
                    PERFORM 3001-ERROR                                  00004973
           END-EVALUATE.                                                00004974
      *                                                                *00004975
      *-----------------------------*                                   00004976
       2610-FETCH-PRENDA-EXIT.                                          00004977
      *-----------------------------*                                   00004978
           EXIT.                                                        00004979
                                                                        00004980
      *------------------------*                                        00004981
       2620-LINEA-PRENDA.                                               00004982
      *------------------------*                                        00004983
           IF SW-HAY-BLOQUEO = 'N'                                      00004984
              MOVE 'S'              TO SW-HAY-BLOQUEO                   00004985
              MOVE LIN-TIT-BLOQUEOS TO SAL-ESTP                         00004986
              PERFORM 2900-GRABA-LINEA                                  00004987
                 THRU 2900-GRABA-LINEA-EXIT                             00004988
           END-IF.                                                      00004989
           MOVE VPRE-PAVAL          TO PRE-CODVALOR (01:03).            00004990
           MOVE VPRE-VALOR          TO PRE-CODVALOR (04:08).            00004991
           MOVE VPRE-ISIN           TO PRE-CODVALOR (12:01).            00004992
           MOVE VPRE-CANTIDAD       TO PRE-CANTIDAD.                    00004993
           MOVE LIN-PRENDA-EST      TO SAL-ESTP.                        00004994
           PERFORM 2900-GRABA-LINEA                                     00004995
              THRU 2900-GRABA-LINEA-EXIT.                               00004996
                                                                        00004997
           PERFORM 2610-FETCH-PRENDA                                    00004998
              THRU 2610-FETCH-PRENDA-EXIT.                              00004999
      *                                                                *00005000
      *-----------------------------*                                   00005001
       2620-LINEA-PRENDA-EXIT.                                          00005002
      *-----------------------------*                                   00005003
           EXIT.                                                        00005004
      *RITM49116-FIN                                                    00005005
      *RITM49118-INI                                                    00005006
      *---------------------------*                                     00005007
       2700-SECCION-RENTAB.                                             00005008
      *---------------------------*                                     00005009
           MOVE VARC-CUENTA         TO VPRF-CUENTA.                     00005010
           MOVE WA-CARD-PERIODO     TO VPRF-PERIODO.                    00005011
           EXEC SQL                                                     00005012
                SELECT VPRF_RENTAB                                      00005013
                  INTO :VPRF-RENTAB                                     00005014
                  FROM VLDTPRF                                          00005015
                 WHERE VPRF_CUENTA  = :VPRF-CUENTA                      00005016
                   AND VPRF_PERIODO = :VPRF-PERIODO                     00005017
           END-EXEC.                                                    00005018
           EVALUATE SQLCODE                                             00005019
               WHEN ZERO                                                00005020
                    MOVE VPRF-RENTAB  TO REN-RENTAB                     00005021
                    MOVE LIN-RENTAB-EST TO SAL-ESTP                     00005022
                    PERFORM 2900-GRABA-LINEA                            00005023
                       THRU 2900-GRABA-LINEA-EXIT                       00005024
               WHEN 100                                                 00005025
                    CONTINUE                                            00005026
               WHEN OTHER                                               00005027
                    MOVE 'SELECT'           TO WS-ACCION                00005028
                    MOVE 'VLDTPRF-2700'     TO WS-PARRAFO               00005029
                    PERFORM 3001-ERROR                                  00005030
           END-EVALUATE.                                                00005031
      *                                                                *00005032
      *--------------------------------*                                00005033
       2700-SECCION-RENTAB-EXIT.                                        00005034
      *--------------------------------*                                00005035
           EXIT.                                                        00005036
      *RITM49118-FIN                                                    00005037
      *RITM49161-INI                                                    00005038
LRH@5 *----------------------------*                                    00005039
LRH@5  2800-SECCION-TRASPASOS.                                          00005040
LRH@5 *----------------------------*                                    00005041
LRH@5 *    ENTRADAS Y SALIDAS DE VALORES CON OTROS PARTICIPANTES DE     00005042
LRH@5 *    CAVALI EN EL MES: SON TRASPASOS, NO COMPRAS NI VENTAS.       00005043
LRH@5      MOVE VARC-CUENTA         TO VTRX-CUENTA.                     00005044
LRH@5      COMPUTE WK-TRX-DESDE = WK-ANO * 10000 + WK-MES * 100 + 1.    00005045
LRH@5      COMPUTE WK-TRX-HASTA = WK-ANO * 10000 + WK-MES * 100         00005046
LRH@5                           + WK-ULTIMO-DIA.                        00005047
LRH@5      MOVE SPACES              TO SW-FIN-TRX.                      00005048
LRH@5      EXEC SQL                                                     00005049
LRH@5           OPEN VLDCEST5                                           00005050
LRH@5      END-EXEC.                                                    00005051
LRH@5      IF SQLCODE NOT = ZERO                                        00005052
LRH@5         MOVE 'OPEN CURSOR'            TO WS-ACCION                00005053
LRH@5         MOVE 'VLDCEST5-2800'          TO WS-PARRAFO               00005054
LRH@5         PERFORM 3001-ERROR                                        00005055
LRH@5      END-IF.                                                      00005056
LRH@5                                                                   00005057
LRH@5      PERFORM 2810-FETCH-TRASPASO                                  00005058
LRH@5         THRU 2810-FETCH-TRASPASO-EXIT.                            00005059
LRH@5                                                                   00005060
LRH@5      IF NOT FIN-CUR-TRX                                           00005061
LRH@5         MOVE LIN-TIT-TRASPASOS TO SAL-ESTP                        00005062
LRH@5         PERFORM 2900-GRABA-LINEA                                  00005063
LRH@5            THRU 2900-GRABA-LINEA-EXIT                             00005064
LRH@5      END-IF.                                                      00005065
LRH@5                                                                   00005066
LRH@5      PERFORM 2820-LINEA-TRASPASO                                  00005067
LRH@5         THRU 2820-LINEA-TRASPASO-EXIT                             00005068
LRH@5         UNTIL FIN-CUR-TRX.                                        00005069
LRH@5                                                                   00005070
LRH@5      EXEC SQL                                                     00005071
LRH@5           CLOSE VLDCEST5                                          00005072
LRH@5      END-EXEC.                                                    00005073
LRH@5      IF SQLCODE NOT = ZERO                                        00005074
LRH@5         MOVE 'CLOSE CURSOR'           TO WS-ACCION                00005075
LRH@5         MOVE 'VLDCEST5-2800'          TO WS-PARRAFO               00005076
LRH@5         PERFORM 3001-ERROR                                        00005077
LRH@5      END-IF.                                                      00005078
LRH@5 *                                                                *00005079
LRH@5 *---------------------------------*                               00005080
LRH@5  2800-SECCION-TRASPASOS-EXIT.                                     00005081
LRH@5 *---------------------------------*                               00005082
LRH@5      EXIT.                                                        00005083
LRH@5                                                                   00005084
LRH@5 *--------------------------*                                      00005085
LRH@5  2810-FETCH-TRASPASO.                                             00005086
LRH@5 *--------------------------*                                      00005087
LRH@5      EXEC SQL                                                     00005088
LRH@5           FETCH VLDCEST5                                          00005089
LRH@5            INTO :VTRX-FECHA                                       00005090
LRH@5               , :VTRX-SENTIDO                                     00005091
LRH@5               , :VTRX-CODVALOR                                    00005092
LRH@5               , :VTRX-CANTIDAD                                    00005093
LRH@5               , :VTRX-PARTICIPANTE                                00005094
LRH@5      END-EXEC.                                                    00005095
LRH@5      EVALUATE SQLCODE                                             00005096
LRH@5          WHEN ZERO                                                00005097
LRH@5               CONTINUE                                            00005098
LRH@5          WHEN 100                                                 00005099
LRH@5               MOVE 'SI'            TO SW-FIN-TRX                  00005100
LRH@5          WHEN OTHER                                               00005101
LRH@5               MOVE 'FETCH CURSOR'        TO WS-ACCION             00005102
LRH@5               MOVE 'VLDCEST5-2810'       TO WS-PARRAFO            00005103
LRH@5               PERFORM 3001-ERROR                                  00005104
LRH@5      END-EVALUATE.                                                00005105
LRH@5 *                                                                *00005106
LRH@5 *-------------------------------*                                 00005107
LRH@5  2810-FETCH-TRASPASO-EXIT.                                        00005108
LRH@5 *-------------------------------*                                 00005109
LRH@5      EXIT.                                                        00005110
LRH@5                                                                   00005111
LRH@5 *--------------------------*                                      00005112
LRH@5  2820-LINEA-TRASPASO.                                             00005113
LRH@5 *--------------------------*                                      00005114
LRH@5      MOVE VTRX-FECHA          TO TRX-FECHA.                       00005115
LRH@5      EVALUATE TRUE                                                00005116
LRH@5          WHEN VTRX-ENTRADA AND W-IDIOMA-ING                       00005117
LRH@5               MOVE 'IN      '  TO TRX-SENTIDO                     00005118
LRH@5          WHEN VTRX-ENTRADA                                        00005119
LRH@5               MOVE 'ENTRADA '  TO TRX-SENTIDO                     00005120
LRH@5          WHEN W-IDIOMA-ING                                        00005121
LRH@5               MOVE 'OUT     '  TO TRX-SENTIDO                     00005122
LRH@5          WHEN OTHER                                               00005123
LRH@5               MOVE 'SALIDA  '  TO TRX-SENTIDO                     00005124
LRH@5      END-EVALUATE.                                                00005125
LRH@5      MOVE VTRX-CODVALOR       TO TRX-CODVALOR.                    00005126
LRH@5      MOVE VTRX-CANTIDAD       TO TRX-CANTIDAD.                    00005127
LRH@5      MOVE VTRX-PARTICIPANTE   TO TRX-PARTICIPANTE.                00005128
LRH@5      MOVE LIN-TRASPASO-EST    TO SAL-ESTP.                        00005129
LRH@5      PERFORM 2900-GRABA-LINEA                                     00005130
LRH@5         THRU 2900-GRABA-LINEA-EXIT.                               00005131
LRH@5                                                                   00005132
LRH@5      PERFORM 2810-FETCH-TRASPASO                                  00005133
LRH@5         THRU 2810-FETCH-TRASPASO-EXIT.                            00005134
LRH@5 *                                                                *00005135
LRH@5 *-------------------------------*                                 00005136
LRH@5  2820-LINEA-TRASPASO-EXIT.                                        00005137
LRH@5 *-------------------------------*                                 00005138
LRH@5      EXIT.                                                        00005139
      *RITM49161-FIN                                                    00005140
      *RITM49196-INI                                                    00005141
LRH@7 *----------------------------*                                    00005142
LRH@7  2850-SECCION-INGRESOS.                                           00005143
LRH@7 *----------------------------*                                    00005144
LRH@7 *    COBROS PROYECTADOS DE LOS 12 MESES SIGUIENTES AL PERIODO A   00005145
LRH@7 *    LA TENENCIA ACTUAL, BRUTOS Y NETOS DE LA RETENCION QUE       00005146
LRH@7 *    APLICARIA. SIN FILAS EN VLDTPIN LA SECCION NO SE IMPRIME.    00005147
LRH@7      MOVE VARC-CUENTA         TO VPIN-CUENTA.                     00005148
LRH@7      COMPUTE WK-PIN-PERIODO = WK-ANO * 100 + WK-MES.              00005149
LRH@7      MOVE SPACES              TO SW-FIN-PIN.                      00005150
LRH@7      EXEC SQL                                                     00005151
LRH@7           OPEN VLDCEST6                                           00005152
LRH@7      END-EXEC.                                                    00005153
LRH@7      IF SQLCODE NOT = ZERO                                        00005154
LRH@7         MOVE 'OPEN CURSOR'            TO WS-ACCION                00005155
LRH@7         MOVE 'VLDCEST6-2850'          TO WS-PARRAFO               00005156
LRH@7         PERFORM 3001-ERROR                                        00005157
LRH@7      END-IF.                                                      00005158
LRH@7                                                                   00005159
LRH@7      PERFORM 2860-FETCH-INGRESO                                   00005160
LRH@7         THRU 2860-FETCH-INGRESO-EXIT.                             00005161
LRH@7                                                                   00005162
LRH@7      IF NOT FIN-CUR-PIN                                           00005163
LRH@7         MOVE LIN-TIT-INGRESOS TO SAL-ESTP                         00005164
LRH@7         PERFORM 2900-GRABA-LINEA                                  00005165
LRH@7            THRU 2900-GRABA-LINEA-EXIT                             00005166
LRH@7      END-IF.                                                      00005167
LRH@7                                                                   00005168
LRH@7      PERFORM 2870-LINEA-INGRESO                                   00005169
LRH@7         THRU 2870-LINEA-INGRESO-EXIT                              00005170
LRH@7         UNTIL FIN-CUR-PIN.                                        00005171
LRH@7                                                                   00005172
LRH@7      EXEC SQL                                                     00005173
LRH@7           CLOSE VLDCEST6                                          00005174
LRH@7      END-EXEC.                                                    00005175
LRH@7      IF SQLCODE NOT = ZERO                                        00005176
LRH@7         MOVE 'CLOSE CURSOR'           TO WS-ACCION                00005177
LRH@7         MOVE 'VLDCEST6-2850'          TO WS-PARRAFO               00005178
LRH@7         PERFORM 3001-ERROR                                        00005179
LRH@7      END-IF.                                                      00005180
LRH@7 *                                                                *00005181
LRH@7 *---------------------------------*                               00005182
LRH@7  2850-SECCION-INGRESOS-EXIT.                                      00005183
LRH@7 *---------------------------------*                               00005184
LRH@7      EXIT.                                                        00005185
LRH@7                                                                   00005186
LRH@7 *--------------------------*                                      00005187
LRH@7  2860-FETCH-INGRESO.                                              00005188
LRH@7 *--------------------------*                                      00005189
LRH@7      EXEC SQL                                                     00005190
LRH@7           FETCH VLDCEST6                                          00005191
LRH@7            INTO :VPIN-FECPAGO                                     00005192
LRH@7               , :VPIN-TIPO                                        00005193
LRH@7               , :VPIN-CODVALOR                                    00005194
LRH@7               , :VPIN-MONEDA                                      00005195
LRH@7               , :VPIN-BRUTO                                       00005196
LRH@7               , :VPIN-RETENCION                                   00005197
LRH@7               , :VPIN-NETO                                        00005198
LRH@7      END-EXEC.                                                    00005199
LRH@7      EVALUATE SQLCODE                                             00005200
LRH@7          WHEN ZERO                                                00005201
LRH@7               CONTINUE                                            00005202
LRH@7          WHEN 100                                                 00005203
LRH@7               MOVE 'SI'            TO SW-FIN-PIN                  00005204
LRH@7          WHEN OTHER                                               00005205
LRH@7               MOVE 'FETCH CURSOR'        TO WS-ACCION             00005206
LRH@7               MOVE 'VLDCEST6-2860'       TO WS-PARRAFO            00005207
LRH@7               PERFORM 3001-ERROR                                  00005208
LRH@7      END-EVALUATE.                                                00005209
LRH@7 *                                                                *00005210
LRH@7 *-------------------------------*                                 00005211
LRH@7  2860-FETCH-INGRESO-EXIT.                                         00005212
LRH@7 *-------------------------------*                                 00005213
LRH@7      EXIT.                                                        00005214
LRH@7                                                                   00005215
LRH@7 *--------------------------*                                      00005216
LRH@7  2870-LINEA-INGRESO.                                              00005217
LRH@7 *--------------------------*                                      00005218
LRH@7      MOVE VPIN-FECPAGO        TO ING-FECHA.                       00005219
LRH@7      EVALUATE TRUE                                                00005220
LRH@7          WHEN VPIN-CUPON AND W-IDIOMA-ING                         00005221
LRH@7               MOVE 'COUPON  '  TO ING-TIPO                        00005222
LRH@7          WHEN VPIN-CUPON                                          00005223
LRH@7               MOVE 'CUPON   '  TO ING-TIPO                        00005224
LRH@7          WHEN VPIN-AMORTIZACION                                   00005225
LRH@7               MOVE 'AMORTIZ '  TO ING-TIPO                        00005226
LRH@7          WHEN VPIN-VENCIMIENTO AND W-IDIOMA-ING                   00005227
LRH@7               MOVE 'MATURITY'  TO ING-TIPO                        00005228
LRH@7          WHEN VPIN-VENCIMIENTO                                    00005229
LRH@7               MOVE 'VENCIM  '  TO ING-TIPO                        00005230
LRH@7          WHEN OTHER                                               00005231
LRH@7               MOVE 'DIVIDEND'  TO ING-TIPO                        00005232
LRH@7      END-EVALUATE.                                                00005233
LRH@7      MOVE VPIN-CODVALOR       TO ING-CODVALOR.                    00005234
LRH@7      MOVE VPIN-MONEDA         TO ING-MONEDA.                      00005235
LRH@7      MOVE VPIN-BRUTO          TO ING-BRUTO.                       00005236
LRH@7      MOVE VPIN-RETENCION      TO ING-RETENCION.                   00005237
LRH@7      MOVE VPIN-NETO           TO ING-NETO.                        00005238
LRH@7      MOVE LIN-INGRESO-EST     TO SAL-ESTP.                        00005239
LRH@7      PERFORM 2900-GRABA-LINEA                                     00005240
LRH@7         THRU 2900-GRABA-LINEA-EXIT.                               00005241
LRH@7                                                                   00005242
LRH@7      PERFORM 2860-FETCH-INGRESO                                   00005243
LRH@7         THRU 2860-FETCH-INGRESO-EXIT.                             00005244
LRH@7 *                                                                *00005245
LRH@7 *-------------------------------*                                 00005246
LRH@7  2870-LINEA-INGRESO-EXIT.                                         00005247
LRH@7 *-------------------------------*                                 00005248
LRH@7      EXIT.                                                        00005249
      *RITM49196-FIN                                                    00005250
                                                                        00005255
      *-------------------*                                             00005010
       2900-GRABA-LINEA.                                                00005020
                 MOVE '2900-GRABA-LINEA'    TO WS-PARRAFO               00005110
                 PERFORM 3001-ERROR                                     00005120
              END-IF                                                    00005130
LRH@6         ADD 1                 TO CONT-LINEAS-ELECT                00005131
           ELSE                                                         00005140
              WRITE SAL-ESTP                                            00005150
              IF NOT S1DQESTP-OK                                        00005160
                 MOVE '2900-GRABA-LINEA'    TO WS-PARRAFO               00005180
                 PERFORM 3001-ERROR                                     00005190
              END-IF                                                    00005200
LRH@6         ADD 1                 TO CONT-LINEAS-PAPEL                00005201
           END-IF.                                                      00005210
      *                                                                *00005220
      *------------------------*                                        00005221
       2900-GRABA-LINEA-EXIT.                                           00005222
      *------------------------*                                        00005223
           EXIT.                                                        00005224
                                                                        00005225
      *RITM49190-INI                                                    00005226
LRH@6 *-------------------------*                                       00005227
LRH@6  2950-GRABA-CHECKPOINT.                                           00005228
LRH@6 *-------------------------*                                       00005229
LRH@6 *    CADA CT-INTERVALO-CHECKPT CUENTAS CONFIRMA EN DB2 LO EMITIDO 00005230
LRH@6 *    (REGISTROS VLDTDRG) Y GRABA EN S9DQESTC LA ULTIMA CUENTA Y   00005231
LRH@6 *    LOS CONTADORES, PARA PERMITIR UN REARRANQUE.                 00005232
LRH@6      MOVE ZEROS               TO WK-CKP-CONTADOR.                 00005233
LRH@6      EXEC SQL                                                     00005234
LRH@6           COMMIT                                                  00005235
LRH@6      END-EXEC.                                                    00005236
LRH@6      IF SQLCODE NOT = ZERO                                        00005237
LRH@6         MOVE 'COMMIT'                 TO WS-ACCION                00005238
LRH@6         MOVE '2950-CHECKPOINT'        TO WS-PARRAFO               00005239
LRH@6         PERFORM 3001-ERROR                                        00005240
LRH@6      END-IF.                                                      00005241
LRH@6                                                                   00005242
LRH@6      INITIALIZE REG-S9DQESTC.                                     00005243
LRH@6      MOVE WA-CARD-PERIODO     TO CKP-PERIODO.                     00005244
LRH@6      MOVE VARC-CUENTA         TO CKP-CUENTA.                      00005245
LRH@6      MOVE CONT-CUENTAS        TO CKP-CUENTAS.                     00005246
LRH@6      MOVE CONT-ESTADOS-PAPEL  TO CKP-ESTADOS-PAPEL.               00005247
LRH@6      MOVE CONT-ESTADOS-ELECT  TO CKP-ESTADOS-ELECT.               00005248
LRH@6      MOVE CONT-TENENCIAS      TO CKP-TENENCIAS.                   00005249
LRH@6      MOVE CONT-LINEAS-PAPEL   TO CKP-LINEAS-PAPEL.                00005250
LRH@6      MOVE CONT-LINEAS-ELECT   TO CKP-LINEAS-ELECT.                00005251
LRH@6      MOVE WK-FECHA-INICIO     TO CKP-FECHA-INICIO.                00005252
LRH@6      MOVE WK-HORA-INICIO      TO CKP-HORA-INICIO.                 00005253
LRH@6      MOVE W-FECHA-AMD-N       TO CKP-FECHA-CHECKPT.               00005254
LRH@6      ACCEPT WK-HORA-CHECKPT   FROM TIME.                          00005255
LRH@6      MOVE WK-HORA-CHECKPT (1:6) TO CKP-HORA-CHECKPT.              00005256
LRH@6      WRITE REG-S9DQESTC.                                          00005257
LRH@6      IF NOT S9DQESTC-OK                                           00005258
LRH@6         MOVE 'WRITE S9DQESTC'         TO WS-ACCION                00005259
LRH@6         MOVE '2950-CHECKPOINT'        TO WS-PARRAFO               00005260
LRH@6         PERFORM 3001-ERROR                                        00005261
LRH@6      END-IF.                                                      00005262
LRH@6 *                                                                *00005263
LRH@6 *------------------------------*                                  00005264
LRH@6  2950-GRABA-CHECKPOINT-EXIT.                                      00005265
LRH@6 *------------------------------*                                  00005266
LRH@6      EXIT.                                                        00005267
      *RITM49190-FIN                                                    00005268
                                                                        00005270
      *--------*                                                        00005280
       3000-FIN.                                                        00005290
           END-EXEC.                                                    00005340
                                                                        00005350
           CLOSE S1DQESTP                                               00005360
LRH@6            S2DQESTE                                               00005361
LRH@6            S9DQESTC.                                              00005362
                                                                        00005380
           DISPLAY '****** FIN EMISION ESTADOS DE CUENTA ******'.       00005390
           DISPLAY 'CUENTAS PROCESADAS     : ' CONT-CUENTAS.            00005400
           DISPLAY 'ESTADOS EN PAPEL       : ' CONT-ESTADOS-PAPEL.      00005410
           DISPLAY 'ESTADOS ELECTRONICOS   : ' CONT-ESTADOS-ELECT.      00005420
           DISPLAY 'TENENCIAS LISTADAS     : ' CONT-TENENCIAS.          00005430
LRH@6      IF CON-REARRANQUE                                            00005431
LRH@6         DISPLAY 'CORRIDA REARRANCADA TRAS LA CUENTA: '            00005432
LRH@6                 WCK-CUENTA                                        00005433
LRH@6      END-IF.                                                      00005434
                                                                        00005440
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00005450
           ACCEPT WK-HORA-FIN       FROM TIME.                          00005460
           INITIALIZE DCLVLDTCTL.                                       00005470
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00005480
LRH@6      MOVE WK-FECHA-INICIO     TO VCTL-FECPROC.                    00005481
LRH@6      MOVE WK-HORA-INICIO      TO VCTL-HORA-INICIO.                00005482
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00005510
           MOVE CONT-CUENTAS        TO VCTL-LEIDOS.                     00005520
           MOVE CONT-TENENCIAS      TO VCTL-ESCRITOS.                   00005530
           DISPLAY 'ACCION:          ' WS-ACCION.                       00005680
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00005690
           DISPLAY '******************************************'.        00005700
LRH@6 *    DESHACE LO NO CONFIRMADO DESDE EL ULTIMO CHECKPOINT          00005701
LRH@6      EXEC SQL                                                     00005702
LRH@6           ROLLBACK                                                00005703
LRH@6      END-EXEC.                                                    00005704
           MOVE 08 TO RETURN-CODE.                                      00005710
           STOP RUN.                                                    00005720
      *-----------------*                                               00005730
