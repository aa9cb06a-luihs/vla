      *             - EN EL VENCIMIENTO REDUCE LA POSICION VLDTADS     *00000150
      *               SEGUN EL PORCENTAJE DE AMORTIZACION (100 PCT SI  *00000160
      *               NO SE INFORMO)                                   *00000170
      *             - RETIENE LA TASA VIGENTE EN VLDTPAR SEGUN LA      *00000171
      *               RESIDENCIA FISCAL (VXMI_RESIFIS) Y EL TIPO DE    *00000172
      *               PERSONA DEL TITULAR: ABONA EL NETO, LLEVA LO     *00000173
      *               RETENIDO AL PASIVO VXBO_CTARETEN Y LO DEJA EN    *00000174
      *               VLDTRET PARA EL PAGO MENSUAL A SUNAT (VL4CRETN)  *00000175
      *           EL EVENTO QUEDA MARCADO PAGADO Y EL DETALLE SALE     *00000180
      *           POR TENEDOR EN S1RCUPO. SE ACABARON LOS CUPONES      *00000190
      *           PROCESADOS COMO OPERACIONES MANUALES.                *00000200
      ******************************************************************00000230
      ******************************************************************00000240
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000250
      *---------- ---------- ---------------- -------------------------*00000251
      *RITM49132  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000252
      *---------- ---------- ---------------- -------------------------*00000253
      *RITM49168  15-10-2026 LUIS RIVERA H.   RETENCION SOBRE CUPONES Y*00000254
      *                                       VENCIMIENTOS SEGUN       *00000255
      *                                       RESIDENCIA Y TIPO DE     *00000256
      *                                       PERSONA (TASAS EN        *00000257
      *                                       VLDTPAR): ABONO NETO,    *00000258
      *                                       RETENCION AL PASIVO      *00000259
      *                                       VXBO_CTARETEN Y DETALLE  *00000260
      *                                       EN VLDTRET PARA VL4CRETN.*00000261
      *---------- ---------- ---------------- -------------------------*00000262
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000263
      *                                       TAMBIEN EN LA PASARELA   *00000264
      *                                       CONTABLE (VL9CAPU0) CON  *00000265
      *                                       SUS TOTALES DE CONTROL,  *00000266
      *                                       PARA EL ENVIO UNICO A    *00000267
      *                                       CONTABILIDAD (VL4CPASC). *00000268
      *---------- ---------- ---------------- -------------------------*00000269
      *RITM49198  15-10-2026 LUIS RIVERA H.   CADA PAGO DE CUPON O     *00000270
      *                                       VENCIMIENTO DEJA AVISO AL*00000271
      *                                       CLIENTE (CUP) EN LA COLA *00000272
      *                                       VLDTNOT (VL9CNOT0) PARA  *00000273
      *                                       EL FEED SMS/CORREO       *00000274
      *                                       VL4CNOTF.                *00000275
      *---------- ---------- ---------------- -------------------------*00000280
      ******************************************************************00000290
       ENVIRONMENT DIVISION.                                            00000300
           05 SW-FIN-CUR-ADS       PIC X(02) VALUE SPACES.              00000770
              88 FIN-CUR-ADS                 VALUE 'SI'.                00000780
           05 WK-IMP-TITULO        PIC S9(9)V9(6)  COMP-3 VALUE ZEROS.  00000790
           05 WK-PAGO              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000791
           05 WK-AMORTIZA          PIC S9(13)V     COMP-3 VALUE ZEROS.  00000792
      *RITM49168-INI                                                  * 00000793
           05 WK-RETENCION         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000794
           05 WK-NETO              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000795
           05 WK-TASA-RET          PIC S9(2)V9(2)  COMP-3 VALUE ZEROS.  00000796
           05 WK-TASA-CARD         PIC X(04)       VALUE SPACES.        00000797
           05 WK-TASA-CARD-N REDEFINES WK-TASA-CARD PIC 9(02)V9(02).    00000798
           05 WK-CTARETEN          PIC X(20)       VALUE SPACES.        00000799
           05 SW-NO-RESIDENTE      PIC X(01)       VALUE 'N'.           00000800
              88 NO-RESIDENTE                VALUE 'S'.                 00000801
           05 WK-TIPPER            PIC X(01)       VALUE 'N'.           00000802
              88 PERSONA-NATURAL             VALUE 'N'.                 00000803
      *                                                                 00000804
      * TASAS DE RETENCION POR RESIDENCIA Y TIPO DE PERSONA (VLDTPAR),  00000805
      * EN PORCENTAJE 99V99. SIN PARAMETRO VIGENTE: 5 PCT A NO          00000806
      * RESIDENTES Y A PERSONAS NATURALES RESIDENTES (RENTA DE          00000807
      * CAPITAL), 0 A PERSONAS JURIDICAS RESIDENTES.                    00000808
       01  W-TASAS-RETENCION.                                           00000809
           05 W-TAS-ENT OCCURS 4.                                       00000810
              10 TAS-NOMBRE        PIC X(16).                           00000811
              10 TAS-DEFECTO       PIC S9(2)V9(2)  COMP-3.              00000812
              10 TAS-VIGENTE       PIC S9(2)V9(2)  COMP-3.              00000813
       01  IX-TAS                  PIC 9(01) VALUE ZEROS.               00000814
      *RITM49168-FIN                                                  * 00000815
      *                                                                 00000820
      * TENEDOR EN PROCESO                                              00000830
       01  W-TENEDOR.                                                   00000840
           05 WTE-CUENTA           PIC S9(7)V COMP-3.                   00000850
           05 WTE-DEPOS            PIC S9(13)V COMP-3.                  00000860
           05 WTE-SUCURS           PIC X(04).                           00000870
      *RITM49168                                                      * 00000871
           05 WTE-NUMCLI           PIC S9(8)V COMP-3.                   00000872
      *                                                                 00000880
       01  W-DATE                  PIC 9(6).                            00000890
       01  FILLER                  REDEFINES W-DATE.                    00000900
          05 CONT-EVENTOS          PIC 9(08)  VALUE ZEROES.             00001060
          05 CONT-ABONOS           PIC 9(08)  VALUE ZEROES.             00001070
          05 CONT-AMORTIZADAS      PIC 9(08)  VALUE ZEROES.             00001080
      *RITM49168                                                      * 00001081
          05 CONT-RETENIDOS        PIC 9(08)  VALUE ZEROES.             00001082
          05 TOT-PAGADO            PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001090
      *RITM49168                                                      * 00001091
          05 TOT-RETENIDO          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001092
      * VARIABLES PARA CONTROL DE ERRORES                               00001100
       01 WS-ERROR.                                                     00001110
          05 WS-ACCION             PIC X(24).                           00001120
          05 DET-PAGO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001430
          05 FILLER                PIC X(08) VALUE '  AMRT: '.          00001440
          05 DET-AMORTIZA          PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001450
      *RITM49168: RETENCION Y NETO EN LA LINEA DEL TENEDOR              00001451
      *   05 FILLER                PIC X(50) VALUE SPACES.              00001452
      *RITM49168-INI                                                  * 00001453
          05 FILLER                PIC X(07) VALUE '  RET: '.           00001454
          05 DET-RETENCION         PIC ZZZ,ZZZ,ZZ9.99.                  00001455
          05 FILLER                PIC X(08) VALUE '  NETO: '.          00001456
          05 DET-NETO              PIC ZZZ,ZZZ,ZZ9.99.                  00001457
          05 FILLER                PIC X(01) VALUE SPACES.              00001458
          05 DET-RESIFIS           PIC X(03).                           00001459
          05 FILLER                PIC X(01) VALUE '/'.                 00001460
          05 DET-TIPPER            PIC X(01).                           00001461
          05 FILLER                PIC X(01) VALUE SPACES.              00001462
      *RITM49168-FIN                                                  * 00001463
      *                                                                 00001470
      *    CALENDARIO DE CUPONES                                        00001480
           COPY VLCPTCUP.                                               00001481
      *RITM49168-INI                                                  * 00001482
      *                                                                 00001483
      *    RETENCIONES PARA EL PAGO A SUNAT (VLDTRET)                   00001484
           COPY VLCPTRET.                                               00001485
      *                                                                 00001486
      *    PARAMETROS CENTRALES (TASAS DE RETENCION)                    00001487
           COPY VLCPTPA0.                                               00001488
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00001489
      *                                                                 00001490
      *    TIPO DE PERSONA DEL TITULAR (PERSONAS)                       00001491
       01  W-PEWC5201.                                                  00001492
           COPY PEWC5201.                                               00001493
       77  PE9C5201               PIC X(08) VALUE 'PE9C5201'.           00001494
      *RITM49168-FIN                                                  * 00001495
      *                                                                 00001496
      *RITM49188-INI                                                  * 00001497
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00001498
           COPY VLCPTAP0.                                               00001499
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00001500
      *RITM49188-FIN                                                  * 00001501
      *RITM49198-INI                                                  * 00001502
      *    AVISOS AL CLIENTE POR SMS / CORREO (VL9CNOT0 / VLDTNOT)      00001503
           COPY VLCPTNOT.                                               00001504
       01  WK-VL9CNOT0            PIC X(08) VALUE 'VL9CNOT0'.           00001505
       01  WK-NOT-CODRESP         PIC 9(02) VALUE ZEROS.                00001506
       01  WK-NOT-SECUEN          PIC 9(03) VALUE ZEROS.                00001507
      *RITM49198-FIN                                                  * 00001508
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001510
           COPY VLCPTCTL.                                               00001520
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001530
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00001600
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001610
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00001620
      *RITM49168                                                      * 00001621
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00001622
           EXEC SQL INCLUDE VLGTXBO END-EXEC.                           00001623
      *                                                                 00001630
      *    EVENTOS PENDIENTES CON FECHA DE PAGO CUMPLIDA                00001640
           EXEC SQL                                                     00001650
                 SELECT S.VADS_CUENTA                                   00001820
                      , S.VADS_DEPOS                                    00001830
                      , A.VARC_SUCURS                                   00001840
      *RITM49168                                                      * 00001841
                      , A.VARC_NUMCLI                                   00001842
                   FROM VLDTADS S                                       00001850
                      , VLDTARC A                                       00001860
                  WHERE A.VARC_CUENTA = S.VADS_CUENTA                   00001870
           MOVE W-MES              TO W-MM-AMD.                         00002230
           MOVE W-DIA              TO W-DD-AMD.                         00002240
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002250
      *RITM49168-INI                                                  * 00002251
           PERFORM 1100-CARGA-RETENCION                                 00002252
              THRU 1100-CARGA-RETENCION-EXIT.                           00002253
      *RITM49168-FIN                                                  * 00002254
                                                                        00002260
           OPEN OUTPUT S1DQCUPO S1RCUPO.                                00002270
           IF NOT S1DQCUPO-OK OR NOT S1RCUPO-OK                         00002280
              PERFORM 3001-ERROR                                        00002430
           END-IF.                                                      00002440
                                                                        00002450
           PERFORM 1300-FETCH-EVENTO                                    00002451
              THRU 1300-FETCH-EVENTO-EXIT.                              00002452
      *                                                                 00002453
      *----------------*                                                00002454
       1000-INICIO-EXIT.                                                00002455
      *----------------*                                                00002456
           EXIT.                                                        00002457
                                                                        00002458
      *RITM49168-INI                                                  * 00002459
      *---------------------------*                                     00002460
       1100-CARGA-RETENCION.                                            00002461
      *---------------------------*                                     00002462
      *    TASAS DE RETENCION VIGENTES A LA FECHA DE PAGO (TABLA        00002463
      *    CENTRAL VLDTPAR) Y CUENTA PASIVO DE RETENCIONES SUNAT        00002464
           MOVE 'TASA-CUP-NR-NAT'  TO TAS-NOMBRE  (1).                  00002465
           MOVE 5.00               TO TAS-DEFECTO (1).                  00002466
           MOVE 'TASA-CUP-NR-JUR'  TO TAS-NOMBRE  (2).                  00002467
           MOVE 5.00               TO TAS-DEFECTO (2).                  00002468
           MOVE 'TASA-CUP-RE-NAT'  TO TAS-NOMBRE  (3).                  00002469
           MOVE 5.00               TO TAS-DEFECTO (3).                  00002470
           MOVE 'TASA-CUP-RE-JUR'  TO TAS-NOMBRE  (4).                  00002471
           MOVE ZEROS              TO TAS-DEFECTO (4).                  00002472
           PERFORM 1110-LEE-TASA                                        00002473
              THRU 1110-LEE-TASA-EXIT                                   00002474
              VARYING IX-TAS FROM 1 BY 1                                00002475
              UNTIL IX-TAS > 4.                                         00002476
                                                                        00002477
           MOVE 01                 TO VXBO-CLABOL.                      00002478
           EXEC SQL                                                     00002479
                SELECT  VXBO_CTARETEN                                   00002480
                  INTO :VXBO-CTARETEN                                   00002481
                  FROM  VLDTXBO                                         00002482
                 WHERE  VXBO_CLABOL  = :VXBO-CLABOL                     00002483
           END-EXEC.                                                    00002484
           IF SQLCODE NOT = ZERO                                        00002485
              MOVE 'SELECT'               TO WS-ACCION                  00002486
              MOVE 'VLDTXBO-1100'         TO WS-PARRAFO                 00002487
              PERFORM 3001-ERROR                                        00002488
           END-IF.                                                      00002489
           MOVE VXBO-CTARETEN      TO WK-CTARETEN.                      00002490
      *                                                                 00002491
      *--------------------------------*                                00002492
       1100-CARGA-RETENCION-EXIT.                                       00002493
      *--------------------------------*                                00002494
           EXIT.                                                        00002495
                                                                        00002496
      *---------------------*                                           00002497
       1110-LEE-TASA.                                                   00002498
      *---------------------*                                           00002499
      *    EL PARAMETRO VIAJA COMO 4 DIGITOS 99V99 (EJ. 0500 = 5 PCT)   00002500
           INITIALIZE VL9CPAR0-AREA.                                    00002501
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00002502
           MOVE TAS-NOMBRE (IX-TAS)  TO  PAR0-NOMBRE.                   00002503
           MOVE WA-CARD-FECHA-N      TO  PAR0-FECHA.                    00002504
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00002505
           EVALUATE PAR0-CODRESP                                        00002506
               WHEN ZERO                                                00002507
                    MOVE PAR0-VALOR (1:4) TO WK-TASA-CARD               00002508
                    MOVE WK-TASA-CARD-N   TO TAS-VIGENTE (IX-TAS)       00002509
               WHEN OTHER                                               00002510
                    MOVE TAS-DEFECTO (IX-TAS)                           00002511
                                          TO TAS-VIGENTE (IX-TAS)       00002512
           END-EVALUATE.                                                00002513
           DISPLAY 'TASA RETENCION ' TAS-NOMBRE (IX-TAS) ': '           00002514
                   TAS-VIGENTE (IX-TAS).                                00002515
      *                                                                 00002516
      *-------------------------*                                       00002517
       1110-LEE-TASA-EXIT.                                              00002518
      *-------------------------*                                       00002519
           EXIT.                                                        00002520
      *RITM49168-FIN                                                  * 00002521
                                                                        00002530
      *--------------------*                                            00002540
       1300-FETCH-EVENTO.                                               00002550
                 INTO :WTE-CUENTA                                       00003690
                    , :WTE-DEPOS                                        00003700
                    , :WTE-SUCURS                                       00003710
      *RITM49168                                                      * 00003711
                    , :WTE-NUMCLI                                       00003712
           END-EXEC.                                                    00003720
           EVALUATE SQLCODE                                             00003730
               WHEN ZERO                                                00003740
      *----------------------*                                          00003910
           COMPUTE WK-PAGO ROUNDED =                                    00003920
                   WTE-DEPOS * WK-IMP-TITULO.                           00003930
      *RITM49168-INI                                                  * 00003931
                                                                        00003932
           PERFORM 2250-CALCULA-RETENCION                               00003933
              THRU 2250-CALCULA-RETENCION-EXIT.                         00003934
      *RITM49168-FIN                                                  * 00003935
                                                                        00003940
           PERFORM 2300-GRABA-ABONO-OPS                                 00003950
              THRU 2300-GRABA-ABONO-OPS-EXIT.                           00003960
      *RITM49168-INI                                                  * 00003961
                                                                        00003962
           IF WK-RETENCION > ZEROS                                      00003963
              PERFORM 2350-GRABA-RETENCION-OPS                          00003964
                 THRU 2350-GRABA-RETENCION-OPS-EXIT                     00003965
              PERFORM 2360-GRABA-VLDTRET                                00003966
                 THRU 2360-GRABA-VLDTRET-EXIT                           00003967
           END-IF.                                                      00003968
      *RITM49168-FIN                                                  * 00003969
                                                                        00003970
      *    EN EL VENCIMIENTO LA POSICION SE REDUCE SEGUN EL             00003980
      *    PORCENTAJE DE AMORTIZACION (100 PCT SI NO SE INFORMO)        00003990
           END-IF.                                                      00004100
                                                                        00004110
           MOVE WTE-CUENTA         TO DET-CUENTA.                       00004120
           MOVE WTE-DEPOS          TO DET-TITULOS.                      00004121
           MOVE WK-PAGO            TO DET-PAGO.                         00004122
           MOVE WK-AMORTIZA        TO DET-AMORTIZA.                     00004123
      *RITM49168-INI                                                  * 00004124
           MOVE WK-RETENCION       TO DET-RETENCION.                    00004125
           MOVE WK-NETO            TO DET-NETO.                         00004126
           MOVE VXMI-RESIFIS       TO DET-RESIFIS.                      00004127
           MOVE WK-TIPPER          TO DET-TIPPER.                       00004128
      *RITM49168-FIN                                                  * 00004129
      *RITM49198-INI                                                  * 00004130
           PERFORM 2290-AVISO-CLIENTE                                   00004131
              THRU 2290-AVISO-CLIENTE-EXIT.                             00004132
      *RITM49198-FIN                                                  * 00004133
           WRITE SAL-RCUPO       FROM LIN-TENEDOR.                      00004134
                                                                        00004135
           PERFORM 2100-FETCH-TENEDOR                                   00004136
              THRU 2100-FETCH-TENEDOR-EXIT.                             00004137
      *                                                                 00004138
      *----------------------------*                                    00004139
       2200-PAGA-TENEDOR-EXIT.                                          00004140
      *----------------------------*                                    00004141
           EXIT.                                                        00004142
                                                                        00004143
      *RITM49198-INI                                                  * 00004144
      *----------------------------*                                    00004145
       2290-AVISO-CLIENTE.                                              00004146
      *----------------------------*                                    00004147
      *    EL PAGO AL TENEDOR QUEDA ENCOLADO COMO AVISO AL CLIENTE;     00004148
      *    LA REFERENCIA (VALOR + SECUENCIA DEL EVENTO) EVITA EL AVISO  00004149
      *    DOBLE SI EL PROCESO SE RELANZA PARA EL MISMO EVENTO          00004150
           INITIALIZE DCLVLDTNOT.                                       00004151
           MOVE WTE-NUMCLI          TO VNOT-NUMCLI.                     00004152
           MOVE WTE-CUENTA          TO VNOT-CUENTA.                     00004153
           SET  VNOT-EVE-CUPON      TO TRUE.                            00004154
           MOVE VCUP-SECUEN         TO WK-NOT-SECUEN.                   00004155
           MOVE VCUP-CODVALOR       TO VNOT-REFEVE (01:12).             00004156
           MOVE WK-NOT-SECUEN       TO VNOT-REFEVE (13:03).             00004157
           MOVE WA-CARD-FECHA-N     TO VNOT-FECEVE.                     00004158
           MOVE VCUP-CODVALOR       TO VNOT-CODVALOR.                   00004159
           MOVE WK-NETO             TO VNOT-IMPORTE.                    00004160
           MOVE VXEN-CODDIVI        TO VNOT-MONEDA.                     00004161
           IF VCUP-VENCIMIENTO                                          00004162
              MOVE 'AMORTIZACION ABONADA EN SU CUENTA'                  00004163
                                    TO VNOT-DETALLE                     00004164
           ELSE                                                         00004165
              MOVE 'CUPON ABONADO EN SU CUENTA'                         00004166
                                    TO VNOT-DETALLE                     00004167
           END-IF.                                                      00004168
           MOVE W-PROGRAMA          TO VNOT-USUARIO.                    00004169
           CALL WK-VL9CNOT0      USING DCLVLDTNOT WK-NOT-CODRESP.       00004170
           IF WK-NOT-CODRESP = 99                                       00004171
              DISPLAY 'AVISO: AVISO AL CLIENTE NO ENCOLADO CUENTA '     00004172
                      WTE-CUENTA                                        00004173
           END-IF.                                                      00004174
      *                                                                 00004175
      *---------------------------------*                               00004176
       2290-AVISO-CLIENTE-EXIT.                                         00004177
      *---------------------------------*                               00004178
           EXIT.                                                        00004179
      *RITM49198-FIN                                                  * 00004180
                                                                        00004181
      *RITM49168-INI                                                  * 00004182
      *----------------------------*                                    00004183
       2250-CALCULA-RETENCION.                                          00004184
      *----------------------------*                                    00004185
      *    RESIDENCIA FISCAL DEL TITULAR (MISMO CRITERIO QUE VL4CDIVC:  00004186
      *    SIN FICHA EN VLDTXMI SE TOMA COMO RESIDENTE EN PERU)         00004187
           MOVE WTE-NUMCLI         TO VXMI-CODCLI.                      00004188
           EXEC SQL                                                     00004189
                SELECT VXMI_RESIFIS                                     00004190
                  INTO :VXMI-RESIFIS                                    00004191
                  FROM VLDTXMI                                          00004192
                 WHERE VXMI_CODCLI = :VXMI-CODCLI                       00004193
           END-EXEC.                                                    00004194
           EVALUATE SQLCODE                                             00004195
               WHEN ZERO                                                00004196
                    CONTINUE                                            00004197
               WHEN 100                                                 00004198
                    MOVE 'PER'          TO VXMI-RESIFIS                 00004199
               WHEN OTHER                                               00004200
                    MOVE 'SELECT'       TO WS-ACCION                    00004201
                    MOVE 'VLDTXMI-2250' TO WS-PARRAFO                   00004202
                    PERFORM 3001-ERROR                                  00004203
           END-EVALUATE.                                                00004204
           MOVE 'N'                TO SW-NO-RESIDENTE.                  00004205
           IF VXMI-RESIFIS NOT = 'PER' AND SPACES                       00004206
              MOVE 'S'             TO SW-NO-RESIDENTE                   00004207
           END-IF.                                                      00004208
                                                                        00004209
      *    TIPO DE PERSONA EN PERSONAS: 'F' ES PERSONA NATURAL. SI      00004210
      *    EL CLIENTE NO SE RECUPERA SE TRATA COMO NATURAL, PARA NO     00004211
      *    DEJAR DE RETENER A UN RESIDENTE SUJETO A LA TASA.            00004212
           MOVE 'N'                TO WK-TIPPER.                        00004213
           INITIALIZE                 W520-REGISTRO.                    00004214
           MOVE WTE-NUMCLI         TO W520-NUMCLIEN.                    00004215
           CALL PE9C5201        USING W-PEWC5201.                       00004216
           IF W520-PECRETOR = '00' AND W520-SUJGRUP NOT = 'F'           00004217
              MOVE 'J'             TO WK-TIPPER                         00004218
           END-IF.                                                      00004219
                                                                        00004220
           EVALUATE TRUE                                                00004221
               WHEN NO-RESIDENTE AND PERSONA-NATURAL                    00004222
                    MOVE TAS-VIGENTE (1) TO WK-TASA-RET                 00004223
               WHEN NO-RESIDENTE                                        00004224
                    MOVE TAS-VIGENTE (2) TO WK-TASA-RET                 00004225
               WHEN PERSONA-NATURAL                                     00004226
                    MOVE TAS-VIGENTE (3) TO WK-TASA-RET                 00004227
               WHEN OTHER                                               00004228
                    MOVE TAS-VIGENTE (4) TO WK-TASA-RET                 00004229
           END-EVALUATE.                                                00004230
                                                                        00004231
           MOVE ZEROS              TO WK-RETENCION.                     00004232
           IF WK-TASA-RET > ZEROS                                       00004233
              COMPUTE WK-RETENCION ROUNDED =                            00004234
                      WK-PAGO * WK-TASA-RET / 100                       00004235
           END-IF.                                                      00004236
           COMPUTE WK-NETO = WK-PAGO - WK-RETENCION.                    00004237
      *                                                                 00004238
      *---------------------------------*                               00004239
       2250-CALCULA-RETENCION-EXIT.                                     00004240
      *---------------------------------*                               00004241
           EXIT.                                                        00004242
      *RITM49168-FIN                                                  * 00004243
                                                                        00004250
      *----------------------------*                                    00004260
       2300-GRABA-ABONO-OPS.                                            00004270
           MOVE WTE-SUCURS              TO MIR-CENTRO-ORI.              00004400
           MOVE W-PROGRAMA              TO MIR-USERID-ORI.              00004410
           MOVE '066'                   TO MIR-CODIGO.                  00004420
      *RITM49168: EL CLIENTE RECIBE EL NETO DE RETENCION                00004421
      *    MOVE WK-PAGO                 TO MIR-IMPORTE.                 00004422
      *RITM49168                                                      * 00004423
           MOVE WK-NETO                 TO MIR-IMPORTE.                 00004424
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-OPER.              00004440
           MOVE W-HORA-CURRENT-N        TO MIR-HORA-OPER.               00004450
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-CONTA.             00004460
           MOVE 'VL'                    TO MIR-APLC-ORI.                00004590
                                                                        00004600
           MOVE REGISTRO-BGECMIR        TO OPS-BGECMIR.                 00004610
                                                                        00004611
           WRITE REG-S1DQCUPO FROM REGISTRO-BGECOPS.                    00004612
           IF NOT S1DQCUPO-OK                                           00004613
              MOVE 'WRITE S1DQCUPO'         TO WS-ACCION                00004614
              MOVE '2300-GRABA-ABONO'       TO WS-PARRAFO               00004615
              PERFORM 3001-ERROR                                        00004616
           END-IF.                                                      00004617
      *RITM49188-INI                                                  * 00004618
           PERFORM 2390-PASARELA-CONTABLE                               00004619
              THRU 2390-PASARELA-CONTABLE-EXIT.                         00004620
      *RITM49188-FIN                                                  * 00004621
                                                                        00004622
           ADD 1                        TO CONT-ABONOS.                 00004623
           ADD WK-PAGO                  TO TOT-PAGADO.                  00004624
      *                                                                 00004625
      *---------------------------------*                               00004626
       2300-GRABA-ABONO-OPS-EXIT.                                       00004627
      *---------------------------------*                               00004628
           EXIT.                                                        00004629
                                                                        00004630
      *RITM49168-INI                                                  * 00004631
      *-------------------------------*                                 00004632
       2350-GRABA-RETENCION-OPS.                                        00004633
      *-------------------------------*                                 00004634
      *    LO RETENIDO SE ABONA A LA CUENTA PASIVO DE RETENCIONES       00004635
      *    SUNAT (VXBO_CTARETEN) CON EL MISMO APUNTE OPS '066' DEL      00004636
      *    ABONO AL TENEDOR                                             00004637
           INITIALIZE                      REGISTRO-BGECOPS             00004638
                                           REGISTRO-BGECMIR.            00004639
                                                                        00004640
           MOVE 'VL'                    TO OPS-CODAPLI.                 00004641
           MOVE W-MM-AMD                TO OPS-NUMERO-FIC (01:02).      00004642
           MOVE W-DD-AMD                TO OPS-NUMERO-FIC (03:02).      00004643
           MOVE W-HORA-CURRENT (01:04)  TO OPS-NUMERO-FIC (05:04).      00004644
           MOVE 'I'                     TO OPS-SIGNO-OPER.              00004645
           MOVE '0'                     TO OPS-IND-REG.                 00004646
                                                                        00004647
           MOVE WK-CTARETEN (01:04)     TO MIR-ENTIDAD                  00004648
                                           MIR-ENTIDAD-ORI.             00004649
           MOVE WK-CTARETEN (05:04)     TO MIR-CENTRO-ALTA.             00004650
           MOVE WK-CTARETEN (09:01)     TO MIR-DIGICCC1.                00004651
           MOVE WK-CTARETEN (10:01)     TO MIR-DIGICCC2.                00004652
           MOVE WK-CTARETEN (11:10)     TO MIR-CUENTA.                  00004653
           MOVE WTE-CUENTA              TO MIR-REF-INTERNA (01:07).     00004654
           MOVE WTE-SUCURS              TO MIR-CENTRO-ORI.              00004655
           MOVE W-PROGRAMA              TO MIR-USERID-ORI.              00004656
           MOVE '066'                   TO MIR-CODIGO.                  00004657
           MOVE WK-RETENCION            TO MIR-IMPORTE.                 00004658
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-OPER.              00004659
           MOVE W-HORA-CURRENT-N        TO MIR-HORA-OPER.               00004660
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-CONTA.             00004661
           MOVE WA-CARD-FECHA-N         TO MIR-FECHA-VALOR.             00004662
           MOVE 'OPS'                   TO MIR-TIPO-CONTAB.             00004663
           MOVE 'R'                     TO MIR-IND-REALPRUE.            00004664
           MOVE 'N'                     TO MIR-IND-OPER-INTER.          00004665
           MOVE '5'                     TO MIR-IND-ORIGEN-OP.           00004666
           MOVE VXEN-CODDIVI            TO MIR-DIVISA.                  00004667
           MOVE 'RETENCION RENTA FIJA'  TO MIR-OBSERVA (01:20).         00004668
           MOVE VCUP-CODVALOR           TO MIR-OBSERVA (25:12).         00004669
           MOVE 'VL'                    TO MIR-APLC-ORI.                00004670
                                                                        00004671
           MOVE REGISTRO-BGECMIR        TO OPS-BGECMIR.                 00004672
                                                                        00004673
           WRITE REG-S1DQCUPO FROM REGISTRO-BGECOPS.                    00004674
           IF NOT S1DQCUPO-OK                                           00004675
              MOVE 'WRITE S1DQCUPO'         TO WS-ACCION                00004676
              MOVE '2350-GRABA-RETEN'       TO WS-PARRAFO               00004677
              PERFORM 3001-ERROR                                        00004678
           END-IF.                                                      00004679
      *RITM49188-INI                                                  * 00004680
           PERFORM 2390-PASARELA-CONTABLE                               00004681
              THRU 2390-PASARELA-CONTABLE-EXIT.                         00004682
      *RITM49188-FIN                                                  * 00004683
                                                                        00004684
           ADD 1                        TO CONT-RETENIDOS.              00004685
           ADD WK-RETENCION             TO TOT-RETENIDO.                00004686
      *                                                                 00004687
      *------------------------------------*                            00004688
       2350-GRABA-RETENCION-OPS-EXIT.                                   00004689
      *------------------------------------*                            00004690
           EXIT.                                                        00004691
                                                                        00004692
      *--------------------------*                                      00004693
       2360-GRABA-VLDTRET.                                              00004694
      *--------------------------*                                      00004695
      *    DETALLE PARA EL PAGO MENSUAL A SUNAT (VL4CRETN). LA          00004696
      *    REFERENCIA ES LA SECUENCIA DEL EVENTO Y EL RESULTADO ES      00004697
      *    EL INTERES BRUTO PAGADO AL TENEDOR.                          00004698
           MOVE WTE-CUENTA         TO VRET-CUENTA.                      00004699
           MOVE VCUP-SECUEN        TO VRET-REFER.                       00004700
           MOVE WA-CARD-FECHA-N    TO VRET-FECHA.                       00004701
           MOVE WA-CARD-FECHA (1:6) TO VRET-PERIODO.                    00004702
           MOVE WTE-NUMCLI         TO VRET-NUMCLI.                      00004703
           MOVE VXMI-RESIFIS       TO VRET-RESIFIS.                     00004704
           MOVE WK-PAGO            TO VRET-RESULTADO.                   00004705
           MOVE WK-TASA-RET        TO VRET-TASA.                        00004706
           MOVE WK-RETENCION       TO VRET-RETENCION.                   00004707
           MOVE W-PROGRAMA         TO VRET-USUARIO.                     00004708
           EXEC SQL                                                     00004709
                INSERT INTO VLDTRET                                     00004710
                      ( VRET_CUENTA                                     00004711
                      , VRET_REFER                                      00004712
                      , VRET_FECHA                                      00004713
                      , VRET_PERIODO                                    00004714
                      , VRET_NUMCLI                                     00004715
                      , VRET_RESIFIS                                    00004716
                      , VRET_RESULTADO                                  00004717
                      , VRET_TASA                                       00004718
                      , VRET_RETENCION                                  00004719
                      , VRET_USUARIO )                                  00004720
                VALUES                                                  00004721
                      ( :VRET-CUENTA                                    00004722
                      , :VRET-REFER                                     00004723
                      , :VRET-FECHA                                     00004724
                      , :VRET-PERIODO                                   00004725
                      , :VRET-NUMCLI                                    00004726
                      , :VRET-RESIFIS                                   00004727
                      , :VRET-RESULTADO                                 00004728
                      , :VRET-TASA                                      00004729
                      , :VRET-RETENCION                                 00004730
                      , :VRET-USUARIO )                                 00004731
           END-EXEC.                                                    00004732
           IF SQLCODE NOT = ZERO                                        00004733
              MOVE 'INSERT'               TO WS-ACCION                  00004734
              MOVE 'VLDTRET-2360'         TO WS-PARRAFO                 00004735
              PERFORM 3001-ERROR                                        00004736
           END-IF.                                                      00004737
      *                                                                 00004738
      *-------------------------------*                                 00004739
       2360-GRABA-VLDTRET-EXIT.                                         00004740
      *-------------------------------*                                 00004741
           EXIT.                                                        00004742
      *RITM49168-FIN                                                  * 00004743
                                                                        00004744
      *RITM49188-INI                                                  * 00004745
      *------------------------------*                                  00004746
       2390-PASARELA-CONTABLE.                                          00004747
      *------------------------------*                                  00004748
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00004749
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00004750
           MOVE 'A'                 TO AP0-FUNCION.                     00004751
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00004752
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00004753
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00004754
           IF AP0-CODRESP NOT = ZEROS                                   00004755
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00004756
              MOVE '2390-PASARELA'          TO WS-PARRAFO               00004757
              PERFORM 3001-ERROR                                        00004758
           END-IF.                                                      00004759
      *                                                                *00004760
      *-----------------------------------*                             00004761
       2390-PASARELA-CONTABLE-EXIT.                                     00004762
      *-----------------------------------*                             00004763
           EXIT.                                                        00004764
      *RITM49188-FIN                                                  * 00004765
                                                                        00004770
      *----------------------------*                                    00004780
       2400-REDUCE-POSICION.                                            00004790
           END-IF.                                                      00005170
                                                                        00005180
           CLOSE S1DQCUPO S1RCUPO.                                      00005190
                                                                        00005191
      *RITM49188-INI                                                  * 00005192
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00005193
           MOVE 'F'                 TO AP0-FUNCION.                     00005194
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00005195
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00005196
           IF AP0-CODRESP NOT = ZEROS                                   00005197
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00005198
              MOVE '3000-FIN'               TO WS-PARRAFO               00005199
              PERFORM 3001-ERROR                                        00005200
           END-IF.                                                      00005201
      *RITM49188-FIN                                                  * 00005202
                                                                        00005203
           DISPLAY '****** FIN CUPONES RENTA FIJA VL4CCUPO ******'.     00005210
           DISPLAY 'EVENTOS PAGADOS        : ' CONT-EVENTOS.            00005220
           DISPLAY 'ABONOS GENERADOS       : ' CONT-ABONOS.             00005230
           DISPLAY 'POSICIONES AMORTIZADAS : ' CONT-AMORTIZADAS.        00005240
           DISPLAY 'TOTAL PAGADO           : ' TOT-PAGADO.              00005250
      *RITM49168-INI                                                  * 00005251
           DISPLAY 'ABONOS CON RETENCION   : ' CONT-RETENIDOS.          00005252
           DISPLAY 'TOTAL RETENIDO         : ' TOT-RETENIDO.            00005253
      *RITM49168-FIN                                                  * 00005254
                                                                        00005260
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00005270
           ACCEPT WK-HORA-FIN       FROM TIME.                          00005280
