      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      *RITM49121  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000250
      *---------- ---------- ---------------- -------------------------*00000251
      *RITM49198  15-10-2026 LUIS RIVERA H.   CADA LLAMADA DE MARGEN   *00000252
      *                                       DEJA AVISO AL CLIENTE    *00000253
      *                                       (MAR) EN LA COLA VLDTNOT *00000254
      *                                       (VL9CNOT0) PARA EL FEED  *00000255
      *                                       SMS/CORREO VL4CNOTF.     *00000256
      *---------- ---------- ---------------- -------------------------*00000260
      ******************************************************************00000270
       ENVIRONMENT DIVISION.                                            00000280
           COPY VLCPTCTL.                                               00001500
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001510
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001520
      *RITM49198-INI                                                  * 00001521
      *    AVISOS AL CLIENTE POR SMS / CORREO (VL9CNOT0 / VLDTNOT)      00001522
           COPY VLCPTNOT.                                               00001523
       01  WK-VL9CNOT0            PIC X(08) VALUE 'VL9CNOT0'.           00001524
       01  WK-NOT-CODRESP         PIC 9(02) VALUE ZEROS.                00001525
       01  WK-NOT-NUMPRE          PIC 9(04) VALUE ZEROS.                00001526
      *RITM49198-FIN                                                  * 00001527
      *                                                                *00001530
      *  AREA DE COMUNICACION SQLCA                                     00001540
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001550
           END-IF.                                                      00004100
           WRITE SAL-MARG        FROM LIN-MARGEN.                       00004110
           ADD 1                   TO CONT-LLAMADAS.                    00004120
      *RITM49198-INI                                                  * 00004121
           PERFORM 2390-AVISO-CLIENTE                                   00004122
              THRU 2390-AVISO-CLIENTE-EXIT.                             00004123
      *RITM49198-FIN                                                  * 00004124
      *                                                                 00004130
      *---------------------------------*                               00004140
       2300-LLAMADA-MARGEN-EXIT.                                        00004141
      *---------------------------------*                               00004142
           EXIT.                                                        00004143
                                                                        00004144
      *RITM49198-INI                                                  * 00004145
      *----------------------------*                                    00004146
       2390-AVISO-CLIENTE.                                              00004147
      *----------------------------*                                    00004148
      *    LA LLAMADA DE MARGEN SE AVISA TAMBIEN AL TITULAR; LA         00004149
      *    REFERENCIA (PRENDA + FECHA + VALOR) DEJA UN AVISO POR PRENDA 00004150
      *    Y DIA AUNQUE EL PROCESO SE RELANCE                           00004151
           INITIALIZE DCLVLDTNOT.                                       00004152
           MOVE VPRE-CUENTA         TO VNOT-CUENTA.                     00004153
           SET  VNOT-EVE-MARGEN     TO TRUE.                            00004154
           MOVE VPRE-NUMPRE         TO WK-NOT-NUMPRE.                   00004155
           MOVE WK-NOT-NUMPRE       TO VNOT-REFEVE (01:04).             00004156
           MOVE W-FECHA-AMD-N       TO VNOT-REFEVE (05:08).             00004157
           MOVE VPRE-VALOR          TO VNOT-REFEVE (13:08).             00004158
           MOVE W-FECHA-AMD-N       TO VNOT-FECEVE.                     00004159
           MOVE WK-CODVALOR         TO VNOT-CODVALOR.                   00004160
           MOVE WK-COLATERAL        TO VNOT-IMPORTE.                    00004161
           MOVE 'LLAMADA DE MARGEN: COBERTURA BAJO MINIMO'              00004162
                                    TO VNOT-DETALLE.                    00004163
           MOVE W-PROGRAMA          TO VNOT-USUARIO.                    00004164
           CALL WK-VL9CNOT0      USING DCLVLDTNOT WK-NOT-CODRESP.       00004165
           IF WK-NOT-CODRESP = 99                                       00004166
              DISPLAY 'AVISO: AVISO AL CLIENTE NO ENCOLADO CUENTA '     00004167
                      VPRE-CUENTA                                       00004168
           END-IF.                                                      00004169
      *                                                                 00004170
      *---------------------------------*                               00004171
       2390-AVISO-CLIENTE-EXIT.                                         00004172
      *---------------------------------*                               00004173
           EXIT.                                                        00004174
      *RITM49198-FIN                                                  * 00004175
                                                                        00004180
      *--------*                                                        00004190
       3000-FIN.                                                        00004200
