      *                                       LEEN DE LA TABLA CENTRAL  00000214
      *                                       VLDTFXR (VL4CFXRC), NO    00000215
      *                                       DE E1DQTCAM/E2DQTANT.     00000216
      *---------- ---------- ---------------- -------------------------*00000217
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN    00000218
      *                                       TAMBIEN EN LA PASARELA    00000219
      *                                       CONTABLE (VL9CAPU0) CON   00000220
      *                                       SUS TOTALES DE CONTROL,   00000221
      *                                       PARA EL ENVIO UNICO A     00000222
      *                                       CONTABILIDAD (VL4CPASC).  00000223
      *---------- ---------- ---------------- -------------------------*00000224
      ******************************************************************00000230
       ENVIRONMENT DIVISION.                                            00000240
       CONFIGURATION SECTION.                                           00000250
          05 SOP-TIPO              PIC X(05).                           00001630
          05 FILLER                PIC X(60) VALUE SPACES.              00001640
      *                                                                 00001650
      *RITM49188-INI                                                    00001651
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00001652
           COPY VLCPTAP0.                                               00001653
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00001654
      *RITM49188-FIN                                                    00001655
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001660
           COPY VLCPTCTL.                                               00001670
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001680
              MOVE '2100-GENERA-APUNTE'     TO WS-PARRAFO               00004570
              PERFORM 3001-ERROR                                        00004580
           END-IF.                                                      00004590
      *RITM49188-INI                                                    00004591
           PERFORM 2190-PASARELA-CONTABLE                               00004592
              THRU 2190-PASARELA-CONTABLE-EXIT.                         00004593
      *RITM49188-FIN                                                    00004594
                                                                        00004600
           ADD 1 TO CONT-APUNTES.                                       00004610
      *                                                                *00004620
      *---------------------------*                                     00004630
       2100-GENERA-APUNTE-EXIT.                                         00004640
      *---------------------------*                                     00004641
           EXIT.                                                        00004642
                                                                        00004643
      *RITM49188-INI                                                    00004644
      *------------------------------*                                  00004645
       2190-PASARELA-CONTABLE.                                          00004646
      *------------------------------*                                  00004647
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00004648
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00004649
           MOVE 'A'                 TO AP0-FUNCION.                     00004650
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00004651
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00004652
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00004653
           IF AP0-CODRESP NOT = ZEROS                                   00004654
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00004655
              MOVE '2190-PASARELA'          TO WS-PARRAFO               00004656
              PERFORM 3001-ERROR                                        00004657
           END-IF.                                                      00004658
      *                                                                *00004659
      *-----------------------------------*                             00004660
       2190-PASARELA-CONTABLE-EXIT.                                     00004661
      *-----------------------------------*                             00004662
           EXIT.                                                        00004663
      *RITM49188-FIN                                                    00004664
                                                                        00004670
      *--------*                                                        00004680
       3000-FIN.                                                        00004690
                                                                        00004750
      *RITM49148                                                        00004759
           CLOSE S1DQREVA S1RREVA.                                      00004760
                                                                        00004761
      *RITM49188-INI                                                    00004762
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00004763
           MOVE 'F'                 TO AP0-FUNCION.                     00004764
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00004765
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00004766
           IF AP0-CODRESP NOT = ZEROS                                   00004767
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00004768
              MOVE '3000-FIN'               TO WS-PARRAFO               00004769
              PERFORM 3001-ERROR                                        00004770
           END-IF.                                                      00004771
      *RITM49188-FIN                                                    00004772
                                                                        00004780
           DISPLAY '****** FIN REVALORIZACION CAMBIARIA ******'.        00004790
           DISPLAY 'GRUPOS OFICINA/DIVISA  : ' CONT-GRUPOS.             00004800
