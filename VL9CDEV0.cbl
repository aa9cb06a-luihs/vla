      *                                       PARA NO DESPLAZAR EL      00000205
      *                                       CONTEO DE DIAS.           00000206
      *---------- ---------- ---------------- -------------------------*00000210
      *RITM49169  15-10-2026 LUIS RIVERA H.   UN VALOR CON UN EVENTO EN 00000211
      *                                       IMPAGO (VLDTCUP 'D'/'R')  00000212
      *                                       NO DEVENGA: CODRESP 02.   00000213
      *---------- ---------- ---------------- -------------------------*00000214
      ******************************************************************00000220
       ENVIRONMENT DIVISION.                                            00000230
       CONFIGURATION SECTION.                                           00000240
      *                                                                 00000360
       01  WK-FEC-ULTIMO           PIC S9(8)V COMP-3 VALUE ZEROS.       00000370
       01  WK-BASE-N               PIC 9(03) VALUE ZEROS.               00000380
      *RITM49169                                                        00000381
       01  WK-EVE-IMPAGO           PIC S9(4) COMP VALUE ZEROS.          00000382
      *                                                                 00000390
       01  W-FECHA-A.                                                   00000400
           05 WFA-AAAA             PIC 9(04).                           00000410
      *-----------*                                                     00000820
           MOVE ZEROS              TO DV0-CODRESP                       00000830
                                      DV0-DEVENGADO-TIT                 00000840
                                      DV0-DIAS.                         00000841
           MOVE DV0-CODVALOR       TO VCUP-CODVALOR.                    00000842
      *RITM49169-INI                                                  * 00000843
                                                                        00000844
      *    UN VALOR CON UN EVENTO EN IMPAGO NO DEVENGA: EL INTERES      00000845
      *    QUEDA SUSPENDIDO HASTA QUE EL EMISOR PAGUE Y VL4CIMPA        00000846
      *    DISTRIBUYA EL RECUPERO                                       00000847
           MOVE ZEROS              TO WK-EVE-IMPAGO.                    00000848
           EXEC SQL                                                     00000849
                SELECT COUNT(*)                                         00000850
                  INTO :WK-EVE-IMPAGO                                   00000851
                  FROM VLDTCUP                                          00000852
                 WHERE VCUP_CODVALOR = :VCUP-CODVALOR                   00000853
                   AND VCUP_ESTADO  IN ('D', 'R')                       00000854
           END-EXEC.                                                    00000855
           IF SQLCODE NOT = ZERO                                        00000856
              MOVE 99              TO DV0-CODRESP                       00000857
              GO TO 1000-INICIO-EXIT                                    00000858
           END-IF.                                                      00000859
           IF WK-EVE-IMPAGO > ZEROS                                     00000860
              MOVE 02              TO DV0-CODRESP                       00000861
              GO TO 1000-INICIO-EXIT                                    00000862
           END-IF.                                                      00000863
      *RITM49169-FIN                                                  * 00000864
                                                                        00000870
      *    ULTIMO CUPON PAGADO: ARRANQUE DEL DEVENGO                    00000880
           EXEC SQL                                                     00000890
