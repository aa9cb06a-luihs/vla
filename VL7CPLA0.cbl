LRH@1 *                                       ESTAR HABILITADA EN     * 
LRH@1 *                                       VLDTENT (VL9CENT0);     * 
LRH@1 *                                       LO DENEGADO SE AUDITA.  * 
LRH@2 *--------- ---------- ----------------- -------------------------*00000191
LRH@2 *RITM49170 15-10-26   LUIS RIVERA H.    MODO 'R' REINVERSION DE * 00000192
LRH@2 *                                       DIVIDENDOS: SIN IMPORTE,* 00000193
LRH@2 *                                       CANTIDAD NI DIA; UNO    * 00000194
LRH@2 *                                       VIGENTE POR CUENTA Y    * 00000195
LRH@2 *                                       VALOR (VL4CDIVC).       * 00000196
      *----------------------------------------------------------------*00000200
      ******************************************************************00000210
      *                                                                 00000220
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000450
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000460
           03 WK-SECUEN-MAX            PIC S9(3) COMP-3 VALUE ZEROS.    00000470
LRH@2      03 WK-PLANES-DRIP           PIC S9(9) COMP   VALUE ZEROS.    00000471
           03 W-HORA-CURRENT.                                           00000480
              05  W-HORA               PIC 99.                          00000490
              05  W-MINUTOS            PIC 99.                          00000500
                    PERFORM 9999-FIN                                    00001710
                 END-IF                                                 00001720
              ELSE                                                      00001730
LRH@2            IF NOT PLA0-MODO = 'R'                                 00001731
LRH@2               MOVE '03'            TO PLA0-COD-RETORNO            00001732
LRH@2               MOVE 'VLE2174'       TO PLA0-COD-ERROR-DEV          00001733
LRH@2               MOVE 'MODO    '      TO PLA0-VAR1-ERROR             00001734
LRH@2               PERFORM 9999-FIN                                    00001735
LRH@2            END-IF                                                 00001736
              END-IF                                                    00001780
           END-IF                                                       00001790
                                                                        00001800
LRH@2 *    LA REINVERSION NO TIENE DIA DEL MES: SE VALIDA APARTE        00001801
LRH@2      IF PLA0-MODO = 'R'                                           00001802
LRH@2         PERFORM 2100-VALIDA-REINVERSION                           00001803
LRH@2      ELSE                                                         00001804
LRH@2         IF PLA0-DIAMES < 1 OR PLA0-DIAMES > 28                    00001805
LRH@2            MOVE '04'                  TO PLA0-COD-RETORNO         00001806
LRH@2            MOVE 'VLE2175'             TO PLA0-COD-ERROR-DEV       00001807
LRH@2            MOVE 'DIAMES  '            TO PLA0-VAR1-ERROR          00001808
LRH@2            PERFORM 9999-FIN                                       00001809
LRH@2         END-IF                                                    00001810
LRH@2      END-IF                                                       00001811
                                                                        00001870
      *    LA CUENTA DEBE EXISTIR Y ESTAR ACTIVA                        00001880
           MOVE PLA0-CUENTA TO VARC-CUENTA                              00001890
              PERFORM 8900-ERROR-SQL                                    00002690
           END-IF                                                       00002700
                                                                        00002710
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00002711
           PERFORM 8000-GRABA-AUDITORIA                                 00002712
           MOVE VPLA-SECUEN TO PLA0-SECUEN                              00002713
           .                                                            00002714
LRH@2 *                                                                *00002715
LRH@2 *----------------------------------------------------------------*00002716
LRH@2  2100-VALIDA-REINVERSION.                                         00002717
LRH@2 *----------------------------------------------------------------*00002718
LRH@2 *    REINVERSION DE DIVIDENDOS: EL NETO QUE PAGA VL4CDIVC COMPRA  00002719
LRH@2 *    TITULOS DEL MISMO VALOR. NO LLEVA IMPORTE, CANTIDAD NI DIA   00002720
LRH@2 *    DEL MES Y SOLO PUEDE HABER UNA VIGENTE POR CUENTA Y VALOR.   00002721
LRH@2 *    SIN VIGENCIA INFORMADA RIGE DESDE HOY Y SIN VENCIMIENTO.     00002722
LRH@2      MOVE ZEROS                TO PLA0-IMPORTE                    00002723
LRH@2                                   PLA0-CANTIDAD                   00002724
LRH@2                                   PLA0-DIAMES                     00002725
LRH@2      IF PLA0-VIGDESDE = ZEROS                                     00002726
LRH@2         MOVE PLA0-FECHA-OPER   TO PLA0-VIGDESDE                   00002727
LRH@2      END-IF                                                       00002728
LRH@2      IF PLA0-VIGHASTA = ZEROS                                     00002729
LRH@2         MOVE 99991231          TO PLA0-VIGHASTA                   00002730
LRH@2      END-IF                                                       00002731
LRH@2                                                                   00002732
LRH@2      MOVE PLA0-CODVALOR        TO VPLA-CODVALOR                   00002733
LRH@2      MOVE ZEROS                TO WK-PLANES-DRIP                  00002734
LRH@2      EXEC SQL                                                     00002735
LRH@2           SELECT  COUNT(*)                                        00002736
LRH@2             INTO :WK-PLANES-DRIP                                  00002737
LRH@2             FROM  VLDTPLA                                         00002738
LRH@2            WHERE  VPLA_CUENTA   = :VPLA-CUENTA                    00002739
LRH@2              AND  VPLA_CODVALOR = :VPLA-CODVALOR                  00002740
LRH@2              AND  VPLA_MODO     = 'R'                             00002741
LRH@2              AND  VPLA_ESTADO   = 'A'                             00002742
LRH@2      END-EXEC                                                     00002743
LRH@2      IF SQLCODE NOT = ZERO                                        00002744
LRH@2         PERFORM 8900-ERROR-SQL                                    00002745
LRH@2      END-IF                                                       00002746
LRH@2      IF WK-PLANES-DRIP > ZEROS                                    00002747
LRH@2         MOVE '09'                  TO PLA0-COD-RETORNO            00002748
LRH@2         MOVE 'VLE2340'             TO PLA0-COD-ERROR-DEV          00002749
LRH@2         MOVE 'DRIP    '            TO PLA0-VAR1-ERROR             00002750
LRH@2         PERFORM 9999-FIN                                          00002751
LRH@2      END-IF                                                       00002752
LRH@2      .                                                            00002753
      *                                                                *00002760
      *----------------------------------------------------------------*00002770
       3000-BAJA-PLAN.                                                  00002780
