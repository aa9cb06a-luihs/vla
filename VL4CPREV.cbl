LRH@2 *                                       Y PARO TOTAL SI EL       *00000232
LRH@2 *                                       PORCENTAJE SUPERA EL     *00000233
LRH@2 *                                       PARAMETRO PCT-DUP-BOLSA  *00000234
LRH@3 *RITM49162  15-10-2026 LUIS RIVERA H.   CICLO DE LIQUIDACION:    *00000235
LRH@3 *                                       FECHA VALOR Y PLAZA EN   *00000236
LRH@3 *                                       EL FILLER DEL REGISTRO;  *00000237
LRH@3 *                                       SE RECHAZA LA FECHA      *00000238
LRH@3 *                                       VALOR QUE NO CUADRA CON  *00000239
LRH@3 *                                       EL CICLO VIGENTE DE      *00000240
LRH@3 *                                       VLDTCIC (VL9CCIC0) Y SE  *00000241
LRH@3 *                                       ASIGNA LA DEL CICLO SI   *00000242
LRH@3 *                                       VIENE EN BLANCO          *00000243
      *---------- ---------- ---------------- -------------------------*00000230
      ******************************************************************00000240
       ENVIRONMENT DIVISION.                                            00000250
           05 BOL-MONEDA           PIC X(03).                           00000880
           05 BOL-REFER            PIC X(09).                           00000890
           05 BOL-REFER-N REDEFINES BOL-REFER PIC 9(09).                00000900
LRH@3 *    FECHA VALOR (AAAAMMDD) Y PLAZA DE MERCADO DE LA OPERACION;   00000901
LRH@3 *    PLAZA EN BLANCO = LIMA (BVL). SIN FECHA VALOR SE ASIGNA LA   00000902
LRH@3 *    DEL CICLO DE LIQUIDACION VIGENTE                             00000903
LRH@3      05 BOL-FVALOR           PIC X(08).                           00000904
LRH@3      05 BOL-FVALOR-N REDEFINES BOL-FVALOR PIC 9(08).              00000905
LRH@3      05 BOL-PLAZA            PIC X(03).                           00000906
      *                                                                 00000920
       01  WS-VALIDA.                                                   00000930
           05 SW-RECHAZO           PIC X(02) VALUE 'NO'.                00000940
          05 CONT-RECHAZADOS       PIC 9(08)  VALUE ZEROES.             00001170
LRH@1     05 CONT-AUTORIZADAS      PIC 9(08)  VALUE ZEROES.             00001171
LRH@2     05 CONT-DUPLICADOS       PIC 9(08)  VALUE ZEROES.             00001172
LRH@3     05 CONT-FVALOR-ASIG      PIC 9(08)  VALUE ZEROES.             00001173
      * VARIABLES PARA CONTROL DE ERRORES                               00001180
       01 WS-ERROR.                                                     00001190
          05 WS-ACCION             PIC X(24).                           00001200
LRH@2 *    PARAMETROS CENTRALES (VL9CPAR0 / VLDTPAR)                    00001485
LRH@2      COPY VLCPTPA0.                                               00001485
LRH@2  77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00001485
LRH@3 *                                                                 00001486
LRH@3 *    CICLO DE LIQUIDACION (VL9CCIC0 / VLDTCIC)                    00001487
LRH@3      COPY VLCPTCI0.                                               00001488
LRH@3  77  WK-VL9CCIC0            PIC X(08) VALUE 'VL9CCIC0'.           00001489
LRH@1  77  WK-LOG-CODRESP         PIC 9(02) VALUE ZEROS.                00001490
LRH@1  01  W-LOG-PERF-TEXTO.                                            00001491
LRH@1      05 FILLER              PIC X(18) VALUE 'COMPRA AUTORIZADA:'. 00001492
LRH@1      05 FILLER              PIC X(01) VALUE SPACE.                00001493
LRH@1      05 LPF-CUENTA          PIC 9(07).                            00001494
LRH@1      05 FILLER              PIC X(01) VALUE SPACE.                00001495
LRH@1      05 LPF-CODVALOR        PIC X(12).                            00001496
LRH@1      05 FILLER              PIC X(08) VALUE ' PERFIL '.           00001497
LRH@1      05 LPF-PERFIL          PIC X(01).                            00001498
LRH@1      05 FILLER              PIC X(08) VALUE ' RIESGO '.           00001499
LRH@1      05 LPF-CATRIESG        PIC X(01).                            00001500
      *                                                                *00001490
      *  AREA DE COMUNICACION SQLCA                                    *00001500
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001510
              PERFORM 2300-VALIDA-VALOR                                 00002290
                 THRU 2300-VALIDA-VALOR-EXIT                            00002300
           END-IF.                                                      00002310
LRH@3      IF NOT RECHAZADO                                             00002311
LRH@3         PERFORM 2700-VALIDA-CICLO                                 00002312
LRH@3            THRU 2700-VALIDA-CICLO-EXIT                            00002313
LRH@3      END-IF.                                                      00002314
                                                                        00002320
           IF NOT RECHAZADO                                             00002311
              PERFORM 2400-VALIDA-PRENDA                                00002312
LRH@2               PERFORM 2900-ESCRIBE-REPORTE                        00002332
LRH@2                  THRU 2900-ESCRIBE-REPORTE-EXIT                   00002333
LRH@2          WHEN NOT RECHAZADO                                       00002334
LRH@3 *       VA EL REGISTRO DE TRABAJO: LLEVA LA FECHA VALOR DEL       00002335
LRH@3 *       CICLO CUANDO LLEGO EN BLANCO                              00002336
LRH@3         MOVE W-REG-BOLS   TO SAL-BOLS                             00002337
              WRITE SAL-BOLS                                            00002350
              ADD 1 TO CONT-LIMPIOS                                     00002360
LRH@2          WHEN OTHER                                               00002365
              MOVE 'REFERENCIA NO NUMERICA'  TO WS-MOTIVO               00002770
              GO TO 2100-VALIDA-FORMATO-EXIT                            00002780
           END-IF.                                                      00002790
LRH@3      IF BOL-FVALOR NOT = SPACES                                   00002791
LRH@3         AND BOL-FVALOR NOT NUMERIC                                00002792
LRH@3         MOVE 'SI'                      TO SW-RECHAZO              00002793
LRH@3         MOVE 'FECHA VALOR INVALIDA'    TO WS-MOTIVO               00002794
LRH@3         GO TO 2100-VALIDA-FORMATO-EXIT                            00002795
LRH@3      END-IF.                                                      00002796
      *    MONEDAS QUE VL4C3050 SABE LIQUIDAR                           00002800
      *    MONEDAS QUE VL4C3050 SABE LIQUIDAR (CT-PEN/CT-USD/CT-EUR)    00002805
           IF BOL-MONEDA NOT = 'PEN' AND 'USD' AND 'EUR'                00002810
           EXEC SQL                                                     00003300
               SELECT VXEN_SUSPDT                                       00003310
LRH@1               , VXEN_CATRIESG                                     00003311
LRH@3               , VXEN_TIPINT                                       00003312
                 INTO :VXEN-SUSPDT                                      00003320
LRH@1               , :VXEN-CATRIESG                                    00003321
LRH@3               , :VXEN-TIPINT                                      00003322
                 FROM VLDTXEN                                           00003330
                WHERE VXEN_PAVAL  = :VXEN-PAVAL                         00003340
                  AND VXEN_VALOR  = :VXEN-VALOR                         00003350
LRH@1 *------------------------------*                                  00003714
LRH@1      EXIT.                                                        00003715
LRH@1                                                                   00003716
LRH@3 *----------------------*                                          00003717
LRH@3  2700-VALIDA-CICLO.                                               00003718
LRH@3 *----------------------*                                          00003719
LRH@3 *    LA FECHA VALOR DEBE SER LA DEL CICLO DE LIQUIDACION VIGENTE  00003720
LRH@3 *    PARA LA PLAZA Y EL TIPO DE INSTRUMENTO (T+N DIAS HABILES DE  00003721
LRH@3 *    LA PLAZA). SI LLEGA EN BLANCO SE COMPLETA CON LA DEL CICLO.  00003722
LRH@3      INITIALIZE VL9CCIC0-AREA.                                    00003723
LRH@3      MOVE BOL-PLAZA          TO CI0-PLAZA.                        00003724
LRH@3      MOVE VXEN-TIPINT        TO CI0-TIPINT.                       00003725
LRH@3      MOVE BOL-FECHOP-N       TO CI0-FECHOP.                       00003726
LRH@3      CALL WK-VL9CCIC0     USING VL9CCIC0-AREA.                    00003727
LRH@3      EVALUATE TRUE                                                00003728
LRH@3          WHEN CI0-OK                                              00003729
LRH@3               CONTINUE                                            00003730
LRH@3          WHEN CI0-SIN-CICLO                                       00003731
LRH@3               MOVE 'SI'                    TO SW-RECHAZO          00003732
LRH@3               MOVE 'SIN CICLO DE LIQUIDACION' TO WS-MOTIVO        00003733
LRH@3               GO TO 2700-VALIDA-CICLO-EXIT                        00003734
LRH@3          WHEN OTHER                                               00003735
LRH@3               MOVE 'CALL VL9CCIC0'   TO WS-ACCION                 00003736
LRH@3               MOVE 'VLDTCIC-2700'    TO WS-PARRAFO                00003737
LRH@3               PERFORM 3001-ERROR                                  00003738
LRH@3      END-EVALUATE.                                                00003739
LRH@3                                                                   00003740
LRH@3      IF BOL-FVALOR = SPACES                                       00003741
LRH@3         MOVE CI0-FVALOR      TO BOL-FVALOR-N                      00003742
LRH@3         ADD 1                TO CONT-FVALOR-ASIG                  00003743
LRH@3         GO TO 2700-VALIDA-CICLO-EXIT                              00003744
LRH@3      END-IF.                                                      00003745
LRH@3                                                                   00003746
LRH@3      IF BOL-FVALOR-N NOT = CI0-FVALOR                             00003747
LRH@3         MOVE 'SI'                      TO SW-RECHAZO              00003748
LRH@3         MOVE 'FECHA VALOR FUERA DE CICLO' TO WS-MOTIVO            00003749
LRH@3      END-IF.                                                      00003750
LRH@3 *                                                                *00003751
LRH@3 *-------------------------*                                       00003752
LRH@3  2700-VALIDA-CICLO-EXIT.                                          00003753
LRH@3 *-------------------------*                                       00003754
LRH@3      EXIT.                                                        00003755
      *------------------------*                                        00003590
       2900-ESCRIBE-REPORTE.                                            00003600
      *------------------------*                                        00003610
           DISPLAY '****** FIN PRE-EDICION OPERACIONES BOLSA ******'.   00003810
           DISPLAY 'REGISTROS LEIDOS       : ' CONT-LEIDOS.             00003820
           DISPLAY 'OPERACIONES LIMPIAS    : ' CONT-LIMPIOS.            00003830
           DISPLAY 'RECHAZADAS             : ' CONT-RECHAZADOS.         00003831
LRH@1      DISPLAY 'AUTORIZADAS S/PERFIL   : ' CONT-AUTORIZADAS.        00003832
LRH@2      DISPLAY 'DUPLICADOS CUARENTENA  : ' CONT-DUPLICADOS.         00003833
LRH@3      DISPLAY 'FECHAS VALOR ASIGNADAS : ' CONT-FVALOR-ASIG.        00003834
LRH@2                                                                   00003843
LRH@2 *    UN PORCENTAJE ALTO DE DUPLICADOS SIGNIFICA QUE EL FICHERO    00003844
LRH@2 *    ENTERO ES UNA RETRANSMISION: SE DETIENE LA CORRIDA ANTES     00003845
