      *---------- ---------- --------------- --------------------------*00113220
LRH@21*RITM49024  08-08-2026 LUIS RIVERA H.   REINTENTA LA TRANSACCION  00113230
      *                                      SI DB2 DEVUELVE DEADLOCK   00113240
      *                                      (-911) O LOCK TIMEOUT      00113241
      *                                      (-913), ANTES DE ABENDAR.  00113242
LRH@22*RITM49046  22-08-2026 LUIS RIVERA H.   TARIFAS CON VIGENCIA:     00113243
      *                                      ACCESO-VLDTXTA TOMA LA     00113244
      *                                      FILA CON VXTA_FECVIGEN     00113245
      *                                      MAS RECIENTE NO POSTERIOR  00113246
      *                                      A LA FECHA DE OPERACION,   00113247
      *                                      PARA PODER CARGAR TARIFAS  00113248
      *                                      FUTURAS POR ADELANTADO.    00113249
      *---------- ---------- --------------- --------------------------*00113250
LRH@23*RITM49047  22-08-2026 LUIS RIVERA H.   MAKER-CHECKER: LA         00113251
      *                                      INACTIVACION (25) Y EL     00113252
      *                                      CAMBIO DE CANAL/SUBCANAL/  00113253
      *                                      GESTOR/CAMPANA (23) YA NO  00113254
      *                                      SE APLICAN EN LINEA: SE    00113255
      *                                      GRABAN PENDIENTES EN       00113256
      *                                      VLDTAPQ Y SOLO LA          00113257
      *                                      APROBACION DEL SUPERVISOR  00113258
      *                                      (VL7CAPQ0) LAS EJECUTA.    00113259
      *---------- ---------- --------------- --------------------------*00113260
LRH@24*RITM49059  22-08-2026 LUIS RIVERA H.   RETENCION JUDICIAL: NO    00113261
      *                                      SE PERMITE INACTIVAR NI    00113262
      *                                      MODIFICAR UNA CUENTA CON   00113263
      *                                      EMBARGO VIGENTE (VLDTEMB). 00113264
      *---------- ---------- --------------- --------------------------*00113265
LRH@25*RITM49070  22-08-2026 LUIS RIVERA H.   EL RUT/DNI CAPTURADO EN   00113266
      *                                      ALTA Y MODIFICACION SE     00113267
      *                                      VALIDA CON LA RUTINA       00113268
      *                                      COMUN DE DIGITO DE         00113269
      *                                      CONTROL VL9CVDOC.          00113270
      *---------- ---------- --------------- --------------------------*00113271
LRH@37*RITM49172  15-10-2026 LUIS RIVERA H.   TITULAR MENOR DE EDAD:   *00113272
      *                                      LA CUENTA DE UN MENOR      00113273
      *                                      (VL7CMEN0) SOLO SE         00113274
      *                                      MODIFICA O INACTIVA CON    00113275
      *                                      AUTORIZACION VIGENTE DEL   00113276
      *                                      TUTOR VINCULADO (VLDTTUA   00113277
      *                                      AMBITO 'C').               00113278
      *---------- ---------- --------------- --------------------------*00113279
LRH@36*RITM49171  15-10-2026 LUIS RIVERA H.   BENEFICIARIO FINAL: NO   *00113280
      *                                      SE ABRE CUENTA A UNA       00113281
      *                                      PERSONA JURIDICA SIN AL    00113282
      *                                      MENOS UN BENEFICIARIO      00113283
      *                                      FINAL ACTIVO EN VLDTBEF    00113284
      *                                      (VL7CBEF0).                00113285
      *---------- ---------- --------------- --------------------------*00113289
LRH@35*RITM49150  02-09-2026 LUIS RIVERA H.   CICLO KYC: EL ALTA DE    *00113289
      *                                      CUENTA SE BLOQUEA PARA     00113289
LRH@35 01  WK-VL9CPAR0-K              PIC X(8)  VALUE 'VL9CPAR0'.       00479450
LRH@35     COPY VLCPTPA0.                                               00479454
LRH@35*                                                                 00479458
LRH@36*  BENEFICIARIOS FINALES DE PERSONA JURIDICA (VLDTBEF)            00479459
LRH@36 01  W-BEF-NUMCLI               PIC S9(8)V COMP-3 VALUE ZEROS.    00479460
LRH@36 01  W-BEF-ACTIVOS              PIC S9(9)  COMP   VALUE ZEROS.    00479461
LRH@36*                                                                 00479462
LRH@37*  TITULAR MENOR DE EDAD Y AUTORIZACIONES DEL TUTOR (VLDTTUA)     00479463
LRH@37 01  W-MEN-MARCA                PIC X(1)  VALUE 'N'.              00479464
LRH@37 01  W-MEN-FECHA                PIC S9(8)V COMP-3 VALUE ZEROS.    00479465
LRH@37 01  W-MEN-AUTORIZ              PIC S9(9)  COMP   VALUE ZEROS.    00479466
LRH@37*                                                                 00479467
LRH@28*  CONTROL DE APODERADOS VIGENTES (VLDTAPO)                       00479429
LRH@28 01  W-APO-CONTROL.                                               00479512
LRH@28     05 WK-APO-CUENTA       PIC S9(7)V COMP-3 VALUE ZEROS.        00479595
      *                                                                 02165014
           PERFORM VALIDAR-CAMPOS                                       02166014
              THRU VALIDAR-CAMPOS-FIN                                   02167014
LRH@36*                                                                 02167015
LRH@36*  UNA PERSONA JURIDICA DEBE TENER REGISTRADO AL MENOS UN         02167016
LRH@36*  BENEFICIARIO FINAL ACTIVO (VL7CBEF0) ANTES DE ABRIR CUENTA     02167017
LRH@36     IF JURIDICA                                                  02167018
LRH@36        MOVE TIT0101I          TO W-BEF-NUMCLI                    02167019
LRH@36        MOVE ZEROS             TO W-BEF-ACTIVOS                   02167020
LRH@36        EXEC SQL                                                  02167021
LRH@36             SELECT COUNT(*)                                      02167022
LRH@36               INTO :W-BEF-ACTIVOS                                02167023
LRH@36               FROM VLDTBEF                                       02167024
LRH@36              WHERE VBEF_NUMCLI = :W-BEF-NUMCLI                   02167025
LRH@36                AND VBEF_ESTADO = 'A'                             02167026
LRH@36        END-EXEC                                                  02167027
LRH@36        MOVE SQLCODE           TO SQLCODE-AUX                     02167028
LRH@36        IF NOT DB2-OK AND NOT DB2-NOTFND                          02167029
LRH@36           MOVE 'SELECT'       TO ABC-REFERENCIA                  02167030
LRH@36           MOVE 'VLDTBEF'      TO ABC-OBJETO-ERROR                02167031
LRH@36           PERFORM 999-ABEND-DB2                                  02167032
LRH@36        END-IF                                                    02167033
LRH@36        IF W-BEF-ACTIVOS = ZEROS                                  02167034
LRH@36           MOVE 'VLE2341'      TO CAA-COD-ERROR                   02167035
LRH@36           MOVE 'SIN BENEFIC. FINAL  ' TO CAA-VAR1-ERROR          02167036
LRH@36           MOVE -1             TO TIT0101L                        02167037
LRH@36           PERFORM 3-FINAL                                        02167038
LRH@36        END-IF                                                    02167039
LRH@36     END-IF                                                       02167040
JPC@4 *                                                                 02168014
JPC@4 * VALIDAMOS SI TIENE MAS CUENTA VALOR CON LA MISMO MONEDA         02169014
JPC@4 *                                                                 02170014
LRH@24        THRU VALIDA-EMBARGO-CTA-FIN.                              02710017
LRH@33     PERFORM VALIDA-FALLECIDO-CTA                                 02710018
LRH@33        THRU VALIDA-FALLECIDO-CTA-FIN.                            02710019
LRH@37     PERFORM VALIDA-MENOR-CTA                                     02710020
LRH@37        THRU VALIDA-MENOR-CTA-FIN.                                02710021
      *RITM49059-FIN                                                  * 02710018
      *                                                                 02711014
           PERFORM LEER-VLDTARC-MOD                                     02712014
LRH@24        THRU VALIDA-EMBARGO-CTA-FIN.                              03138017
LRH@33     PERFORM VALIDA-FALLECIDO-CTA                                 03138018
LRH@33        THRU VALIDA-FALLECIDO-CTA-FIN.                            03138019
LRH@37     PERFORM VALIDA-MENOR-CTA                                     03138020
LRH@37        THRU VALIDA-MENOR-CTA-FIN.                                03138021
      *RITM49059-FIN                                                  * 03138018
      *                                                                 03139014
JPC@3      PERFORM VALIDA-CTA-PORTAFOLIO.                               03140014
LRH@33 VALIDA-FALLECIDO-CTA-FIN.                                        10096746
           EXIT.                                                        10096748
      *                                                                 10096760
LRH@37 VALIDA-MENOR-CTA.                                                10096761
      *                                                                 10096762
      *    LA CUENTA DE UN TITULAR MENOR DE EDAD (MARCA DE VL7CMEN0     10096763
      *    EN VLDTXMI) SOLO SE MODIFICA O INACTIVA SI EL TUTOR          10096764
      *    VINCULADO (VLDTADT TIPO 'T') TIENE UNA AUTORIZACION          10096765
      *    VIGENTE DE MANTENIMIENTO ('C' EN VLDTTUA).                   10096766
           MOVE 'N'   TO W-MEN-MARCA.                                   10096767
      *                                                                 10096768
           EXEC SQL                                                     10096769
                SELECT  VALUE(X.VXMI_MENOR, 'N')                        10096770
                  INTO :W-MEN-MARCA                                     10096771
                  FROM  VLDTARC A                                       10096772
                     ,  VLDTXMI X                                       10096773
                 WHERE  A.VARC_CUENTA = :VARC-CUENTA                    10096774
                   AND  X.VXMI_CODCLI = A.VARC_NUMCLI                   10096775
           END-EXEC.                                                    10096776
      *                                                                 10096777
           IF SQLCODE NOT = 0 AND 100                                   10096778
              MOVE 'SELECT'      TO  ABC-REFERENCIA                     10096779
              MOVE 'VLDTXMI'     TO  ABC-OBJETO-ERROR                   10096780
              PERFORM 999-ABEND-DB2                                     10096781
           END-IF.                                                      10096782
      *                                                                 10096783
           IF W-MEN-MARCA NOT = 'S'                                     10096784
              GO TO VALIDA-MENOR-CTA-FIN                                10096785
           END-IF.                                                      10096786
      *                                                                 10096787
           MOVE CAA-FECHA-OPER TO W-MEN-FECHA.                          10096788
           MOVE ZEROS          TO W-MEN-AUTORIZ.                        10096789
           EXEC SQL                                                     10096790
                SELECT  COUNT(*)                                        10096791
                  INTO :W-MEN-AUTORIZ                                   10096792
                  FROM  VLDTTUA T                                       10096793
                     ,  VLDTADT D                                       10096794
                 WHERE  T.VTUA_CUENTA   = :VARC-CUENTA                  10096795
                   AND  T.VTUA_AMBITO   = 'C'                           10096796
                   AND  T.VTUA_ESTADO   = 'A'                           10096797
                   AND  T.VTUA_VIGDESDE <= :W-MEN-FECHA                 10096798
                   AND  T.VTUA_VIGHASTA >= :W-MEN-FECHA                 10096799
                   AND  D.VADT_CUENTA   = T.VTUA_CUENTA                 10096800
                   AND  D.VADT_NUMCLI   = T.VTUA_NUMCLI                 10096801
                   AND  D.VADT_CLTITU   = 'T'                           10096802
           END-EXEC.                                                    10096803
      *                                                                 10096804
           IF SQLCODE NOT = 0 AND 100                                   10096805
              MOVE 'SELECT'      TO  ABC-REFERENCIA                     10096806
              MOVE 'VLDTTUA'     TO  ABC-OBJETO-ERROR                   10096807
              PERFORM 999-ABEND-DB2                                     10096808
           END-IF.                                                      10096809
      *                                                                 10096810
           IF W-MEN-AUTORIZ = ZEROS                                     10096811
              MOVE 'VLE2353'     TO  CAA-COD-ERROR                      10096812
              MOVE 'TITULAR MENOR EDAD  ' TO CAA-VAR1-ERROR             10096813
              MOVE 'SIN AUTORIZ. TUTOR  ' TO CAA-VAR2-ERROR             10096814
              MOVE -1            TO  CTA0101L                           10096815
              PERFORM 3-FINAL                                           10096816
           END-IF.                                                      10096817
      *                                                                 10096818
LRH@37 VALIDA-MENOR-CTA-FIN.                                            10096819
           EXIT.                                                        10096820
      *                                                                 10096821
LRH@34 VALIDA-VENTANA-CTL.                                              10096822
      *                                                                 10096823
      *    MIENTRAS UN BATCH CRITICO (VL4C3050 / VL4CCORP / VL4CHISR)   10096824
      *    TENGA SU VENTANA CERRADA EN VLDTVEN, LAS MUTACIONES DE       10096825
      *    CUENTAS SE RECHAZAN: UNA PRENDA O UN ALTA EN MEDIO DE LA     10096826
      *    LIQUIDACION DEJA BLOQUEOS INCONSISTENTES.                    10096827
           INITIALIZE VL9CVEN0-AREA.                                    10096828
           MOVE 'Q'           TO VEN0-ACCION.                           10096829
           MOVE SPACES        TO VEN0-AMBITO.                           10096830
           CALL WK-VL9CVEN0 USING VL9CVEN0-AREA.                        10096831
      *                                                                 10096832
           IF VEN0-CODRESP NOT = ZEROS                                  10096833
              MOVE 'CALL'        TO  ABC-REFERENCIA                     10096834
              MOVE 'VL9CVEN0'    TO  ABC-OBJETO-ERROR                   10096835
              PERFORM 999-ABEND-DB2                                     10096836
           END-IF.                                                      10096837
      *                                                                 10096838
           IF VEN0-CERRADAS > ZEROS                                     10096839
              MOVE 'VLE2277'     TO  CAA-COD-ERROR                      10096840
              MOVE VEN0-AMBITO-CERR   TO CAA-VAR1-ERROR                 10096841
              MOVE VEN0-PROGRAMA-CERR (1:5) TO CAA-VAR2-ERROR           10096842
              MOVE -1            TO  CTA0101L                           10096843
              PERFORM 3-FINAL                                           10096844
           END-IF.                                                      10096845
      *                                                                 10096846
LRH@34 VALIDA-VENTANA-CTL-FIN.                                          10096847
           EXIT.                                                        10096848
      *                                                                 10096850
LRH@35 AVANZA-DIA-KYC.                                                  10096852
      *                                                                 10096854
