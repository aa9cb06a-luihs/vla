      *                                    PENDIENTES EN LA COLA DE  * 00308865
      *                                    FALLIDOS, IGUAL QUE LA    * 00308866
      *                                    RETENCION DE EMBARGO.     * 00308867
      * --------- -------- --------------- ----------------------------*00308888
LRH@22* RITM49172 15.10.26 LUIS RIVERA H.  TITULAR MENOR DE EDAD:     * 00308889
      *                                    LOS CARGOS DE CUENTAS DE   * 00308890
      *                                    UN MENOR (MARCA VLDTXMI)   * 00308891
      *                                    SIN AUTORIZACION VIGENTE   * 00308892
      *                                    DEL TUTOR PARA EFECTIVO    * 00308893
      *                                    (VLDTTUA AMBITO 'E') NO    * 00308894
      *                                    SE CONTABILIZAN: QUEDAN    * 00308895
      *                                    EN LA COLA DE FALLIDOS.    * 00308896
      * --------- -------- --------------- ----------------------------*00308897
LRH@23* RITM49176 15.10.26 LUIS RIVERA H.  ALERTA DE TOMA DE CUENTA:  * 00308898
LRH@23*                                    LOS CARGOS DE CUENTAS CON  * 00308899
LRH@23*                                    ALERTA BLOQUEADA EN        * 00308900
LRH@23*                                    VLDTATO (VL4CATOA) NO SE   * 00308901
LRH@23*                                    CONTABILIZAN: QUEDAN EN LA * 00308902
LRH@23*                                    COLA DE FALLIDOS HASTA QUE * 00308903
LRH@23*                                    OPERACIONES LA LIBERE.     * 00308904
      * --------- -------- --------------- ----------------------------*00308905
LRH@24* RITM49184 15.10.26 LUIS RIVERA H.  LOTES CONSUMIDOS: CADA     * 00308906
LRH@24*                                    LOTE QUE EL CONSUMO FIFO   * 00308907
LRH@24*                                    TOCA EN UNA VENTA QUEDA    * 00308908
LRH@24*                                    EN VLDTLCS (CONSULTA EN    * 00308909
LRH@24*                                    LINEA VL7CLOT0).           * 00308910
      * --------- -------- --------------- ----------------------------*00308911
LRH@25* RITM49198 15.10.26 LUIS RIVERA H.  AVISO AL CLIENTE: CADA     * 00308912
LRH@25*                                    LIQUIDACION COMPLETADA     * 00308913
LRH@25*                                    QUEDA EN LA COLA DE AVISOS * 00308914
LRH@25*                                    VLDTNOT (VL9CNOT0) PARA EL * 00308915
LRH@25*                                    FEED SMS/CORREO VL4CNOTF.  * 00308916
      * --------- -------- --------------- ----------------------------*00308868
LRH@21* RITM49145 02.09.26 LUIS RIVERA H.  EL IGV DE LAS COMISIONES  * 00308840
      *                                    SE ABONA EN SU PROPIA      * 00308841
LRH@19     88 FALLECIDO-RETIENE              VALUE 'S'.                 02110097
LRH@19 77  WK-FALL-MARCA          PIC X(01) VALUE 'N'.                  02110098
LRH@19 77  WK-SUC-EST             PIC X(01) VALUE SPACE.                02110099
LRH@22 77  SW-MEN-RETIENE         PIC X(01) VALUE 'N'.                  02110100
LRH@22     88 MENOR-RETIENE                  VALUE 'S'.                 02110101
LRH@22 77  WK-MEN-MARCA           PIC X(01) VALUE 'N'.                  02110102
LRH@22 77  WK-TUA-VIG             PIC S9(5)V COMP-3 VALUE ZEROS.        02110103
LRH@23 77  SW-ATO-RETIENE         PIC X(01) VALUE 'N'.                  02110104
LRH@23     88 ATO-RETIENE                    VALUE 'S'.                 02110105
LRH@23 77  WK-ATO-BLOQ            PIC S9(5)V COMP-3 VALUE ZEROS.        02110106
LRH@14 01  WA-FALLOS-NUEVOS       PIC 9(09) VALUE ZEROS.                02110096
LRH@14 01  WA-FALLOS-RESUELTOS    PIC 9(09) VALUE ZEROS.                02110097
      *RITM49114-FIN                                                  * 02110098
      *RITM49198-INI                                                  * 02110099
LRH@25*    AVISOS AL CLIENTE POR SMS / CORREO (VL9CNOT0 / VLDTNOT)      02110100
LRH@25     COPY VLCPTNOT.                                               02110101
LRH@25 77  WK-VL9CNOT0            PIC X(08) VALUE 'VL9CNOT0'.           02110102
LRH@25 77  WK-NOT-CODRESP         PIC 9(02) VALUE ZEROS.                02110103
LRH@25 77  WK-NOT-ISIN            PIC 9(01) VALUE ZEROS.                02110104
LRH@25 01  WK-NOT-CLAVE.                                                02110105
LRH@25     05 NOT-FECHOP          PIC 9(08).                            02110106
LRH@25     05 NOT-REFER           PIC 9(09).                            02110107
      *RITM49198-FIN                                                  * 02110108
      *RITM49119-INI                                                  * 02110109
LRH@16     COPY VLCPTLOT.                                               02110110
LRH@16     COPY VLCPTRZD.                                               02110111
      *RITM49184-INI                                                  * 02110112
LRH@24     COPY VLCPTLCS.                                               02110113
      *RITM49184-FIN                                                  * 02110114
LRH@16 01  WK-LOT-PENDIENTE       PIC S9(13)V COMP-3 VALUE ZEROS.       02110115
LRH@16 01  WK-LOT-CONSUMIR        PIC S9(13)V COMP-3 VALUE ZEROS.       02110116
LRH@16 01  WK-LOT-COSTO-ACUM      PIC S9(13)V9(2) COMP-3 VALUE ZEROS.   02110117
LRH@16 01  WK-RZD-RESULTADO       PIC S9(13)V9(2) COMP-3 VALUE ZEROS.   02110118
LRH@16 01  WA-LOTES-CREADOS       PIC 9(09) VALUE ZEROS.                02110119
LRH@16 01  WA-LOTES-CONSUMIDOS    PIC 9(09) VALUE ZEROS.                02110120
LRH@16 01  SW-FIN-CUR-LOT         PIC X     VALUE SPACE.                02110121
LRH@16     88 SW-SI-FIN-CUR-LOT              VALUE 'S'.                 02110122
LRH@16     88 SW-NO-FIN-CUR-LOT              VALUE 'N'.                 02110123
      *RITM49119-FIN                                                  * 02110124
      *RITM49120-INI                                                  * 02110125
LRH@17     COPY VLCPTRET.                                               02110126
LRH@17     COPY VLCPTPA0.                                               02110127
LRH@17 77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           02110128
LRH@17 77  WSAB-CTARET            PIC X(20) VALUE SPACES.               02110129
LRH@21 77  WSAB-CTAIGV            PIC X(20) VALUE SPACES.               02110130
LRH@21 77  WK-IGV-IMPORTE         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.   02110131
LRH@21 77  WA-APUNTES-IGV         PIC 9(09) VALUE ZEROS.                02110132
LRH@17 77  WK-RET-TASA            PIC S9(2)V9(2) COMP-3 VALUE ZEROS.    02110117
LRH@17 77  WK-RET-IMPORTE         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.   02110118
LRH@17 77  WK-RET-RESIFIS         PIC X(03) VALUE SPACES.               02110119
LRH@19                    PERFORM REGISTRA-FALLO                        07051658
LRH@19                       THRU REGISTRA-FALLO-FIN                    07051758
LRH@19                 ELSE                                             07051858
LRH@22                 PERFORM VALIDA-MENOR-CARGO                       07051859
LRH@22                    THRU VALIDA-MENOR-CARGO-FIN                   07051860
LRH@22                 IF MENOR-RETIENE                                 07051861
LRH@22                    MOVE 'MENOR SIN AUTORIZAC'                    07051862
LRH@22                                  TO WK-MOTIVO-FALLO              07051863
LRH@22                    PERFORM REGISTRA-FALLO                        07051864
LRH@22                       THRU REGISTRA-FALLO-FIN                    07051865
LRH@22                 ELSE                                             07051866
LRH@23                 PERFORM VALIDA-ATO-CARGO                         07051867
LRH@23                    THRU VALIDA-ATO-CARGO-FIN                     07051868
LRH@23                 IF ATO-RETIENE                                   07051869
LRH@23                    MOVE 'ALERTA TOMA CUENTA'                     07051870
LRH@23                                  TO WK-MOTIVO-FALLO              07051871
LRH@23                    PERFORM REGISTRA-FALLO                        07051872
LRH@23                       THRU REGISTRA-FALLO-FIN                    07051873
LRH@23                 ELSE                                             07051874
                       PERFORM PROCESO-MIR                              07052058
LRH@21                 IF VCON-IMPOR4 > ZEROS                           07052158
LRH@21                    MOVE VCON-IMPOR4 TO WK-IGV-IMPORTE            07052258
                       IF VCON-NUMCTA (11:02) = '91'                    07054058
                          PERFORM PROCESO-MIR-SAB                       07055058
                       END-IF                                           07056058
LRH@23                 END-IF                                           07056059
LRH@22                 END-IF                                           07056060
LRH@19                 END-IF                                           07056158
LRH@12                 END-IF                                           07057058
      *RITM49082-FIN                                                  * 07058058
LRH@19                    PERFORM REGISTRA-FALLO                        07177658
LRH@19                       THRU REGISTRA-FALLO-FIN                    07177758
LRH@19                 ELSE                                             07177858
LRH@22                 PERFORM VALIDA-MENOR-CARGO                       07177859
LRH@22                    THRU VALIDA-MENOR-CARGO-FIN                   07177860
LRH@22                 IF MENOR-RETIENE                                 07177861
LRH@22                    MOVE 'MENOR SIN AUTORIZAC'                    07177862
LRH@22                                  TO WK-MOTIVO-FALLO              07177863
LRH@22                    PERFORM REGISTRA-FALLO                        07177864
LRH@22                       THRU REGISTRA-FALLO-FIN                    07177865
LRH@22                 ELSE                                             07177866
LRH@23                 PERFORM VALIDA-ATO-CARGO                         07177867
LRH@23                    THRU VALIDA-ATO-CARGO-FIN                     07177868
LRH@23                 IF ATO-RETIENE                                   07177869
LRH@23                    MOVE 'ALERTA TOMA CUENTA'                     07177870
LRH@23                                  TO WK-MOTIVO-FALLO              07177871
LRH@23                    PERFORM REGISTRA-FALLO                        07177872
LRH@23                       THRU REGISTRA-FALLO-FIN                    07177873
LRH@23                 ELSE                                             07177874
                       PERFORM PROCESO-MIR2                             07178058
LRH@21                 IF VCON-IMPOR3 > ZEROS                           07178158
LRH@21                    MOVE VCON-IMPOR3 TO WK-IGV-IMPORTE            07178258
                       IF VCON-NUMCTA (11:02) = '91'                    07180058
                          PERFORM PROCESO-MIR-SAB                       07181058
                       END-IF                                           07182058
LRH@23                 END-IF                                           07182059
LRH@22                 END-IF                                           07182060
LRH@19                 END-IF                                           07182158
LRH@12                 END-IF                                           07183058
      *RITM49082-FIN                                                  * 07184058
LRH@14              PERFORM RESUELVE-FALLO                              12380087
LRH@14                 THRU RESUELVE-FALLO-FIN                          12380088
      *RITM49114-FIN                                                  * 12380089
      *RITM49198-INI                                                  * 12380090
      *             LA LIQUIDACION COMPLETADA SE AVISA AL CLIENTE       12380091
LRH@25              PERFORM AVISA-LIQUIDACION                           12380092
LRH@25                 THRU AVISA-LIQUIDACION-FIN                       12380093
      *RITM49198-FIN                                                  * 12380094
               WHEN OTHER                                               12390058
                    MOVE CT-VL4C3050            TO  W801-PROGRAMA       12400058
                    MOVE 'VLDTDET'              TO  W801-TABLA          12410058
      *------------------------------*                                  16081064
           EXIT.                                                        16081065
      *RITM49141-FIN                                                  * 16081066
      *RITM49172-INI                                                  * 16081067
      *-------------------------*                                       16081068
LRH@22 VALIDA-MENOR-CARGO.                                              16081069
      *-------------------------*                                       16081070
      *    MISMO CRITERIO QUE EL FALLECIDO: LOS CARGOS DE EFECTIVO DE   16081071
      *    CUENTAS CUYO TITULAR ES MENOR DE EDAD (MARCA DE VL7CMEN0     16081072
      *    EN VLDTXMI) SE RETIENEN SI EL TUTOR VINCULADO (VLDTADT       16081073
      *    TIPO 'T') NO TIENE AUTORIZACION VIGENTE DE EFECTIVO ('E'     16081074
      *    EN VLDTTUA) A LA FECHA DE PROCESO.                           16081075
           MOVE 'N' TO SW-MEN-RETIENE.                                  16081076
           IF VCON-CL-DH NOT = 'D'                                      16081077
              GO TO VALIDA-MENOR-CARGO-FIN                              16081078
           END-IF.                                                      16081079
           MOVE 'N'   TO WK-MEN-MARCA.                                  16081080
           EXEC SQL                                                     16081081
                SELECT  VALUE(X.VXMI_MENOR, 'N')                        16081082
                  INTO :WK-MEN-MARCA                                    16081083
                  FROM  VLDTARC A                                       16081084
                     ,  VLDTXMI X                                       16081085
                 WHERE  A.VARC_CUENTA = :VCON-CUENTA                    16081086
                   AND  X.VXMI_CODCLI = A.VARC_NUMCLI                   16081087
           END-EXEC.                                                    16081088
           EVALUATE SQLCODE                                             16081089
               WHEN ZERO                                                16081090
                    CONTINUE                                            16081091
               WHEN 100                                                 16081092
                    GO TO VALIDA-MENOR-CARGO-FIN                        16081093
               WHEN OTHER                                               16081094
                    MOVE  CT-VL4C3050        TO W801-PROGRAMA           16081095
                    MOVE 'VLDTXMI'           TO W801-TABLA              16081096
                    MOVE 'SELECT'            TO W801-ACCION             16081097
                    MOVE  SPACES             TO W801-CLAVE              16081098
                    MOVE  SQLCODE            TO W801-SQLCODE            16081099
                    MOVE  SPACES             TO W801-SQLWARN            16081100
                    MOVE 'VALIDA-MENOR      ' TO W801-PARRAFO           16081101
                    PERFORM  VLPC8010-DISP-ABEND-DB2                    16081102
                    PERFORM  VLPC8010-ABEND-DB2                         16081103
           END-EVALUATE.                                                16081104
           IF WK-MEN-MARCA NOT = 'S'                                    16081105
              GO TO VALIDA-MENOR-CARGO-FIN                              16081106
           END-IF.                                                      16081107
           MOVE ZEROS TO WK-TUA-VIG.                                    16081108
           EXEC SQL                                                     16081109
                SELECT  COUNT(*)                                        16081110
                  INTO :WK-TUA-VIG                                      16081111
                  FROM  VLDTTUA T                                       16081112
                     ,  VLDTADT D                                       16081113
                 WHERE  T.VTUA_CUENTA   = :VCON-CUENTA                  16081114
                   AND  T.VTUA_AMBITO   = 'E'                           16081115
                   AND  T.VTUA_ESTADO   = 'A'                           16081116
                   AND  T.VTUA_VIGDESDE <= :W-FECHA-AMD-N               16081117
                   AND  T.VTUA_VIGHASTA >= :W-FECHA-AMD-N               16081118
                   AND  D.VADT_CUENTA   = T.VTUA_CUENTA                 16081119
                   AND  D.VADT_NUMCLI   = T.VTUA_NUMCLI                 16081120
                   AND  D.VADT_CLTITU   = 'T'                           16081121
           END-EXEC.                                                    16081122
           IF SQLCODE NOT = ZERO AND 100                                16081123
              MOVE  CT-VL4C3050        TO W801-PROGRAMA                 16081124
              MOVE 'VLDTTUA'           TO W801-TABLA                    16081125
              MOVE 'SELECT'            TO W801-ACCION                   16081126
              MOVE  SPACES             TO W801-CLAVE                    16081127
              MOVE  SQLCODE            TO W801-SQLCODE                  16081128
              MOVE  SPACES             TO W801-SQLWARN                  16081129
              MOVE 'VALIDA-MENOR      ' TO W801-PARRAFO                 16081130
              PERFORM  VLPC8010-DISP-ABEND-DB2                          16081131
              PERFORM  VLPC8010-ABEND-DB2                               16081132
           END-IF.                                                      16081133
           IF WK-TUA-VIG = ZEROS                                        16081134
              MOVE 'S' TO SW-MEN-RETIENE                                16081135
           END-IF.                                                      16081136
      *------------------------------*                                  16081137
LRH@22 VALIDA-MENOR-CARGO-FIN.                                          16081138
      *------------------------------*                                  16081139
           EXIT.                                                        16081140
      *RITM49172-FIN                                                  * 16081141
      *RITM49176-INI                                                  * 16081142
      *-------------------------*                                       16081143
LRH@23 VALIDA-ATO-CARGO.                                                16081144
      *-------------------------*                                       16081145
      *    MISMO CRITERIO QUE EL FALLECIDO: LOS CARGOS DE EFECTIVO DE   16081146
      *    CUENTAS CON UNA ALERTA DE TOMA DE CUENTA BLOQUEADA EN        16081147
      *    VLDTATO (VL4CATOA) SE RETIENEN HASTA QUE OPERACIONES LA      16081148
      *    LIBERE EN VL7CATO0.                                          16081149
           MOVE 'N' TO SW-ATO-RETIENE.                                  16081150
           IF VCON-CL-DH NOT = 'D'                                      16081151
              GO TO VALIDA-ATO-CARGO-FIN                                16081152
           END-IF.                                                      16081153
           MOVE ZEROS TO WK-ATO-BLOQ.                                   16081154
           EXEC SQL                                                     16081155
                SELECT  COUNT(*)                                        16081156
                  INTO :WK-ATO-BLOQ                                     16081157
                  FROM  VLDTATO                                         16081158
                 WHERE  VATO_CUENTA = :VCON-CUENTA                      16081159
                   AND  VATO_ESTADO = 'B'                               16081160
           END-EXEC.                                                    16081161
           IF SQLCODE NOT = ZERO                                        16081162
              MOVE  CT-VL4C3050        TO W801-PROGRAMA                 16081163
              MOVE 'VLDTATO'           TO W801-TABLA                    16081164
              MOVE 'SELECT'            TO W801-ACCION                   16081165
              MOVE  SPACES             TO W801-CLAVE                    16081166
              MOVE  SQLCODE            TO W801-SQLCODE                  16081167
              MOVE  SPACES             TO W801-SQLWARN                  16081168
              MOVE 'VALIDA-ATO        ' TO W801-PARRAFO                 16081169
              PERFORM  VLPC8010-DISP-ABEND-DB2                          16081170
              PERFORM  VLPC8010-ABEND-DB2                               16081171
           END-IF.                                                      16081172
           IF WK-ATO-BLOQ > ZEROS                                       16081173
              MOVE 'S' TO SW-ATO-RETIENE                                16081174
           END-IF.                                                      16081175
      *------------------------------*                                  16081176
LRH@23 VALIDA-ATO-CARGO-FIN.                                            16081177
      *------------------------------*                                  16081178
           EXIT.                                                        16081179
      *RITM49176-FIN                                                  * 16081180
                                                                        16080103
      *-------------------*                                             16080104
LRH@9  RETIENE-EMBARGO.                                                 16080105
      *--------------------*                                            16080420
           EXIT.                                                        16080421
      *RITM49114-FIN                                                  * 16080422
      *RITM49198-INI                                                  * 16080423
      *--------------------*                                            16080424
LRH@25 AVISA-LIQUIDACION.                                               16080425
      *--------------------*                                            16080426
      *    LA OPERACION LIQUIDADA QUEDA EN LA COLA DE AVISOS AL         16080427
      *    CLIENTE; LA REFERENCIA (FECHA DE OPERACION + REFERENCIA DEL  16080428
      *    DETALLE) EVITA EL AVISO DOBLE SI LA CADENA SE RELANZA.       16080429
      *    UN ERROR DE LA COLA NO DETIENE LA LIQUIDACION.               16080430
LRH@25     INITIALIZE DCLVLDTNOT.                                       16080431
LRH@25     MOVE VDET-CTAVAL        TO VNOT-CUENTA.                      16080432
LRH@25     SET  VNOT-EVE-LIQUIDACION TO TRUE.                           16080433
LRH@25     MOVE VDET-FECHOP        TO NOT-FECHOP.                       16080434
LRH@25     MOVE VDET-REFER         TO NOT-REFER.                        16080435
LRH@25     MOVE WK-NOT-CLAVE       TO VNOT-REFEVE.                      16080436
LRH@25     MOVE W-FECHA-AMD-N      TO VNOT-FECEVE.                      16080437
LRH@25     MOVE VDET-ISIN          TO WK-NOT-ISIN.                      16080438
LRH@25     MOVE VDET-PAVAL         TO VNOT-CODVALOR (01:03).            16080439
LRH@25     MOVE VDET-VALOR         TO VNOT-CODVALOR (04:08).            16080440
LRH@25     MOVE WK-NOT-ISIN        TO VNOT-CODVALOR (12:01).            16080441
LRH@25     MOVE VCON-IMPLIQ        TO VNOT-IMPORTE.                     16080442
LRH@25     MOVE VCON-MONEDA-CTA    TO VNOT-MONEDA.                      16080443
LRH@25     MOVE 'OPERACION LIQUIDADA EN SU CUENTA'                      16080444
LRH@25                             TO VNOT-DETALLE.                     16080445
LRH@25     MOVE CT-VL4C3050        TO VNOT-USUARIO.                     16080446
LRH@25     CALL WK-VL9CNOT0     USING DCLVLDTNOT WK-NOT-CODRESP.        16080447
LRH@25     IF WK-NOT-CODRESP = 99                                       16080448
LRH@25        DISPLAY 'AVISO: AVISO AL CLIENTE NO ENCOLADO CTA '        16080449
LRH@25                VDET-CTAVAL                                       16080450
LRH@25     END-IF.                                                      16080451
      *-----------------------*                                         16080452
LRH@25 AVISA-LIQUIDACION-FIN.                                           16080453
      *-----------------------*                                         16080454
           EXIT.                                                        16080455
      *RITM49198-FIN                                                  * 16080456
      *RITM49119-INI                                                  * 16080500
      *---------------------*                                           16080501
LRH@16 GENERA-LOTE-COMPRA.                                              16080502
LRH@16        PERFORM  VLPC8010-DISP-ABEND-DB2                          16080717
LRH@16        PERFORM  VLPC8010-ABEND-DB2                               16080718
LRH@16     END-IF.                                                      16080719
      *RITM49184-INI                                                  * 16080720
      *    EL LOTE TOCADO QUEDA LIGADO A LA SALIDA PARA LA CONSULTA     16080721
      *    DE LOTES FISCALES (VL7CLOT0)                                 16080722
LRH@24     MOVE VLOT-CUENTA         TO VLCS-CUENTA.                     16080723
LRH@24     MOVE VCON-REFER          TO VLCS-REFER.                      16080724
LRH@24     MOVE VLOT-CODVALOR       TO VLCS-CODVALOR.                   16080725
LRH@24     MOVE VLOT-SECUEN         TO VLCS-SECUEN.                     16080726
LRH@24     MOVE W-FECHA-AMD-N       TO VLCS-FECHA.                      16080727
LRH@24     MOVE WK-LOT-CONSUMIR     TO VLCS-CANTIDAD.                   16080728
LRH@24     MOVE VLOT-COSTO-UNIT     TO VLCS-COSTO-UNIT.                 16080729
LRH@24     MOVE CT-VL4C3050         TO VLCS-USUARIO.                    16080730
LRH@24     EXEC SQL                                                     16080731
LRH@24          INSERT INTO VLDTLCS                                     16080732
LRH@24                ( VLCS_CUENTA                                     16080733
LRH@24                , VLCS_REFER                                      16080734
LRH@24                , VLCS_CODVALOR                                   16080735
LRH@24                , VLCS_SECUEN                                     16080736
LRH@24                , VLCS_FECHA                                      16080737
LRH@24                , VLCS_CANTIDAD                                   16080738
LRH@24                , VLCS_COSTO_UNIT                                 16080739
LRH@24                , VLCS_USUARIO )                                  16080740
LRH@24          VALUES                                                  16080741
LRH@24                ( :VLCS-CUENTA                                    16080742
LRH@24                , :VLCS-REFER                                     16080743
LRH@24                , :VLCS-CODVALOR                                  16080744
LRH@24                , :VLCS-SECUEN                                    16080745
LRH@24                , :VLCS-FECHA                                     16080746
LRH@24                , :VLCS-CANTIDAD                                  16080747
LRH@24                , :VLCS-COSTO-UNIT                                16080748
LRH@24                , :VLCS-USUARIO )                                 16080749
LRH@24     END-EXEC.                                                    16080750
LRH@24     IF SQLCODE NOT = ZERO                                        16080751
LRH@24        MOVE  CT-VL4C3050           TO W801-PROGRAMA              16080752
LRH@24        MOVE 'VLDTLCS'              TO W801-TABLA                 16080753
LRH@24        MOVE 'INSERT'               TO W801-ACCION                16080754
LRH@24        MOVE  SPACES                TO W801-CLAVE                 16080755
LRH@24        MOVE  SQLCODE               TO W801-SQLCODE               16080756
LRH@24        MOVE  SPACES                TO W801-SQLWARN               16080757
LRH@24        MOVE 'CONSUME-UN-LOTE    '  TO W801-PARRAFO               16080758
LRH@24        PERFORM  VLPC8010-DISP-ABEND-DB2                          16080759
LRH@24        PERFORM  VLPC8010-ABEND-DB2                               16080760
LRH@24     END-IF.                                                      16080761
      *RITM49184-FIN                                                  * 16080762
      *---------------------*                                           16080763
LRH@16 CONSUME-UN-LOTE-FIN.                                             16080764
      *---------------------*                                           16080765
           EXIT.                                                        16080766
      *RITM49119-FIN                                                  * 16080767
      *RITM49120-INI                                                  * 16080768
      *-------------------*                                             16080769
LRH@17 BUSCA-RESIDENCIA.                                                16080770
      *-------------------*                                             16080771
      *    RESIDENCIA FISCAL DEL TITULAR DE LA CUENTA EN PROCESO        16080772
LRH@17     MOVE SPACES              TO WK-RET-RESIFIS.                  16080773
LRH@17     EXEC SQL                                                     16080774
LRH@17          SELECT VXMI_RESIFIS                                     16080775
LRH@17            INTO :WK-RET-RESIFIS                                  16080776
LRH@17            FROM VLDTXMI                                          16080777
LRH@17           WHERE VXMI_CODCLI = :VARC-NUMCLI                       16080778
LRH@17     END-EXEC.                                                    16080779
LRH@17     IF SQLCODE NOT = ZERO AND 100                                16080780
LRH@17        MOVE  CT-VL4C3050           TO W801-PROGRAMA              16080781
LRH@17        MOVE 'VLDTXMI'              TO W801-TABLA                 16080782
LRH@17        MOVE 'SELECT'               TO W801-ACCION                16080783
LRH@17        MOVE  SPACES                TO W801-CLAVE                 16080784
LRH@17        MOVE  SQLCODE               TO W801-SQLCODE               16080785
LRH@17        MOVE  SPACES                TO W801-SQLWARN               16080786
LRH@17        MOVE 'BUSCA-RESIDENCIA   '  TO W801-PARRAFO               16080787
LRH@17        PERFORM  VLPC8010-DISP-ABEND-DB2                          16080788
LRH@17        PERFORM  VLPC8010-ABEND-DB2                               16080789
LRH@17     END-IF.                                                      16080790
      *----------------------*                                          16080791
LRH@17 BUSCA-RESIDENCIA-FIN.                                            16080792
      *----------------------*                                          16080793
           EXIT.                                                        16080794
                                                                        16080795
      *-----------------*                                               16080796
LRH@17 GRABA-VLDTRET.                                                   16080797
      *-----------------*                                               16080798
LRH@17     MOVE VCON-CUENTA         TO VRET-CUENTA.                     16080799
LRH@17     MOVE VCON-REFER          TO VRET-REFER.                      16080800
LRH@17     MOVE W-FECHA-AMD-N       TO VRET-FECHA.                      16080801
LRH@17     COMPUTE VRET-PERIODO = W-AA-AMD * 100 + W-MM-AMD.            16080802
LRH@17     MOVE VARC-NUMCLI         TO VRET-NUMCLI.                     16080803
LRH@17     MOVE WK-RET-RESIFIS      TO VRET-RESIFIS.                    16080804
LRH@17     MOVE WK-RZD-RESULTADO    TO VRET-RESULTADO.                  16080805
LRH@17     MOVE WK-RET-TASA         TO VRET-TASA.                       16080806
LRH@17     MOVE WK-RET-IMPORTE      TO VRET-RETENCION.                  16080807
LRH@17     MOVE CT-VL4C3050         TO VRET-USUARIO.                    16080808
LRH@17     EXEC SQL                                                     16080809
LRH@17          INSERT INTO VLDTRET                                     16080810
LRH@17                ( VRET_CUENTA                                     16080811
LRH@17                , VRET_REFER                                      16080812
LRH@17                , VRET_FECHA                                      16080813
LRH@17                , VRET_PERIODO                                    16080814
LRH@17                , VRET_NUMCLI                                     16080815
LRH@17                , VRET_RESIFIS                                    16080816
LRH@17                , VRET_RESULTADO                                  16080817
LRH@17                , VRET_TASA                                       16080818
LRH@17                , VRET_RETENCION                                  16080819
LRH@17                , VRET_USUARIO )                                  16080820
LRH@17          VALUES                                                  16080821
LRH@17                ( :VRET-CUENTA                                    16080822
LRH@17                , :VRET-REFER                                     16080823
LRH@17                , :VRET-FECHA                                     16080824
LRH@17                , :VRET-PERIODO                                   16080825
LRH@17                , :VRET-NUMCLI                                    16080826
LRH@17                , :VRET-RESIFIS                                   16080827
LRH@17                , :VRET-RESULTADO                                 16080828
LRH@17                , :VRET-TASA                                      16080829
LRH@17                , :VRET-RETENCION                                 16080830
LRH@17                , :VRET-USUARIO )                                 16080831
LRH@17     END-EXEC.                                                    16080832
LRH@17     IF SQLCODE NOT = ZERO                                        16080833
LRH@17        MOVE  CT-VL4C3050           TO W801-PROGRAMA              16080834
LRH@17        MOVE 'VLDTRET'              TO W801-TABLA                 16080835
LRH@17        MOVE 'INSERT'               TO W801-ACCION                16080836
LRH@17        MOVE  SPACES                TO W801-CLAVE                 16080837
LRH@17        MOVE  SQLCODE               TO W801-SQLCODE               16080838
LRH@17        MOVE  SPACES                TO W801-SQLWARN               16080839
LRH@17        MOVE 'GRABA-VLDTRET      '  TO W801-PARRAFO               16080840
LRH@17        PERFORM  VLPC8010-DISP-ABEND-DB2                          16080841
LRH@17        PERFORM  VLPC8010-ABEND-DB2                               16080842
LRH@17     END-IF.                                                      16080843
LRH@17     ADD 1 TO WA-RETENCIONES-ND.                                  16080844
      *--------------------*                                            16080845
LRH@17 GRABA-VLDTRET-FIN.                                               16080846
      *--------------------*                                            16080847
           EXIT.                                                        16080848
                                                                        16080849
      *--------------------*                                            16080850
LRH@17 APUNTE-RETENCION.                                                16080851
      *--------------------*                                            16080852
      *    LA RETENCION SE ABONA A LA CUENTA PASIVO DE RETENCIONES      16080853
      *    SUNAT (VXBO_CTARETEN) CON EL MISMO APUNTE OPS '066' QUE      16080854
      *    USA EL ABONO AL CLIENTE.                                     16080855
LRH@17     INITIALIZE  REG-G10FMIR                                      16080856
LRH@17                 REG-G10FTI0.                                     16080857
LRH@17     MOVE WSAB-CTARET (01:04)    TO MIR-ENTIDAD.                  16080858
LRH@17     MOVE WSAB-CTARET (05:04)    TO MIR-CENTRO-ALTA.              16080859
LRH@17     MOVE '0567'                 TO MIR-CENTRO-ORI.               16080860
LRH@17     MOVE WSAB-CTARET (09:01)    TO MIR-DIGICCC1.                 16080861
LRH@17     MOVE WSAB-CTARET (10:01)    TO MIR-DIGICCC2.                 16080862
LRH@17     MOVE WSAB-CTARET (11:10)    TO MIR-CUENTA.                   16080863
LRH@17     MOVE '0011'                 TO MIR-ENTIDAD-ORI.              16080864
LRH@17     MOVE CT-VL4C3050            TO MIR-USERID-ORI.               16080865
LRH@17     MOVE SPACES                 TO MIR-NETNAME-ORI.              16080866
LRH@17     MOVE '066'                  TO MIR-CODIGO.                   16080867
LRH@17     MOVE WK-RET-IMPORTE         TO MIR-IMPORTE.                  16080868
LRH@17     MOVE 'OPS'                  TO MIR-TIPO-CONTAB.              16080869
LRH@17     MOVE 'R'                    TO MIR-IND-REALPRUE.             16080870
LRH@17     MOVE '0'                    TO MIR-IND-RETENCI.              16080871
LRH@17     MOVE 'N'                    TO MIR-IND-CARGO-DISP.           16080872
LRH@17     MOVE 'N'                    TO MIR-IND-OPER-INTER.           16080873
LRH@17     MOVE '1'                    TO MIR-IND-ORIGEN-OP.            16080874
LRH@17     MOVE 'N'                    TO MIR-IND-CARTA.                16080875
LRH@17     MOVE VCON-MONEDA-CTA        TO MIR-DIVISA.                   16080876
LRH@17     MOVE W-FECHA-AMD(1:4)       TO MIR-FECHA-VALOR(1:4).         16080877
LRH@17     MOVE '-'                    TO MIR-FECHA-VALOR(5:1).         16080878
LRH@17     MOVE W-FECHA-AMD(5:2)       TO MIR-FECHA-VALOR(6:2).         16080879
LRH@17     MOVE '-'                    TO MIR-FECHA-VALOR(8:1).         16080880
LRH@17     MOVE W-FECHA-AMD(7:2)       TO MIR-FECHA-VALOR(9:2).         16080881
LRH@17     MOVE MIR-FECHA-VALOR        TO MIR-FECHA-OPER.               16080882
LRH@17     MOVE MIR-FECHA-VALOR        TO MIR-FECHA-CONTA.              16080883
LRH@17     MOVE 'RETENCION NO DOMICILIADO'                              16080884
LRH@17                                 TO MIR-OBSERVA (01:24).          16080885
LRH@17     MOVE VCON-CUENTA            TO MIR-REF-INTERNA(1:7).         16080886
LRH@17     MOVE VCON-REFER             TO W-REFAPU.                     16080887
LRH@17     MOVE W-REFAPU (2:8)         TO MIR-REF-INTERNA(8:8).         16080888
LRH@17     MOVE W-HORA-CURRENT         TO MIR-HORA-OPER.                16080889
LRH@17     MOVE 'VL '                  TO MIR-APLC-ORI.                 16080890
LRH@17     CALL CT-BG9CMIR0     USING  BGECMIR.                         16080891
LRH@17     IF MIR-COD-ERROR-DEV EQUAL SPACES                            16080892
LRH@17        ADD 1                    TO WA-MIR-OK                     16080893
LRH@17     ELSE                                                         16080894
LRH@17        MOVE CT-VL4C3050          TO WRUT-PROGRAMA                16080895
LRH@17        MOVE MIR-COD-ERROR-DEV    TO WRUT-RETOR                   16080896
LRH@17        MOVE VOPE-PAVAL           TO WRUT-ACCION (01:03)          16080897
LRH@17        MOVE VOPE-VALOR           TO WRUT-ACCION (04:08)          16080898
LRH@17        MOVE VOPE-ISIN            TO WRUT-ACCION (12:01)          16080899
LRH@17        MOVE VOPE-FECHOP          TO WRUT-ACCION (14:08)          16080900
LRH@17        MOVE MIR-CCC              TO WRUT-CLAVE  (01:20)          16080901
LRH@17        MOVE VDET-CTAVAL          TO WRUT-CLAVE  (22:07)          16080902
LRH@17        MOVE 'APUNTE-RETENCION '  TO WRUT-PARRAFO                 16080903
LRH@17        PERFORM VLPCRUTI-DISP-ABEND-RUTI                          16080904
LRH@17        PERFORM VLPCRUTI-ABEND-RUTI                               16080905
LRH@17     END-IF.                                                      16080906
      *-----------------------*                                         16080907
LRH@17 APUNTE-RETENCION-FIN.                                            16080908
      *-----------------------*                                         16080909
           EXIT.                                                        16080910
      *RITM49120-FIN                                                  * 16080911
      *RITM49145-INI                                                  * 16081100
      *--------------*                                                  16081101
LRH@21 APUNTE-IGV.                                                      16081102
