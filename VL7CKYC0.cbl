LRH@1 *                                       ESTAR HABILITADA EN     * 
LRH@1 *                                       VLDTENT (VL9CENT0);     * 
LRH@1 *                                       LO DENEGADO SE AUDITA.  * 
LRH@2 *RITM49173 15-10-26   LUIS RIVERA H.    LA CONSULTA MUESTRA LA  * 00000211
LRH@2 *                                       PROPUESTA PENDIENTE DE  * 00000212
LRH@2 *                                       VL4CRIES (NIVEL, FECHA  * 00000213
LRH@2 *                                       Y PUNTAJE) Y EL REGISTRO* 00000214
LRH@2 *                                       DE LA REVISION LA DA POR* 00000215
LRH@2 *                                       CONFIRMADA EN VLDTRSK.  * 00000216
      *----------------------------------------------------------------*00000220
      ******************************************************************00000230
      *                                                                 00000240
LRH@1 *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   
LRH@1      COPY VLCPTEN0.                                               
LRH@1  77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    
LRH@2 *    PROPUESTA DE NIVEL DE LA PUNTUACION DE RIESGO (VLDTRSK)      00000571
LRH@2      COPY VLCPTRSK.                                               00000572
LRH@2  01  W-FECHA-OPER-N          PIC 9(08)       VALUE ZEROS.         00000573
                                                                        00000580
      *    EVIDENCIA DE LA REVISION PARA LA BITACORA                    00000590
       01  W-LOG-KYC.                                                   00000600
               10  KYC0-VAR2-ERROR     PIC X(05).                       00000930
               10  KYC0-S-NIVKYC       PIC X(01).                       00000940
               10  KYC0-S-FECREV       PIC 9(08).                       00000950
LRH@2 *            PROPUESTA PENDIENTE DE CONFIRMAR (VL4CRIES)          00000951
LRH@2             10  KYC0-S-NIVPROP      PIC X(01).                    00000952
LRH@2             10  KYC0-S-FECPROP      PIC 9(08).                    00000953
LRH@2             10  KYC0-S-PUNTAJE      PIC 9(03).                    00000954
      *-----------------------------------------------------------------00000960
                                                                        00000970
      *==================                                               00000980
           END-IF                                                       00001720
                                                                        00001730
           MOVE 'REVISION' TO VL7LOG-OPERACION                          00001740
LRH@2      PERFORM 2100-CONFIRMA-PROPUESTA                              00001741
           PERFORM 8000-GRABA-AUDITORIA                                 00001742
           PERFORM 5000-DEVUELVE-ESTADO                                 00001743
           .                                                            00001744
LRH@2 *                                                                *00001745
LRH@2 *----------------------------------------------------------------*00001746
LRH@2  2100-CONFIRMA-PROPUESTA.                                         00001747
LRH@2 *----------------------------------------------------------------*00001748
LRH@2 *    LA REVISION REGISTRADA CONFIRMA LA PROPUESTA PENDIENTE DE    00001749
LRH@2 *    LA PUNTUACION DE RIESGO; SIN PROPUESTA NO HAY NADA QUE HACER 00001750
LRH@2      MOVE KYC0-FECHA-OPER       TO W-FECHA-OPER-N                 00001751
LRH@2      MOVE KYC0-NUMCLI           TO VRSK-NUMCLI                    00001752
LRH@2      MOVE KYC0-USERID           TO VRSK-USUARIO-CONF              00001753
LRH@2                                    VRSK-USUARIO                   00001754
LRH@2      MOVE W-FECHA-OPER-N        TO VRSK-FECCONF                   00001755
LRH@2                                    VRSK-FEULMOD                   00001756
LRH@2      MOVE KYC0-TERMINAL         TO VRSK-NUMTER                    00001757
LRH@2      EXEC SQL                                                     00001758
LRH@2           UPDATE VLDTRSK                                          00001759
LRH@2              SET VRSK_ESTADO       = 'C'                          00001760
LRH@2                , VRSK_USUARIO_CONF = :VRSK-USUARIO-CONF           00001761
LRH@2                , VRSK_FECCONF      = :VRSK-FECCONF                00001762
LRH@2                , VRSK_FEULMOD      = :VRSK-FEULMOD                00001763
LRH@2                , VRSK_NUMTER       = :VRSK-NUMTER                 00001764
LRH@2                , VRSK_USUARIO      = :VRSK-USUARIO                00001765
LRH@2            WHERE VRSK_NUMCLI       = :VRSK-NUMCLI                 00001766
LRH@2              AND VRSK_ESTADO       = 'P'                          00001767
LRH@2      END-EXEC                                                     00001768
LRH@2      IF SQLCODE NOT = ZERO AND 100                                00001769
LRH@2         MOVE '99'                  TO KYC0-COD-RETORNO            00001770
LRH@2         MOVE SQLCODE               TO W-SQLCODE-EDIT              00001771
LRH@2         MOVE 'VLE1000'             TO KYC0-COD-ERROR-DEV          00001772
LRH@2         MOVE 'VLDTRSK '            TO KYC0-VAR1-ERROR             00001773
LRH@2         MOVE W-SQLCODE-EDIT        TO KYC0-VAR2-ERROR             00001774
LRH@2         PERFORM 9999-FIN                                          00001775
LRH@2      END-IF                                                       00001776
LRH@2      .                                                            00001777
      *                                                                *00001780
      *----------------------------------------------------------------*00001790
       4000-CONSULTA-ESTADO.                                            00001800
      *                                                                *00001840
      *----------------------------------------------------------------*00001850
       5000-DEVUELVE-ESTADO.                                            00001860
      *----------------------------------------------------------------*00001861
           MOVE VXMI-NIVKYC     TO KYC0-S-NIVKYC.                       00001862
LRH@2      MOVE VXMI-FECREVKYC  TO KYC0-S-FECREV                        00001863
LRH@2 *    PROPUESTA PENDIENTE DE LA ULTIMA PUNTUACION DE RIESGO        00001864
LRH@2      MOVE KYC0-NUMCLI           TO VRSK-NUMCLI                    00001865
LRH@2      EXEC SQL                                                     00001866
LRH@2           SELECT VRSK_NIVEL_PROP                                  00001867
LRH@2                , VRSK_FECREV_PROP                                 00001868
LRH@2                , VRSK_PUNTAJE                                     00001869
LRH@2             INTO :VRSK-NIVEL-PROP                                 00001870
LRH@2                , :VRSK-FECREV-PROP                                00001871
LRH@2                , :VRSK-PUNTAJE                                    00001872
LRH@2             FROM VLDTRSK                                          00001873
LRH@2            WHERE VRSK_NUMCLI = :VRSK-NUMCLI                       00001874
LRH@2              AND VRSK_ESTADO = 'P'                                00001875
LRH@2      END-EXEC                                                     00001876
LRH@2      EVALUATE SQLCODE                                             00001877
LRH@2          WHEN ZERO                                                00001878
LRH@2               MOVE VRSK-NIVEL-PROP   TO KYC0-S-NIVPROP            00001879
LRH@2               MOVE VRSK-FECREV-PROP  TO KYC0-S-FECPROP            00001880
LRH@2               MOVE VRSK-PUNTAJE      TO KYC0-S-PUNTAJE            00001881
LRH@2          WHEN 100                                                 00001882
LRH@2               CONTINUE                                            00001883
LRH@2          WHEN OTHER                                               00001884
LRH@2               MOVE '99'            TO KYC0-COD-RETORNO            00001885
LRH@2               MOVE SQLCODE         TO W-SQLCODE-EDIT              00001886
LRH@2               MOVE 'VLE1000'       TO KYC0-COD-ERROR-DEV          00001887
LRH@2               MOVE 'VLDTRSK '      TO KYC0-VAR1-ERROR             00001888
LRH@2               MOVE W-SQLCODE-EDIT  TO KYC0-VAR2-ERROR             00001889
LRH@2               PERFORM 9999-FIN                                    00001890
LRH@2      END-EVALUATE                                                 00001891
LRH@2      .                                                            00001892
      *                                                                *00001900
      *----------------------------------------------------------------*00001910
       8000-GRABA-AUDITORIA.                                            00001920
