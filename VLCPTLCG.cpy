      ******************************************************************00000010
      *                        VLCPTLCG                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTLCG - CONTROL DE LOTES DE LA PASARELA *00000040
      * CONTABLE. AL CERRAR SU LOTE (VL9CAPU0 FUNCION 'F') EL PROCESO  *00000050
      * PRODUCTOR DECLARA, POR FECHA CONTABLE Y DIVISA, CUANTOS        *00000060
      * APUNTES DEJO EN VLDTAPU Y CUANTO SUMAN SUS CARGOS (DEBE) Y SUS *00000070
      * ABONOS (HABER), AMBOS EN POSITIVO. UN LOTE SIN FILA AQUI QUEDO *00000080
      * INCOMPLETO (EL PROCESO NO TERMINO) Y NO SE ENVIA. ESTADOS:     *00000090
      *   C CERRADO POR EL PRODUCTOR, PENDIENTE DE LA PASARELA         *00000100
      *   E ENVIADO A CONTABILIDAD (VLCG_FEENVIO)                      *00000110
      *   R RECHAZADO POR LA PASARELA (VLCG_MOTIVO)                    *00000120
      *   D RETENIDO: YA HAY OTRO LOTE DEL MISMO PROGRAMA PARA ESA     *00000130
      *     FECHA CONTABLE (REPROCESO)                                 *00000140
      *   L LIBERADO: LOTE RETENIDO QUE SE AUTORIZO ENVIAR             *00000150
      ******************************************************************00000160
       01  DCLVLDTLCG.                                                  00000170
           10 VLCG-PROGRAMA        PIC X(8).                            00000180
           10 VLCG-FECLOTE         PIC S9(8)V USAGE COMP-3.             00000190
           10 VLCG-HORLOTE         PIC S9(6)V USAGE COMP-3.             00000200
           10 VLCG-FECCONTA        PIC S9(8)V USAGE COMP-3.             00000210
           10 VLCG-DIVISA          PIC X(3).                            00000220
           10 VLCG-NUMREG          PIC S9(9) USAGE COMP-3.              00000230
           10 VLCG-DEBE            PIC S9(13)V9(2) USAGE COMP-3.        00000240
           10 VLCG-HABER           PIC S9(13)V9(2) USAGE COMP-3.        00000250
           10 VLCG-ESTADO          PIC X(1).                            00000260
              88 VLCG-CERRADO                VALUE 'C'.                 00000270
              88 VLCG-ENVIADO                VALUE 'E'.                 00000280
              88 VLCG-RECHAZADO              VALUE 'R'.                 00000290
              88 VLCG-RETENIDO               VALUE 'D'.                 00000300
              88 VLCG-LIBERADO               VALUE 'L'.                 00000310
           10 VLCG-MOTIVO          PIC X(30).                           00000320
           10 VLCG-FEENVIO         PIC S9(8)V USAGE COMP-3.             00000330
           10 VLCG-USUARIO-LIB     PIC X(8).                            00000340
           10 VLCG-FELIBERA        PIC S9(8)V USAGE COMP-3.             00000350
