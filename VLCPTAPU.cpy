      ******************************************************************00000010
      *                        VLCPTAPU                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTAPU - APUNTES CONTABLES EN FORMATO    *00000040
      * OPS (BGECOPS/BGECMIR) QUE LOS PROCESOS DE VALORES DEJAN EN LA  *00000050
      * PASARELA CONTABLE (RUTINA VL9CAPU0) PARA QUE VL4CPASC LOS      *00000060
      * VALIDE Y LOS ENVIE A CONTABILIDAD EN UN SOLO FICHERO. UN LOTE  *00000070
      * ES UNA EJECUCION DEL PROCESO PRODUCTOR: PROGRAMA + FECHA Y     *00000080
      * HORA DE SU PRIMER APUNTE (VAPU_FECLOTE/VAPU_HORLOTE). LA       *00000090
      * CUENTA, LA DIVISA, EL IMPORTE (CARGO NEGATIVO, ABONO POSITIVO, *00000100
      * COMO VL4C3384) Y LA FECHA CONTABLE SE COPIAN DEL BGECMIR PARA  *00000110
      * VALIDAR Y CUADRAR SIN DESARMAR EL REGISTRO, QUE VA COMPLETO EN *00000120
      * VAPU_REGISTRO. VAPU_CTAVAL ES LA CUENTA DE VALORES DE LA       *00000130
      * REFERENCIA INTERNA (CERO SI NO ES NUMERICA). VAPU_ID ES        *00000140
      * COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).                 *00000150
      ******************************************************************00000160
       01  DCLVLDTAPU.                                                  00000170
           10 VAPU-ID              PIC S9(9) USAGE COMP-3.              00000180
           10 VAPU-PROGRAMA        PIC X(8).                            00000190
           10 VAPU-FECLOTE         PIC S9(8)V USAGE COMP-3.             00000200
           10 VAPU-HORLOTE         PIC S9(6)V USAGE COMP-3.             00000210
           10 VAPU-FECCONTA        PIC S9(8)V USAGE COMP-3.             00000220
           10 VAPU-ENTIDAD         PIC X(4).                            00000230
           10 VAPU-CENTRO          PIC X(4).                            00000240
           10 VAPU-CUENTA          PIC X(10).                           00000250
           10 VAPU-CTAVAL          PIC S9(7)V USAGE COMP-3.             00000260
           10 VAPU-CODIGO          PIC X(3).                            00000270
           10 VAPU-DIVISA          PIC X(3).                            00000280
           10 VAPU-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000290
           10 VAPU-ESTADO          PIC X(1).                            00000300
              88 VAPU-PENDIENTE              VALUE 'P'.                 00000310
              88 VAPU-ENVIADO                VALUE 'E'.                 00000320
              88 VAPU-RECHAZADO              VALUE 'R'.                 00000330
              88 VAPU-RETENIDO               VALUE 'D'.                 00000340
           10 VAPU-MOTIVO          PIC X(30).                           00000350
           10 VAPU-FEENVIO         PIC S9(8)V USAGE COMP-3.             00000360
           10 VAPU-REGISTRO.                                            00000370
              49 VAPU-REGISTRO-LEN                                      00000380
                                   PIC S9(4) USAGE COMP.                00000390
              49 VAPU-REGISTRO-TEXT                                     00000400
                                   PIC X(2390).                         00000410
