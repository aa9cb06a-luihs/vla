      ******************************************************************00000010
      *                        VLCPTCGC                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTCGC - CARGOS Y ABONOS POR CUENTA QUE  *00000040
      * LOS PROCESOS DE FACTURACION ENVIAN A CONTABILIDAD EN FORMATO   *00000050
      * OPS. CADA PROCESO DEJA AQUI, POR CUENTA, LO MISMO QUE GRABA EN *00000060
      * SU FICHERO BGECOPS, PARA QUE LA RENTABILIDAD POR CLIENTE       *00000070
      * (VL4CRENT) NO TENGA QUE RECALCULARLO:                          *00000080
      *   CUSTODIA COMISION DE CUSTODIA MENSUAL         (VL4CCUFA)     *00000090
      *   MORA     INTERES MORATORIO, REPARTIDO ENTRE LAS CUENTAS DEL  *00000100
      *            DETALLE PENDIENTE DE LA OPERACION    (VL4CMORA)     *00000110
      *   REBATE   DEVOLUCION TRIMESTRAL POR VOLUMEN    (VL4CREBA)     *00000120
      * VCGC_IMPORTE VA SIEMPRE EN POSITIVO; EL CONCEPTO DICE SI ES    *00000130
      * INGRESO (CUSTODIA, MORA) O DEVOLUCION (REBATE). VCGC_PERIODO   *00000140
      * ES EL MES AAAAMM AL QUE SE IMPUTA. CADA PROCESO BORRA LO SUYO  *00000150
      * DE LA FECHA O PERIODO AL EMPEZAR, POR LO QUE ES RELANZABLE.    *00000160
      ******************************************************************00000170
       01  DCLVLDTCGC.                                                  00000180
           10 VCGC-FECHA           PIC S9(8)V USAGE COMP-3.             00000190
           10 VCGC-PERIODO         PIC S9(6)V USAGE COMP-3.             00000200
           10 VCGC-CUENTA          PIC S9(7)V USAGE COMP-3.             00000210
           10 VCGC-CONCEPTO        PIC X(8).                            00000220
              88 VCGC-CUSTODIA               VALUE 'CUSTODIA'.          00000230
              88 VCGC-MORA                   VALUE 'MORA    '.          00000240
              88 VCGC-REBATE                 VALUE 'REBATE  '.          00000250
           10 VCGC-MONEDA          PIC X(3).                            00000260
           10 VCGC-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000270
           10 VCGC-PROGRAMA        PIC X(8).                            00000280
           10 VCGC-FEALTA          PIC S9(8)V USAGE COMP-3.             00000290
