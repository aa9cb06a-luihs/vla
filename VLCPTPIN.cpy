      ******************************************************************00000010
      *                        VLCPTPIN                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTPIN - CALENDARIO DE INGRESOS          *00000040
      * PROYECTADOS POR CUENTA. EL BATCH MENSUAL VL4CPRIN LO REGENERA  *00000050
      * AL CIERRE DE CADA PERIODO (VPIN_PERIODO) PARA LOS 12 MESES     *00000060
      * SIGUIENTES, A LA TENENCIA VIGENTE EN VLDTADS:                  *00000070
      *   'C' CUPON, 'A' AMORTIZACION PARCIAL Y 'V' VENCIMIENTO        *00000080
      *       PENDIENTES DEL CALENDARIO VLDTCUP                        *00000090
      *   'D' DIVIDENDO ANUNCIADO POR EL CUSTODIO (VLDTECA DESTINO     *00000100
      *       'D') AUN NO PAGADO                                       *00000110
      * EL BRUTO ES INTERES/DIVIDENDO MAS CAPITAL DEVUELTO; LA         *00000120
      * RETENCION ES LA QUE APLICARIA HOY SEGUN LA RESIDENCIA FISCAL   *00000130
      * (VXMI_RESIFIS) CON LAS TASAS DE VLDTPAR, SOLO SOBRE LA RENTA   *00000140
      * (NO SOBRE EL CAPITAL). LO IMPRIME EL ESTADO DE CUENTA VL4CESTC *00000150
      * Y LO ENVIA EL FEED WEB VL4CWEBF (REGISTRO 'ING').              *00000160
      ******************************************************************00000170
       01  DCLVLDTPIN.                                                  00000180
           10 VPIN-PERIODO         PIC S9(6)V USAGE COMP-3.             00000190
           10 VPIN-CUENTA          PIC S9(7)V USAGE COMP-3.             00000200
           10 VPIN-CODVALOR        PIC X(12).                           00000210
           10 VPIN-FECPAGO         PIC S9(8)V USAGE COMP-3.             00000220
           10 VPIN-TIPO            PIC X(1).                            00000230
              88 VPIN-CUPON        VALUE 'C'.                           00000240
              88 VPIN-AMORTIZACION VALUE 'A'.                           00000250
              88 VPIN-VENCIMIENTO  VALUE 'V'.                           00000260
              88 VPIN-DIVIDENDO    VALUE 'D'.                           00000270
           10 VPIN-SECUEN          PIC S9(3)  USAGE COMP-3.             00000280
           10 VPIN-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000290
           10 VPIN-TITULOS         PIC S9(13)V USAGE COMP-3.            00000300
           10 VPIN-MONEDA          PIC X(3).                            00000310
           10 VPIN-RENTA           PIC S9(13)V9(2) USAGE COMP-3.        00000320
           10 VPIN-CAPITAL         PIC S9(13)V9(2) USAGE COMP-3.        00000330
           10 VPIN-BRUTO           PIC S9(13)V9(2) USAGE COMP-3.        00000340
           10 VPIN-RETENCION       PIC S9(13)V9(2) USAGE COMP-3.        00000350
           10 VPIN-NETO            PIC S9(13)V9(2) USAGE COMP-3.        00000360
           10 VPIN-RESIFIS         PIC X(3).                            00000370
           10 VPIN-TASA-RET        PIC S9(2)V9(2)  USAGE COMP-3.        00000380
           10 VPIN-FECULT          PIC S9(8)V USAGE COMP-3.             00000390
           10 VPIN-USUARIO         PIC X(8).                            00000400
