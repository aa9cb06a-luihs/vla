      ******************************************************************00000010
      *                        VLCPTLCP                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTLCP - LIMITES DE EXPOSICION PENDIENTE *00000040
      * DE LIQUIDAR POR CONTRAPARTE (VCTP_BANQUE DE VLDTCTP) Y MONEDA. *00000050
      * EL LIMITE SE EXPRESA EN LA MISMA MONEDA Y SE COMPARA CONTRA LA *00000060
      * SUMA DE IMPORTES DE LOS DETALLES AUN SIN LIQUIDAR (VLDTOPE /   *00000070
      * VLDTDET) DE ESA CONTRAPARTE. UNA MONEDA SIN FILA NO TIENE      *00000080
      * LIMITE ASIGNADO. LO MANTIENE VL7CCTP0; LO USA VL4CCTPE.        *00000090
      ******************************************************************00000100
       01  DCLVLDTLCP.                                                  00000110
           10 VLCP-BANQUE          PIC X(8).                            00000120
           10 VLCP-MONEDA          PIC X(3).                            00000130
           10 VLCP-LIMITE          PIC S9(13)V9(2) USAGE COMP-3.        00000140
           10 VLCP-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000150
           10 VLCP-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000160
           10 VLCP-NUMTER          PIC X(4).                            00000170
           10 VLCP-USUARIO         PIC X(8).                            00000180
