      ******************************************************************00000010
      *                        VLCPTTER                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTTER - LIBRO MENSUAL DE TASAS Y        *00000040
      * CONTRIBUCIONES DE TERCEROS DEL MERCADO (BVL, CAVALI, SMV,      *00000050
      * FONDO DE GARANTIA) COBRADAS A LOS CLIENTES EN LAS POLIZAS DE   *00000060
      * VLDTPOL (COMPONENTES VPOL_IMPCOM1..8). UNA FILA POR PERIODO    *00000070
      * AAAAMM, ENTIDAD Y MONEDA CON EL IMPORTE RECAUDADO, LO          *00000080
      * FACTURADO POR LA ENTIDAD Y LA DIFERENCIA. LA GRABA VL4CTERC    *00000090
      * AL CONTABILIZAR EL TRASPASO A LA CUENTA POR PAGAR DE CADA      *00000100
      * ENTIDAD; SU EXISTENCIA IMPIDE CONTABILIZAR DOS VECES EL MISMO  *00000110
      * PERIODO.                                                       *00000120
      ******************************************************************00000130
       01  DCLVLDTTER.                                                  00000140
           10 VTER-PERIODO         PIC S9(6)V USAGE COMP-3.             00000150
           10 VTER-ENTIDAD         PIC X(3).                            00000160
           10 VTER-MONEDA          PIC X(3).                            00000170
           10 VTER-POLIZAS         PIC S9(9)V USAGE COMP-3.             00000180
           10 VTER-IMP-RECAUDADO   PIC S9(13)V9(2) USAGE COMP-3.        00000190
           10 VTER-IMP-FACTURADO   PIC S9(13)V9(2) USAGE COMP-3.        00000200
           10 VTER-DIFERENCIA      PIC S9(13)V9(2) USAGE COMP-3.        00000210
           10 VTER-ESTADO          PIC X(1).                            00000220
              88 VTER-CUADRADO     VALUE 'C'.                           00000230
              88 VTER-CON-DIFER    VALUE 'D'.                           00000240
              88 VTER-SIN-FACTURA  VALUE 'S'.                           00000250
           10 VTER-FEC-PROCESO     PIC S9(8)V USAGE COMP-3.             00000260
           10 VTER-USUARIO         PIC X(8).                            00000270
