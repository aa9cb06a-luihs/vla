      ******************************************************************00000010
      *                        VLCPTLCS                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTLCS - LOTES FISCALES CONSUMIDOS POR   *00000040
      * CADA SALIDA. VL4C3050 GRABA UNA FILA POR LOTE DE VLDTLOT QUE   *00000050
      * EL CONSUMO FIFO TOCA AL LIQUIDAR UNA VENTA, CON LA CANTIDAD    *00000060
      * TOMADA DE ESE LOTE Y SU COSTO UNITARIO. LA SUMA DE CANTIDAD    *00000070
      * POR COSTO DE LAS FILAS DE UNA SALIDA (VLCS_CUENTA+VLCS_REFER)  *00000080
      * ES EL VRZD_COSTO_FIFO DEL RESULTADO REALIZADO EN VLDTRZD. LA   *00000090
      * CONSULTA EN LINEA VL7CLOT0 LA MUESTRA BAJO CADA VENTA.         *00000100
      ******************************************************************00000110
       01  DCLVLDTLCS.                                                  00000120
           10 VLCS-CUENTA          PIC S9(7)V USAGE COMP-3.             00000130
           10 VLCS-REFER           PIC S9(9)V USAGE COMP-3.             00000140
           10 VLCS-CODVALOR        PIC X(12).                           00000150
           10 VLCS-SECUEN          PIC S9(5)V USAGE COMP-3.             00000160
           10 VLCS-FECHA           PIC S9(8)V USAGE COMP-3.             00000170
           10 VLCS-CANTIDAD        PIC S9(13)V USAGE COMP-3.            00000180
           10 VLCS-COSTO-UNIT      PIC S9(9)V9(6) USAGE COMP-3.         00000190
           10 VLCS-USUARIO         PIC X(8).                            00000200
