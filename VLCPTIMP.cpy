      ******************************************************************00000010
      *                        VLCPTIMP                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTIMP - TENEDORES DE UN EVENTO DE RENTA *00000040
      * FIJA EN IMPAGO (VLDTCUP ESTADO 'D'). VL4CIMPA LOS FIJA EN LA   *00000050
      * FECHA DE PAGO ORIGINAL (FECHA DE REGISTRO DEL EVENTO) CON LOS  *00000060
      * TITULOS DE VLDTADS Y EL IMPORTE BRUTO QUE SE LES DEBIA; LOS    *00000070
      * RECUPEROS POSTERIORES DEL EMISOR SE REPARTEN A PRORRATA DE     *00000080
      * ESTOS TITULOS Y SE ACUMULAN EN VIMP_PAGADO (BRUTO, CON MORA).  *00000090
      ******************************************************************00000100
       01  DCLVLDTIMP.                                                  00000110
           10 VIMP-CODVALOR        PIC X(12).                           00000120
           10 VIMP-SECUEN          PIC S9(3)  USAGE COMP-3.             00000130
           10 VIMP-CUENTA          PIC S9(7)V USAGE COMP-3.             00000140
           10 VIMP-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000150
           10 VIMP-SUCURS          PIC X(4).                            00000160
           10 VIMP-TITULOS         PIC S9(13)V USAGE COMP-3.            00000170
           10 VIMP-DEBIDO          PIC S9(13)V9(2) USAGE COMP-3.        00000180
           10 VIMP-PAGADO          PIC S9(13)V9(2) USAGE COMP-3.        00000190
           10 VIMP-FECREG          PIC S9(8)V USAGE COMP-3.             00000200
           10 VIMP-FECULT          PIC S9(8)V USAGE COMP-3.             00000210
           10 VIMP-USUARIO         PIC X(8).                            00000220
