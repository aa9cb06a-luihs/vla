      ******************************************************************00000010
      *                        VLCPTMCC                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTMCC - CASOS DE CONDUCTA DE MERCADO.   *00000040
      * CADA HALLAZGO DE VL4CMCON (CRUCES ENTRE CUENTAS DEL MISMO      *00000050
      * CLIENTE, GRUPO ECONOMICO O GESTOR E IDAS Y VUELTAS QUE MUEVEN  *00000060
      * EL CIERRE) QUEDA COMO CASO CON EL MISMO CICLO DE GESTION QUE   *00000070
      * LOS CASOS UIF: 'N' NUEVO / 'R' EN REVISION / 'U' REPORTADO AL  *00000080
      * REGULADOR / 'D' DESCARTADO CON MOTIVO. MIENTRAS EXISTA UN CASO *00000090
      * ABIERTO (N/R) DEL MISMO CLIENTE, REGLA Y VALOR, VL4CMCON       *00000100
      * SUPRIME LOS HALLAZGOS REPETIDOS. LA COLA SE TRABAJA EN LINEA   *00000110
      * CON VL7CMCC0 (CON RASTRO EN VLDTRLOG). VMCC_ID ES COLUMNA      *00000120
      * IDENTITY (NO SE INFORMA EN EL INSERT).                         *00000130
      ******************************************************************00000140
       01  DCLVLDTMCC.                                                  00000150
           10 VMCC-ID              PIC S9(9) USAGE COMP-3.              00000160
           10 VMCC-FECHA           PIC S9(8)V USAGE COMP-3.             00000170
           10 VMCC-REGLA           PIC X(8).                            00000180
      *       LADO COMPRADOR (O CLIENTE DE LA IDA Y VUELTA)             00000190
           10 VMCC-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000200
           10 VMCC-CUENTA          PIC S9(7)V USAGE COMP-3.             00000210
      *       LADO VENDEDOR VINCULADO (CERO EN IDA Y VUELTA)            00000220
           10 VMCC-NUMCLI-CP       PIC S9(8)V USAGE COMP-3.             00000230
           10 VMCC-CUENTA-CP       PIC S9(7)V USAGE COMP-3.             00000240
      *       PAVAL(3) + VALOR(8) + ISIN(1), COMO VCAM_CODVALOR         00000250
           10 VMCC-CODVALOR        PIC X(12).                           00000260
           10 VMCC-TITULOS         PIC S9(13)V9(2) USAGE COMP-3.        00000270
           10 VMCC-VARPRECIO       PIC S9(3)V9(2) USAGE COMP-3.         00000280
           10 VMCC-DETALLE         PIC X(40).                           00000290
           10 VMCC-ESTADO          PIC X(1).                            00000300
              88 VMCC-NUEVO        VALUE 'N'.                           00000310
              88 VMCC-EN-REVISION  VALUE 'R'.                           00000320
              88 VMCC-REPORTADO    VALUE 'U'.                           00000330
              88 VMCC-DESCARTADO   VALUE 'D'.                           00000340
              88 VMCC-ABIERTO      VALUE 'N' 'R'.                       00000350
           10 VMCC-MOTIVO-CIERRE   PIC X(40).                           00000360
           10 VMCC-USUARIO-GEST    PIC X(8).                            00000370
           10 VMCC-FECULT          PIC S9(8)V USAGE COMP-3.             00000380
           10 VMCC-NUMTER          PIC X(4).                            00000390
           10 VMCC-USUARIO         PIC X(8).                            00000400
