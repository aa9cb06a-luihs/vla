      ******************************************************************00000010
      *                        VLCPTRST                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTRST - LISTA RESTRINGIDA PARA LA       *00000040
      * OPERATIVA DEL PERSONAL. CADA ENTRADA RESTRINGE UN VALOR        *00000050
      * (VRST_TIPO 'V': CODIGO = PAVAL(3)+VALOR(8)+ISIN(1) DE VLDTXEN) *00000060
      * O TODOS LOS VALORES DE UN EMISOR (VRST_TIPO 'E': CODIGO =      *00000070
      * VXEN_EMISOR) ENTRE VRST_FECDESDE Y VRST_FECHASTA (CERO = SIN   *00000080
      * FECHA DE FIN). CLAVE: TIPO + CODIGO + FECDESDE. LA MANTIENE    *00000090
      * CUMPLIMIENTO EN VL7CRST0 (CON RASTRO EN VLDTRLOG); LA LEEN LA  *00000100
      * TOMA DE ORDENES VL7CORD0 Y EL CONTROL DIARIO VL4CEPLD.         *00000110
      ******************************************************************00000120
       01  DCLVLDTRST.                                                  00000130
           10 VRST-TIPO            PIC X(1).                            00000140
              88 VRST-POR-VALOR    VALUE 'V'.                           00000150
              88 VRST-POR-EMISOR   VALUE 'E'.                           00000160
           10 VRST-CODIGO          PIC X(40).                           00000170
           10 VRST-FECDESDE        PIC S9(8)V USAGE COMP-3.             00000180
           10 VRST-FECHASTA        PIC S9(8)V USAGE COMP-3.             00000190
           10 VRST-MOTIVO          PIC X(40).                           00000200
           10 VRST-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000210
           10 VRST-NUMTER          PIC X(4).                            00000220
           10 VRST-USUARIO         PIC X(8).                            00000230
