      ******************************************************************00000010
      *                        VLCPTCI0                                *00000020
      *                                                                *00000030
      * AREA DE COMUNICACION DE LA RUTINA VL9CCIC0 (CICLO DE           *00000040
      * LIQUIDACION). EL LLAMADOR INFORMA PLAZA (BLANCOS = 'LIM'),     *00000050
      * TIPO DE INSTRUMENTO (VXEN_TIPINT) Y FECHA DE OPERACION; LA     *00000060
      * RUTINA DEVUELVE EL CICLO VIGENTE A ESA FECHA EN VLDTCIC (DIAS  *00000070
      * Y FECHA DE VIGENCIA) Y LA FECHA VALOR QUE LE CORRESPONDE,      *00000080
      * CONTANDO DIAS HABILES DE LA PLAZA CON VL9CFER0.                *00000090
      * CODRESP: 00 OK / 10 SIN CICLO VIGENTE / 99 ERROR DE ACCESO.    *00000100
      ******************************************************************00000110
       01  VL9CCIC0-AREA.                                               00000120
           05 CI0-PLAZA            PIC X(03).                           00000130
           05 CI0-TIPINT           PIC X(01).                           00000140
           05 CI0-FECHOP           PIC 9(08).                           00000150
           05 CI0-DIAS             PIC 9(02).                           00000160
           05 CI0-FECVIG           PIC 9(08).                           00000170
           05 CI0-FVALOR           PIC 9(08).                           00000180
           05 CI0-CODRESP          PIC 9(02).                           00000190
              88 CI0-OK            VALUE 00.                            00000200
              88 CI0-SIN-CICLO     VALUE 10.                            00000210
