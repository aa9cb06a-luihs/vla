      ******************************************************************00000010
      *                        VLCPTDSP                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTDSP - EVENTOS DE DERECHOS DE          *00000040
      * SUSCRIPCION PREFERENTE. UNA FILA POR EMISION DE DERECHOS,      *00000050
      * CLAVE EL CODIGO DE VALOR PROPIO DEL DERECHO EN VLDTXEN. LA     *00000060
      * ABRE VL4CDSPA AL ABONAR LOS DERECHOS A LOS TENEDORES DEL       *00000070
      * VALOR PADRE EN LA FECHA DE REGISTRO; VL7CDSP0 CAPTURA LAS      *00000080
      * ELECCIONES DENTRO DE LA VENTANA (FECINI-FECFIN) Y VL4CDSPE     *00000090
      * GENERA VENTAS / SUSCRIPCIONES Y DA DE BAJA LO CADUCADO.        *00000100
      ******************************************************************00000110
       01  DCLVLDTDSP.                                                  00000120
           10 VDSP-CODDERE         PIC X(12).                           00000130
           10 VDSP-CODVALOR        PIC X(12).                           00000140
           10 VDSP-FACTOR          PIC S9(4)V9(6) USAGE COMP-3.         00000150
           10 VDSP-RATIO           PIC S9(4)V9(6) USAGE COMP-3.         00000160
           10 VDSP-PRECIO          PIC S9(13)V9(2) USAGE COMP-3.        00000170
           10 VDSP-MONEDA          PIC X(3).                            00000180
           10 VDSP-FECREG          PIC S9(8)V USAGE COMP-3.             00000190
           10 VDSP-FECINI          PIC S9(8)V USAGE COMP-3.             00000200
           10 VDSP-FECFIN          PIC S9(8)V USAGE COMP-3.             00000210
           10 VDSP-ABONADOS        PIC S9(13)V USAGE COMP-3.            00000220
           10 VDSP-ESTADO          PIC X(1).                            00000230
              88 VDSP-ABIERTO      VALUE 'A'.                           00000240
              88 VDSP-VENCIDO      VALUE 'V'.                           00000250
           10 VDSP-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000260
           10 VDSP-NUMTER          PIC X(4).                            00000270
           10 VDSP-USUARIO         PIC X(8).                            00000280
