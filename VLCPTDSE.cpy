      ******************************************************************00000010
      *                        VLCPTDSE                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTDSE - ELECCION DE CADA TENEDOR SOBRE  *00000040
      * SUS DERECHOS DE SUSCRIPCION PREFERENTE (VER VLCPTDSP). LA      *00000050
      * FILA LA CREA VL4CDSPA CON LOS DERECHOS ABONADOS Y SIN          *00000060
      * INSTRUCCION; LA OFICINA REGISTRA EN VL7CDSP0 SI EL CLIENTE     *00000070
      * EJERCE, VENDE O DEJA VENCER. VL4CDSPE EMITE LA VENTA DURANTE   *00000080
      * LA VENTANA (VENTA-GEN = 'S') Y AL CIERRE LA SUSCRIPCION, Y     *00000090
      * DEJA LA FILA CERRADA CON LO CADUCADO.                          *00000100
      ******************************************************************00000110
       01  DCLVLDTDSE.                                                  00000120
           10 VDSE-CODDERE         PIC X(12).                           00000130
           10 VDSE-CUENTA          PIC S9(7)V USAGE COMP-3.             00000140
           10 VDSE-DERECHOS        PIC S9(13)V USAGE COMP-3.            00000150
           10 VDSE-ELECCION        PIC X(1).                            00000160
              88 VDSE-SIN-INSTRUC  VALUE ' '.                           00000170
              88 VDSE-EJERCE       VALUE 'E'.                           00000180
              88 VDSE-VENDE        VALUE 'V'.                           00000190
              88 VDSE-DEJA-VENCER  VALUE 'N'.                           00000200
           10 VDSE-CANT-EJER       PIC S9(13)V USAGE COMP-3.            00000210
           10 VDSE-CANT-VEN        PIC S9(13)V USAGE COMP-3.            00000220
           10 VDSE-VENTA-GEN       PIC X(1).                            00000230
           10 VDSE-CADUCADOS       PIC S9(13)V USAGE COMP-3.            00000240
           10 VDSE-ESTADO          PIC X(1).                            00000250
              88 VDSE-PENDIENTE    VALUE 'P'.                           00000260
              88 VDSE-CERRADA      VALUE 'C'.                           00000270
           10 VDSE-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000280
           10 VDSE-NUMTER          PIC X(4).                            00000290
           10 VDSE-USUARIO         PIC X(8).                            00000300
