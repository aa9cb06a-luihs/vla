      ******************************************************************00000010
      *                        VLCPTAP0                                *00000020
      *                                                                *00000030
      * AREA DE COMUNICACION DE LA RUTINA VL9CAPU0 (PASARELA CONTABLE, *00000040
      * TABLAS VLDTAPU/VLDTLCG). EL PROCESO PRODUCTOR LA LLAMA CON     *00000050
      * 'A' POR CADA REGISTRO BGECOPS QUE GENERA Y CON 'F' AL TERMINAR,*00000060
      * PARA CERRAR EL LOTE CON SUS TOTALES DE CONTROL. NO ABENDA:     *00000070
      * CODRESP 00 OK / 01 FUNCION INVALIDA / 02 OTRO PROGRAMA CON EL  *00000080
      * LOTE ABIERTO / 03 DEMASIADAS FECHAS-DIVISAS EN EL LOTE / 99    *00000090
      * ERROR SQL, Y EL LLAMADOR DECIDE.                               *00000100
      ******************************************************************00000110
       01  VL9CAPU0-AREA.                                               00000120
           05 AP0-FUNCION          PIC X(01).                           00000130
              88 AP0-ANADE                   VALUE 'A'.                 00000140
              88 AP0-CIERRA                  VALUE 'F'.                 00000150
           05 AP0-PROGRAMA         PIC X(08).                           00000160
           05 AP0-REGISTRO         PIC X(2390).                         00000170
           05 AP0-CODRESP          PIC 9(02).                           00000180
