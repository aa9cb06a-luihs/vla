      ******************************************************************00000010
      *                        VLCPTLH0                                *00000020
      *                                                                *00000030
      * AREA DE COMUNICACION DE LA RUTINA VL9CLHD0 (BLOQUEOS LEGALES,  *00000040
      * TABLA VLDTLHD). EL LLAMADOR INFORMA SI PREGUNTA POR UN CLIENTE *00000050
      * ('C') O POR UNA CUENTA ('A'). UNA CUENTA ESTA BLOQUEADA SI LO  *00000060
      * ESTA ELLA O SU TITULAR O CUALQUIER INTERVINIENTE; UN CLIENTE,  *00000070
      * SI LO ESTA EL O CUALQUIER CUENTA EN LA QUE INTERVIENE. DEVUELVE*00000080
      * LA REFERENCIA DEL PRIMER CASO. NO ABENDA: CODRESP 00 OK / 01   *00000090
      * TIPO INVALIDO / 99 ERROR SQL, Y EL LLAMADOR DECIDE.            *00000100
      ******************************************************************00000110
       01  VL9CLHD0-AREA.                                               00000120
           05 LH0-TIPO             PIC X(01).                           00000130
              88 LH0-POR-CLIENTE             VALUE 'C'.                 00000140
              88 LH0-POR-CUENTA              VALUE 'A'.                 00000150
           05 LH0-NUMCLI           PIC 9(08).                           00000160
           05 LH0-CUENTA           PIC 9(07).                           00000170
      *    RESPUESTA: 'S' HAY BLOQUEO LEGAL ACTIVO / 'N' NO LO HAY      00000180
           05 LH0-RETENIDO         PIC X(01).                           00000190
              88 LH0-HAY-BLOQUEO             VALUE 'S'.                 00000200
           05 LH0-REFCASO          PIC X(20).                           00000210
           05 LH0-CODRESP          PIC 9(02).                           00000220
