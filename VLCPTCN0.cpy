      ******************************************************************00000010
      *                        VLCPTCN0                                *00000020
      *                                                                *00000030
      * AREA DE COMUNICACION DE LA RUTINA VL9CCNS0 (CONSENTIMIENTOS    *00000040
      * DEL CLIENTE, TABLA VLDTCNS). EL LLAMADOR INFORMA EL CLIENTE Y  *00000050
      * EL USO QUE QUIERE DAR A SUS DATOS: 'P' PUBLICIDAD, 'T' CESION  *00000060
      * A TERCEROS, 'E' CANAL ELECTRONICO. LA RUTINA RESPONDE SI HAY   *00000070
      * CONSENTIMIENTO OTORGADO; UN CLIENTE SIN FILA EN VLDTCNS NO LO  *00000080
      * TIENE. NO ABENDA: CODRESP 00 OK / 01 USO INVALIDO / 99 ERROR   *00000090
      * SQL, Y EL LLAMADOR DECIDE.                                     *00000100
      ******************************************************************00000110
       01  VL9CCNS0-AREA.                                               00000120
           05 CN0-NUMCLI           PIC 9(08).                           00000130
           05 CN0-USO              PIC X(01).                           00000140
              88 CN0-USO-PUBLICIDAD          VALUE 'P'.                 00000150
              88 CN0-USO-TERCEROS            VALUE 'T'.                 00000160
              88 CN0-USO-ELECTRONICO         VALUE 'E'.                 00000170
      *    RESPUESTA: 'S' CONSENTIDO / 'N' SIN CONSENTIMIENTO           00000180
           05 CN0-PERMITIDO        PIC X(01).                           00000190
           05 CN0-CODRESP          PIC 9(02).                           00000200
