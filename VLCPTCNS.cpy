      ******************************************************************00000010
      *                        VLCPTCNS                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTCNS - CONSENTIMIENTOS DEL CLIENTE     *00000040
      * PARA EL TRATAMIENTO DE SUS DATOS PERSONALES (LEY DE            *00000050
      * PROTECCION DE DATOS PERSONALES). UNA FILA POR CLIENTE CON      *00000060
      * TRES CONSENTIMIENTOS INDEPENDIENTES ('S' OTORGADO / 'N'        *00000070
      * NEGADO O REVOCADO), CADA UNO CON LA FECHA DE SU ULTIMO         *00000080
      * CAMBIO: USO PARA PUBLICIDAD, CESION A TERCEROS Y USO DEL       *00000090
      * CANAL ELECTRONICO. SIN FILA NO HAY CONSENTIMIENTO. DOCREF ES   *00000100
      * LA EVIDENCIA (FORMULARIO FIRMADO, CONSTANCIA WEB). LO          *00000110
      * MANTIENE VL7CCNS0 (CON RASTRO EN VLDTRLOG); LO CONSULTAN LOS   *00000120
      * PROCESOS QUE ENVIAN DATOS O AVISOS AL CLIENTE, POR SQL O CON   *00000130
      * LA RUTINA VL9CCNS0, Y LO LISTA VL4CDPER EN EL INFORME DE       *00000140
      * ACCESO DEL TITULAR.                                            *00000150
      ******************************************************************00000160
       01  DCLVLDTCNS.                                                  00000170
           10 VCNS-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000180
           10 VCNS-PUBLICIDAD      PIC X(1).                            00000190
              88 VCNS-PUB-OTORGADO VALUE 'S'.                           00000200
           10 VCNS-FEC-PUBLI       PIC S9(8)V USAGE COMP-3.             00000210
           10 VCNS-TERCEROS        PIC X(1).                            00000220
              88 VCNS-TER-OTORGADO VALUE 'S'.                           00000230
           10 VCNS-FEC-TERCE       PIC S9(8)V USAGE COMP-3.             00000240
           10 VCNS-ELECTRON        PIC X(1).                            00000250
              88 VCNS-ELE-OTORGADO VALUE 'S'.                           00000260
           10 VCNS-FEC-ELECT       PIC S9(8)V USAGE COMP-3.             00000270
           10 VCNS-DOCREF          PIC X(20).                           00000280
           10 VCNS-FEALTREG        PIC S9(8)V USAGE COMP-3.             00000290
           10 VCNS-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000300
           10 VCNS-NUMTER          PIC X(4).                            00000310
           10 VCNS-USUARIO         PIC X(8).                            00000320
