      ******************************************************************00000010
      *                        VLCPTI54                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTI54 - INSTRUCCIONES DE LIQUIDACION    *00000040
      * MT540-543 ENVIADAS A LOS CUSTODIOS INTERNACIONALES. VL4C54X0   *00000050
      * GRABA UNA FILA POR INSTRUCCION CON SU REFERENCIA SEME (CLAVE)  *00000060
      * Y NO VUELVE A INSTRUIR UNA OPERACION CON INSTRUCCION VIVA.     *00000070
      * VL4CMT54 CASA POR ESA REFERENCIA (CAMPO RELA) LAS              *00000080
      * CONFIRMACIONES MT544-547 Y LOS ESTADOS MT548 DEL CUSTODIO:     *00000090
      *   'E' ENVIADA        'A' ACEPTADA / CASADA POR EL CUSTODIO     *00000100
      *   'P' PENDIENTE O SIN CASAR (MOTIVO EN VI54_MOTIVO)            *00000110
      *   'R' RECHAZADA      'C' LIQUIDADA (CONFIRMADA)                *00000120
      *   'X' CANCELADA                                                *00000130
      * LAS RECHAZADAS Y LAS SIN CASAR PASAN A LA COLA VLDTFLQ.        *00000140
      ******************************************************************00000150
       01  DCLVLDTI54.                                                  00000160
           10 VI54-SEME            PIC X(16).                           00000170
           10 VI54-CODSUS          PIC X(8).                            00000180
           10 VI54-TIPMSG          PIC X(3).                            00000190
           10 VI54-CUENTA          PIC S9(7)V USAGE COMP-3.             00000200
           10 VI54-REFER           PIC S9(9)V USAGE COMP-3.             00000210
           10 VI54-CODVALOR        PIC X(12).                           00000220
           10 VI54-TITUL           PIC S9(13)V USAGE COMP-3.            00000230
           10 VI54-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000240
           10 VI54-MONEDA          PIC X(3).                            00000250
           10 VI54-FVALOR          PIC S9(8)V USAGE COMP-3.             00000260
           10 VI54-FEC-ENVIO       PIC S9(8)V USAGE COMP-3.             00000270
           10 VI54-ESTADO          PIC X(1).                            00000280
              88 VI54-ENVIADA      VALUE 'E'.                           00000290
              88 VI54-ACEPTADA     VALUE 'A'.                           00000300
              88 VI54-PENDIENTE    VALUE 'P'.                           00000310
              88 VI54-RECHAZADA    VALUE 'R'.                           00000320
              88 VI54-LIQUIDADA    VALUE 'C'.                           00000330
              88 VI54-CANCELADA    VALUE 'X'.                           00000340
           10 VI54-COD-STATUS      PIC X(4).                            00000350
           10 VI54-MOTIVO          PIC X(4).                            00000360
           10 VI54-FEC-ESTADO      PIC S9(8)V USAGE COMP-3.             00000370
           10 VI54-FEC-LIQ         PIC S9(8)V USAGE COMP-3.             00000380
           10 VI54-TITUL-LIQ       PIC S9(13)V USAGE COMP-3.            00000390
           10 VI54-IMPORTE-LIQ     PIC S9(13)V9(2) USAGE COMP-3.        00000400
           10 VI54-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000410
           10 VI54-NUMTER          PIC X(4).                            00000420
           10 VI54-USUARIO         PIC X(8).                            00000430
