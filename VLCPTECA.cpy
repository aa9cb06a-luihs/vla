      ******************************************************************00000010
      *                        VLCPTECA                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTECA - COLA DE EVENTOS CORPORATIVOS    *00000040
      * ANUNCIADOS POR LOS CUSTODIOS INTERNACIONALES (LISTA E1DQCUST). *00000050
      * VL4CMT56 CARGA CADA MT564 RECIBIDO (CLAVE CUSTODIO + REFERENCIA*00000060
      * CORP DEL CUSTODIO) EN ESTADO PENDIENTE, LO REEMPLAZA (REPL) O  *00000070
      * LO ANULA (CANC), Y ANOTA LO CONFIRMADO POR EL MT566. VL7CECA0  *00000080
      * APRUEBA O RECHAZA EL EVENTO Y VL4CECAR ENCAMINA LO APROBADO    *00000090
      * SEGUN VECA_DESTINO: 'C' TARJETAS PARA VL4CCORP, 'D' TARJETAS   *00000100
      * PARA VL4CDIVC, 'U' ALTA EN EL CALENDARIO VLDTCUP. 'M' QUEDA    *00000110
      * PARA TRATAMIENTO MANUAL (NO ENCAMINABLE).                      *00000120
      ******************************************************************00000130
       01  DCLVLDTECA.                                                  00000140
           10 VECA-CODSUS          PIC X(8).                            00000150
           10 VECA-CORP            PIC X(16).                           00000160
           10 VECA-CAEV            PIC X(4).                            00000170
           10 VECA-FUNCION         PIC X(4).                            00000180
           10 VECA-CODVALOR        PIC X(12).                           00000190
           10 VECA-DESTINO         PIC X(1).                            00000200
              88 VECA-DEST-CORP    VALUE 'C'.                           00000210
              88 VECA-DEST-DIVC    VALUE 'D'.                           00000220
              88 VECA-DEST-CUPON   VALUE 'U'.                           00000230
              88 VECA-DEST-MANUAL  VALUE 'M'.                           00000240
           10 VECA-FECREG          PIC S9(8)V USAGE COMP-3.             00000250
           10 VECA-FECPAGO         PIC S9(8)V USAGE COMP-3.             00000260
           10 VECA-IMPTIT          PIC S9(9)V9(6) USAGE COMP-3.         00000270
           10 VECA-FACTOR          PIC S9(4)V9(6) USAGE COMP-3.         00000280
           10 VECA-MONEDA          PIC X(3).                            00000290
           10 VECA-ESTADO          PIC X(1).                            00000300
              88 VECA-PENDIENTE    VALUE 'P'.                           00000310
              88 VECA-APROBADO     VALUE 'A'.                           00000320
              88 VECA-RECHAZADO    VALUE 'R'.                           00000330
              88 VECA-ANULADO      VALUE 'X'.                           00000340
              88 VECA-ENCAMINADO   VALUE 'E'.                           00000350
           10 VECA-FECREC          PIC S9(8)V USAGE COMP-3.             00000360
           10 VECA-USUAPRO         PIC X(8).                            00000370
           10 VECA-FECAPRO         PIC S9(8)V USAGE COMP-3.             00000380
           10 VECA-IMP566          PIC S9(13)V9(2) USAGE COMP-3.        00000390
           10 VECA-CAN566          PIC S9(13)V USAGE COMP-3.            00000400
           10 VECA-FEC566          PIC S9(8)V USAGE COMP-3.             00000410
           10 VECA-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000420
           10 VECA-NUMTER          PIC X(4).                            00000430
           10 VECA-USUARIO         PIC X(8).                            00000440
