      ******************************************************************00000010
      *                        VLCPTREP                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTREP - OPERACIONES DE REPORTE BURSATIL.*00000040
      * CADA FILA ENLAZA LA PATA CONTADO (OPERACION DE BOLSA YA        *00000050
      * CARGADA, VREP_REFER_CONTADO) CON LA PATA A PLAZO. LO DA DE     *00000060
      * ALTA VL7CREP0, QUE ADEMAS BLOQUEA EL COLATERAL COMO PRENDA EN  *00000070
      * VLDTPRE (VREP_NUMPRE) CUANDO EL CLIENTE ES REPORTANTE: LOS     *00000080
      * TITULOS RECIBIDOS AL CONTADO NO SE PUEDEN VENDER NI TRASPASAR  *00000090
      * HASTA EL VENCIMIENTO. EL BATCH VL4CREPV, EN LA FECHA A PLAZO,  *00000100
      * LIBERA LA PRENDA Y GENERA LA PATA A PLAZO EN EL FICHERO DE     *00000110
      * OPERACIONES DE BOLSA (HACIA VL4CPREV) Y REPORTA LOS REPORTES   *00000120
      * ABIERTOS POR CLIENTE.                                          *00000130
      * ESTADO: 'A' ABIERTO / 'G' PLAZO GENERADO / 'X' ANULADO         *00000140
      ******************************************************************00000150
       01  DCLVLDTREP.                                                  00000160
           10 VREP-NUMREP          PIC S9(9)V USAGE COMP-3.             00000170
           10 VREP-CUENTA          PIC S9(7)V USAGE COMP-3.             00000180
           10 VREP-PAVAL           PIC X(3).                            00000190
           10 VREP-VALOR           PIC X(8).                            00000200
           10 VREP-ISIN            PIC S9(1)V USAGE COMP-3.             00000210
      *    LADO DEL CLIENTE EN LA PATA CONTADO                          00000220
           10 VREP-LADO            PIC X(1).                            00000230
              88 VREP-REPORTANTE             VALUE 'C'.                 00000240
              88 VREP-REPORTADO              VALUE 'V'.                 00000250
           10 VREP-TITULOS         PIC S9(13)V USAGE COMP-3.            00000260
           10 VREP-CONTRAPARTE     PIC X(30).                           00000270
           10 VREP-MONEDA          PIC X(3).                            00000280
           10 VREP-FEC-CONTADO     PIC S9(8)V USAGE COMP-3.             00000290
           10 VREP-IMP-CONTADO     PIC S9(13)V9(2) USAGE COMP-3.        00000300
           10 VREP-REFER-CONTADO   PIC S9(9)V USAGE COMP-3.             00000310
           10 VREP-FEC-PLAZO       PIC S9(8)V USAGE COMP-3.             00000320
           10 VREP-IMP-PLAZO       PIC S9(13)V9(2) USAGE COMP-3.        00000330
           10 VREP-REFER-PLAZO     PIC S9(9)V USAGE COMP-3.             00000340
           10 VREP-NUMPRE          PIC S9(4)  USAGE COMP.               00000350
           10 VREP-ESTADO          PIC X(1).                            00000360
              88 VREP-ABIERTO                VALUE 'A'.                 00000370
              88 VREP-GENERADO               VALUE 'G'.                 00000380
              88 VREP-ANULADO                VALUE 'X'.                 00000390
           10 VREP-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000400
           10 VREP-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000410
           10 VREP-NUMTER          PIC X(4).                            00000420
           10 VREP-USUARIO         PIC X(8).                            00000430
