      ******************************************************************00000010
      *                        VLCPTNOT                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTNOT - COLA DE AVISOS AL CLIENTE POR   *00000040
      * SMS / CORREO ELECTRONICO. UNA FILA POR EVENTO DEL CLIENTE EN   *00000050
      * UNA CUENTA; LA GRABAN LOS PROCESOS QUE PRODUCEN EL EVENTO CON  *00000060
      * LA RUTINA VL9CNOT0, QUE NO REPITE UN EVENTO YA ENCOLADO        *00000070
      * (CUENTA + TIPEVE + REFEVE). VL4CNOTF ENVIA CADA NOCHE LAS      *00000080
      * PENDIENTES A LA PLATAFORMA DE MENSAJERIA DEL BANCO Y VL4CNOTR  *00000090
      * CARGA EL RESULTADO DE ENTREGA QUE ESTA DEVUELVE.               *00000100
      * TIPEVE: LIQ LIQUIDACION COMPLETADA (VL4C3050)                  *00000110
      *         DIV DIVIDENDO ABONADO (VL4CDIVC)                       *00000120
      *         CUP CUPON / VENCIMIENTO ABONADO (VL4CCUPO)             *00000130
      *         MAR LLAMADA DE MARGEN (VL4CMARG)                       *00000140
      *         PRE PRENDA LIBERADA (VL4CPREL)                         *00000150
      *         EMB RETENCION POR EMBARGO APLICADA (VLDTEMA)           *00000160
      *         EST ESTADO DE CUENTA DISPONIBLE (VL4CESTC)             *00000170
      *         FLQ LIQUIDACION FALLIDA (VLDTFLQ)                      *00000180
      * ESTADO: 'P' PENDIENTE DE ENVIO / 'E' ENVIADO A LA PLATAFORMA / *00000190
      *         'S' SUPRIMIDO (MOTIVO) / 'R' ENTREGADO AL CLIENTE /    *00000200
      *         'F' NO ENTREGADO (MOTIVO DE LA PLATAFORMA)             *00000210
      * CANAL : 'S' SMS / 'M' CORREO / 'A' AMBOS (EL DEL ENVIO)        *00000220
      * VNOT_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000230
      ******************************************************************00000240
       01  DCLVLDTNOT.                                                  00000250
           10 VNOT-ID              PIC S9(9) USAGE COMP-3.              00000260
           10 VNOT-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000270
           10 VNOT-CUENTA          PIC S9(7)V USAGE COMP-3.             00000280
           10 VNOT-TIPEVE          PIC X(3).                            00000290
              88 VNOT-EVE-LIQUIDACION        VALUE 'LIQ'.               00000300
              88 VNOT-EVE-DIVIDENDO          VALUE 'DIV'.               00000310
              88 VNOT-EVE-CUPON              VALUE 'CUP'.               00000320
              88 VNOT-EVE-MARGEN             VALUE 'MAR'.               00000330
              88 VNOT-EVE-PRENDA             VALUE 'PRE'.               00000340
              88 VNOT-EVE-EMBARGO            VALUE 'EMB'.               00000350
              88 VNOT-EVE-ESTADO             VALUE 'EST'.               00000360
              88 VNOT-EVE-FALLIDA            VALUE 'FLQ'.               00000370
           10 VNOT-REFEVE          PIC X(20).                           00000380
           10 VNOT-FECEVE          PIC S9(8)V USAGE COMP-3.             00000390
           10 VNOT-CODVALOR        PIC X(12).                           00000400
           10 VNOT-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000410
           10 VNOT-MONEDA          PIC X(3).                            00000420
           10 VNOT-DETALLE         PIC X(40).                           00000430
           10 VNOT-ESTADO          PIC X(1).                            00000440
              88 VNOT-PENDIENTE              VALUE 'P'.                 00000450
              88 VNOT-ENVIADO                VALUE 'E'.                 00000460
              88 VNOT-SUPRIMIDO              VALUE 'S'.                 00000470
              88 VNOT-ENTREGADO              VALUE 'R'.                 00000480
              88 VNOT-NO-ENTREGADO           VALUE 'F'.                 00000490
           10 VNOT-MOTIVO          PIC X(20).                           00000500
           10 VNOT-CANAL           PIC X(1).                            00000510
           10 VNOT-FECENVIO        PIC S9(8)V USAGE COMP-3.             00000520
           10 VNOT-FECRESUL        PIC S9(8)V USAGE COMP-3.             00000530
           10 VNOT-FEALTREG        PIC S9(8)V USAGE COMP-3.             00000540
           10 VNOT-HORALTA         PIC S9(6)V USAGE COMP-3.             00000550
           10 VNOT-USUARIO         PIC X(8).                            00000560
