      ******************************************************************00000010
      *                        VLCPTORD                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTORD - ORDENES DE CLIENTES TOMADAS EN  *00000040
      * LINEA POR VL7CORD0 CON CONTROL PREVIO: SITUACION DE LA CUENTA, *00000050
      * EMBARGO (VLDTEMB), TITULAR FALLECIDO (VLDTSUC), REVISION KYC,  *00000060
      * IDONEIDAD Y, EN VENTAS, DISPONIBLE = DEPOSITADO - BLOQUEADO -  *00000070
      * PIGNORADO - VENTAS PENDIENTES DE LIQUIDAR - OTRAS ORDENES DE   *00000080
      * VENTA VIVAS. EL BATCH VL4CORDE CASA LAS ORDENES CONTRA EL      *00000090
      * FICHERO DE OPERACIONES DE BOLSA, VENCE LAS NO EJECUTADAS Y     *00000100
      * PASA LAS ACEPTADAS AL FICHERO DE LA MESA DE NEGOCIACION.       *00000110
      * ESTADO: 'A' ACEPTADA / 'E' ENVIADA A LA MESA / 'R' EJECUTADA   *00000120
      *         EN PARTE / 'J' EJECUTADA / 'V' VENCIDA / 'X' ANULADA   *00000130
      ******************************************************************00000140
       01  DCLVLDTORD.                                                  00000150
           10 VORD-NUMORD          PIC S9(9)V USAGE COMP-3.             00000160
           10 VORD-CUENTA          PIC S9(7)V USAGE COMP-3.             00000170
           10 VORD-PAVAL           PIC X(3).                            00000180
           10 VORD-VALOR           PIC X(8).                            00000190
           10 VORD-ISIN            PIC S9(1)V USAGE COMP-3.             00000200
           10 VORD-TIPOP           PIC X(1).                            00000210
              88 VORD-COMPRA                 VALUE 'C'.                 00000220
              88 VORD-VENTA                  VALUE 'V'.                 00000230
           10 VORD-TITULOS         PIC S9(13)V USAGE COMP-3.            00000240
      *    PRECIO LIMITE EN LA MONEDA DE LA ORDEN; CERO = A MERCADO     00000250
           10 VORD-PRECIO-LIM      PIC S9(9)V9(6) USAGE COMP-3.         00000260
           10 VORD-MONEDA          PIC X(3).                            00000270
           10 VORD-FECORD          PIC S9(8)V USAGE COMP-3.             00000280
           10 VORD-HORORD          PIC S9(6)V USAGE COMP-3.             00000290
      *    ULTIMO DIA DE VIGENCIA DE LA ORDEN                           00000300
           10 VORD-FECVIG          PIC S9(8)V USAGE COMP-3.             00000310
      *    'S' COMPRA SOBRE EL PERFIL CON AUTORIZACION DEL CLIENTE      00000320
           10 VORD-IND-AUTRIESGO   PIC X(1).                            00000330
      *    'N' NO ENVIADA A LA MESA / 'S' ENVIADA / 'A' ANULACION       00000340
      *    YA COMUNICADA A LA MESA                                      00000350
           10 VORD-IND-ENVIO       PIC X(1).                            00000360
           10 VORD-TIT-EJEC        PIC S9(13)V USAGE COMP-3.            00000370
           10 VORD-IMP-EJEC        PIC S9(13)V9(2) USAGE COMP-3.        00000380
      *    ULTIMA OPERACION DE BOLSA CASADA (BOL-REFER) Y SU FECHA      00000390
           10 VORD-REFER-EJEC      PIC S9(9)V USAGE COMP-3.             00000400
           10 VORD-FEC-EJEC        PIC S9(8)V USAGE COMP-3.             00000410
           10 VORD-ESTADO          PIC X(1).                            00000420
              88 VORD-ACEPTADA               VALUE 'A'.                 00000430
              88 VORD-ENVIADA                VALUE 'E'.                 00000440
              88 VORD-PARCIAL                VALUE 'R'.                 00000450
              88 VORD-EJECUTADA              VALUE 'J'.                 00000460
              88 VORD-VENCIDA                VALUE 'V'.                 00000470
              88 VORD-ANULADA                VALUE 'X'.                 00000480
              88 VORD-VIVA                   VALUE 'A' 'E' 'R'.         00000490
           10 VORD-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000500
           10 VORD-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000510
           10 VORD-NUMTER          PIC X(4).                            00000520
           10 VORD-USUARIO         PIC X(8).                            00000530
