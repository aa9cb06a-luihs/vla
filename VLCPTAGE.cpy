      ******************************************************************00000010
      *                        VLCPTAGE                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTAGE - AGENDA DIARIA DEL GESTOR.       *00000040
      * VL4CAGEN LA ARMA CADA NOCHE PARA LA FECHA DE PROCESO CON LOS   *00000050
      * PENDIENTES DE CADA GESTOR (VARC_ANALIS) SOBRE SUS CLIENTES:    *00000060
      *   KYC      REVISION KYC VENCIDA O POR VENCER (VL4CKYCR)        *00000070
      *   APODER   PODER VENCIDO O POR VENCER        (VL4CAPOV)        *00000080
      *   MARGEN   PRENDA BAJO EL RATIO DE COBERTURA (VL4CMARG)        *00000090
      *   LIQFALL  LIQUIDACION FALLIDA DE MAS DE N DIAS (VLDTFLQ)      *00000100
      *   REBOTE   ESTADO DE CUENTA ELECTRONICO REBOTADO (VLDTEBN)     *00000110
      *   DURMIENT CUENTA QUE PASA A DURMIENTE EN EL MES (VL4CDORM)    *00000120
      *   RECLAMO  RECLAMO ABIERTO O EN GESTION (VLDTRCL)              *00000130
      *   MOVGRAN  OPERACION DEL DIA SOBRE EL UMBRAL DE SU MONEDA      *00000140
      * VAGE_REFER ES LA CLAVE NUMERICA DEL PENDIENTE EN SU TABLA      *00000150
      * (ID DEL RECLAMO, REFERENCIA VLDTFLQ, SECUENCIA DEL APODERADO,  *00000160
      * NUMERO DE PRENDA, REFERENCIA DE LA OPERACION) Y VAGE_TRAN LA   *00000170
      * TRANSACCION EN LINEA QUE LO ATIENDE. EL GESTOR LO CONSULTA Y   *00000180
      * LO MARCA ATENDIDO EN VL7CAGE0.                                 *00000190
      * ESTADO: 'P' PENDIENTE / 'A' ATENDIDO                           *00000200
      * VAGE_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000210
      ******************************************************************00000220
       01  DCLVLDTAGE.                                                  00000230
           10 VAGE-ID              PIC S9(9) USAGE COMP-3.              00000240
           10 VAGE-FECHA           PIC S9(8)V USAGE COMP-3.             00000250
           10 VAGE-ANALIS          PIC X(4).                            00000260
           10 VAGE-SUCURS          PIC X(4).                            00000270
           10 VAGE-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000280
           10 VAGE-CUENTA          PIC S9(7)V USAGE COMP-3.             00000290
           10 VAGE-TIPO            PIC X(8).                            00000300
              88 VAGE-TIPO-KYC               VALUE 'KYC     '.          00000310
              88 VAGE-TIPO-APODER            VALUE 'APODER  '.          00000320
              88 VAGE-TIPO-MARGEN            VALUE 'MARGEN  '.          00000330
              88 VAGE-TIPO-LIQFALL           VALUE 'LIQFALL '.          00000340
              88 VAGE-TIPO-REBOTE            VALUE 'REBOTE  '.          00000350
              88 VAGE-TIPO-DURMIENT          VALUE 'DURMIENT'.          00000360
              88 VAGE-TIPO-RECLAMO           VALUE 'RECLAMO '.          00000370
              88 VAGE-TIPO-MOVGRAN           VALUE 'MOVGRAN '.          00000380
      *    PRIORIDAD: 'A' ALTA (VENCIDO) / 'M' MEDIA                    00000390
           10 VAGE-PRIORIDAD       PIC X(1).                            00000400
              88 VAGE-PRIORIDAD-ALTA         VALUE 'A'.                 00000410
              88 VAGE-PRIORIDAD-MEDIA        VALUE 'M'.                 00000420
           10 VAGE-DETALLE         PIC X(60).                           00000430
           10 VAGE-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000440
      *    FECHA DE REFERENCIA (VENCIMIENTO, ALTA DE LA FALLIDA...)     00000450
           10 VAGE-FECREF          PIC S9(8)V USAGE COMP-3.             00000460
           10 VAGE-REFER           PIC S9(9)V USAGE COMP-3.             00000470
           10 VAGE-CODVALOR        PIC X(12).                           00000480
           10 VAGE-TRAN            PIC X(8).                            00000490
           10 VAGE-ESTADO          PIC X(1).                            00000500
              88 VAGE-PENDIENTE              VALUE 'P'.                 00000510
              88 VAGE-ATENDIDO               VALUE 'A'.                 00000520
           10 VAGE-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000530
           10 VAGE-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000540
           10 VAGE-NUMTER          PIC X(4).                            00000550
           10 VAGE-USUARIO         PIC X(8).                            00000560
