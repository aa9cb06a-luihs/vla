      ******************************************************************00000010
      *                        VLCPTPEO                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTPEO - EVENTOS DE PERDIDA OPERACIONAL. *00000040
      * CADA INCIDENTE QUE CUESTA DINERO (CORRECCION DE PRECIO,        *00000050
      * INTERES DE MORA CONDONADO, ASIENTO ERRONEO REVERTIDO EN        *00000060
      * VL4C3384, COSTO DE UNA LIQUIDACION FALLIDA...) SE REGISTRA EN  *00000070
      * VL7CPEO0 CON SU IMPORTE, MONEDA, CATEGORIA DE CAUSA, LINEA DE  *00000080
      * NEGOCIO, FECHA DE DESCUBRIMIENTO Y RECUPERO, ENLAZADO CON LA   *00000090
      * EVIDENCIA QUE YA EXISTE:                                       *00000100
      *   - IMAGEN DE AUDITORIA EN VLDTRLOG (FECHA+HORA+TERM+TABLA)    *00000110
      *   - LIQUIDACION FALLIDA EN VLDTFLQ (CUENTA + REFERENCIA)       *00000120
      *   - REPORTE DE IMPACTO VL4CRIPL (FECHA DE LA CORRECCION Y      *00000130
      *     CODIGO DE VALOR CORREGIDO EN VL7CCAM0)                     *00000140
      * VL4CPEOT ARMA EL REPORTE TRIMESTRAL POR CATEGORIA PARA LOS     *00000150
      * REPORTES DE RIESGO OPERACIONAL DE LA SBS.                      *00000160
      * ESTADO: 'A' ABIERTO (RECUPERO EN CURSO) / 'C' CERRADO          *00000170
      * VPEO_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000180
      ******************************************************************00000190
       01  DCLVLDTPEO.                                                  00000200
           10 VPEO-ID              PIC S9(9) USAGE COMP-3.              00000210
           10 VPEO-FECEVENTO       PIC S9(8)V USAGE COMP-3.             00000220
           10 VPEO-FECDESCUB       PIC S9(8)V USAGE COMP-3.             00000230
      *    CATEGORIA DE CAUSA                                           00000240
           10 VPEO-CATEGORIA       PIC X(8).                            00000250
              88 VPEO-CAT-PRECIO             VALUE 'PRECIO  '.          00000260
              88 VPEO-CAT-MORA               VALUE 'MORA    '.          00000270
              88 VPEO-CAT-ASIENTO            VALUE 'ASIENTO '.          00000280
              88 VPEO-CAT-LIQFALL            VALUE 'LIQFALL '.          00000290
              88 VPEO-CAT-OTRO               VALUE 'OTRO    '.          00000300
      *    LINEA DE NEGOCIO (01-08, TABLA DE LINEAS DE LA SBS)          00000310
           10 VPEO-LINEA-NEG       PIC X(2).                            00000320
           10 VPEO-DESCRIPCION     PIC X(120).                          00000330
           10 VPEO-CUENTA          PIC S9(7)V USAGE COMP-3.             00000340
           10 VPEO-MONEDA          PIC X(3).                            00000350
           10 VPEO-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000360
           10 VPEO-RECUPERADO      PIC S9(13)V9(2) USAGE COMP-3.        00000370
           10 VPEO-FECRECUP        PIC S9(8)V USAGE COMP-3.             00000380
      *       EVIDENCIA: IMAGEN DE AUDITORIA VLDTRLOG                   00000390
           10 VPEO-RLOG-FECHA      PIC X(8).                            00000400
           10 VPEO-RLOG-HORA       PIC X(6).                            00000410
           10 VPEO-RLOG-NUMTER     PIC X(4).                            00000420
           10 VPEO-RLOG-TABLA      PIC X(8).                            00000430
      *       EVIDENCIA: LIQUIDACION FALLIDA VLDTFLQ (CON VPEO_CUENTA)  00000440
           10 VPEO-FLQ-REFER       PIC S9(9)V USAGE COMP-3.             00000450
      *       EVIDENCIA: CORRECCION DE PRECIO DEL REPORTE VL4CRIPL      00000460
           10 VPEO-RIPL-FECHA      PIC X(8).                            00000470
           10 VPEO-RIPL-VALOR      PIC X(12).                           00000480
           10 VPEO-ESTADO          PIC X(1).                            00000490
              88 VPEO-ABIERTO                VALUE 'A'.                 00000500
              88 VPEO-CERRADO                VALUE 'C'.                 00000510
           10 VPEO-FEALTA          PIC S9(8)V USAGE COMP-3.             00000520
           10 VPEO-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000530
           10 VPEO-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000540
           10 VPEO-NUMTER          PIC X(4).                            00000550
           10 VPEO-USUARIO         PIC X(8).                            00000560
