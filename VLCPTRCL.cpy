      ******************************************************************00000010
      *                        VLCPTRCL                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTRCL - RECLAMOS DE CLIENTES. CADA      *00000040
      * RECLAMO (POLIZA NO RECIBIDA, COMISION MAL COBRADA, LIQUIDACION *00000050
      * TARDIA...) SE REGISTRA EN VL7CRCL0 CONTRA UN CLIENTE Y CUENTA, *00000060
      * ENLAZADO CON LA OPERACION (VDET_REFER), EL DOCUMENTO (VDRG_ID) *00000070
      * O LA CONDICION DE COMISION (VCOM_CLACONT) RECLAMADA, Y SE      *00000080
      * ASIGNA A UNA UNIDAD RESPONSABLE. EL PLAZO LEGAL DE RESPUESTA   *00000090
      * (30 DIAS CALENDARIO) QUEDA EN VRCL_FECLIMITE DESDE EL ALTA.    *00000100
      * LA RESOLUCION ENCOLA LA CARTA DE RESPUESTA EN VLDTJFQ Y LA     *00000110
      * REGISTRA EN VLDTDRG. VL4CRCLV AVISA CADA NOCHE LOS RECLAMOS    *00000120
      * PROXIMOS AL PLAZO Y VL4CRCLT GENERA EL REPORTE TRIMESTRAL      *00000130
      * PARA EL REGULADOR (SBS / INDECOPI).                            *00000140
      * ESTADO: 'A' ABIERTO / 'G' EN GESTION / 'R' RESUELTO            *00000150
      * VRCL_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000160
      ******************************************************************00000170
       01  DCLVLDTRCL.                                                  00000180
           10 VRCL-ID              PIC S9(9) USAGE COMP-3.              00000190
           10 VRCL-CUENTA          PIC S9(7)V USAGE COMP-3.             00000200
           10 VRCL-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000210
           10 VRCL-FECALTA         PIC S9(8)V USAGE COMP-3.             00000220
           10 VRCL-HORALTA         PIC S9(6)V USAGE COMP-3.             00000230
      *    CANAL DE PRESENTACION DEL RECLAMO                            00000240
           10 VRCL-CANAL           PIC X(1).                            00000250
              88 VRCL-CANAL-OFICINA          VALUE 'O'.                 00000260
              88 VRCL-CANAL-TELEFONO         VALUE 'T'.                 00000270
              88 VRCL-CANAL-ESCRITO          VALUE 'E'.                 00000280
              88 VRCL-CANAL-LIBRO            VALUE 'L'.                 00000290
           10 VRCL-TIPO            PIC X(8).                            00000300
              88 VRCL-TIPO-POLIZA            VALUE 'POLIZA  '.          00000310
              88 VRCL-TIPO-COMISION          VALUE 'COMISION'.          00000320
              88 VRCL-TIPO-LIQUIDAC          VALUE 'LIQUIDAC'.          00000330
              88 VRCL-TIPO-OTRO              VALUE 'OTRO    '.          00000340
           10 VRCL-DESCRIPCION     PIC X(120).                          00000350
      *       OBJETO RECLAMADO (CEROS CUANDO NO APLICA)                 00000360
           10 VRCL-REFER-OPE       PIC S9(9)V USAGE COMP-3.             00000370
           10 VRCL-DRG-ID          PIC S9(9) USAGE COMP-3.              00000380
           10 VRCL-CLACONT         PIC S9(2)V USAGE COMP-3.             00000390
           10 VRCL-IMP-RECLAMADO   PIC S9(13)V9(2) USAGE COMP-3.        00000400
      *       UNIDAD RESPONSABLE DE LA ATENCION                         00000410
           10 VRCL-UNIDAD          PIC X(8).                            00000420
           10 VRCL-ESTADO          PIC X(1).                            00000430
              88 VRCL-ABIERTO                VALUE 'A'.                 00000440
              88 VRCL-EN-GESTION             VALUE 'G'.                 00000450
              88 VRCL-RESUELTO               VALUE 'R'.                 00000460
           10 VRCL-FECLIMITE       PIC S9(8)V USAGE COMP-3.             00000470
      *       RESOLUCION Y CARTA DE RESPUESTA                           00000480
           10 VRCL-FECRESOL        PIC S9(8)V USAGE COMP-3.             00000490
           10 VRCL-RESULTADO       PIC X(1).                            00000500
              88 VRCL-FUNDADO                VALUE 'F'.                 00000510
              88 VRCL-PARCIAL                VALUE 'P'.                 00000520
              88 VRCL-INFUNDADO              VALUE 'I'.                 00000530
           10 VRCL-RESPUESTA       PIC X(160).                          00000540
           10 VRCL-IMP-DEVUELTO    PIC S9(13)V9(2) USAGE COMP-3.        00000550
           10 VRCL-JFQ-ID          PIC S9(9) USAGE COMP-3.              00000560
           10 VRCL-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000570
           10 VRCL-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000580
           10 VRCL-NUMTER          PIC X(4).                            00000590
           10 VRCL-USUARIO         PIC X(8).                            00000600
