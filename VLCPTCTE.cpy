      ******************************************************************00000010
      *                        VLCPTCTE                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTCTE - CERTIFICADOS DE TENENCIA        *00000040
      * EMITIDOS. VL7CCTE0 GRABA UNA FILA POR CERTIFICADO (DE UNA      *00000050
      * CUENTA O DE TODAS LAS CUENTAS DE UN CLIENTE) A UNA FECHA DE    *00000060
      * TENENCIA, CON EL NUMERO DE VERIFICACION IMPRESO EN EL          *00000070
      * DOCUMENTO, EL TOTAL VALORIZADO EN PEN, SI HABIA PRENDAS O      *00000080
      * EMBARGOS VIGENTES Y LOS IDS DE LA COLA JETFORM (VLDTJFQ,       *00000090
      * PRIMERA PAGINA) Y DEL REGISTRO DE DOCUMENTOS (VLDTDRG). UN     *00000100
      * TERCERO CONFIRMA EL CERTIFICADO CON EL NUMERO DE VERIFICACION  *00000110
      * Y LA CUENTA IMPRESA (ACCION 'V' DE VL7CCTE0).                  *00000120
      * VCTE_CUENTA ES LA CUENTA DE REFERENCIA: LA PEDIDA O, EN UN     *00000130
      * CERTIFICADO DE CLIENTE, LA PRIMERA DE SUS CUENTAS.             *00000140
      * NUMERO DE VERIFICACION = VCTE_ID * 1000 + DIGITOS DE CONTROL.  *00000150
      * VCTE_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000160
      ******************************************************************00000170
       01  DCLVLDTCTE.                                                  00000180
           10 VCTE-ID              PIC S9(9) USAGE COMP-3.              00000190
           10 VCTE-NUMVERIF        PIC S9(12) USAGE COMP-3.             00000200
           10 VCTE-CUENTA          PIC S9(7)V USAGE COMP-3.             00000210
           10 VCTE-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000220
      *       'C' CUENTA / 'T' TODAS LAS CUENTAS DEL CLIENTE            00000230
           10 VCTE-ALCANCE         PIC X(1).                            00000240
              88 VCTE-DE-CUENTA    VALUE 'C'.                           00000250
              88 VCTE-DE-CLIENTE   VALUE 'T'.                           00000260
           10 VCTE-FECTENEN        PIC S9(8)V USAGE COMP-3.             00000270
      *       'C' CASTELLANO / 'I' INGLES                               00000280
           10 VCTE-IDIOMA          PIC X(1).                            00000290
           10 VCTE-NUM-TENENC      PIC S9(4) USAGE COMP.                00000300
           10 VCTE-TOTAL-PEN       PIC S9(13)V9(2) USAGE COMP-3.        00000310
           10 VCTE-GRAVAMEN        PIC X(1).                            00000320
              88 VCTE-CON-GRAVAMEN VALUE 'S'.                           00000330
              88 VCTE-SIN-GRAVAMEN VALUE 'N'.                           00000340
           10 VCTE-JFQ-ID          PIC S9(9) USAGE COMP-3.              00000350
           10 VCTE-DRG-ID          PIC S9(9) USAGE COMP-3.              00000360
           10 VCTE-FECEMI          PIC S9(8)V USAGE COMP-3.             00000370
           10 VCTE-HOREMI          PIC S9(6)V USAGE COMP-3.             00000380
           10 VCTE-NUMTER          PIC X(4).                            00000390
           10 VCTE-USUARIO         PIC X(8).                            00000400
