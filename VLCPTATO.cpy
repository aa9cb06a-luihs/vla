      ******************************************************************00000010
      *                        VLCPTATO                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTATO - ALERTAS DE TOMA DE CUENTA.      *00000040
      * VL4CATOA GRABA UNA FILA POR CADA CAMBIO SENSIBLE AUDITADO EN   *00000050
      * VLDTRLOG (DOMICILIO VADT_NUMDOM, CANAL DE ENTREGA              *00000060
      * VADT_CANALENT O CUENTA DE ABONO VARC_CTAABO) AL QUE SIGUIERON, *00000070
      * DENTRO DE LOS DIAS DE VLDTPAR, VENTAS LIQUIDADAS POR ENCIMA    *00000080
      * DEL UMBRAL O TRASPASOS DE SALIDA A CAVALI. CON LA ALERTA EN    *00000090
      * 'B' BLOQUEADA LA CUENTA NO EMITE SALIDAS (VENTAS EN VL7CORD0,  *00000100
      * TRASPASOS EN VL4CTRAS, CARGOS DE EFECTIVO EN VL4C3050) HASTA   *00000110
      * QUE OPERACIONES LA LIBERE ('L') EN VL7CATO0 CON MOTIVO.        *00000120
      * CLAVE UNICA: CUENTA + FECCAMBIO + HORCAMBIO + CAMPO. VATO_ID   *00000130
      * ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).              *00000140
      ******************************************************************00000150
       01  DCLVLDTATO.                                                  00000160
           10 VATO-ID              PIC S9(9) USAGE COMP-3.              00000170
           10 VATO-CUENTA          PIC S9(7)V USAGE COMP-3.             00000180
           10 VATO-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000190
      *       CAMBIO SENSIBLE (IMAGEN DE VLDTRLOG)                      00000200
           10 VATO-FECCAMBIO       PIC S9(8)V USAGE COMP-3.             00000210
           10 VATO-HORCAMBIO       PIC X(6).                            00000220
           10 VATO-CAMPO           PIC X(8).                            00000230
              88 VATO-CAMBIO-DOMICILIO VALUE 'DOMICIL '.                00000240
              88 VATO-CAMBIO-CANAL     VALUE 'CANALENT'.                00000250
              88 VATO-CAMBIO-CTAABO    VALUE 'CTAABO  '.                00000260
              88 VATO-CAMBIO-SIN-PREVIA VALUE 'SINPREV '.               00000270
           10 VATO-USU-CAMBIO      PIC X(8).                            00000280
           10 VATO-TER-CAMBIO      PIC X(4).                            00000290
           10 VATO-TRN-CAMBIO      PIC X(8).                            00000300
      *       SALIDAS: 'V' VENTAS / 'T' TRASPASOS / 'A' AMBAS           00000310
           10 VATO-TIPOSAL         PIC X(1).                            00000320
           10 VATO-FECSALIDA       PIC S9(8)V USAGE COMP-3.             00000330
           10 VATO-IMPVENTAS       PIC S9(13)V9(2) USAGE COMP-3.        00000340
           10 VATO-TITTRASP        PIC S9(13)V USAGE COMP-3.            00000350
           10 VATO-FECALERTA       PIC S9(8)V USAGE COMP-3.             00000360
           10 VATO-ESTADO          PIC X(1).                            00000370
              88 VATO-BLOQUEADA    VALUE 'B'.                           00000380
              88 VATO-LIBERADA     VALUE 'L'.                           00000390
           10 VATO-MOTIVO-LIB      PIC X(40).                           00000400
           10 VATO-USUARIO-LIB     PIC X(8).                            00000410
           10 VATO-FECLIB          PIC S9(8)V USAGE COMP-3.             00000420
           10 VATO-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000430
           10 VATO-NUMTER          PIC X(4).                            00000440
           10 VATO-USUARIO         PIC X(8).                            00000450
