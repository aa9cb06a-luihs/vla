      ******************************************************************00000010
      *                        VLCPTTRX                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTTRX - TRASPASOS DE VALORES CON OTROS  *00000040
      * PARTICIPANTES DE CAVALI. UNA FILA POR MOVIMIENTO:              *00000050
      *   - 'E' ENTRADA: AVISO DE TRASPASO RECIBIDO QUE VL4CTREN       *00000060
      *     ABONA EN VLDTADS/VLDTHIS Y CON LOTE VLDTLOT AL COSTO       *00000070
      *     DECLARADO POR EL CLIENTE (ESTADO 'A' ABONADA)              *00000080
      *   - 'S' SALIDA : INSTRUCCION QUE VL4CTRAS ENVIA A CAVALI CON   *00000090
      *     LA MISMA REFERENCIA DE VLDTCVI (ESTADO 'E' ENVIADA); EL    *00000100
      *     ACUSE QUE CRUZA VL4CCAVR LA PASA A 'C' O 'R'               *00000110
      * EL ESTADO DE CUENTA (VL4CESTC) LA MUESTRA COMO TRASPASO Y NO   *00000120
      * COMO COMPRA O VENTA.                                           *00000130
      ******************************************************************00000140
       01  DCLVLDTTRX.                                                  00000150
           10 VTRX-REFER           PIC S9(9)V USAGE COMP-3.             00000160
           10 VTRX-SENTIDO         PIC X(1).                            00000170
              88 VTRX-ENTRADA      VALUE 'E'.                           00000180
              88 VTRX-SALIDA       VALUE 'S'.                           00000190
           10 VTRX-FECHA           PIC S9(8)V USAGE COMP-3.             00000200
           10 VTRX-CUENTA          PIC S9(7)V USAGE COMP-3.             00000210
           10 VTRX-CODVALOR        PIC X(12).                           00000220
           10 VTRX-CANTIDAD        PIC S9(13)V USAGE COMP-3.            00000230
           10 VTRX-PARTICIPANTE    PIC X(8).                            00000240
           10 VTRX-COSTO-UNIT      PIC S9(9)V9(6) USAGE COMP-3.         00000250
           10 VTRX-ESTADO          PIC X(1).                            00000260
              88 VTRX-ABONADA      VALUE 'A'.                           00000270
              88 VTRX-ENVIADA      VALUE 'E'.                           00000280
              88 VTRX-CONFIRMADA   VALUE 'C'.                           00000290
              88 VTRX-RECHAZADA    VALUE 'R'.                           00000300
           10 VTRX-USUARIO         PIC X(8).                            00000310
