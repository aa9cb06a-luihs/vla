      ******************************************************************00000010
      *                        VLCPTLHD                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTLHD - REGISTRO DE BLOQUEOS LEGALES    *00000040
      * (LEGAL HOLD). UNA FILA POR BLOQUEO, SOBRE UN CLIENTE ('C') O   *00000050
      * UNA CUENTA ('A'), CON LA REFERENCIA DEL CASO, QUIEN LO PIDE Y  *00000060
      * LAS FECHAS DE INICIO Y DE PROXIMA REVISION. MIENTRAS ESTA      *00000070
      * ACTIVO ('A') CONGELA EL ARCHIVO, LA DEPURACION Y EL CIERRE:    *00000080
      * VL4CHARC, VL4CRLPU, VL4CABEX, VL4CBAPO Y VL4CANON SALTAN LO    *00000090
      * BLOQUEADO Y LO INFORMAN COMO OMITIDO. LA LIBERACION LO DEJA    *00000100
      * EN 'L' CON SU FECHA (NO SE BORRA LA FILA). LO MANTIENE         *00000110
      * VL7CLHD0 CON APROBACION EN VL7CAPQ0 (MAKER-CHECKER); LO LISTA  *00000120
      * CADA MES VL4CLHDR. CLAVELOG ES EL NUMERO DE CLIENTE O CUENTA   *00000130
      * EMPAQUETADO TAL COMO APARECE EN LAS IMAGENES DE VLDTRLOG.      *00000140
      * VLHD_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000150
      ******************************************************************00000160
       01  DCLVLDTLHD.                                                  00000170
           10 VLHD-ID              PIC S9(9) USAGE COMP-3.              00000180
           10 VLHD-TIPO            PIC X(1).                            00000190
              88 VLHD-POR-CLIENTE  VALUE 'C'.                           00000200
              88 VLHD-POR-CUENTA   VALUE 'A'.                           00000210
           10 VLHD-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000220
           10 VLHD-CUENTA          PIC S9(7)V USAGE COMP-3.             00000230
           10 VLHD-REFCASO         PIC X(20).                           00000240
           10 VLHD-SOLICIT         PIC X(30).                           00000250
           10 VLHD-FECINI          PIC S9(8)V USAGE COMP-3.             00000260
           10 VLHD-FECREV          PIC S9(8)V USAGE COMP-3.             00000270
           10 VLHD-FECLIB          PIC S9(8)V USAGE COMP-3.             00000280
           10 VLHD-ESTADO          PIC X(1).                            00000290
              88 VLHD-ACTIVO       VALUE 'A'.                           00000300
              88 VLHD-LIBERADO     VALUE 'L'.                           00000310
           10 VLHD-CLAVELOG        PIC X(5).                            00000320
           10 VLHD-USUARIO-SOL     PIC X(8).                            00000330
           10 VLHD-USUARIO-APR     PIC X(8).                            00000340
           10 VLHD-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000350
           10 VLHD-NUMTER          PIC X(4).                            00000360
