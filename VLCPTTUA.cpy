      ******************************************************************00000010
      *                        VLCPTTUA                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTTUA - AUTORIZACIONES DEL TUTOR O      *00000040
      * REPRESENTANTE LEGAL SOBRE LAS CUENTAS CUYO TITULAR ES MENOR DE *00000050
      * EDAD. EL VINCULO TUTOR-CUENTA ES UN INTERVINIENTE DE TIPO 'T'  *00000060
      * EN VLDTADT. LO MANTIENE VL7CMEN0 (CON RASTRO EN VLDTRLOG); LA  *00000070
      * CONSULTAN VL2C1010 (MANTENIMIENTO), VL4CTRAS (TRASPASOS) Y     *00000080
      * VL4C3050 (CARGOS EN EFECTIVO) ANTES DE DEJAR SALIR NADA DE LA  *00000090
      * CUENTA; VL4CMAYO LAS DA DE BAJA AL NORMALIZAR LA CUENTA.       *00000100
      ******************************************************************00000110
       01  DCLVLDTTUA.                                                  00000120
           10 VTUA-CUENTA          PIC S9(7)V USAGE COMP-3.             00000130
           10 VTUA-SECUEN          PIC S9(3) USAGE COMP-3.              00000140
           10 VTUA-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000150
           10 VTUA-AMBITO          PIC X(1).                            00000160
              88 VTUA-AMB-EFECTIVO VALUE 'E'.                           00000170
              88 VTUA-AMB-VALORES  VALUE 'V'.                           00000180
              88 VTUA-AMB-CUENTA   VALUE 'C'.                           00000190
           10 VTUA-VIGDESDE        PIC S9(8)V USAGE COMP-3.             00000200
           10 VTUA-VIGHASTA        PIC S9(8)V USAGE COMP-3.             00000210
           10 VTUA-ESTADO          PIC X(1).                            00000220
              88 VTUA-ACTIVA       VALUE 'A'.                           00000230
              88 VTUA-BAJA         VALUE 'B'.                           00000240
           10 VTUA-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000250
           10 VTUA-NUMTER          PIC X(4).                            00000260
           10 VTUA-USUARIO         PIC X(8).                            00000270
