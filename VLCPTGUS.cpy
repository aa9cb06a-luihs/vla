      ******************************************************************00000010
      *                        VLCPTGUS                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTGUS - USUARIO EN LINEA POR GESTOR.    *00000040
      * RELACIONA EL USUARIO CICS CON SU CODIGO DE GESTOR (EL MISMO    *00000050
      * DE VARC_ANALIS) Y SU OFICINA (VARC_SUCURS). EL ROL 'J' (JEFE   *00000060
      * DE OFICINA) HABILITA EN VL7CAGE0 EL RESUMEN POR GESTOR DE LA   *00000070
      * OFICINA.                                                       *00000080
      ******************************************************************00000090
       01  DCLVLDTGUS.                                                  00000100
           10 VGUS-USUARIO         PIC X(8).                            00000110
           10 VGUS-ANALIS          PIC X(4).                            00000120
           10 VGUS-SUCURS          PIC X(4).                            00000130
           10 VGUS-ROL             PIC X(1).                            00000140
              88 VGUS-ROL-GESTOR             VALUE 'G'.                 00000150
              88 VGUS-ROL-JEFE               VALUE 'J'.                 00000160
           10 VGUS-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000170
           10 VGUS-USUMOD          PIC X(8).                            00000180
