      ******************************************************************00000010
      *                        VLCPTBEF                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTBEF - BENEFICIARIOS FINALES DE LOS    *00000040
      * CLIENTES PERSONA JURIDICA (QUIEN POSEE O CONTROLA EN ULTIMA    *00000050
      * INSTANCIA A LA EMPRESA). LO MANTIENE VL7CBEF0 (CON RASTRO EN   *00000060
      * VLDTRLOG); VL2C1010 NO ABRE CUENTAS A UNA PERSONA JURIDICA SIN *00000070
      * AL MENOS UN BENEFICIARIO ACTIVO, VL4CWLSC LOS CRIBA CONTRA LA  *00000080
      * LISTA DE VIGILANCIA Y VL4CBEFR REPORTA LAS ESTRUCTURAS QUE NO  *00000090
      * CUADRAN.                                                       *00000100
      ******************************************************************00000110
       01  DCLVLDTBEF.                                                  00000120
           10 VBEF-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000130
           10 VBEF-SECUEN          PIC S9(3) USAGE COMP-3.              00000140
           10 VBEF-TIPDOC          PIC X(1).                            00000150
           10 VBEF-NRODOC          PIC X(11).                           00000160
           10 VBEF-NOMBRE          PIC X(60).                           00000170
           10 VBEF-NACION          PIC X(3).                            00000180
           10 VBEF-PCT             PIC S9(3)V9(2) USAGE COMP-3.         00000190
           10 VBEF-TIPCTL          PIC X(1).                            00000200
              88 VBEF-PROPIEDAD-DIR VALUE 'P'.                          00000210
              88 VBEF-PROPIEDAD-IND VALUE 'I'.                          00000220
              88 VBEF-CONTROL       VALUE 'C'.                          00000230
              88 VBEF-GERENCIA      VALUE 'G'.                          00000240
           10 VBEF-FECVERIF        PIC S9(8)V USAGE COMP-3.             00000250
           10 VBEF-ESTADO          PIC X(1).                            00000260
              88 VBEF-ACTIVO       VALUE 'A'.                           00000270
              88 VBEF-BAJA         VALUE 'B'.                           00000280
           10 VBEF-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000290
           10 VBEF-NUMTER          PIC X(4).                            00000300
           10 VBEF-USUARIO         PIC X(8).                            00000310
