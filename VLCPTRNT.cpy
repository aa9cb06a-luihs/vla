      ******************************************************************00000010
      *                        VLCPTRNT                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTRNT - RENTABILIDAD MENSUAL POR        *00000040
      * CLIENTE. LA GRABA VL4CRENT AL CIERRE DE CADA MES (UNA FILA POR *00000050
      * PERIODO AAAAMM Y CLIENTE VARC_NUMCLI) CON:                     *00000060
      *   + COMISIONES COBRADAS (VHIS_COBRADO31, COMO VL4CREVC)        *00000070
      *   + CUSTODIA FACTURADA  (VLDTCGC 'CUSTODIA', VL4CCUFA)         *00000080
      *   + INTERES MORATORIO   (VLDTCGC 'MORA', VL4CMORA)             *00000090
      *   + MARGEN NETO SOBRE TASAS DE TERCEROS (COMPONENTES DE        *00000100
      *     VLDTPOL DEL CLIENTE POR LA DIFERENCIA RECAUDADO-FACTURADO  *00000110
      *     DEL MES EN VLDTTER, VL4CTERC)                              *00000120
      *   - REBATES             (VLDTCGC 'REBATE', VL4CREBA)           *00000130
      *   - CARGOS CONDONADOS   (PERDIDAS 'MORA' DE VLDTPEO NETAS DE   *00000140
      *     RECUPERO)                                                  *00000150
      * VRNT_NETO12 ES EL NETO DE LOS ULTIMOS 12 MESES (INCLUIDO EL    *00000160
      * PERIODO) Y SOBRE EL SE ASIGNA EL SEGMENTO DE VALOR.            *00000170
      * VRNT_RANKING ES EL PUESTO DEL CLIENTE EN SU OFICINA POR NETO   *00000180
      * DEL MES.                                                       *00000190
      * EL SEGMENTO VIGENTE DEL CLIENTE ES EL DE SU ULTIMO PERIODO;    *00000200
      * LO LEEN LA AGENDA DEL GESTOR (VL4CAGEN) Y LA APROBACION DE     *00000210
      * CONDICIONES DE COMISION (VL7CAPQ0).                            *00000220
      ******************************************************************00000230
       01  DCLVLDTRNT.                                                  00000240
           10 VRNT-PERIODO         PIC S9(6)V USAGE COMP-3.             00000250
           10 VRNT-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000260
           10 VRNT-SUCURS          PIC X(4).                            00000270
           10 VRNT-ANALIS          PIC X(4).                            00000280
           10 VRNT-COMISIONES      PIC S9(13)V9(2) USAGE COMP-3.        00000290
           10 VRNT-CUSTODIA        PIC S9(13)V9(2) USAGE COMP-3.        00000300
           10 VRNT-MORA            PIC S9(13)V9(2) USAGE COMP-3.        00000310
           10 VRNT-TERCEROS        PIC S9(13)V9(2) USAGE COMP-3.        00000320
           10 VRNT-REBATES         PIC S9(13)V9(2) USAGE COMP-3.        00000330
           10 VRNT-CONDONADO       PIC S9(13)V9(2) USAGE COMP-3.        00000340
           10 VRNT-NETO            PIC S9(13)V9(2) USAGE COMP-3.        00000350
           10 VRNT-NETO12          PIC S9(13)V9(2) USAGE COMP-3.        00000360
           10 VRNT-RANKING         PIC S9(7)V USAGE COMP-3.             00000370
      *    SEGMENTO DE VALOR SEGUN EL NETO DE 12 MESES                  00000380
           10 VRNT-SEGMENTO        PIC X(1).                            00000390
              88 VRNT-SEG-ALTO               VALUE 'A'.                 00000400
              88 VRNT-SEG-MEDIO              VALUE 'B'.                 00000410
              88 VRNT-SEG-BAJO               VALUE 'C'.                 00000420
              88 VRNT-SEG-NO-RENTABLE        VALUE 'D'.                 00000430
           10 VRNT-FEALTA          PIC S9(8)V USAGE COMP-3.             00000440
           10 VRNT-USUARIO         PIC X(8).                            00000450
