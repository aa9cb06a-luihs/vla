      ******************************************************************00000010
      *                        VLCPTCTP                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTCTP - MAESTRO DE CONTRAPARTES. LA     *00000040
      * CLAVE ES EL CODIGO DE BANCO / AGENTE TAL COMO SE GRABA EN      *00000050
      * VOPE_BANQUE DE VLDTOPE. GUARDA NOMBRE, TIPO ('B' BANCO, 'S'    *00000060
      * SOCIEDAD AGENTE DE BOLSA, 'C' CUSTODIO), PAIS, ESTADO Y LOS    *00000070
      * DIAS A PARTIR DE LOS CUALES UNA LIQUIDACION FALLIDA (VLDTFLQ)  *00000080
      * SE CONSIDERA ENVEJECIDA (CERO = LOS DEL SYSIN DEL REPORTE).    *00000090
      * LOS LIMITES POR MONEDA ESTAN EN VLDTLCP (VLCPTLCP). LO         *00000100
      * MANTIENE VL7CCTP0 (CON RASTRO EN VLDTRLOG); EL REPORTE DIARIO  *00000110
      * DE EXPOSICION PENDIENTE ES VL4CCTPE.                           *00000120
      ******************************************************************00000130
       01  DCLVLDTCTP.                                                  00000140
           10 VCTP-BANQUE          PIC X(8).                            00000150
           10 VCTP-NOMBRE          PIC X(60).                           00000160
           10 VCTP-TIPO            PIC X(1).                            00000170
              88 VCTP-BANCO        VALUE 'B'.                           00000180
              88 VCTP-SAB          VALUE 'S'.                           00000190
              88 VCTP-CUSTODIO     VALUE 'C'.                           00000200
           10 VCTP-PAIS            PIC X(3).                            00000210
           10 VCTP-ESTADO          PIC X(1).                            00000220
              88 VCTP-ACTIVA       VALUE 'A'.                           00000230
              88 VCTP-SUSPENDIDA   VALUE 'S'.                           00000240
           10 VCTP-DIAS-FALLA      PIC S9(3)V USAGE COMP-3.             00000250
           10 VCTP-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000260
           10 VCTP-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000270
           10 VCTP-NUMTER          PIC X(4).                            00000280
           10 VCTP-USUARIO         PIC X(8).                            00000290
