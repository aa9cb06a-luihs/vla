      ******************************************************************00000010
      *                        VLCPTCIC                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTCIC - CICLOS DE LIQUIDACION POR       *00000040
      * PLAZA DE MERCADO (LA DE VL9CFER0: 'LIM', 'NYC', ...) Y TIPO DE *00000050
      * INSTRUMENTO (VXEN_TIPINT: 'V' RENTA VARIABLE / 'F' RENTA       *00000060
      * FIJA). VCIC_DIAS ES EL NUMERO DE DIAS HABILES DE LA PLAZA      *00000070
      * ENTRE LA FECHA DE OPERACION Y LA FECHA VALOR (T+N). CADA FILA  *00000080
      * RIGE DESDE VCIC_FECVIG; UNA MIGRACION DE CICLO SE DA DE ALTA   *00000090
      * COMO FILA NUEVA CON SU FECHA DE VIGENCIA Y LA ANTERIOR SIGUE   *00000100
      * VALIENDO PARA LAS OPERACIONES PREVIAS. LO MANTIENE VL7CCIC0;   *00000110
      * LO RESUELVE LA RUTINA VL9CCIC0.                                *00000120
      ******************************************************************00000130
       01  DCLVLDTCIC.                                                  00000140
           10 VCIC-PLAZA           PIC X(3).                            00000150
           10 VCIC-TIPINT          PIC X(1).                            00000160
           10 VCIC-FECVIG          PIC S9(8)V USAGE COMP-3.             00000170
           10 VCIC-DIAS            PIC S9(2)V USAGE COMP-3.             00000180
           10 VCIC-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000190
           10 VCIC-HORULMOD        PIC S9(6)V USAGE COMP-3.             00000200
           10 VCIC-NUMTER          PIC X(4).                            00000210
           10 VCIC-USUARIO         PIC X(8).                            00000220
