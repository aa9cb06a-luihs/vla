      ******************************************************************00000010
      *                        VLCPTNPR                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTNPR - PREFERENCIAS DEL CLIENTE PARA   *00000040
      * LOS AVISOS POR SMS / CORREO ELECTRONICO (VL4CNOTF). UNA FILA   *00000050
      * POR CLIENTE CON EL CANAL ELEGIDO, SUS DATOS DE CONTACTO Y LOS  *00000060
      * TIPOS DE EVENTO (VER VLCPTNOT) QUE NO QUIERE RECIBIR. SIN FILA *00000070
      * EL AVISO VA POR SMS AL TELEFONO DEL MAESTRO DE CLIENTES. EL    *00000080
      * ENVIO EXIGE ADEMAS EL CONSENTIMIENTO DE CANAL ELECTRONICO      *00000090
      * (VLDTCNS). LO MANTIENE VL7CNPR0 (CON RASTRO EN VLDTRLOG).      *00000100
      * CANAL: 'S' SMS / 'M' CORREO / 'A' AMBOS / 'N' NINGUNO          *00000110
      ******************************************************************00000120
       01  DCLVLDTNPR.                                                  00000130
           10 VNPR-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000140
           10 VNPR-CANAL           PIC X(1).                            00000150
              88 VNPR-CANAL-SMS              VALUE 'S'.                 00000160
              88 VNPR-CANAL-CORREO           VALUE 'M'.                 00000170
              88 VNPR-CANAL-AMBOS            VALUE 'A'.                 00000180
              88 VNPR-CANAL-NINGUNO          VALUE 'N'.                 00000190
           10 VNPR-TELEFONO        PIC X(15).                           00000200
           10 VNPR-CORREO          PIC X(60).                           00000210
      *    HASTA 8 TIPOS DE EVENTO EXCLUIDOS (TIPEVE DE 3 POSICIONES)   00000220
           10 VNPR-EXCLUYE         PIC X(24).                           00000230
           10 VNPR-EXCLUYE-R REDEFINES VNPR-EXCLUYE.                    00000240
              15 VNPR-EXC-TIPEVE   PIC X(3) OCCURS 8.                   00000250
           10 VNPR-FEALTREG        PIC S9(8)V USAGE COMP-3.             00000260
           10 VNPR-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000270
           10 VNPR-NUMTER          PIC X(4).                            00000280
           10 VNPR-USUARIO         PIC X(8).                            00000290
