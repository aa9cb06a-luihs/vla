      ******************************************************************00000010
      *                        VLCPTEPL                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTEPL - REGISTRO DE EMPLEADOS CLIENTES. *00000040
      * UNA FILA POR NUMERO DE CLIENTE (VXMI_CODCLI) QUE PERTENECE A   *00000050
      * PERSONAL DEL BANCO, CON SU MATRICULA Y AREA. LA BAJA ES LOGICA *00000060
      * (VEPL_FECBAJA; CERO = VIGENTE) PARA QUE EL CONTROL DIARIO      *00000070
      * VL4CEPLD SIGA VIENDO LAS OPERACIONES DEL PERIODO EN QUE FUE    *00000080
      * EMPLEADO. LO MANTIENE CUMPLIMIENTO EN VL7CEPL0 (CON RASTRO EN  *00000090
      * VLDTRLOG) Y LO CONSULTA LA TOMA DE ORDENES VL7CORD0 PARA       *00000100
      * BLOQUEAR LOS VALORES DE LA LISTA RESTRINGIDA (VLDTRST).        *00000110
      ******************************************************************00000120
       01  DCLVLDTEPL.                                                  00000130
           10 VEPL-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000140
           10 VEPL-CODEMP          PIC X(8).                            00000150
           10 VEPL-AREA            PIC X(30).                           00000160
           10 VEPL-FECALTA         PIC S9(8)V USAGE COMP-3.             00000170
           10 VEPL-FECBAJA         PIC S9(8)V USAGE COMP-3.             00000180
           10 VEPL-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000190
           10 VEPL-NUMTER          PIC X(4).                            00000200
           10 VEPL-USUARIO         PIC X(8).                            00000210
