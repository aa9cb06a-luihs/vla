      ******************************************************************00000010
      *                        VLCPTRSK                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTRSK - PUNTUACION MENSUAL DE RIESGO    *00000040
      * PLAFT DEL CLIENTE. VL4CRIES GRABA UNA FILA POR CLIENTE Y       *00000050
      * CORRIDA CON EL PUNTAJE DE CADA FACTOR, EL NIVEL KYC REGISTRADO *00000060
      * Y EL NIVEL Y PROXIMA REVISION PROPUESTOS. CUANDO EL NIVEL      *00000070
      * PROPUESTO SUPERA AL REGISTRADO LA FILA QUEDA PENDIENTE ('P')   *00000080
      * HASTA QUE CUMPLIMIENTO LA CONFIRMA EN VL7CKYC0 ('C'); UNA      *00000090
      * PROPUESTA PENDIENTE QUE UNA CORRIDA POSTERIOR REEMPLAZA PASA   *00000100
      * A 'S' (SUSTITUIDA). SIN ALZA LA FILA ES INFORMATIVA ('I').     *00000110
      ******************************************************************00000120
       01  DCLVLDTRSK.                                                  00000130
           10 VRSK-NUMCLI          PIC S9(8)V USAGE COMP-3.             00000140
           10 VRSK-FECHA           PIC S9(8)V USAGE COMP-3.             00000150
           10 VRSK-PUNTAJE         PIC S9(3)V USAGE COMP-3.             00000160
      *       PUNTOS POR FACTOR                                         00000170
           10 VRSK-PTS-LISTAS      PIC S9(3)V USAGE COMP-3.             00000180
           10 VRSK-PTS-RESIDENCIA  PIC S9(3)V USAGE COMP-3.             00000190
           10 VRSK-PTS-UIF         PIC S9(3)V USAGE COMP-3.             00000200
           10 VRSK-PTS-VOLUMEN     PIC S9(3)V USAGE COMP-3.             00000210
           10 VRSK-PTS-GRUPO       PIC S9(3)V USAGE COMP-3.             00000220
           10 VRSK-PTS-PRODUCTO    PIC S9(3)V USAGE COMP-3.             00000230
           10 VRSK-PTS-CANAL       PIC S9(3)V USAGE COMP-3.             00000240
      *       'S' COINCIDENCIA CON LISTA DE SANCIONES (NIVEL ALTO)      00000250
           10 VRSK-SANCION         PIC X(1).                            00000260
           10 VRSK-NROOPS          PIC S9(7)V USAGE COMP-3.             00000270
           10 VRSK-NIVEL-ACT       PIC X(1).                            00000280
           10 VRSK-FECREV-ACT      PIC S9(8)V USAGE COMP-3.             00000290
           10 VRSK-NIVEL-PROP      PIC X(1).                            00000300
           10 VRSK-FECREV-PROP     PIC S9(8)V USAGE COMP-3.             00000310
           10 VRSK-ESTADO          PIC X(1).                            00000320
              88 VRSK-PENDIENTE    VALUE 'P'.                           00000330
              88 VRSK-CONFIRMADA   VALUE 'C'.                           00000340
              88 VRSK-INFORMATIVA  VALUE 'I'.                           00000350
              88 VRSK-SUSTITUIDA   VALUE 'S'.                           00000360
           10 VRSK-USUARIO-CONF    PIC X(8).                            00000370
           10 VRSK-FECCONF         PIC S9(8)V USAGE COMP-3.             00000380
           10 VRSK-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000390
           10 VRSK-NUMTER          PIC X(4).                            00000400
           10 VRSK-USUARIO         PIC X(8).                            00000410
