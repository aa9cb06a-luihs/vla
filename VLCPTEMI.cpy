      ******************************************************************00000010
      *                        VLCPTEMI                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTEMI - MAESTRO DE EMISORES. LA CLAVE   *00000040
      * ES EL EMISOR TAL COMO FIGURA EN VXEN_EMISOR DE VLDTXEN. GUARDA *00000050
      * NOMBRE, SECTOR, PAIS, CALIFICACION DE RIESGO Y LOS LIMITES DE  *00000060
      * CONCENTRACION (EN PEN; CERO = SIN LIMITE) POR CLIENTE, POR     *00000070
      * GRUPO ECONOMICO (VLDTGRU) Y PARA TODA LA CASA. LO MANTIENE     *00000080
      * VL7CEMI0 (CON RASTRO EN VLDTRLOG). EL BATCH DIARIO VL4CEMIC    *00000090
      * VALORIZA LAS TENENCIAS POR EMISOR, MARCA LOS EXCESOS Y, SI LA  *00000100
      * CALIFICACION BAJO RESPECTO DE LA QUE HABIA EN SU ULTIMA        *00000110
      * CORRIDA (VEMI_RATING_ULT), LISTA A TODOS LOS TENEDORES; AL     *00000120
      * TERMINAR DEJA VEMI_RATING_ULT = VEMI_RATING.                   *00000130
      ******************************************************************00000140
       01  DCLVLDTEMI.                                                  00000150
           10 VEMI-EMISOR          PIC X(40).                           00000160
           10 VEMI-NOMBRE          PIC X(60).                           00000170
           10 VEMI-SECTOR          PIC X(4).                            00000180
           10 VEMI-PAIS            PIC X(3).                            00000190
           10 VEMI-RATING          PIC X(4).                            00000200
           10 VEMI-FEC-RATING      PIC S9(8)V USAGE COMP-3.             00000210
           10 VEMI-RATING-ULT      PIC X(4).                            00000220
           10 VEMI-FEC-ULTCONC     PIC S9(8)V USAGE COMP-3.             00000230
           10 VEMI-LIM-CLIENTE     PIC S9(13)V9(2) USAGE COMP-3.        00000240
           10 VEMI-LIM-GRUPO       PIC S9(13)V9(2) USAGE COMP-3.        00000250
           10 VEMI-LIM-CASA        PIC S9(13)V9(2) USAGE COMP-3.        00000260
           10 VEMI-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000270
           10 VEMI-NUMTER          PIC X(4).                            00000280
           10 VEMI-USUARIO         PIC X(8).                            00000290
