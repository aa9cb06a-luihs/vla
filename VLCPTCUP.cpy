           10 VCUP-ESTADO          PIC X(1).                            00000250
              88 VCUP-PENDIENTE    VALUE 'N'.                           00000260
              88 VCUP-PAGADO       VALUE 'P'.                           00000270
      *RITM49169: IMPAGO DEL EMISOR: 'D' PAGO SUSPENDIDO (VL4CIMPA FIJA 00000271
      *           LOS TENEDORES Y LOS AVISA), 'R' RECUPERO REGISTRADO   00000272
      *           EN VL7CCUP0 PENDIENTE DE DISTRIBUIR                   00000273
              88 VCUP-IMPAGO       VALUE 'D'.                           00000274
              88 VCUP-RECUPERO     VALUE 'R'.                           00000275
           10 VCUP-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000280
           10 VCUP-NUMTER          PIC X(4).                            00000290
           10 VCUP-USUARIO         PIC X(8).                            00000300
      *RITM49169: DATOS DEL IMPAGO: FECHA EN QUE SE FIJARON LOS         00000301
      *           TENEDORES (VLDTIMP), RECUPERO E INTERES MORATORIO     00000302
      *           PENDIENTES DE DISTRIBUIR Y RECUPERO YA DISTRIBUIDO    00000303
      *           (SIN MORA). COLUMNAS NOT NULL WITH DEFAULT.           00000304
           10 VCUP-FECREG          PIC S9(8)V USAGE COMP-3.             00000305
           10 VCUP-IMP-RECUP       PIC S9(13)V9(2) USAGE COMP-3.        00000306
           10 VCUP-INT-MORA        PIC S9(13)V9(2) USAGE COMP-3.        00000307
           10 VCUP-IMP-DISTRIB     PIC S9(13)V9(2) USAGE COMP-3.        00000308
