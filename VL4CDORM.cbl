      *             - S1RDORM : REPORTE DE CANDIDATAS CON SU TRAMO     *00000140
      *             - S2DQNOT : FICHERO DE NOTIFICACION A CLIENTES     *00000150
      *                         QUE SE ACERCAN AL ABANDONO             *00000160
      *                         (CANAL DEL AVISO: 'E' SI EL CLIENTE  *  00000161
      *                         CONSINTIO EL CANAL ELECTRONICO EN  *    00000162
      *                         VLDTCNS, SI NO 'P' = PAPEL)        *    00000163
      *           LA CORRIDA ES DERIVADA E IDEMPOTENTE: EL REPORTE     *00000170
      *           MENSUAL ES EL REGISTRO, NO SE MARCA LA TABLA.        *00000180
      * FECHA   : 22-08-2026                                           *00000190
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000220
      *---------- ---------- ---------------- -------------------------*00000230
      *RITM49071  22-08-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000240
      *---------- ---------- ---------------- -------------------------*00000241
      *RITM49185  15-10-2026 LUIS RIVERA H.   EL AVISO CONSULTA EL     *00000242
      *                                       CONSENTIMIENTO DE CANAL  *00000243
      *                                       ELECTRONICO (VL9CCNS0);  *00000244
      *                                       SIN EL VA POR PAPEL.     *00000245
      *---------- ---------- ---------------- -------------------------*00000250
      ******************************************************************00000260
       ENVIRONMENT DIVISION.                                            00000270
          05 CONT-DURMIENTES       PIC 9(08)  VALUE ZEROES.             00000980
          05 CONT-ABANDONO         PIC 9(08)  VALUE ZEROES.             00000990
          05 CONT-NOTIFICADOS      PIC 9(08)  VALUE ZEROES.             00001000
      *RITM49185-INI                                                    00001001
          05 CONT-NOTIF-PAPEL      PIC 9(08)  VALUE ZEROES.             00001002
      *RITM49185-FIN                                                    00001003
      * VARIABLES PARA CONTROL DE ERRORES                               00001010
       01 WS-ERROR.                                                     00001020
          05 WS-ACCION             PIC X(24).                           00001030
          05 NOT-DENOM             PIC X(60).                           00001290
          05 FILLER                PIC X(1) VALUE '|'.                  00001300
          05 NOT-ULT-ACTIV         PIC 9(06).                           00001310
      *RITM49185-INI                                                    00001311
          05 FILLER                PIC X(1) VALUE '|'.                  00001312
          05 NOT-CANAL             PIC X(01).                           00001313
      *RITM49185-FIN                                                    00001314
          05 FILLER                PIC X(34) VALUE SPACES.              00001315
      *                                                                 00001330
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001340
           COPY VLCPTCTL.                                               00001350
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001360
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001370
      *RITM49185-INI                                                    00001371
      *    CONSENTIMIENTOS DEL CLIENTE (RUTINA VL9CCNS0)                00001372
           COPY VLCPTCN0.                                               00001373
       01  WK-VL9CCNS0            PIC X(08) VALUE 'VL9CCNS0'.           00001374
      *RITM49185-FIN                                                    00001375
      *                                                                *00001380
      *  AREA DE COMUNICACION SQLCA                                    *00001390
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001400
           MOVE VARC-NUMCLI         TO NOT-NUMCLI.                      00003560
           MOVE VARC-CUENTA         TO NOT-CUENTA.                      00003570
           MOVE VXMI-DENOM          TO NOT-DENOM.                       00003580
           MOVE WK-ULT-ACTIVIDAD    TO NOT-ULT-ACTIV.                   00003581
      *RITM49185-INI                                                    00003582
      *    EL AVISO SOLO VA POR EL CANAL ELECTRONICO SI EL CLIENTE LO   00003583
      *    CONSINTIO; EN OTRO CASO (O SI NO SE PUEDE CONSULTAR) VA EN   00003584
      *    PAPEL AL DOMICILIO, PORQUE EL AVISO DE ABANDONO ES           00003585
      *    OBLIGATORIO                                                  00003586
           INITIALIZE VL9CCNS0-AREA.                                    00003587
           MOVE VARC-NUMCLI         TO CN0-NUMCLI.                      00003588
           MOVE 'E'                 TO CN0-USO.                         00003589
           CALL WK-VL9CCNS0      USING VL9CCNS0-AREA.                   00003590
           IF CN0-CODRESP = ZEROS AND CN0-PERMITIDO = 'S'               00003591
              MOVE 'E'              TO NOT-CANAL                        00003592
           ELSE                                                         00003593
              MOVE 'P'              TO NOT-CANAL                        00003594
              ADD 1 TO CONT-NOTIF-PAPEL                                 00003595
           END-IF.                                                      00003596
      *RITM49185-FIN                                                    00003597
           MOVE SALIDA-NOTIFICA     TO SAL-NOT.                         00003600
           WRITE SAL-NOT.                                               00003610
           ADD 1 TO CONT-NOTIFICADOS.                                   00003620
           DISPLAY 'DURMIENTES             : ' CONT-DURMIENTES.         00003810
           DISPLAY 'EN TRAMO DE ABANDONO   : ' CONT-ABANDONO.           00003820
           DISPLAY 'CLIENTES A NOTIFICAR   : ' CONT-NOTIFICADOS.        00003830
      *RITM49185-INI                                                    00003831
           DISPLAY '  AVISOS EN PAPEL      : ' CONT-NOTIF-PAPEL.        00003832
      *RITM49185-FIN                                                    00003833
                                                                        00003840
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00003850
           ACCEPT WK-HORA-FIN       FROM TIME.                          00003860
