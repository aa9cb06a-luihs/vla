      ******************************************************************00000010
      *                        VLCPTEJQ                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTEJQ - COLA MANUAL DE ORDENES          *00000040
      * JUDICIALES (EMBARGO / LEVANTAMIENTO) RECIBIDAS DEL SISTEMA     *00000050
      * LEGAL CENTRAL DEL BANCO QUE VL4CEMBI NO PUEDE CASAR SOLO:      *00000060
      *   INVALIDA LA ORDEN VIENE INCOMPLETA O CON DATOS ERRONEOS      *00000070
      *   NIFDUPL  EL DOCUMENTO ESTA EN MAS DE UN CLIENTE DE VALORES   *00000080
      *   SINEMBAR LEVANTAMIENTO SIN EMBARGO VIGENTE CON ESA           *00000090
      *            REFERENCIA JUDICIAL EN LAS CUENTAS DEL CLIENTE      *00000100
      * EL AREA LEGAL LA RESUELVE POR VL7CEMB0 Y LA PASA A REVISADA.   *00000110
      * ESTADO: 'P' PENDIENTE DE REVISION / 'R' REVISADO               *00000120
      * VEJQ_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000130
      ******************************************************************00000140
       01  DCLVLDTEJQ.                                                  00000150
           10 VEJQ-ID              PIC S9(9) USAGE COMP-3.              00000160
           10 VEJQ-FECHA           PIC S9(8)V USAGE COMP-3.             00000170
           10 VEJQ-ID-ORDEN        PIC X(15).                           00000180
           10 VEJQ-TIPO-ORDEN      PIC X(1).                            00000190
           10 VEJQ-REF-JUDICIAL    PIC X(20).                           00000200
           10 VEJQ-JUZGADO         PIC X(30).                           00000210
           10 VEJQ-NIF             PIC X(11).                           00000220
           10 VEJQ-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000230
           10 VEJQ-MONEDA          PIC X(3).                            00000240
           10 VEJQ-MOTIVO          PIC X(8).                            00000250
              88 VEJQ-ORDEN-INVALIDA         VALUE 'INVALIDA'.          00000260
              88 VEJQ-NIF-DUPLICADO          VALUE 'NIFDUPL '.          00000270
              88 VEJQ-SIN-EMBARGO            VALUE 'SINEMBAR'.          00000280
           10 VEJQ-DETALLE         PIC X(60).                           00000290
           10 VEJQ-ESTADO          PIC X(1).                            00000300
              88 VEJQ-PENDIENTE              VALUE 'P'.                 00000310
              88 VEJQ-REVISADO               VALUE 'R'.                 00000320
           10 VEJQ-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000330
           10 VEJQ-USUARIO         PIC X(8).                            00000340
