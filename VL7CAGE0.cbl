      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CAGE0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : AGENDA DIARIA DEL GESTOR - TABLA VLDTAGE         *00000080
      *OBJETIVO     : MUESTRA AL GESTOR CONECTADO LOS PENDIENTES QUE   *00000090
      *               VL4CAGEN ARMO PARA SUS CLIENTES (KYC, PODERES,   *00000100
      *               MARGEN, FALLIDAS, REBOTES, DURMIENTES, RECLAMOS  *00000110
      *               Y MOVIMIENTOS GRANDES):                          *00000120
      *                 C = CONSULTA DE LOS PENDIENTES DEL GESTOR EN   *00000130
      *                     LA FECHA (DEFECTO: FECHA DE OPERACION),    *00000140
      *                     OPCIONALMENTE DE UN SOLO TIPO, PAGINADA    *00000150
      *                     DESDE UN ID                                *00000160
      *                 A = MARCA COMO ATENDIDO UN PENDIENTE PROPIO    *00000170
      *                 R = RESUMEN POR GESTOR DE LA OFICINA (SOLO     *00000180
      *                     JEFE DE OFICINA, ROL 'J' EN VLDTGUS)       *00000190
      *               EL GESTOR Y SU OFICINA SE OBTIENEN DEL USUARIO   *00000200
      *               CONECTADO EN VLDTGUS. LAS ACCIONES DISTINTAS DE  *00000210
      *               C DEBEN ESTAR HABILITADAS EN VLDTENT (VL9CENT0). *00000220
      *               CADA CAMBIO SE AUDITA EN VLDTRLOG VIA VL7CRLOG.  *00000230
      ******************************************************************00000240
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000250
      *--------- ---------- ----------------- -------------------------*00000260
      *RITM49180 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000270
      *----------------------------------------------------------------*00000280
      ******************************************************************00000290
      *                                                                 00000300
      *=================================================================00000310
       ENVIRONMENT DIVISION.                                            00000320
      *=================================================================00000330
       CONFIGURATION SECTION.                                           00000340
      *-----------------------------------------------------------------00000350
       SPECIAL-NAMES.                                                   00000360
      *--------------                                                   00000370
                                                                        00000380
      *=================================================================00000390
       DATA DIVISION.                                                   00000400
      *=================================================================00000410
                                                                        00000420
      *-----------------------------------------------------------------00000430
       WORKING-STORAGE SECTION.                                         00000440
      *-----------------------------------------------------------------00000450
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CAGE0'.   00000460
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000470
                                                                        00000480
      *-----------------------------------------------------------------00000490
      *    VARIABLES.                                                   00000500
      *-----------------------------------------------------------------00000510
       01  W-VARIABLES.                                                 00000520
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000530
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000540
           03 W-TABLA-ERROR            PIC X(08)       VALUE SPACES.    00000550
           03 W-OPERACION-LOG          PIC X(08)       VALUE SPACES.    00000560
           03 W-FECHA-AGENDA           PIC S9(8)V COMP-3 VALUE ZEROS.   00000570
           03 W-HORA-CURRENT.                                           00000580
              05  W-HORA               PIC 99.                          00000590
              05  W-MINUTOS            PIC 99.                          00000600
              05  W-SEGUNDOS           PIC 99.                          00000610
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000620
      *       RESUMEN POR GESTOR DE LA OFICINA                          00000630
           03 W-RES-ANALIS             PIC X(04)       VALUE SPACES.    00000640
           03 W-RES-PENDIENTES         PIC S9(9) COMP  VALUE ZEROS.     00000650
           03 W-RES-ALTA               PIC S9(9) COMP  VALUE ZEROS.     00000660
           03 W-RES-ATENDIDOS          PIC S9(9) COMP  VALUE ZEROS.     00000670
                                                                        00000680
      ** COPY PARA RUTINA VL7CRLOG                                      00000690
       01 W-VLWCLOG0.                                                   00000700
           COPY VLWCLOG0.                                               00000710
       01 LOGVLDTAGE               PIC X(500).                          00000720
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000730
           COPY VLCPTEN0.                                               00000740
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000750
                                                                        00000760
      *    AGENDA DEL GESTOR Y USUARIOS POR GESTOR                      00000770
           COPY VLCPTAGE.                                               00000780
           COPY VLCPTGUS.                                               00000790
                                                                        00000800
      *-----------------------------------------------------------------00000810
      *    INCLUDES (DEFINICION DE TABLAS).                             00000820
      *-----------------------------------------------------------------00000830
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000840
                                                                        00000850
      *-----------------------------------------------------------------00000860
      *                   C U R S O R E S                              *00000870
      *-----------------------------------------------------------------00000880
           EXEC SQL                                                     00000890
                DECLARE VLDCAGE6  CURSOR FOR                            00000900
                SELECT  VAGE_ID                                         00000910
                     ,  VAGE_NUMCLI                                     00000920
                     ,  VAGE_CUENTA                                     00000930
                     ,  VAGE_TIPO                                       00000940
                     ,  VAGE_PRIORIDAD                                  00000950
                     ,  VAGE_DETALLE                                    00000960
                     ,  VAGE_IMPORTE                                    00000970
                     ,  VAGE_FECREF                                     00000980
                     ,  VAGE_REFER                                      00000990
                     ,  VAGE_CODVALOR                                   00001000
                     ,  VAGE_TRAN                                       00001010
                  FROM  VLDTAGE                                         00001020
                 WHERE  VAGE_FECHA   = :VAGE-FECHA                      00001030
                   AND  VAGE_ANALIS  = :VAGE-ANALIS                     00001040
                   AND  VAGE_ESTADO  = 'P'                              00001050
                   AND  VAGE_ID      > :VAGE-ID                         00001060
                   AND (VAGE_TIPO    = :VAGE-TIPO                       00001070
                    OR  ' '          = :VAGE-TIPO)                      00001080
                 ORDER  BY VAGE_ID                                      00001090
           END-EXEC.                                                    00001100
                                                                        00001110
           EXEC SQL                                                     00001120
                DECLARE VLDCAGE7  CURSOR FOR                            00001130
                SELECT  VAGE_ANALIS                                     00001140
                     ,  SUM(CASE WHEN VAGE_ESTADO = 'P'                 00001150
                                 THEN 1 ELSE 0 END)                     00001160
                     ,  SUM(CASE WHEN VAGE_ESTADO = 'P'                 00001170
                                  AND VAGE_PRIORIDAD = 'A'              00001180
                                 THEN 1 ELSE 0 END)                     00001190
                     ,  SUM(CASE WHEN VAGE_ESTADO = 'A'                 00001200
                                 THEN 1 ELSE 0 END)                     00001210
                  FROM  VLDTAGE                                         00001220
                 WHERE  VAGE_FECHA   = :VAGE-FECHA                      00001230
                   AND  VAGE_SUCURS  = :VAGE-SUCURS                     00001240
                   AND  VAGE_ANALIS  > :VAGE-ANALIS                     00001250
                 GROUP  BY VAGE_ANALIS                                  00001260
                 ORDER  BY VAGE_ANALIS                                  00001270
           END-EXEC.                                                    00001280
                                                                        00001290
      *---------------*                                                 00001300
       LINKAGE SECTION.                                                 00001310
      *---------------*                                                 00001320
       01  DFHCOMMAREA.                                                 00001330
           05  AGE0-DATOS-ENTRADA.                                      00001340
               10  AGE0-ACCION         PIC X(01).                       00001350
                   88  AGE0-CONSULTA       VALUE 'C'.                   00001360
                   88  AGE0-ATIENDE        VALUE 'A'.                   00001370
                   88  AGE0-RESUMEN        VALUE 'R'.                   00001380
      *            FECHA DE LA AGENDA (CEROS = FECHA DE OPERACION)      00001390
               10  AGE0-FECHA          PIC 9(08).                       00001400
      *            EN CONSULTA: TIPO (BLANCOS = TODOS) Y PAGINACION     00001410
               10  AGE0-TIPO           PIC X(08).                       00001420
               10  AGE0-ID-DESDE       PIC 9(09).                       00001430
      *            EN RESUMEN: PAGINACION POR GESTOR                    00001440
               10  AGE0-ANALIS-DESDE   PIC X(04).                       00001450
      *            EN ATENCION: PENDIENTE A MARCAR                      00001460
               10  AGE0-ID             PIC 9(09).                       00001470
               10  AGE0-FECHA-OPER     PIC X(08).                       00001480
               10  AGE0-TERMINAL       PIC X(04).                       00001490
               10  AGE0-USERID         PIC X(08).                       00001500
           05  AGE0-DATOS-SALIDA.                                       00001510
               10  AGE0-COD-RETORNO    PIC X(02).                       00001520
               10  AGE0-COD-ERROR-DEV  PIC X(07).                       00001530
               10  AGE0-VAR1-ERROR     PIC X(08).                       00001540
               10  AGE0-VAR2-ERROR     PIC X(05).                       00001550
               10  AGE0-ANALIS         PIC X(04).                       00001560
               10  AGE0-SUCURS         PIC X(04).                       00001570
               10  AGE0-NUM-OCCURS     PIC 9(02).                       00001580
               10  AGE0-TABLA.                                          00001590
                 12  AGE0-PENDIENTES OCCURS 15 TIMES.                   00001600
                   15  AGE0-P-ID           PIC 9(09).                   00001610
                   15  AGE0-P-NUMCLI       PIC 9(08).                   00001620
                   15  AGE0-P-CUENTA       PIC 9(07).                   00001630
                   15  AGE0-P-TIPO         PIC X(08).                   00001640
                   15  AGE0-P-PRIORIDAD    PIC X(01).                   00001650
                   15  AGE0-P-DETALLE      PIC X(60).                   00001660
                   15  AGE0-P-IMPORTE      PIC 9(13)V9(02).             00001670
                   15  AGE0-P-FECREF       PIC 9(08).                   00001680
                   15  AGE0-P-REFER        PIC 9(09).                   00001690
                   15  AGE0-P-CODVALOR     PIC X(12).                   00001700
                   15  AGE0-P-TRAN         PIC X(08).                   00001710
      *            EN RESUMEN: UNA FILA POR GESTOR DE LA OFICINA        00001720
               10  AGE0-TABLA-R REDEFINES AGE0-TABLA.                   00001730
                 12  AGE0-GESTORES OCCURS 15 TIMES.                     00001740
                   15  AGE0-G-ANALIS       PIC X(04).                   00001750
                   15  AGE0-G-PENDIENTES   PIC 9(07).                   00001760
                   15  AGE0-G-ALTA         PIC 9(07).                   00001770
                   15  AGE0-G-ATENDIDOS    PIC 9(07).                   00001780
                   15  FILLER              PIC X(120).                  00001790
      *-----------------------------------------------------------------00001800
                                                                        00001810
      *==================                                               00001820
       PROCEDURE DIVISION.                                              00001830
      *==================                                               00001840
           PERFORM 1000-INICIO                                          00001850
           EVALUATE TRUE                                                00001860
               WHEN AGE0-CONSULTA                                       00001870
                    PERFORM 2000-CONSULTA-AGENDA                        00001880
               WHEN AGE0-ATIENDE                                        00001890
                    PERFORM 3000-ATIENDE-PENDIENTE                      00001900
               WHEN AGE0-RESUMEN                                        00001910
                    PERFORM 4000-RESUMEN-OFICINA                        00001920
               WHEN OTHER                                               00001930
                    MOVE '01'                  TO AGE0-COD-RETORNO      00001940
                    MOVE 'VLE2387'             TO AGE0-COD-ERROR-DEV    00001950
                    MOVE 'ACCION  '            TO AGE0-VAR1-ERROR       00001960
           END-EVALUATE                                                 00001970
           PERFORM 9999-FIN.                                            00001980
                                                                        00001990
      *---------------------------------------------------------------- 00002000
       1000-INICIO.                                                     00002010
      *---------------------------------------------------------------- 00002020
           INITIALIZE      AGE0-DATOS-SALIDA                            00002030
                           DCLVLDTAGE                                   00002040
                           DCLVLDTGUS.                                  00002050
                                                                        00002060
           MOVE '00'                TO  AGE0-COD-RETORNO                00002070
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00002080
      *    FACULTADES: LA ATENCION Y EL RESUMEN DEBEN ESTAR             00002090
      *    HABILITADOS EN VLDTENT PARA ESTE USUARIO                     00002100
           IF NOT AGE0-CONSULTA                                         00002110
              INITIALIZE VL9CENT0-AREA                                  00002120
              MOVE AGE0-USERID        TO ENT0-USUARIO                   00002130
              MOVE 'VL7CAGE0'        TO ENT0-CODTRAN                    00002140
              MOVE AGE0-ACCION        TO ENT0-ACCION                    00002150
              MOVE AGE0-FECHA-OPER    TO ENT0-FECHA                     00002160
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002170
              MOVE AGE0-TERMINAL      TO ENT0-TERMINAL                  00002180
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002190
              IF ENT0-CODRESP NOT = ZEROS                               00002200
                 MOVE '99'              TO AGE0-COD-RETORNO             00002210
                 MOVE 'VLE1000'         TO AGE0-COD-ERROR-DEV           00002220
                 MOVE 'VLDTENT '        TO AGE0-VAR1-ERROR              00002230
                 PERFORM 9999-FIN                                       00002240
              END-IF                                                    00002250
              IF ENT0-PERMITIDO NOT = 'S'                               00002260
                 MOVE '91'              TO AGE0-COD-RETORNO             00002270
                 MOVE 'VLE2278'         TO AGE0-COD-ERROR-DEV           00002280
                 MOVE AGE0-USERID        TO AGE0-VAR1-ERROR             00002290
                 PERFORM 9999-FIN                                       00002300
              END-IF                                                    00002310
           END-IF                                                       00002320
                                                                        00002330
      *    GESTOR Y OFICINA DEL USUARIO CONECTADO                       00002340
           MOVE AGE0-USERID         TO VGUS-USUARIO                     00002350
           EXEC SQL                                                     00002360
                SELECT  VGUS_ANALIS                                     00002370
                     ,  VGUS_SUCURS                                     00002380
                     ,  VGUS_ROL                                        00002390
                  INTO :VGUS-ANALIS                                     00002400
                     , :VGUS-SUCURS                                     00002410
                     , :VGUS-ROL                                        00002420
                  FROM  VLDTGUS                                         00002430
                 WHERE  VGUS_USUARIO = :VGUS-USUARIO                    00002440
           END-EXEC                                                     00002450
           IF SQLCODE = 100                                             00002460
              MOVE '91'                  TO AGE0-COD-RETORNO            00002470
              MOVE 'VLE2386'             TO AGE0-COD-ERROR-DEV          00002480
              MOVE AGE0-USERID           TO AGE0-VAR1-ERROR             00002490
              PERFORM 9999-FIN                                          00002500
           END-IF                                                       00002510
           IF SQLCODE NOT = ZERO                                        00002520
              MOVE 'VLDTGUS '            TO W-TABLA-ERROR               00002530
              PERFORM 8900-ERROR-SQL                                    00002540
           END-IF                                                       00002550
           MOVE VGUS-ANALIS         TO AGE0-ANALIS                      00002560
           MOVE VGUS-SUCURS         TO AGE0-SUCURS                      00002570
                                                                        00002580
           IF AGE0-FECHA > ZEROS                                        00002590
              MOVE AGE0-FECHA       TO W-FECHA-AGENDA                   00002600
           ELSE                                                         00002610
              MOVE AGE0-FECHA-OPER  TO W-FECHA-AGENDA                   00002620
           END-IF                                                       00002630
           .                                                            00002640
      *                                                                *00002650
      *----------------------------------------------------------------*00002660
       2000-CONSULTA-AGENDA.                                            00002670
      *----------------------------------------------------------------*00002680
           MOVE W-FECHA-AGENDA      TO VAGE-FECHA                       00002690
           MOVE VGUS-ANALIS         TO VAGE-ANALIS                      00002700
           MOVE AGE0-ID-DESDE       TO VAGE-ID                          00002710
           MOVE AGE0-TIPO           TO VAGE-TIPO                        00002720
           MOVE 'VLDTAGE '          TO W-TABLA-ERROR                    00002730
           EXEC SQL                                                     00002740
                OPEN VLDCAGE6                                           00002750
           END-EXEC                                                     00002760
           IF SQLCODE NOT = ZERO                                        00002770
              PERFORM 8900-ERROR-SQL                                    00002780
           END-IF                                                       00002790
                                                                        00002800
           MOVE ZEROS TO IX                                             00002810
           PERFORM 2100-FETCH-PENDIENTE                                 00002820
              UNTIL IX NOT < 15 OR SQLCODE NOT = ZERO                   00002830
                                                                        00002840
           EXEC SQL                                                     00002850
                CLOSE VLDCAGE6                                          00002860
           END-EXEC                                                     00002870
           IF SQLCODE NOT = ZERO                                        00002880
              PERFORM 8900-ERROR-SQL                                    00002890
           END-IF                                                       00002900
                                                                        00002910
           MOVE IX                  TO AGE0-NUM-OCCURS                  00002920
           .                                                            00002930
      *                                                                *00002940
      *----------------------------------------------------------------*00002950
       2100-FETCH-PENDIENTE.                                            00002960
      *----------------------------------------------------------------*00002970
           EXEC SQL                                                     00002980
                FETCH VLDCAGE6                                          00002990
                 INTO :VAGE-ID                                          00003000
                    , :VAGE-NUMCLI                                      00003010
                    , :VAGE-CUENTA                                      00003020
                    , :VAGE-TIPO                                        00003030
                    , :VAGE-PRIORIDAD                                   00003040
                    , :VAGE-DETALLE                                     00003050
                    , :VAGE-IMPORTE                                     00003060
                    , :VAGE-FECREF                                      00003070
                    , :VAGE-REFER                                       00003080
                    , :VAGE-CODVALOR                                    00003090
                    , :VAGE-TRAN                                        00003100
           END-EXEC                                                     00003110
           EVALUATE SQLCODE                                             00003120
               WHEN ZERO                                                00003130
                    ADD  1               TO IX                          00003140
                    MOVE VAGE-ID         TO AGE0-P-ID        (IX)       00003150
                    MOVE VAGE-NUMCLI     TO AGE0-P-NUMCLI    (IX)       00003160
                    MOVE VAGE-CUENTA     TO AGE0-P-CUENTA    (IX)       00003170
                    MOVE VAGE-TIPO       TO AGE0-P-TIPO      (IX)       00003180
                    MOVE VAGE-PRIORIDAD  TO AGE0-P-PRIORIDAD (IX)       00003190
                    MOVE VAGE-DETALLE    TO AGE0-P-DETALLE   (IX)       00003200
                    MOVE VAGE-IMPORTE    TO AGE0-P-IMPORTE   (IX)       00003210
                    MOVE VAGE-FECREF     TO AGE0-P-FECREF    (IX)       00003220
                    MOVE VAGE-REFER      TO AGE0-P-REFER     (IX)       00003230
                    MOVE VAGE-CODVALOR   TO AGE0-P-CODVALOR  (IX)       00003240
                    MOVE VAGE-TRAN       TO AGE0-P-TRAN      (IX)       00003250
               WHEN 100                                                 00003260
                    CONTINUE                                            00003270
               WHEN OTHER                                               00003280
                    PERFORM 8900-ERROR-SQL                              00003290
           END-EVALUATE                                                 00003300
           .                                                            00003310
      *                                                                *00003320
      *----------------------------------------------------------------*00003330
       3000-ATIENDE-PENDIENTE.                                          00003340
      *----------------------------------------------------------------*00003350
           IF AGE0-ID NOT > ZEROS                                       00003360
              MOVE '02'                  TO AGE0-COD-RETORNO            00003370
              MOVE 'VLE2388'             TO AGE0-COD-ERROR-DEV          00003380
              MOVE 'ID AGEND'            TO AGE0-VAR1-ERROR             00003390
              PERFORM 9999-FIN                                          00003400
           END-IF                                                       00003410
                                                                        00003420
           MOVE AGE0-ID             TO VAGE-ID                          00003430
           EXEC SQL                                                     00003440
                SELECT  VAGE_FECHA                                      00003450
                     ,  VAGE_ANALIS                                     00003460
                     ,  VAGE_SUCURS                                     00003470
                     ,  VAGE_NUMCLI                                     00003480
                     ,  VAGE_CUENTA                                     00003490
                     ,  VAGE_TIPO                                       00003500
                     ,  VAGE_PRIORIDAD                                  00003510
                     ,  VAGE_DETALLE                                    00003520
                     ,  VAGE_IMPORTE                                    00003530
                     ,  VAGE_FECREF                                     00003540
                     ,  VAGE_REFER                                      00003550
                     ,  VAGE_CODVALOR                                   00003560
                     ,  VAGE_TRAN                                       00003570
                     ,  VAGE_ESTADO                                     00003580
                  INTO :VAGE-FECHA                                      00003590
                     , :VAGE-ANALIS                                     00003600
                     , :VAGE-SUCURS                                     00003610
                     , :VAGE-NUMCLI                                     00003620
                     , :VAGE-CUENTA                                     00003630
                     , :VAGE-TIPO                                       00003640
                     , :VAGE-PRIORIDAD                                  00003650
                     , :VAGE-DETALLE                                    00003660
                     , :VAGE-IMPORTE                                    00003670
                     , :VAGE-FECREF                                     00003680
                     , :VAGE-REFER                                      00003690
                     , :VAGE-CODVALOR                                   00003700
                     , :VAGE-TRAN                                       00003710
                     , :VAGE-ESTADO                                     00003720
                  FROM  VLDTAGE                                         00003730
                 WHERE  VAGE_ID = :VAGE-ID                              00003740
           END-EXEC                                                     00003750
           IF SQLCODE = 100                                             00003760
              MOVE '04'                  TO AGE0-COD-RETORNO            00003770
              MOVE 'VLE2389'             TO AGE0-COD-ERROR-DEV          00003780
              MOVE 'VLDTAGE '            TO AGE0-VAR1-ERROR             00003790
              PERFORM 9999-FIN                                          00003800
           END-IF                                                       00003810
           IF SQLCODE NOT = ZERO                                        00003820
              MOVE 'VLDTAGE '            TO W-TABLA-ERROR               00003830
              PERFORM 8900-ERROR-SQL                                    00003840
           END-IF                                                       00003850
                                                                        00003860
      *    SOLO SE ATIENDEN LOS PENDIENTES DEL PROPIO GESTOR            00003870
           IF VAGE-ANALIS NOT = VGUS-ANALIS                             00003880
              MOVE '04'                  TO AGE0-COD-RETORNO            00003890
              MOVE 'VLE2389'             TO AGE0-COD-ERROR-DEV          00003900
              MOVE VAGE-ANALIS           TO AGE0-VAR1-ERROR             00003910
              PERFORM 9999-FIN                                          00003920
           END-IF                                                       00003930
                                                                        00003940
           IF VAGE-ATENDIDO                                             00003950
              MOVE '05'                  TO AGE0-COD-RETORNO            00003960
              MOVE 'VLE2390'             TO AGE0-COD-ERROR-DEV          00003970
              MOVE 'ESTADO  '            TO AGE0-VAR1-ERROR             00003980
              PERFORM 9999-FIN                                          00003990
           END-IF                                                       00004000
                                                                        00004010
           MOVE 'A'                 TO VAGE-ESTADO                      00004020
           MOVE AGE0-FECHA-OPER     TO VAGE-FEULMOD                     00004030
           MOVE W-HORA-CURRENT-N    TO VAGE-HORULMOD                    00004040
           MOVE AGE0-TERMINAL       TO VAGE-NUMTER                      00004050
           MOVE AGE0-USERID         TO VAGE-USUARIO                     00004060
                                                                        00004070
           EXEC SQL                                                     00004080
                UPDATE VLDTAGE                                          00004090
                   SET VAGE_ESTADO     = :VAGE-ESTADO                   00004100
                     , VAGE_FEULMOD    = :VAGE-FEULMOD                  00004110
                     , VAGE_HORULMOD   = :VAGE-HORULMOD                 00004120
                     , VAGE_NUMTER     = :VAGE-NUMTER                   00004130
                     , VAGE_USUARIO    = :VAGE-USUARIO                  00004140
                 WHERE VAGE_ID         = :VAGE-ID                       00004150
                   AND VAGE_ESTADO     = 'P'                            00004160
           END-EXEC                                                     00004170
           IF SQLCODE NOT = ZERO                                        00004180
              MOVE 'VLDTAGE '            TO W-TABLA-ERROR               00004190
              PERFORM 8900-ERROR-SQL                                    00004200
           END-IF                                                       00004210
                                                                        00004220
           MOVE 'UPDATE'            TO W-OPERACION-LOG                  00004230
           PERFORM 8000-GRABA-AUDITORIA                                 00004240
           .                                                            00004250
      *                                                                *00004260
      *----------------------------------------------------------------*00004270
       4000-RESUMEN-OFICINA.                                            00004280
      *----------------------------------------------------------------*00004290
      *    SOLO EL JEFE DE OFICINA VE LA AGENDA DE LOS DEMAS GESTORES   00004300
           IF NOT VGUS-ROL-JEFE                                         00004310
              MOVE '91'                  TO AGE0-COD-RETORNO            00004320
              MOVE 'VLE2391'             TO AGE0-COD-ERROR-DEV          00004330
              MOVE AGE0-USERID           TO AGE0-VAR1-ERROR             00004340
              PERFORM 9999-FIN                                          00004350
           END-IF                                                       00004360
                                                                        00004370
           MOVE W-FECHA-AGENDA      TO VAGE-FECHA                       00004380
           MOVE VGUS-SUCURS         TO VAGE-SUCURS                      00004390
           MOVE AGE0-ANALIS-DESDE   TO VAGE-ANALIS                      00004400
           MOVE 'VLDTAGE '          TO W-TABLA-ERROR                    00004410
           EXEC SQL                                                     00004420
                OPEN VLDCAGE7                                           00004430
           END-EXEC                                                     00004440
           IF SQLCODE NOT = ZERO                                        00004450
              PERFORM 8900-ERROR-SQL                                    00004460
           END-IF                                                       00004470
                                                                        00004480
           MOVE ZEROS TO IX                                             00004490
           PERFORM 4100-FETCH-GESTOR                                    00004500
              UNTIL IX NOT < 15 OR SQLCODE NOT = ZERO                   00004510
                                                                        00004520
           EXEC SQL                                                     00004530
                CLOSE VLDCAGE7                                          00004540
           END-EXEC                                                     00004550
           IF SQLCODE NOT = ZERO                                        00004560
              PERFORM 8900-ERROR-SQL                                    00004570
           END-IF                                                       00004580
                                                                        00004590
           MOVE IX                  TO AGE0-NUM-OCCURS                  00004600
           .                                                            00004610
      *                                                                *00004620
      *----------------------------------------------------------------*00004630
       4100-FETCH-GESTOR.                                               00004640
      *----------------------------------------------------------------*00004650
           EXEC SQL                                                     00004660
                FETCH VLDCAGE7                                          00004670
                 INTO :W-RES-ANALIS                                     00004680
                    , :W-RES-PENDIENTES                                 00004690
                    , :W-RES-ALTA                                       00004700
                    , :W-RES-ATENDIDOS                                  00004710
           END-EXEC                                                     00004720
           EVALUATE SQLCODE                                             00004730
               WHEN ZERO                                                00004740
                    ADD  1                TO IX                         00004750
                    MOVE W-RES-ANALIS     TO AGE0-G-ANALIS     (IX)     00004760
                    MOVE W-RES-PENDIENTES TO AGE0-G-PENDIENTES (IX)     00004770
                    MOVE W-RES-ALTA       TO AGE0-G-ALTA       (IX)     00004780
                    MOVE W-RES-ATENDIDOS  TO AGE0-G-ATENDIDOS  (IX)     00004790
               WHEN 100                                                 00004800
                    CONTINUE                                            00004810
               WHEN OTHER                                               00004820
                    PERFORM 8900-ERROR-SQL                              00004830
           END-EVALUATE                                                 00004840
           .                                                            00004850
      *                                                                *00004860
      *----------------------------------------------------------------*00004870
       8000-GRABA-AUDITORIA.                                            00004880
      *----------------------------------------------------------------*00004890
           MOVE AGE0-FECHA-OPER       TO  VL7LOG-FECHA                  00004900
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004910
           MOVE AGE0-TERMINAL         TO  VL7LOG-NUMTER                 00004920
           MOVE AGE0-USERID           TO  VL7LOG-NUMUSER                00004930
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004940
           MOVE 'VLDTAGE'             TO  VL7LOG-TABLA                  00004950
           MOVE W-OPERACION-LOG       TO  VL7LOG-OPERACION              00004960
           MOVE LENGTH OF DCLVLDTAGE  TO  VL7LOG-REGISTRO-LEN           00004970
           MOVE SPACES                TO  LOGVLDTAGE                    00004980
           MOVE DCLVLDTAGE            TO  LOGVLDTAGE                    00004990
           MOVE LOGVLDTAGE            TO  VL7LOG-REGISTRO-TEXT          00005000
                                                                        00005010
           EXEC CICS                                                    00005020
              LINK PROGRAM (VL7CRLOG)                                   00005030
              COMMAREA (W-VLWCLOG0)                                     00005040
           END-EXEC                                                     00005050
                                                                        00005060
           IF VL7LOG-CODRESP NOT = ZEROS                                00005070
              MOVE '98'                  TO AGE0-COD-RETORNO            00005080
              MOVE 'VLE0907'             TO AGE0-COD-ERROR-DEV          00005090
              MOVE 'VL7CRLOG'            TO AGE0-VAR1-ERROR             00005100
              PERFORM 9999-FIN                                          00005110
           END-IF                                                       00005120
           .                                                            00005130
      *                                                                *00005140
      *----------------------------------------------------------------*00005150
       8900-ERROR-SQL.                                                  00005160
      *----------------------------------------------------------------*00005170
           MOVE '99'                  TO AGE0-COD-RETORNO               00005180
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00005190
           MOVE 'VLE1000'             TO AGE0-COD-ERROR-DEV             00005200
           MOVE W-TABLA-ERROR         TO AGE0-VAR1-ERROR                00005210
           MOVE W-SQLCODE-EDIT        TO AGE0-VAR2-ERROR                00005220
           PERFORM 9999-FIN.                                            00005230
      *                                                                *00005240
      *----------------------------------------------------------------*00005250
       9999-FIN.                                                        00005260
      *----------------------------------------------------------------*00005270
           EXEC CICS                                                    00005280
              RETURN                                                    00005290
           END-EXEC.                                                    00005300
      *=================================================================00005310
      *   FIN DEL PROGRAMA                                              00005320
      *=================================================================00005330
