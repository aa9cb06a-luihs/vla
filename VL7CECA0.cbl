      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CECA0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : APROBACION DE EVENTOS CORPORATIVOS ANUNCIADOS    *00000080
      *               POR LOS CUSTODIOS (MT564) - TABLA VLDTECA        *00000090
      *OBJETIVO     : CONSULTA DE LOS EVENTOS PENDIENTES DE UN         *00000100
      *               CUSTODIO (O DE TODOS) CARGADOS POR VL4CMT56, Y   *00000110
      *               APROBACION O RECHAZO DE CADA UNO. SOLO SE APRUEBA*00000120
      *               LO PENDIENTE CON DESTINO ENCAMINABLE (VL4CCORP,  *00000130
      *               VL4CDIVC O CALENDARIO VLDTCUP); LO APROBADO LO   *00000140
      *               ENCAMINA EL BATCH VL4CECAR. LOS CAMBIOS SE       *00000150
      *               AUDITAN EN VLDTRLOG VIA VL7CRLOG.                *00000160
      ******************************************************************00000170
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000180
      *--------- ---------- ----------------- -------------------------*00000190
      *RITM49154 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000200
      *--------- ---------- ----------------- -------------------------*00000210
      ******************************************************************00000220
      *                                                                 00000230
      *=================================================================00000240
       ENVIRONMENT DIVISION.                                            00000250
      *=================================================================00000260
       CONFIGURATION SECTION.                                           00000270
      *-----------------------------------------------------------------00000280
       SPECIAL-NAMES.                                                   00000290
      *--------------                                                   00000300
                                                                        00000310
      *=================================================================00000320
       DATA DIVISION.                                                   00000330
      *=================================================================00000340
                                                                        00000350
      *-----------------------------------------------------------------00000360
       WORKING-STORAGE SECTION.                                         00000370
      *-----------------------------------------------------------------00000380
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CECA0'.   00000390
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000400
                                                                        00000410
      *-----------------------------------------------------------------00000420
      *    VARIABLES.                                                   00000430
      *-----------------------------------------------------------------00000440
       01  W-VARIABLES.                                                 00000450
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000460
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000470
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000480
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000490
           03 W-HORA-CURRENT.                                           00000500
              05  W-HORA               PIC 99.                          00000510
              05  W-MINUTOS            PIC 99.                          00000520
              05  W-SEGUNDOS           PIC 99.                          00000530
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000540
                                                                        00000550
      ** COPY PARA RUTINA VL7CRLOG                                      00000560
       01 W-VLWCLOG0.                                                   00000570
           COPY VLWCLOG0.                                               00000580
       01 LOGVLDTECA               PIC X(500).                          00000590
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000600
           COPY VLCPTEN0.                                               00000610
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000620
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00000630
           COPY VLCPTVE0.                                               00000640
       77  WK-VL9CVEN0             PIC X(08)       VALUE 'VL9CVEN0'.    00000650
                                                                        00000660
      *    COLA DE EVENTOS CORPORATIVOS DE CUSTODIOS                    00000670
           COPY VLCPTECA.                                               00000680
                                                                        00000690
      *-----------------------------------------------------------------00000700
      *    INCLUDES (DEFINICION DE TABLAS).                             00000710
      *-----------------------------------------------------------------00000720
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000730
                                                                        00000740
      *-----------------------------------------------------------------00000750
      *                   C U R S O R E S                              *00000760
      *-----------------------------------------------------------------00000770
           EXEC SQL                                                     00000780
                DECLARE VLDCECA1  CURSOR FOR                            00000790
                SELECT  VECA_CODSUS                                     00000800
                     ,  VECA_CORP                                       00000810
                     ,  VECA_CAEV                                       00000820
                     ,  VECA_CODVALOR                                   00000830
                     ,  VECA_DESTINO                                    00000840
                     ,  VECA_FECREG                                     00000850
                     ,  VECA_FECPAGO                                    00000860
                     ,  VECA_IMPTIT                                     00000870
                     ,  VECA_FACTOR                                     00000880
                     ,  VECA_ESTADO                                     00000890
                  FROM  VLDTECA                                         00000900
                 WHERE  VECA_ESTADO  = 'P'                              00000910
                   AND (VECA_CODSUS  = :VECA-CODSUS                     00000920
                    OR  :VECA-CODSUS = ' ')                             00000930
                 ORDER  BY VECA_FECPAGO                                 00000940
                     ,  VECA_CODSUS                                     00000950
                     ,  VECA_CORP                                       00000960
           END-EXEC.                                                    00000970
                                                                        00000980
      *---------------*                                                 00000990
       LINKAGE SECTION.                                                 00001000
      *---------------*                                                 00001010
       01  DFHCOMMAREA.                                                 00001020
           05  ECA0-DATOS-ENTRADA.                                      00001030
               10  ECA0-ACCION         PIC X(01).                       00001040
                   88  ECA0-APRUEBA        VALUE 'A'.                   00001050
                   88  ECA0-RECHAZA        VALUE 'R'.                   00001060
                   88  ECA0-CONSULTA       VALUE 'C'.                   00001070
               10  ECA0-CODSUS         PIC X(08).                       00001080
               10  ECA0-CORP           PIC X(16).                       00001090
               10  ECA0-FECHA-OPER     PIC X(08).                       00001100
               10  ECA0-TERMINAL       PIC X(04).                       00001110
               10  ECA0-USERID         PIC X(08).                       00001120
           05  ECA0-DATOS-SALIDA.                                       00001130
               10  ECA0-COD-RETORNO    PIC X(02).                       00001140
               10  ECA0-COD-ERROR-DEV  PIC X(07).                       00001150
               10  ECA0-VAR1-ERROR     PIC X(08).                       00001160
               10  ECA0-VAR2-ERROR     PIC X(05).                       00001170
               10  ECA0-NUM-OCCURS     PIC 9(02).                       00001180
               10  ECA0-EVENTOS OCCURS 10 TIMES.                        00001190
                   15  ECA0-E-CODSUS       PIC X(08).                   00001200
                   15  ECA0-E-CORP         PIC X(16).                   00001210
                   15  ECA0-E-CAEV         PIC X(04).                   00001220
                   15  ECA0-E-CODVALOR     PIC X(12).                   00001230
                   15  ECA0-E-DESTINO      PIC X(01).                   00001240
                   15  ECA0-E-FECREG       PIC 9(08).                   00001250
                   15  ECA0-E-FECPAGO      PIC 9(08).                   00001260
                   15  ECA0-E-IMPTIT       PIC 9(09)V9(06).             00001270
                   15  ECA0-E-FACTOR       PIC 9(04)V9(06).             00001280
                   15  ECA0-E-ESTADO       PIC X(01).                   00001290
      *-----------------------------------------------------------------00001300
                                                                        00001310
      *==================                                               00001320
       PROCEDURE DIVISION.                                              00001330
      *==================                                               00001340
           PERFORM 1000-INICIO                                          00001350
           EVALUATE TRUE                                                00001360
               WHEN ECA0-APRUEBA                                        00001370
               WHEN ECA0-RECHAZA                                        00001380
                    PERFORM 2000-RESUELVE-EVENTO                        00001390
               WHEN ECA0-CONSULTA                                       00001400
                    PERFORM 4000-CONSULTA-EVENTOS                       00001410
               WHEN OTHER                                               00001420
                    MOVE '01'                  TO ECA0-COD-RETORNO      00001430
                    MOVE 'VLE2172'             TO ECA0-COD-ERROR-DEV    00001440
                    MOVE 'ACCION  '            TO ECA0-VAR1-ERROR       00001450
           END-EVALUATE                                                 00001460
           PERFORM 9999-FIN.                                            00001470
                                                                        00001480
      *---------------------------------------------------------------- 00001490
       1000-INICIO.                                                     00001500
      *---------------------------------------------------------------- 00001510
           INITIALIZE      ECA0-DATOS-SALIDA                            00001520
                           DCLVLDTECA.                                  00001530
                                                                        00001540
           MOVE '00'                TO  ECA0-COD-RETORNO                00001550
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001560
           MOVE ECA0-CODSUS         TO  VECA-CODSUS                     00001570
      *    LA COLA NO SE TOCA MIENTRAS LA VENTANA BATCH ESTE CERRADA    00001580
           IF NOT ECA0-CONSULTA                                         00001590
              INITIALIZE VL9CVEN0-AREA                                  00001600
              MOVE 'Q'           TO VEN0-ACCION                         00001610
              MOVE SPACES        TO VEN0-AMBITO                         00001620
              CALL WK-VL9CVEN0 USING VL9CVEN0-AREA                      00001630
              IF VEN0-CODRESP NOT = ZEROS                               00001640
                 MOVE '99'              TO ECA0-COD-RETORNO             00001650
                 MOVE 'VLE1000'         TO ECA0-COD-ERROR-DEV           00001660
                 MOVE 'VLDTVEN '        TO ECA0-VAR1-ERROR              00001670
                 PERFORM 9999-FIN                                       00001680
              END-IF                                                    00001690
              IF VEN0-CERRADAS > ZEROS                                  00001700
                 MOVE '90'              TO ECA0-COD-RETORNO             00001710
                 MOVE 'VLE2277'         TO ECA0-COD-ERROR-DEV           00001720
                 MOVE VEN0-AMBITO-CERR  TO ECA0-VAR1-ERROR              00001730
                 PERFORM 9999-FIN                                       00001740
              END-IF                                                    00001750
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001760
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001770
              INITIALIZE VL9CENT0-AREA                                  00001780
              MOVE ECA0-USERID        TO ENT0-USUARIO                   00001790
              MOVE 'VL7CECA0'        TO ENT0-CODTRAN                    00001800
              MOVE ECA0-ACCION        TO ENT0-ACCION                    00001810
              MOVE ECA0-FECHA-OPER    TO ENT0-FECHA                     00001820
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001830
              MOVE ECA0-TERMINAL      TO ENT0-TERMINAL                  00001840
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001850
              IF ENT0-CODRESP NOT = ZEROS                               00001860
                 MOVE '99'              TO ECA0-COD-RETORNO             00001870
                 MOVE 'VLE1000'         TO ECA0-COD-ERROR-DEV           00001880
                 MOVE 'VLDTENT '        TO ECA0-VAR1-ERROR              00001890
                 PERFORM 9999-FIN                                       00001900
              END-IF                                                    00001910
              IF ENT0-PERMITIDO NOT = 'S'                               00001920
                 MOVE '91'              TO ECA0-COD-RETORNO             00001930
                 MOVE 'VLE2278'         TO ECA0-COD-ERROR-DEV           00001940
                 MOVE ECA0-USERID        TO ECA0-VAR1-ERROR             00001950
                 PERFORM 9999-FIN                                       00001960
              END-IF                                                    00001970
           END-IF                                                       00001980
           .                                                            00001990
      *                                                                *00002000
      *----------------------------------------------------------------*00002010
       2000-RESUELVE-EVENTO.                                            00002020
      *----------------------------------------------------------------*00002030
           MOVE ECA0-FECHA-OPER      TO W-FECHA-OPER                    00002040
           IF W-FECHA-OPER NOT NUMERIC                                  00002050
              MOVE '02'                  TO ECA0-COD-RETORNO            00002060
              MOVE 'VLE2297'             TO ECA0-COD-ERROR-DEV          00002070
              MOVE ECA0-FECHA-OPER       TO ECA0-VAR1-ERROR             00002080
              PERFORM 9999-FIN                                          00002090
           END-IF                                                       00002100
                                                                        00002110
           MOVE ECA0-CORP TO VECA-CORP                                  00002120
           EXEC SQL                                                     00002130
                SELECT  VECA_CAEV                                       00002140
                     ,  VECA_FUNCION                                    00002150
                     ,  VECA_CODVALOR                                   00002160
                     ,  VECA_DESTINO                                    00002170
                     ,  VECA_FECREG                                     00002180
                     ,  VECA_FECPAGO                                    00002190
                     ,  VECA_IMPTIT                                     00002200
                     ,  VECA_FACTOR                                     00002210
                     ,  VECA_MONEDA                                     00002220
                     ,  VECA_ESTADO                                     00002230
                     ,  VECA_FECREC                                     00002240
                  INTO :VECA-CAEV                                       00002250
                     , :VECA-FUNCION                                    00002260
                     , :VECA-CODVALOR                                   00002270
                     , :VECA-DESTINO                                    00002280
                     , :VECA-FECREG                                     00002290
                     , :VECA-FECPAGO                                    00002300
                     , :VECA-IMPTIT                                     00002310
                     , :VECA-FACTOR                                     00002320
                     , :VECA-MONEDA                                     00002330
                     , :VECA-ESTADO                                     00002340
                     , :VECA-FECREC                                     00002350
                  FROM  VLDTECA                                         00002360
                 WHERE  VECA_CODSUS = :VECA-CODSUS                      00002370
                   AND  VECA_CORP   = :VECA-CORP                        00002380
           END-EXEC                                                     00002390
           IF SQLCODE = 100                                             00002400
              MOVE '03'                  TO ECA0-COD-RETORNO            00002410
              MOVE 'VLE2300'             TO ECA0-COD-ERROR-DEV          00002420
              MOVE 'VLDTECA '            TO ECA0-VAR1-ERROR             00002430
              PERFORM 9999-FIN                                          00002440
           END-IF                                                       00002450
           IF SQLCODE NOT = ZERO                                        00002460
              PERFORM 8900-ERROR-SQL                                    00002470
           END-IF                                                       00002480
                                                                        00002490
      *    SOLO SE RESUELVE LO PENDIENTE                                00002500
           IF NOT VECA-PENDIENTE                                        00002510
              MOVE '04'                  TO ECA0-COD-RETORNO            00002520
              MOVE 'VLE2301'             TO ECA0-COD-ERROR-DEV          00002530
              MOVE 'ESTADO  '            TO ECA0-VAR1-ERROR             00002540
              MOVE VECA-ESTADO           TO ECA0-VAR2-ERROR             00002550
              PERFORM 9999-FIN                                          00002560
           END-IF                                                       00002570
                                                                        00002580
      *    UN EVENTO SIN DESTINO AUTOMATICO SOLO PUEDE RECHAZARSE       00002590
           IF ECA0-APRUEBA                                              00002600
              IF VECA-DEST-MANUAL                                       00002610
                 MOVE '05'               TO ECA0-COD-RETORNO            00002620
                 MOVE 'VLE2302'          TO ECA0-COD-ERROR-DEV          00002630
                 MOVE 'DESTINO '         TO ECA0-VAR1-ERROR             00002640
                 PERFORM 9999-FIN                                       00002650
              END-IF                                                    00002660
              MOVE 'A'                   TO VECA-ESTADO                 00002670
              MOVE 'APROBAR '            TO VL7LOG-OPERACION            00002680
           ELSE                                                         00002690
              MOVE 'R'                   TO VECA-ESTADO                 00002700
              MOVE 'RECHAZAR'            TO VL7LOG-OPERACION            00002710
           END-IF                                                       00002720
                                                                        00002730
           MOVE ECA0-USERID          TO VECA-USUAPRO                    00002740
           MOVE W-FECHA-OPER-N       TO VECA-FECAPRO                    00002750
                                        VECA-FEULMOD                    00002760
           MOVE ECA0-TERMINAL        TO VECA-NUMTER                     00002770
           MOVE ECA0-USERID          TO VECA-USUARIO                    00002780
                                                                        00002790
           EXEC SQL                                                     00002800
                UPDATE VLDTECA                                          00002810
                   SET VECA_ESTADO    = :VECA-ESTADO                    00002820
                     , VECA_USUAPRO   = :VECA-USUAPRO                   00002830
                     , VECA_FECAPRO   = :VECA-FECAPRO                   00002840
                     , VECA_FEULMOD   = :VECA-FEULMOD                   00002850
                     , VECA_NUMTER    = :VECA-NUMTER                    00002860
                     , VECA_USUARIO   = :VECA-USUARIO                   00002870
                 WHERE VECA_CODSUS    = :VECA-CODSUS                    00002880
                   AND VECA_CORP      = :VECA-CORP                      00002890
                   AND VECA_ESTADO    = 'P'                             00002900
           END-EXEC                                                     00002910
           IF SQLCODE = 100                                             00002920
              MOVE '04'                  TO ECA0-COD-RETORNO            00002930
              MOVE 'VLE2301'             TO ECA0-COD-ERROR-DEV          00002940
              MOVE 'ESTADO  '            TO ECA0-VAR1-ERROR             00002950
              PERFORM 9999-FIN                                          00002960
           END-IF                                                       00002970
           IF SQLCODE NOT = ZERO                                        00002980
              PERFORM 8900-ERROR-SQL                                    00002990
           END-IF                                                       00003000
                                                                        00003010
           PERFORM 8000-GRABA-AUDITORIA                                 00003020
           .                                                            00003030
      *                                                                *00003040
      *----------------------------------------------------------------*00003050
       4000-CONSULTA-EVENTOS.                                           00003060
      *----------------------------------------------------------------*00003070
           EXEC SQL                                                     00003080
                OPEN VLDCECA1                                           00003090
           END-EXEC                                                     00003100
           IF SQLCODE NOT = ZERO                                        00003110
              PERFORM 8900-ERROR-SQL                                    00003120
           END-IF                                                       00003130
                                                                        00003140
           MOVE ZEROS TO IX                                             00003150
           PERFORM 4100-FETCH-EVENTO                                    00003160
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00003170
                                                                        00003180
           EXEC SQL                                                     00003190
                CLOSE VLDCECA1                                          00003200
           END-EXEC                                                     00003210
           IF SQLCODE NOT = ZERO                                        00003220
              PERFORM 8900-ERROR-SQL                                    00003230
           END-IF                                                       00003240
                                                                        00003250
           MOVE IX                  TO ECA0-NUM-OCCURS                  00003260
           .                                                            00003270
      *                                                                *00003280
      *----------------------------------------------------------------*00003290
       4100-FETCH-EVENTO.                                               00003300
      *----------------------------------------------------------------*00003310
           EXEC SQL                                                     00003320
                FETCH VLDCECA1                                          00003330
                 INTO :VECA-CODSUS                                      00003340
                    , :VECA-CORP                                        00003350
                    , :VECA-CAEV                                        00003360
                    , :VECA-CODVALOR                                    00003370
                    , :VECA-DESTINO                                     00003380
                    , :VECA-FECREG                                      00003390
                    , :VECA-FECPAGO                                     00003400
                    , :VECA-IMPTIT                                      00003410
                    , :VECA-FACTOR                                      00003420
                    , :VECA-ESTADO                                      00003430
           END-EXEC                                                     00003440
           EVALUATE SQLCODE                                             00003450
               WHEN ZERO                                                00003460
                    ADD  1               TO IX                          00003470
                    MOVE VECA-CODSUS     TO ECA0-E-CODSUS   (IX)        00003480
                    MOVE VECA-CORP       TO ECA0-E-CORP     (IX)        00003490
                    MOVE VECA-CAEV       TO ECA0-E-CAEV     (IX)        00003500
                    MOVE VECA-CODVALOR   TO ECA0-E-CODVALOR (IX)        00003510
                    MOVE VECA-DESTINO    TO ECA0-E-DESTINO  (IX)        00003520
                    MOVE VECA-FECREG     TO ECA0-E-FECREG   (IX)        00003530
                    MOVE VECA-FECPAGO    TO ECA0-E-FECPAGO  (IX)        00003540
                    MOVE VECA-IMPTIT     TO ECA0-E-IMPTIT   (IX)        00003550
                    MOVE VECA-FACTOR     TO ECA0-E-FACTOR   (IX)        00003560
                    MOVE VECA-ESTADO     TO ECA0-E-ESTADO   (IX)        00003570
               WHEN 100                                                 00003580
                    CONTINUE                                            00003590
               WHEN OTHER                                               00003600
                    PERFORM 8900-ERROR-SQL                              00003610
           END-EVALUATE                                                 00003620
           .                                                            00003630
      *                                                                *00003640
      *----------------------------------------------------------------*00003650
       8000-GRABA-AUDITORIA.                                            00003660
      *----------------------------------------------------------------*00003670
           MOVE ECA0-FECHA-OPER       TO  VL7LOG-FECHA                  00003680
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00003690
           MOVE ECA0-TERMINAL         TO  VL7LOG-NUMTER                 00003700
           MOVE ECA0-USERID           TO  VL7LOG-NUMUSER                00003710
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00003720
           MOVE 'VLDTECA'             TO  VL7LOG-TABLA                  00003730
           MOVE LENGTH OF DCLVLDTECA  TO  VL7LOG-REGISTRO-LEN           00003740
           MOVE SPACES                TO  LOGVLDTECA                    00003750
           MOVE DCLVLDTECA            TO  LOGVLDTECA                    00003760
           MOVE LOGVLDTECA            TO  VL7LOG-REGISTRO-TEXT          00003770
                                                                        00003780
           EXEC CICS                                                    00003790
              LINK PROGRAM (VL7CRLOG)                                   00003800
              COMMAREA (W-VLWCLOG0)                                     00003810
           END-EXEC                                                     00003820
                                                                        00003830
           IF VL7LOG-CODRESP NOT = ZEROS                                00003840
              MOVE '98'                  TO ECA0-COD-RETORNO            00003850
              MOVE 'VLE0907'             TO ECA0-COD-ERROR-DEV          00003860
              MOVE 'VL7CRLOG'            TO ECA0-VAR1-ERROR             00003870
              PERFORM 9999-FIN                                          00003880
           END-IF                                                       00003890
           .                                                            00003900
      *                                                                *00003910
      *----------------------------------------------------------------*00003920
       8900-ERROR-SQL.                                                  00003930
      *----------------------------------------------------------------*00003940
           MOVE '99'                  TO ECA0-COD-RETORNO               00003950
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00003960
           MOVE 'VLE1000'             TO ECA0-COD-ERROR-DEV             00003970
           MOVE 'VLDTECA '            TO ECA0-VAR1-ERROR                00003980
           MOVE W-SQLCODE-EDIT        TO ECA0-VAR2-ERROR                00003990
           PERFORM 9999-FIN.                                            00004000
      *                                                                *00004010
      *----------------------------------------------------------------*00004020
       9999-FIN.                                                        00004030
      *----------------------------------------------------------------*00004040
           EXEC CICS                                                    00004050
              RETURN                                                    00004060
           END-EXEC.                                                    00004070
      *=================================================================00004080
      *   FIN DEL PROGRAMA                                              00004090
      *=================================================================00004100
