      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CATO0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : ALERTAS DE TOMA DE CUENTA - TABLA VLDTATO        *00000080
      *OBJETIVO     : BANDEJA DE OPERACIONES SOBRE LAS ALERTAS QUE     *00000090
      *               GRABA VL4CATOA (CAMBIO DE DOMICILIO, CANAL DE    *00000100
      *               ENTREGA O CUENTA DE ABONO SEGUIDO DE VENTAS O    *00000110
      *               TRASPASOS DE SALIDA):                            *00000120
      *                 C = CONSULTA DE ALERTAS BLOQUEADAS (TODAS O    *00000130
      *                     LAS DE UNA CUENTA)                         *00000140
      *                 L = LIBERAR ALERTA CON MOTIVO OBLIGATORIO      *00000150
      *               MIENTRAS UNA ALERTA ESTA BLOQUEADA LA CUENTA NO  *00000160
      *               EMITE VENTAS (VL7CORD0), TRASPASOS (VL4CTRAS)    *00000170
      *               NI CARGOS DE EFECTIVO (VL4C3050). LA LIBERACION  *00000180
      *               DEBE ESTAR HABILITADA EN VLDTENT (VL9CENT0) Y    *00000190
      *               QUEDA AUDITADA EN VLDTRLOG VIA VL7CRLOG.         *00000200
      ******************************************************************00000210
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000220
      *--------- ---------- ----------------- -------------------------*00000230
      *RITM49176 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000240
      *----------------------------------------------------------------*00000250
      ******************************************************************00000260
      *                                                                 00000270
      *=================================================================00000280
       ENVIRONMENT DIVISION.                                            00000290
      *=================================================================00000300
       CONFIGURATION SECTION.                                           00000310
      *-----------------------------------------------------------------00000320
       SPECIAL-NAMES.                                                   00000330
      *--------------                                                   00000340
                                                                        00000350
      *=================================================================00000360
       DATA DIVISION.                                                   00000370
      *=================================================================00000380
                                                                        00000390
      *-----------------------------------------------------------------00000400
       WORKING-STORAGE SECTION.                                         00000410
      *-----------------------------------------------------------------00000420
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CATO0'.   00000430
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000440
                                                                        00000450
      *-----------------------------------------------------------------00000460
      *    VARIABLES.                                                   00000470
      *-----------------------------------------------------------------00000480
       01  W-VARIABLES.                                                 00000490
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000500
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000510
           03 W-HORA-CURRENT.                                           00000520
              05  W-HORA               PIC 99.                          00000530
              05  W-MINUTOS            PIC 99.                          00000540
              05  W-SEGUNDOS           PIC 99.                          00000550
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000560
                                                                        00000570
      ** COPY PARA RUTINA VL7CRLOG                                      00000580
       01 W-VLWCLOG0.                                                   00000590
           COPY VLWCLOG0.                                               00000600
       01 LOGVLDTATO               PIC X(500).                          00000610
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000620
           COPY VLCPTEN0.                                               00000630
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000640
                                                                        00000650
      *    ALERTAS DE TOMA DE CUENTA                                    00000660
           COPY VLCPTATO.                                               00000670
                                                                        00000680
      *-----------------------------------------------------------------00000690
      *    INCLUDES (DEFINICION DE TABLAS).                             00000700
      *-----------------------------------------------------------------00000710
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000720
                                                                        00000730
      *-----------------------------------------------------------------00000740
      *                   C U R S O R E S                              *00000750
      *-----------------------------------------------------------------00000760
           EXEC SQL                                                     00000770
                DECLARE VLDCATO3  CURSOR FOR                            00000780
                SELECT  VATO_ID                                         00000790
                     ,  VATO_CUENTA                                     00000800
                     ,  VATO_NUMCLI                                     00000810
                     ,  VATO_FECCAMBIO                                  00000820
                     ,  VATO_HORCAMBIO                                  00000830
                     ,  VATO_CAMPO                                      00000840
                     ,  VATO_USU_CAMBIO                                 00000850
                     ,  VATO_TER_CAMBIO                                 00000860
                     ,  VATO_TIPOSAL                                    00000870
                     ,  VATO_FECSALIDA                                  00000880
                     ,  VATO_IMPVENTAS                                  00000890
                     ,  VATO_TITTRASP                                   00000900
                     ,  VATO_FECALERTA                                  00000910
                  FROM  VLDTATO                                         00000920
                 WHERE  VATO_ESTADO = 'B'                               00000930
                   AND (VATO_CUENTA = :VATO-CUENTA                      00000940
                    OR  0           = :VATO-CUENTA)                     00000950
                 ORDER  BY VATO_FECALERTA, VATO_ID                      00000960
           END-EXEC.                                                    00000970
                                                                        00000980
      *---------------*                                                 00000990
       LINKAGE SECTION.                                                 00001000
      *---------------*                                                 00001010
       01  DFHCOMMAREA.                                                 00001020
           05  ATO0-DATOS-ENTRADA.                                      00001030
               10  ATO0-ACCION         PIC X(01).                       00001040
                   88  ATO0-CONSULTA       VALUE 'C'.                   00001050
                   88  ATO0-LIBERAR        VALUE 'L'.                   00001060
               10  ATO0-ID             PIC 9(09).                       00001070
               10  ATO0-CUENTA         PIC 9(07).                       00001080
               10  ATO0-MOTIVO         PIC X(40).                       00001090
               10  ATO0-FECHA-OPER     PIC X(08).                       00001100
               10  ATO0-TERMINAL       PIC X(04).                       00001110
               10  ATO0-USERID         PIC X(08).                       00001120
           05  ATO0-DATOS-SALIDA.                                       00001130
               10  ATO0-COD-RETORNO    PIC X(02).                       00001140
               10  ATO0-COD-ERROR-DEV  PIC X(07).                       00001150
               10  ATO0-VAR1-ERROR     PIC X(08).                       00001160
               10  ATO0-VAR2-ERROR     PIC X(05).                       00001170
               10  ATO0-NUM-OCCURS     PIC 9(02).                       00001180
               10  ATO0-ALERTAS OCCURS 15 TIMES.                        00001190
                   15  ATO0-A-ID           PIC 9(09).                   00001200
                   15  ATO0-A-CUENTA       PIC 9(07).                   00001210
                   15  ATO0-A-NUMCLI       PIC 9(08).                   00001220
                   15  ATO0-A-FECCAMBIO    PIC 9(08).                   00001230
                   15  ATO0-A-HORCAMBIO    PIC X(06).                   00001240
                   15  ATO0-A-CAMPO        PIC X(08).                   00001250
                   15  ATO0-A-USU-CAMBIO   PIC X(08).                   00001260
                   15  ATO0-A-TER-CAMBIO   PIC X(04).                   00001270
                   15  ATO0-A-TIPOSAL      PIC X(01).                   00001280
                   15  ATO0-A-FECSALIDA    PIC 9(08).                   00001290
                   15  ATO0-A-IMPVENTAS    PIC 9(13)V9(02).             00001300
                   15  ATO0-A-TITTRASP     PIC 9(13).                   00001310
                   15  ATO0-A-FECALERTA    PIC 9(08).                   00001320
      *-----------------------------------------------------------------00001330
                                                                        00001340
      *==================                                               00001350
       PROCEDURE DIVISION.                                              00001360
      *==================                                               00001370
           PERFORM 1000-INICIO                                          00001380
           EVALUATE TRUE                                                00001390
               WHEN ATO0-CONSULTA                                       00001400
                    PERFORM 2000-CONSULTA-ALERTAS                       00001410
               WHEN ATO0-LIBERAR                                        00001420
                    PERFORM 3000-LIBERA-ALERTA                          00001430
               WHEN OTHER                                               00001440
                    MOVE '01'                  TO ATO0-COD-RETORNO      00001450
                    MOVE 'VLE2368'             TO ATO0-COD-ERROR-DEV    00001460
                    MOVE 'ACCION  '            TO ATO0-VAR1-ERROR       00001470
           END-EVALUATE                                                 00001480
           PERFORM 9999-FIN.                                            00001490
                                                                        00001500
      *---------------------------------------------------------------- 00001510
       1000-INICIO.                                                     00001520
      *---------------------------------------------------------------- 00001530
           INITIALIZE      ATO0-DATOS-SALIDA                            00001540
                           DCLVLDTATO.                                  00001550
                                                                        00001560
           MOVE '00'                TO  ATO0-COD-RETORNO                00001570
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001580
      *    FACULTADES: LA LIBERACION DEBE ESTAR HABILITADA EN           00001590
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001600
           IF NOT ATO0-CONSULTA                                         00001610
              INITIALIZE VL9CENT0-AREA                                  00001620
              MOVE ATO0-USERID        TO ENT0-USUARIO                   00001630
              MOVE 'VL7CATO0'        TO ENT0-CODTRAN                    00001640
              MOVE ATO0-ACCION        TO ENT0-ACCION                    00001650
              MOVE ATO0-FECHA-OPER    TO ENT0-FECHA                     00001660
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001670
              MOVE ATO0-TERMINAL      TO ENT0-TERMINAL                  00001680
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001690
              IF ENT0-CODRESP NOT = ZEROS                               00001700
                 MOVE '99'              TO ATO0-COD-RETORNO             00001710
                 MOVE 'VLE1000'         TO ATO0-COD-ERROR-DEV           00001720
                 MOVE 'VLDTENT '        TO ATO0-VAR1-ERROR              00001730
                 PERFORM 9999-FIN                                       00001740
              END-IF                                                    00001750
              IF ENT0-PERMITIDO NOT = 'S'                               00001760
                 MOVE '91'              TO ATO0-COD-RETORNO             00001770
                 MOVE 'VLE2278'         TO ATO0-COD-ERROR-DEV           00001780
                 MOVE ATO0-USERID        TO ATO0-VAR1-ERROR             00001790
                 PERFORM 9999-FIN                                       00001800
              END-IF                                                    00001810
           END-IF                                                       00001820
           .                                                            00001830
      *                                                                *00001840
      *----------------------------------------------------------------*00001850
       2000-CONSULTA-ALERTAS.                                           00001860
      *----------------------------------------------------------------*00001870
      *    CUENTA EN CEROS: TODAS LAS ALERTAS BLOQUEADAS                00001880
           MOVE ATO0-CUENTA         TO VATO-CUENTA                      00001890
           EXEC SQL                                                     00001900
                OPEN VLDCATO3                                           00001910
           END-EXEC                                                     00001920
           IF SQLCODE NOT = ZERO                                        00001930
              PERFORM 8900-ERROR-SQL                                    00001940
           END-IF                                                       00001950
                                                                        00001960
           MOVE ZEROS TO IX                                             00001970
           PERFORM 2100-FETCH-ALERTA                                    00001980
              UNTIL IX NOT < 15 OR SQLCODE NOT = ZERO                   00001990
                                                                        00002000
           EXEC SQL                                                     00002010
                CLOSE VLDCATO3                                          00002020
           END-EXEC                                                     00002030
           IF SQLCODE NOT = ZERO                                        00002040
              PERFORM 8900-ERROR-SQL                                    00002050
           END-IF                                                       00002060
                                                                        00002070
           MOVE IX                  TO ATO0-NUM-OCCURS                  00002080
           .                                                            00002090
      *                                                                *00002100
      *----------------------------------------------------------------*00002110
       2100-FETCH-ALERTA.                                               00002120
      *----------------------------------------------------------------*00002130
           EXEC SQL                                                     00002140
                FETCH VLDCATO3                                          00002150
                 INTO :VATO-ID                                          00002160
                    , :VATO-CUENTA                                      00002170
                    , :VATO-NUMCLI                                      00002180
                    , :VATO-FECCAMBIO                                   00002190
                    , :VATO-HORCAMBIO                                   00002200
                    , :VATO-CAMPO                                       00002210
                    , :VATO-USU-CAMBIO                                  00002220
                    , :VATO-TER-CAMBIO                                  00002230
                    , :VATO-TIPOSAL                                     00002240
                    , :VATO-FECSALIDA                                   00002250
                    , :VATO-IMPVENTAS                                   00002260
                    , :VATO-TITTRASP                                    00002270
                    , :VATO-FECALERTA                                   00002280
           END-EXEC                                                     00002290
           EVALUATE SQLCODE                                             00002300
               WHEN ZERO                                                00002310
                    ADD  1               TO IX                          00002320
                    MOVE VATO-ID         TO ATO0-A-ID        (IX)       00002330
                    MOVE VATO-CUENTA     TO ATO0-A-CUENTA    (IX)       00002340
                    MOVE VATO-NUMCLI     TO ATO0-A-NUMCLI    (IX)       00002350
                    MOVE VATO-FECCAMBIO  TO ATO0-A-FECCAMBIO (IX)       00002360
                    MOVE VATO-HORCAMBIO  TO ATO0-A-HORCAMBIO (IX)       00002370
                    MOVE VATO-CAMPO      TO ATO0-A-CAMPO     (IX)       00002380
                    MOVE VATO-USU-CAMBIO TO ATO0-A-USU-CAMBIO (IX)      00002390
                    MOVE VATO-TER-CAMBIO TO ATO0-A-TER-CAMBIO (IX)      00002400
                    MOVE VATO-TIPOSAL    TO ATO0-A-TIPOSAL   (IX)       00002410
                    MOVE VATO-FECSALIDA  TO ATO0-A-FECSALIDA (IX)       00002420
                    MOVE VATO-IMPVENTAS  TO ATO0-A-IMPVENTAS (IX)       00002430
                    MOVE VATO-TITTRASP   TO ATO0-A-TITTRASP  (IX)       00002440
                    MOVE VATO-FECALERTA  TO ATO0-A-FECALERTA (IX)       00002450
               WHEN 100                                                 00002460
                    CONTINUE                                            00002470
               WHEN OTHER                                               00002480
                    PERFORM 8900-ERROR-SQL                              00002490
           END-EVALUATE                                                 00002500
           .                                                            00002510
      *                                                                *00002520
      *----------------------------------------------------------------*00002530
       3000-LIBERA-ALERTA.                                              00002540
      *----------------------------------------------------------------*00002550
           IF ATO0-ID NOT > ZEROS                                       00002560
              MOVE '02'                  TO ATO0-COD-RETORNO            00002570
              MOVE 'VLE2369'             TO ATO0-COD-ERROR-DEV          00002580
              MOVE 'ID ALERT'            TO ATO0-VAR1-ERROR             00002590
              PERFORM 9999-FIN                                          00002600
           END-IF                                                       00002610
                                                                        00002620
      *    LA LIBERACION EXIGE MOTIVO DOCUMENTADO                       00002630
           IF ATO0-MOTIVO = SPACES                                      00002640
              MOVE '03'                  TO ATO0-COD-RETORNO            00002650
              MOVE 'VLE2369'             TO ATO0-COD-ERROR-DEV          00002660
              MOVE 'MOTIVO  '            TO ATO0-VAR1-ERROR             00002670
              PERFORM 9999-FIN                                          00002680
           END-IF                                                       00002690
                                                                        00002700
           MOVE ATO0-ID TO VATO-ID                                      00002710
           EXEC SQL                                                     00002720
                SELECT  VATO_CUENTA                                     00002730
                     ,  VATO_NUMCLI                                     00002740
                     ,  VATO_FECCAMBIO                                  00002750
                     ,  VATO_HORCAMBIO                                  00002760
                     ,  VATO_CAMPO                                      00002770
                     ,  VATO_ESTADO                                     00002780
                  INTO :VATO-CUENTA                                     00002790
                     , :VATO-NUMCLI                                     00002800
                     , :VATO-FECCAMBIO                                  00002810
                     , :VATO-HORCAMBIO                                  00002820
                     , :VATO-CAMPO                                      00002830
                     , :VATO-ESTADO                                     00002840
                  FROM  VLDTATO                                         00002850
                 WHERE  VATO_ID = :VATO-ID                              00002860
           END-EXEC                                                     00002870
           IF SQLCODE = 100                                             00002880
              MOVE '04'                  TO ATO0-COD-RETORNO            00002890
              MOVE 'VLE2370'             TO ATO0-COD-ERROR-DEV          00002900
              MOVE 'VLDTATO '            TO ATO0-VAR1-ERROR             00002910
              PERFORM 9999-FIN                                          00002920
           END-IF                                                       00002930
           IF SQLCODE NOT = ZERO                                        00002940
              PERFORM 8900-ERROR-SQL                                    00002950
           END-IF                                                       00002960
                                                                        00002970
      *    SOLO SE LIBERAN ALERTAS BLOQUEADAS                           00002980
           IF NOT VATO-BLOQUEADA                                        00002990
              MOVE '05'                  TO ATO0-COD-RETORNO            00003000
              MOVE 'VLE2371'             TO ATO0-COD-ERROR-DEV          00003010
              MOVE 'ESTADO  '            TO ATO0-VAR1-ERROR             00003020
              PERFORM 9999-FIN                                          00003030
           END-IF                                                       00003040
                                                                        00003050
           MOVE 'L'                 TO VATO-ESTADO                      00003060
           MOVE ATO0-MOTIVO         TO VATO-MOTIVO-LIB                  00003070
           MOVE ATO0-USERID         TO VATO-USUARIO-LIB                 00003080
                                       VATO-USUARIO                     00003090
           MOVE ATO0-FECHA-OPER     TO VATO-FECLIB                      00003100
           MOVE VATO-FECLIB         TO VATO-FEULMOD                     00003110
           MOVE ATO0-TERMINAL       TO VATO-NUMTER                      00003120
                                                                        00003130
           EXEC SQL                                                     00003140
                UPDATE VLDTATO                                          00003150
                   SET VATO_ESTADO      = :VATO-ESTADO                  00003160
                     , VATO_MOTIVO_LIB  = :VATO-MOTIVO-LIB              00003170
                     , VATO_USUARIO_LIB = :VATO-USUARIO-LIB             00003180
                     , VATO_FECLIB      = :VATO-FECLIB                  00003190
                     , VATO_FEULMOD     = :VATO-FEULMOD                 00003200
                     , VATO_NUMTER      = :VATO-NUMTER                  00003210
                     , VATO_USUARIO     = :VATO-USUARIO                 00003220
                 WHERE VATO_ID          = :VATO-ID                      00003230
                   AND VATO_ESTADO      = 'B'                           00003240
           END-EXEC                                                     00003250
           IF SQLCODE NOT = ZERO                                        00003260
              PERFORM 8900-ERROR-SQL                                    00003270
           END-IF                                                       00003280
                                                                        00003290
           PERFORM 8000-GRABA-AUDITORIA                                 00003300
           .                                                            00003310
      *                                                                *00003320
      *----------------------------------------------------------------*00003330
       8000-GRABA-AUDITORIA.                                            00003340
      *----------------------------------------------------------------*00003350
           MOVE ATO0-FECHA-OPER       TO  VL7LOG-FECHA                  00003360
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00003370
           MOVE ATO0-TERMINAL         TO  VL7LOG-NUMTER                 00003380
           MOVE ATO0-USERID           TO  VL7LOG-NUMUSER                00003390
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00003400
           MOVE 'VLDTATO'             TO  VL7LOG-TABLA                  00003410
           MOVE 'UPDATE'              TO  VL7LOG-OPERACION              00003420
           MOVE LENGTH OF DCLVLDTATO  TO  VL7LOG-REGISTRO-LEN           00003430
           MOVE SPACES                TO  LOGVLDTATO                    00003440
           MOVE DCLVLDTATO            TO  LOGVLDTATO                    00003450
           MOVE LOGVLDTATO            TO  VL7LOG-REGISTRO-TEXT          00003460
                                                                        00003470
           EXEC CICS                                                    00003480
              LINK PROGRAM (VL7CRLOG)                                   00003490
              COMMAREA (W-VLWCLOG0)                                     00003500
           END-EXEC                                                     00003510
                                                                        00003520
           IF VL7LOG-CODRESP NOT = ZEROS                                00003530
              MOVE '98'                  TO ATO0-COD-RETORNO            00003540
              MOVE 'VLE0907'             TO ATO0-COD-ERROR-DEV          00003550
              MOVE 'VL7CRLOG'            TO ATO0-VAR1-ERROR             00003560
              PERFORM 9999-FIN                                          00003570
           END-IF                                                       00003580
           .                                                            00003590
      *                                                                *00003600
      *----------------------------------------------------------------*00003610
       8900-ERROR-SQL.                                                  00003620
      *----------------------------------------------------------------*00003630
           MOVE '99'                  TO ATO0-COD-RETORNO               00003640
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00003650
           MOVE 'VLE1000'             TO ATO0-COD-ERROR-DEV             00003660
           MOVE 'VLDTATO '            TO ATO0-VAR1-ERROR                00003670
           MOVE W-SQLCODE-EDIT        TO ATO0-VAR2-ERROR                00003680
           PERFORM 9999-FIN.                                            00003690
      *                                                                *00003700
      *----------------------------------------------------------------*00003710
       9999-FIN.                                                        00003720
      *----------------------------------------------------------------*00003730
           EXEC CICS                                                    00003740
              RETURN                                                    00003750
           END-EXEC.                                                    00003760
      *=================================================================00003770
      *   FIN DEL PROGRAMA                                              00003780
      *=================================================================00003790
