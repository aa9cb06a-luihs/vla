      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CMCC0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : GESTION DE CASOS DE CONDUCTA DE MERCADO - VLDTMCC*00000080
      *OBJETIVO     : COLA DE TRABAJO DE CUMPLIMIENTO SOBRE LOS CASOS  *00000090
      *               QUE PERSISTE VL4CMCON (CRUCES ENTRE CUENTAS      *00000100
      *               VINCULADAS E IDAS Y VUELTAS), CON EL MISMO CICLO *00000110
      *               QUE LOS CASOS UIF DE VL7CUIC0:                   *00000120
      *                 C = CONSULTA DE LA COLA (CASOS ABIERTOS)       *00000130
      *                 T = TOMAR CASO (PASA A 'R' EN REVISION)        *00000140
      *                 U = REPORTAR AL REGULADOR (PASA A 'U')         *00000150
      *                 D = DESCARTAR CON MOTIVO OBLIGATORIO ('D')     *00000160
      *               LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        *00000170
      *               VLDTENT (VL9CENT0). CADA CAMBIO DE ESTADO QUEDA  *00000180
      *               AUDITADO EN VLDTRLOG VIA VL7CRLOG. MIENTRAS UN   *00000190
      *               CASO ESTA ABIERTO VL4CMCON SUPRIME LOS HALLAZGOS *00000200
      *               REPETIDOS DEL MISMO CLIENTE, REGLA Y VALOR.      *00000210
      ******************************************************************00000220
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000230
      *--------- ---------- ----------------- -------------------------*00000240
      *RITM49174 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000250
      *----------------------------------------------------------------*00000260
      ******************************************************************00000270
      *                                                                 00000280
      *=================================================================00000290
       ENVIRONMENT DIVISION.                                            00000300
      *=================================================================00000310
       CONFIGURATION SECTION.                                           00000320
      *-----------------------------------------------------------------00000330
       SPECIAL-NAMES.                                                   00000340
      *--------------                                                   00000350
                                                                        00000360
      *=================================================================00000370
       DATA DIVISION.                                                   00000380
      *=================================================================00000390
                                                                        00000400
      *-----------------------------------------------------------------00000410
       WORKING-STORAGE SECTION.                                         00000420
      *-----------------------------------------------------------------00000430
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CMCC0'.   00000440
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000450
                                                                        00000460
      *-----------------------------------------------------------------00000470
      *    VARIABLES.                                                   00000480
      *-----------------------------------------------------------------00000490
       01  W-VARIABLES.                                                 00000500
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000510
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000520
           03 W-HORA-CURRENT.                                           00000530
              05  W-HORA               PIC 99.                          00000540
              05  W-MINUTOS            PIC 99.                          00000550
              05  W-SEGUNDOS           PIC 99.                          00000560
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000570
                                                                        00000580
      ** COPY PARA RUTINA VL7CRLOG                                      00000590
       01 W-VLWCLOG0.                                                   00000600
           COPY VLWCLOG0.                                               00000610
       01 LOGVLDTMCC               PIC X(500).                          00000620
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000630
           COPY VLCPTEN0.                                               00000640
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000650
                                                                        00000660
      *    CASOS DE CONDUCTA DE MERCADO                                 00000670
           COPY VLCPTMCC.                                               00000680
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
                DECLARE VLDCMCC1  CURSOR FOR                            00000790
                SELECT  VMCC_ID                                         00000800
                     ,  VMCC_FECHA                                      00000810
                     ,  VMCC_NUMCLI                                     00000820
                     ,  VMCC_CUENTA                                     00000830
                     ,  VMCC_REGLA                                      00000840
                     ,  VMCC_NUMCLI_CP                                  00000850
                     ,  VMCC_CUENTA_CP                                  00000860
                     ,  VMCC_CODVALOR                                   00000870
                     ,  VMCC_TITULOS                                    00000880
                     ,  VMCC_VARPRECIO                                  00000890
                     ,  VMCC_DETALLE                                    00000900
                     ,  VMCC_ESTADO                                     00000910
                     ,  VMCC_USUARIO_GEST                               00000920
                  FROM  VLDTMCC                                         00000930
                 WHERE  VMCC_ESTADO IN ('N', 'R')                       00000940
                 ORDER  BY VMCC_FECHA, VMCC_ID                          00000950
           END-EXEC.                                                    00000960
                                                                        00000970
      *---------------*                                                 00000980
       LINKAGE SECTION.                                                 00000990
      *---------------*                                                 00001000
       01  DFHCOMMAREA.                                                 00001010
           05  MCC0-DATOS-ENTRADA.                                      00001020
               10  MCC0-ACCION         PIC X(01).                       00001030
                   88  MCC0-CONSULTA       VALUE 'C'.                   00001040
                   88  MCC0-TOMAR          VALUE 'T'.                   00001050
                   88  MCC0-REPORTAR       VALUE 'U'.                   00001060
                   88  MCC0-DESCARTAR      VALUE 'D'.                   00001070
               10  MCC0-ID             PIC 9(09).                       00001080
               10  MCC0-MOTIVO         PIC X(40).                       00001090
               10  MCC0-FECHA-OPER     PIC X(08).                       00001100
               10  MCC0-TERMINAL       PIC X(04).                       00001110
               10  MCC0-USERID         PIC X(08).                       00001120
           05  MCC0-DATOS-SALIDA.                                       00001130
               10  MCC0-COD-RETORNO    PIC X(02).                       00001140
               10  MCC0-COD-ERROR-DEV  PIC X(07).                       00001150
               10  MCC0-VAR1-ERROR     PIC X(08).                       00001160
               10  MCC0-VAR2-ERROR     PIC X(05).                       00001170
               10  MCC0-NUM-OCCURS     PIC 9(02).                       00001180
               10  MCC0-CASOS OCCURS 15 TIMES.                          00001190
                   15  MCC0-C-ID           PIC 9(09).                   00001200
                   15  MCC0-C-FECHA        PIC 9(08).                   00001210
                   15  MCC0-C-NUMCLI       PIC 9(08).                   00001220
                   15  MCC0-C-CUENTA       PIC 9(07).                   00001230
                   15  MCC0-C-REGLA        PIC X(08).                   00001240
                   15  MCC0-C-NUMCLI-CP    PIC 9(08).                   00001250
                   15  MCC0-C-CUENTA-CP    PIC 9(07).                   00001260
                   15  MCC0-C-CODVALOR     PIC X(12).                   00001270
                   15  MCC0-C-TITULOS      PIC 9(13)V9(02).             00001280
                   15  MCC0-C-VARPRECIO    PIC S9(03)V9(02).            00001290
                   15  MCC0-C-DETALLE      PIC X(40).                   00001300
                   15  MCC0-C-ESTADO       PIC X(01).                   00001310
                   15  MCC0-C-GESTOR       PIC X(08).                   00001320
      *-----------------------------------------------------------------00001330
                                                                        00001340
      *==================                                               00001350
       PROCEDURE DIVISION.                                              00001360
      *==================                                               00001370
           PERFORM 1000-INICIO                                          00001380
           EVALUATE TRUE                                                00001390
               WHEN MCC0-CONSULTA                                       00001400
                    PERFORM 2000-CONSULTA-COLA                          00001410
               WHEN MCC0-TOMAR                                          00001420
                    PERFORM 3000-CAMBIA-ESTADO                          00001430
               WHEN MCC0-REPORTAR                                       00001440
                    PERFORM 3000-CAMBIA-ESTADO                          00001450
               WHEN MCC0-DESCARTAR                                      00001460
                    PERFORM 3000-CAMBIA-ESTADO                          00001470
               WHEN OTHER                                               00001480
                    MOVE '01'                  TO MCC0-COD-RETORNO      00001490
                    MOVE 'VLE2354'             TO MCC0-COD-ERROR-DEV    00001500
                    MOVE 'ACCION  '            TO MCC0-VAR1-ERROR       00001510
           END-EVALUATE                                                 00001520
           PERFORM 9999-FIN.                                            00001530
                                                                        00001540
      *---------------------------------------------------------------- 00001550
       1000-INICIO.                                                     00001560
      *---------------------------------------------------------------- 00001570
           INITIALIZE      MCC0-DATOS-SALIDA                            00001580
                           DCLVLDTMCC.                                  00001590
                                                                        00001600
           MOVE '00'                TO  MCC0-COD-RETORNO                00001610
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001620
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001630
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001640
           IF NOT MCC0-CONSULTA                                         00001650
              INITIALIZE VL9CENT0-AREA                                  00001660
              MOVE MCC0-USERID        TO ENT0-USUARIO                   00001670
              MOVE 'VL7CMCC0'        TO ENT0-CODTRAN                    00001680
              MOVE MCC0-ACCION        TO ENT0-ACCION                    00001690
              MOVE MCC0-FECHA-OPER    TO ENT0-FECHA                     00001700
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001710
              MOVE MCC0-TERMINAL      TO ENT0-TERMINAL                  00001720
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001730
              IF ENT0-CODRESP NOT = ZEROS                               00001740
                 MOVE '99'              TO MCC0-COD-RETORNO             00001750
                 MOVE 'VLE1000'         TO MCC0-COD-ERROR-DEV           00001760
                 MOVE 'VLDTENT '        TO MCC0-VAR1-ERROR              00001770
                 PERFORM 9999-FIN                                       00001780
              END-IF                                                    00001790
              IF ENT0-PERMITIDO NOT = 'S'                               00001800
                 MOVE '91'              TO MCC0-COD-RETORNO             00001810
                 MOVE 'VLE2278'         TO MCC0-COD-ERROR-DEV           00001820
                 MOVE MCC0-USERID        TO MCC0-VAR1-ERROR             00001830
                 PERFORM 9999-FIN                                       00001840
              END-IF                                                    00001850
           END-IF                                                       00001860
           .                                                            00001870
      *                                                                *00001880
      *----------------------------------------------------------------*00001890
       2000-CONSULTA-COLA.                                              00001900
      *----------------------------------------------------------------*00001910
           EXEC SQL                                                     00001920
                OPEN VLDCMCC1                                           00001930
           END-EXEC                                                     00001940
           IF SQLCODE NOT = ZERO                                        00001950
              PERFORM 8900-ERROR-SQL                                    00001960
           END-IF                                                       00001970
                                                                        00001980
           MOVE ZEROS TO IX                                             00001990
           PERFORM 2100-FETCH-CASO                                      00002000
              UNTIL IX NOT < 15 OR SQLCODE NOT = ZERO                   00002010
                                                                        00002020
           EXEC SQL                                                     00002030
                CLOSE VLDCMCC1                                          00002040
           END-EXEC                                                     00002050
           IF SQLCODE NOT = ZERO                                        00002060
              PERFORM 8900-ERROR-SQL                                    00002070
           END-IF                                                       00002080
                                                                        00002090
           MOVE IX                  TO MCC0-NUM-OCCURS                  00002100
           .                                                            00002110
      *                                                                *00002120
      *----------------------------------------------------------------*00002130
       2100-FETCH-CASO.                                                 00002140
      *----------------------------------------------------------------*00002150
           EXEC SQL                                                     00002160
                FETCH VLDCMCC1                                          00002170
                 INTO :VMCC-ID                                          00002180
                    , :VMCC-FECHA                                       00002190
                    , :VMCC-NUMCLI                                      00002200
                    , :VMCC-CUENTA                                      00002210
                    , :VMCC-REGLA                                       00002220
                    , :VMCC-NUMCLI-CP                                   00002230
                    , :VMCC-CUENTA-CP                                   00002240
                    , :VMCC-CODVALOR                                    00002250
                    , :VMCC-TITULOS                                     00002260
                    , :VMCC-VARPRECIO                                   00002270
                    , :VMCC-DETALLE                                     00002280
                    , :VMCC-ESTADO                                      00002290
                    , :VMCC-USUARIO-GEST                                00002300
           END-EXEC                                                     00002310
           EVALUATE SQLCODE                                             00002320
               WHEN ZERO                                                00002330
                    ADD  1               TO IX                          00002340
                    MOVE VMCC-ID         TO MCC0-C-ID      (IX)         00002350
                    MOVE VMCC-FECHA      TO MCC0-C-FECHA   (IX)         00002360
                    MOVE VMCC-NUMCLI     TO MCC0-C-NUMCLI  (IX)         00002370
                    MOVE VMCC-CUENTA     TO MCC0-C-CUENTA  (IX)         00002380
                    MOVE VMCC-REGLA      TO MCC0-C-REGLA   (IX)         00002390
                    MOVE VMCC-NUMCLI-CP  TO MCC0-C-NUMCLI-CP (IX)       00002400
                    MOVE VMCC-CUENTA-CP  TO MCC0-C-CUENTA-CP (IX)       00002410
                    MOVE VMCC-CODVALOR   TO MCC0-C-CODVALOR  (IX)       00002420
                    MOVE VMCC-TITULOS    TO MCC0-C-TITULOS   (IX)       00002430
                    MOVE VMCC-VARPRECIO  TO MCC0-C-VARPRECIO (IX)       00002440
                    MOVE VMCC-DETALLE    TO MCC0-C-DETALLE (IX)         00002450
                    MOVE VMCC-ESTADO     TO MCC0-C-ESTADO  (IX)         00002460
                    MOVE VMCC-USUARIO-GEST                              00002470
                                         TO MCC0-C-GESTOR  (IX)         00002480
               WHEN 100                                                 00002490
                    CONTINUE                                            00002500
               WHEN OTHER                                               00002510
                    PERFORM 8900-ERROR-SQL                              00002520
           END-EVALUATE                                                 00002530
           .                                                            00002540
      *                                                                *00002550
      *----------------------------------------------------------------*00002560
       3000-CAMBIA-ESTADO.                                              00002570
      *----------------------------------------------------------------*00002580
           IF MCC0-ID NOT > ZEROS                                       00002590
              MOVE '02'                  TO MCC0-COD-RETORNO            00002600
              MOVE 'VLE2355'             TO MCC0-COD-ERROR-DEV          00002610
              MOVE 'ID CASO '            TO MCC0-VAR1-ERROR             00002620
              PERFORM 9999-FIN                                          00002630
           END-IF                                                       00002640
                                                                        00002650
      *    EL DESCARTE EXIGE MOTIVO DOCUMENTADO                         00002660
           IF MCC0-DESCARTAR AND MCC0-MOTIVO = SPACES                   00002670
              MOVE '03'                  TO MCC0-COD-RETORNO            00002680
              MOVE 'VLE2356'             TO MCC0-COD-ERROR-DEV          00002690
              MOVE 'MOTIVO  '            TO MCC0-VAR1-ERROR             00002700
              PERFORM 9999-FIN                                          00002710
           END-IF                                                       00002720
                                                                        00002730
           MOVE MCC0-ID TO VMCC-ID                                      00002740
           EXEC SQL                                                     00002750
                SELECT  VMCC_NUMCLI                                     00002760
                     ,  VMCC_REGLA                                      00002770
                     ,  VMCC_ESTADO                                     00002780
                  INTO :VMCC-NUMCLI                                     00002790
                     , :VMCC-REGLA                                      00002800
                     , :VMCC-ESTADO                                     00002810
                  FROM  VLDTMCC                                         00002820
                 WHERE  VMCC_ID = :VMCC-ID                              00002830
           END-EXEC                                                     00002840
           IF SQLCODE = 100                                             00002850
              MOVE '04'                  TO MCC0-COD-RETORNO            00002860
              MOVE 'VLE2357'             TO MCC0-COD-ERROR-DEV          00002870
              MOVE 'VLDTMCC '            TO MCC0-VAR1-ERROR             00002880
              PERFORM 9999-FIN                                          00002890
           END-IF                                                       00002900
           IF SQLCODE NOT = ZERO                                        00002910
              PERFORM 8900-ERROR-SQL                                    00002920
           END-IF                                                       00002930
                                                                        00002940
      *    SOLO LOS CASOS ABIERTOS SE PUEDEN TRABAJAR                   00002950
           IF NOT VMCC-ABIERTO                                          00002960
              MOVE '05'                  TO MCC0-COD-RETORNO            00002970
              MOVE 'VLE2358'             TO MCC0-COD-ERROR-DEV          00002980
              MOVE 'ESTADO  '            TO MCC0-VAR1-ERROR             00002990
              PERFORM 9999-FIN                                          00003000
           END-IF                                                       00003010
                                                                        00003020
           EVALUATE TRUE                                                00003030
               WHEN MCC0-TOMAR                                          00003040
                    MOVE 'R'             TO VMCC-ESTADO                 00003050
               WHEN MCC0-REPORTAR                                       00003060
                    MOVE 'U'             TO VMCC-ESTADO                 00003070
               WHEN MCC0-DESCARTAR                                      00003080
                    MOVE 'D'             TO VMCC-ESTADO                 00003090
           END-EVALUATE                                                 00003100
           MOVE MCC0-MOTIVO         TO VMCC-MOTIVO-CIERRE               00003110
           MOVE MCC0-USERID         TO VMCC-USUARIO-GEST                00003120
           MOVE MCC0-FECHA-OPER     TO VMCC-FECULT                      00003130
                                                                        00003140
           EXEC SQL                                                     00003150
                UPDATE VLDTMCC                                          00003160
                   SET VMCC_ESTADO        = :VMCC-ESTADO                00003170
                     , VMCC_MOTIVO_CIERRE = :VMCC-MOTIVO-CIERRE         00003180
                     , VMCC_USUARIO_GEST  = :VMCC-USUARIO-GEST          00003190
                     , VMCC_FECULT        = :VMCC-FECULT                00003200
                 WHERE VMCC_ID            = :VMCC-ID                    00003210
           END-EXEC                                                     00003220
           IF SQLCODE NOT = ZERO                                        00003230
              PERFORM 8900-ERROR-SQL                                    00003240
           END-IF                                                       00003250
                                                                        00003260
           PERFORM 8000-GRABA-AUDITORIA                                 00003270
           .                                                            00003280
      *                                                                *00003290
      *----------------------------------------------------------------*00003300
       8000-GRABA-AUDITORIA.                                            00003310
      *----------------------------------------------------------------*00003320
           MOVE MCC0-FECHA-OPER       TO  VL7LOG-FECHA                  00003330
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00003340
           MOVE MCC0-TERMINAL         TO  VL7LOG-NUMTER                 00003350
           MOVE MCC0-USERID           TO  VL7LOG-NUMUSER                00003360
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00003370
           MOVE 'VLDTMCC'             TO  VL7LOG-TABLA                  00003380
           MOVE 'UPDATE'              TO  VL7LOG-OPERACION              00003390
           MOVE LENGTH OF DCLVLDTMCC  TO  VL7LOG-REGISTRO-LEN           00003400
           MOVE SPACES                TO  LOGVLDTMCC                    00003410
           MOVE DCLVLDTMCC            TO  LOGVLDTMCC                    00003420
           MOVE LOGVLDTMCC            TO  VL7LOG-REGISTRO-TEXT          00003430
                                                                        00003440
           EXEC CICS                                                    00003450
              LINK PROGRAM (VL7CRLOG)                                   00003460
              COMMAREA (W-VLWCLOG0)                                     00003470
           END-EXEC                                                     00003480
                                                                        00003490
           IF VL7LOG-CODRESP NOT = ZEROS                                00003500
              MOVE '98'                  TO MCC0-COD-RETORNO            00003510
              MOVE 'VLE0907'             TO MCC0-COD-ERROR-DEV          00003520
              MOVE 'VL7CRLOG'            TO MCC0-VAR1-ERROR             00003530
              PERFORM 9999-FIN                                          00003540
           END-IF                                                       00003550
           .                                                            00003560
      *                                                                *00003570
      *----------------------------------------------------------------*00003580
       8900-ERROR-SQL.                                                  00003590
      *----------------------------------------------------------------*00003600
           MOVE '99'                  TO MCC0-COD-RETORNO               00003610
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00003620
           MOVE 'VLE1000'             TO MCC0-COD-ERROR-DEV             00003630
           MOVE 'VLDTMCC '            TO MCC0-VAR1-ERROR                00003640
           MOVE W-SQLCODE-EDIT        TO MCC0-VAR2-ERROR                00003650
           PERFORM 9999-FIN.                                            00003660
      *                                                                *00003670
      *----------------------------------------------------------------*00003680
       9999-FIN.                                                        00003690
      *----------------------------------------------------------------*00003700
           EXEC CICS                                                    00003710
              RETURN                                                    00003720
           END-EXEC.                                                    00003730
      *=================================================================00003740
      *   FIN DEL PROGRAMA                                              00003750
      *=================================================================00003760
