      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CCTP0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO DEL MAESTRO DE CONTRAPARTES        *00000080
      *               (VLDTCTP) Y DE SUS LIMITES POR MONEDA (VLDTLCP)  *00000090
      *OBJETIVO     : 'A' DA DE ALTA UNA CONTRAPARTE (CLAVE = CODIGO   *00000100
      *               VOPE_BANQUE), 'M' MODIFICA NOMBRE, TIPO, PAIS,   *00000110
      *               ESTADO Y DIAS DE ANTIGUEDAD DE FALLIDAS, 'B' LA  *00000120
      *               DA DE BAJA SI YA NO TIENE LIMITES NI OPERACIONES *00000130
      *               PENDIENTES DE LIQUIDAR, 'L' FIJA EL LIMITE DE    *00000140
      *               UNA MONEDA (LIMITE CERO LO RETIRA) Y 'C' LA      *00000150
      *               CONSULTA CON SUS LIMITES. LA MONEDA DEBE SER PEN *00000160
      *               O TENER TIPO DE CAMBIO EN VLDTFXR. LOS LIMITES   *00000170
      *               LOS USA EL REPORTE DE EXPOSICION VL4CCTPE. CADA  *00000180
      *               CAMBIO SE AUDITA EN VLDTRLOG VIA VL7CRLOG.       *00000190
      ******************************************************************00000200
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000210
      *--------- ---------- ----------------- -------------------------*00000220
      *RITM49163 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000230
      *--------- ---------- ----------------- -------------------------*00000240
      ******************************************************************00000250
      *                                                                 00000260
      *=================================================================00000270
       ENVIRONMENT DIVISION.                                            00000280
      *=================================================================00000290
       CONFIGURATION SECTION.                                           00000300
      *-----------------------------------------------------------------00000310
       SPECIAL-NAMES.                                                   00000320
      *--------------                                                   00000330
                                                                        00000340
      *=================================================================00000350
       DATA DIVISION.                                                   00000360
      *=================================================================00000370
                                                                        00000380
      *-----------------------------------------------------------------00000390
       WORKING-STORAGE SECTION.                                         00000400
      *-----------------------------------------------------------------00000410
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CCTP0'.   00000420
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000430
                                                                        00000440
      *-----------------------------------------------------------------00000450
      *    VARIABLES.                                                   00000460
      *-----------------------------------------------------------------00000470
       01  W-VARIABLES.                                                 00000480
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000490
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000500
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000510
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000520
           03 W-NUM-FILAS              PIC S9(9) COMP  VALUE ZEROS.     00000530
           03 W-TABLA-ERROR            PIC X(08)       VALUE SPACES.    00000540
           03 W-SW-FIN-CUR             PIC X(01)       VALUE 'N'.       00000550
              88 FIN-CUR-LCP                           VALUE 'S'.       00000560
           03 W-HORA-CURRENT.                                           00000570
              05  W-HORA               PIC 99.                          00000580
              05  W-MINUTOS            PIC 99.                          00000590
              05  W-SEGUNDOS           PIC 99.                          00000600
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000610
                                                                        00000620
      ** COPY PARA RUTINA VL7CRLOG                                      00000630
       01 W-VLWCLOG0.                                                   00000640
           COPY VLWCLOG0.                                               00000650
       01 LOGVLDTCTP               PIC X(500).                          00000660
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000670
           COPY VLCPTEN0.                                               00000680
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000690
                                                                        00000700
      *    CONTRAPARTES Y LIMITES POR MONEDA                            00000710
           COPY VLCPTCTP.                                               00000720
           COPY VLCPTLCP.                                               00000730
                                                                        00000740
      *-----------------------------------------------------------------00000750
      *    INCLUDES (DEFINICION DE TABLAS).                             00000760
      *-----------------------------------------------------------------00000770
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000780
                                                                        00000790
      *-----------------------------------------------------------------00000800
      *                   C U R S O R E S                              *00000810
      *-----------------------------------------------------------------00000820
      *    LIMITES DE LA CONTRAPARTE                                    00000830
           EXEC SQL                                                     00000840
                DECLARE VLDCLCP1  CURSOR FOR                            00000850
                SELECT  VLCP_MONEDA                                     00000860
                     ,  VLCP_LIMITE                                     00000870
                     ,  VLCP_FEULMOD                                    00000880
                     ,  VLCP_USUARIO                                    00000890
                  FROM  VLDTLCP                                         00000900
                 WHERE  VLCP_BANQUE = :VCTP-BANQUE                      00000910
                 ORDER  BY VLCP_MONEDA                                  00000920
           END-EXEC.                                                    00000930
                                                                        00000940
      *---------------*                                                 00000950
       LINKAGE SECTION.                                                 00000960
      *---------------*                                                 00000970
       01  DFHCOMMAREA.                                                 00000980
           05  CTP0-DATOS-ENTRADA.                                      00000990
               10  CTP0-ACCION         PIC X(01).                       00001000
                   88  CTP0-ALTA           VALUE 'A'.                   00001010
                   88  CTP0-MODIFICA       VALUE 'M'.                   00001020
                   88  CTP0-BAJA           VALUE 'B'.                   00001030
                   88  CTP0-FIJA-LIMITE    VALUE 'L'.                   00001040
                   88  CTP0-CONSULTA       VALUE 'C'.                   00001050
               10  CTP0-BANQUE         PIC X(08).                       00001060
               10  CTP0-NOMBRE         PIC X(60).                       00001070
               10  CTP0-TIPO           PIC X(01).                       00001080
               10  CTP0-PAIS           PIC X(03).                       00001090
               10  CTP0-ESTADO         PIC X(01).                       00001100
               10  CTP0-DIAS-FALLA     PIC 9(03).                       00001110
               10  CTP0-MONEDA         PIC X(03).                       00001120
               10  CTP0-LIMITE         PIC 9(13)V9(2).                  00001130
               10  CTP0-FECHA-OPER     PIC X(08).                       00001140
               10  CTP0-TERMINAL       PIC X(04).                       00001150
               10  CTP0-USERID         PIC X(08).                       00001160
           05  CTP0-DATOS-SALIDA.                                       00001170
               10  CTP0-COD-RETORNO    PIC X(02).                       00001180
               10  CTP0-COD-ERROR-DEV  PIC X(07).                       00001190
               10  CTP0-VAR1-ERROR     PIC X(08).                       00001200
               10  CTP0-VAR2-ERROR     PIC X(05).                       00001210
               10  CTP0-S-NOMBRE       PIC X(60).                       00001220
               10  CTP0-S-TIPO         PIC X(01).                       00001230
               10  CTP0-S-PAIS         PIC X(03).                       00001240
               10  CTP0-S-ESTADO       PIC X(01).                       00001250
               10  CTP0-S-DIAS-FALLA   PIC 9(03).                       00001260
               10  CTP0-S-FEULMOD      PIC 9(08).                       00001270
               10  CTP0-S-USUARIO      PIC X(08).                       00001280
               10  CTP0-NUM-OCCURS     PIC 9(02).                       00001290
               10  CTP0-LIMITES OCCURS 20 TIMES.                        00001300
                   15  CTP0-L-MONEDA       PIC X(03).                   00001310
                   15  CTP0-L-LIMITE       PIC 9(13)V9(2).              00001320
                   15  CTP0-L-FEULMOD      PIC 9(08).                   00001330
                   15  CTP0-L-USUARIO      PIC X(08).                   00001340
      *-----------------------------------------------------------------00001350
                                                                        00001360
      *==================                                               00001370
       PROCEDURE DIVISION.                                              00001380
      *==================                                               00001390
           PERFORM 1000-INICIO                                          00001400
           EVALUATE TRUE                                                00001410
               WHEN CTP0-ALTA                                           00001420
                    PERFORM 2000-ALTA-CONTRAPARTE                       00001430
               WHEN CTP0-MODIFICA                                       00001440
                    PERFORM 2500-MODIFICA-CONTRAPARTE                   00001450
               WHEN CTP0-BAJA                                           00001460
                    PERFORM 3000-BAJA-CONTRAPARTE                       00001470
               WHEN CTP0-FIJA-LIMITE                                    00001480
                    PERFORM 3500-FIJA-LIMITE                            00001490
               WHEN CTP0-CONSULTA                                       00001500
                    PERFORM 4000-CONSULTA-CONTRAPARTE                   00001510
               WHEN OTHER                                               00001520
                    MOVE '01'                  TO CTP0-COD-RETORNO      00001530
                    MOVE 'VLE2329'             TO CTP0-COD-ERROR-DEV    00001540
                    MOVE 'ACCION  '            TO CTP0-VAR1-ERROR       00001550
           END-EVALUATE                                                 00001560
           PERFORM 9999-FIN.                                            00001570
                                                                        00001580
      *---------------------------------------------------------------- 00001590
       1000-INICIO.                                                     00001600
      *---------------------------------------------------------------- 00001610
           INITIALIZE      CTP0-DATOS-SALIDA                            00001620
                           DCLVLDTCTP                                   00001630
                           DCLVLDTLCP.                                  00001640
                                                                        00001650
           MOVE '00'                TO  CTP0-COD-RETORNO                00001660
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001670
           IF CTP0-BANQUE = SPACES                                      00001680
              MOVE '02'                 TO CTP0-COD-RETORNO             00001690
              MOVE 'VLE2329'            TO CTP0-COD-ERROR-DEV           00001700
              MOVE 'BANQUE  '           TO CTP0-VAR1-ERROR              00001710
              PERFORM 9999-FIN                                          00001720
           END-IF                                                       00001730
           MOVE CTP0-BANQUE         TO  VCTP-BANQUE                     00001740
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001750
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001760
           IF NOT CTP0-CONSULTA                                         00001770
              MOVE CTP0-FECHA-OPER    TO W-FECHA-OPER                   00001780
              IF W-FECHA-OPER NOT NUMERIC                               00001790
                 MOVE '02'              TO CTP0-COD-RETORNO             00001800
                 MOVE 'VLE2297'         TO CTP0-COD-ERROR-DEV           00001810
                 MOVE CTP0-FECHA-OPER   TO CTP0-VAR1-ERROR              00001820
                 PERFORM 9999-FIN                                       00001830
              END-IF                                                    00001840
              INITIALIZE VL9CENT0-AREA                                  00001850
              MOVE CTP0-USERID        TO ENT0-USUARIO                   00001860
              MOVE 'VL7CCTP0'        TO ENT0-CODTRAN                    00001870
              MOVE CTP0-ACCION        TO ENT0-ACCION                    00001880
              MOVE CTP0-FECHA-OPER    TO ENT0-FECHA                     00001890
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001900
              MOVE CTP0-TERMINAL      TO ENT0-TERMINAL                  00001910
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001920
              IF ENT0-CODRESP NOT = ZEROS                               00001930
                 MOVE '99'              TO CTP0-COD-RETORNO             00001940
                 MOVE 'VLE1000'         TO CTP0-COD-ERROR-DEV           00001950
                 MOVE 'VLDTENT '        TO CTP0-VAR1-ERROR              00001960
                 PERFORM 9999-FIN                                       00001970
              END-IF                                                    00001980
              IF ENT0-PERMITIDO NOT = 'S'                               00001990
                 MOVE '91'              TO CTP0-COD-RETORNO             00002000
                 MOVE 'VLE2278'         TO CTP0-COD-ERROR-DEV           00002010
                 MOVE CTP0-USERID        TO CTP0-VAR1-ERROR             00002020
                 PERFORM 9999-FIN                                       00002030
              END-IF                                                    00002040
           END-IF                                                       00002050
           .                                                            00002060
      *                                                                *00002070
      *----------------------------------------------------------------*00002080
       2000-ALTA-CONTRAPARTE.                                           00002090
      *----------------------------------------------------------------*00002100
           PERFORM 6000-VALIDA-DATOS                                    00002110
                                                                        00002120
           MOVE CTP0-NOMBRE          TO VCTP-NOMBRE                     00002130
           MOVE CTP0-TIPO            TO VCTP-TIPO                       00002140
           MOVE CTP0-PAIS            TO VCTP-PAIS                       00002150
           MOVE 'A'                  TO VCTP-ESTADO                     00002160
           MOVE CTP0-DIAS-FALLA      TO VCTP-DIAS-FALLA                 00002170
           MOVE W-FECHA-OPER-N       TO VCTP-FEULMOD                    00002180
           MOVE W-HORA-CURRENT-N     TO VCTP-HORULMOD                   00002190
           MOVE CTP0-TERMINAL        TO VCTP-NUMTER                     00002200
           MOVE CTP0-USERID          TO VCTP-USUARIO                    00002210
                                                                        00002220
           EXEC SQL                                                     00002230
                INSERT INTO VLDTCTP                                     00002240
                      ( VCTP_BANQUE                                     00002250
                      , VCTP_NOMBRE                                     00002260
                      , VCTP_TIPO                                       00002270
                      , VCTP_PAIS                                       00002280
                      , VCTP_ESTADO                                     00002290
                      , VCTP_DIAS_FALLA                                 00002300
                      , VCTP_FEULMOD                                    00002310
                      , VCTP_HORULMOD                                   00002320
                      , VCTP_NUMTER                                     00002330
                      , VCTP_USUARIO )                                  00002340
                VALUES                                                  00002350
                      ( :VCTP-BANQUE                                    00002360
                      , :VCTP-NOMBRE                                    00002370
                      , :VCTP-TIPO                                      00002380
                      , :VCTP-PAIS                                      00002390
                      , :VCTP-ESTADO                                    00002400
                      , :VCTP-DIAS-FALLA                                00002410
                      , :VCTP-FEULMOD                                   00002420
                      , :VCTP-HORULMOD                                  00002430
                      , :VCTP-NUMTER                                    00002440
                      , :VCTP-USUARIO )                                 00002450
           END-EXEC                                                     00002460
                                                                        00002470
           EVALUATE SQLCODE                                             00002480
               WHEN +000                                                00002490
                    CONTINUE                                            00002500
               WHEN -803                                                00002510
                    MOVE '03'                  TO CTP0-COD-RETORNO      00002520
                    MOVE 'VLE2330'             TO CTP0-COD-ERROR-DEV    00002530
                    MOVE 'YA EXIST'            TO CTP0-VAR1-ERROR       00002540
                    PERFORM 9999-FIN                                    00002550
               WHEN OTHER                                               00002560
                    MOVE 'VLDTCTP '            TO W-TABLA-ERROR         00002570
                    PERFORM 8900-ERROR-SQL                              00002580
           END-EVALUATE                                                 00002590
                                                                        00002600
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00002610
           PERFORM 8000-GRABA-AUDITORIA                                 00002620
           .                                                            00002630
      *                                                                *00002640
      *----------------------------------------------------------------*00002650
       2500-MODIFICA-CONTRAPARTE.                                       00002660
      *----------------------------------------------------------------*00002670
           PERFORM 7000-LEE-CONTRAPARTE                                 00002680
           PERFORM 6000-VALIDA-DATOS                                    00002690
           IF CTP0-ESTADO NOT = 'A' AND 'S'                             00002700
              MOVE '02'                  TO CTP0-COD-RETORNO            00002710
              MOVE 'VLE2329'             TO CTP0-COD-ERROR-DEV          00002720
              MOVE 'ESTADO  '            TO CTP0-VAR1-ERROR             00002730
              PERFORM 9999-FIN                                          00002740
           END-IF                                                       00002750
                                                                        00002760
      *    AUDITORIA DE LA IMAGEN ANTERIOR                              00002770
           MOVE 'SELECT  ' TO VL7LOG-OPERACION                          00002780
           PERFORM 8000-GRABA-AUDITORIA                                 00002790
                                                                        00002800
           MOVE CTP0-NOMBRE          TO VCTP-NOMBRE                     00002810
           MOVE CTP0-TIPO            TO VCTP-TIPO                       00002820
           MOVE CTP0-PAIS            TO VCTP-PAIS                       00002830
           MOVE CTP0-ESTADO          TO VCTP-ESTADO                     00002840
           MOVE CTP0-DIAS-FALLA      TO VCTP-DIAS-FALLA                 00002850
           MOVE W-FECHA-OPER-N       TO VCTP-FEULMOD                    00002860
           MOVE W-HORA-CURRENT-N     TO VCTP-HORULMOD                   00002870
           MOVE CTP0-TERMINAL        TO VCTP-NUMTER                     00002880
           MOVE CTP0-USERID          TO VCTP-USUARIO                    00002890
                                                                        00002900
           EXEC SQL                                                     00002910
                UPDATE VLDTCTP                                          00002920
                   SET VCTP_NOMBRE     = :VCTP-NOMBRE                   00002930
                     , VCTP_TIPO       = :VCTP-TIPO                     00002940
                     , VCTP_PAIS       = :VCTP-PAIS                     00002950
                     , VCTP_ESTADO     = :VCTP-ESTADO                   00002960
                     , VCTP_DIAS_FALLA = :VCTP-DIAS-FALLA               00002970
                     , VCTP_FEULMOD    = :VCTP-FEULMOD                  00002980
                     , VCTP_HORULMOD   = :VCTP-HORULMOD                 00002990
                     , VCTP_NUMTER     = :VCTP-NUMTER                   00003000
                     , VCTP_USUARIO    = :VCTP-USUARIO                  00003010
                 WHERE VCTP_BANQUE     = :VCTP-BANQUE                   00003020
           END-EXEC                                                     00003030
                                                                        00003040
           IF SQLCODE NOT = ZERO                                        00003050
              MOVE 'VLDTCTP '            TO W-TABLA-ERROR               00003060
              PERFORM 8900-ERROR-SQL                                    00003070
           END-IF                                                       00003080
                                                                        00003090
           MOVE 'UPDATE  ' TO VL7LOG-OPERACION                          00003100
           PERFORM 8000-GRABA-AUDITORIA                                 00003110
           .                                                            00003120
      *                                                                *00003130
      *----------------------------------------------------------------*00003140
       3000-BAJA-CONTRAPARTE.                                           00003150
      *----------------------------------------------------------------*00003160
           PERFORM 7000-LEE-CONTRAPARTE                                 00003170
                                                                        00003180
      *    LOS LIMITES SE RETIRAN ANTES CON 'L' Y LIMITE CERO           00003190
           EXEC SQL                                                     00003200
                SELECT  COUNT(*)                                        00003210
                  INTO :W-NUM-FILAS                                     00003220
                  FROM  VLDTLCP                                         00003230
                 WHERE  VLCP_BANQUE = :VCTP-BANQUE                      00003240
           END-EXEC                                                     00003250
           IF SQLCODE NOT = ZERO                                        00003260
              MOVE 'VLDTLCP '            TO W-TABLA-ERROR               00003270
              PERFORM 8900-ERROR-SQL                                    00003280
           END-IF                                                       00003290
           IF W-NUM-FILAS > ZEROS                                       00003300
              MOVE '04'                  TO CTP0-COD-RETORNO            00003310
              MOVE 'VLE2332'             TO CTP0-COD-ERROR-DEV          00003320
              MOVE 'LIMITES '            TO CTP0-VAR1-ERROR             00003330
              PERFORM 9999-FIN                                          00003340
           END-IF                                                       00003350
                                                                        00003360
      *    NI OPERACIONES AUN SIN LIQUIDAR CONTRA ELLA                  00003370
           EXEC SQL                                                     00003380
                SELECT  COUNT(*)                                        00003390
                  INTO :W-NUM-FILAS                                     00003400
                  FROM  VLDTOPE O                                       00003410
                 WHERE  O.VOPE_BANQUE = :VCTP-BANQUE                    00003420
                   AND  EXISTS                                          00003430
                        (SELECT 1 FROM VLDTDET D                        00003440
                          WHERE D.VDET_FECHOP = O.VOPE_FECHOP           00003450
                            AND D.VDET_PAVAL  = O.VOPE_PAVAL            00003460
                            AND D.VDET_VALOR  = O.VOPE_VALOR            00003470
                            AND D.VDET_ISIN   = O.VOPE_ISIN             00003480
                            AND D.VDET_FORMAT = O.VOPE_FORMAT           00003490
                            AND SUBSTR(D.VDET_DATOS_DETAL,              00003500
                                107, 1) <> 'P')                         00003510
           END-EXEC                                                     00003520
           IF SQLCODE NOT = ZERO                                        00003530
              MOVE 'VLDTOPE '            TO W-TABLA-ERROR               00003540
              PERFORM 8900-ERROR-SQL                                    00003550
           END-IF                                                       00003560
           IF W-NUM-FILAS > ZEROS                                       00003570
              MOVE '04'                  TO CTP0-COD-RETORNO            00003580
              MOVE 'VLE2332'             TO CTP0-COD-ERROR-DEV          00003590
              MOVE 'PENDIENT'            TO CTP0-VAR1-ERROR             00003600
              PERFORM 9999-FIN                                          00003610
           END-IF                                                       00003620
                                                                        00003630
      *    AUDITORIA DE LA IMAGEN QUE SE ELIMINA                        00003640
           MOVE 'ANT-DEL ' TO VL7LOG-OPERACION                          00003650
           PERFORM 8000-GRABA-AUDITORIA                                 00003660
                                                                        00003670
           EXEC SQL                                                     00003680
                DELETE FROM VLDTCTP                                     00003690
                 WHERE VCTP_BANQUE = :VCTP-BANQUE                       00003700
           END-EXEC                                                     00003710
                                                                        00003720
           IF SQLCODE NOT = ZERO                                        00003730
              MOVE 'VLDTCTP '            TO W-TABLA-ERROR               00003740
              PERFORM 8900-ERROR-SQL                                    00003750
           END-IF                                                       00003760
                                                                        00003770
           MOVE W-FECHA-OPER-N       TO VCTP-FEULMOD                    00003780
           MOVE W-HORA-CURRENT-N     TO VCTP-HORULMOD                   00003790
           MOVE CTP0-TERMINAL        TO VCTP-NUMTER                     00003800
           MOVE CTP0-USERID          TO VCTP-USUARIO                    00003810
           MOVE 'DELETE  ' TO VL7LOG-OPERACION                          00003820
           PERFORM 8000-GRABA-AUDITORIA                                 00003830
           .                                                            00003840
      *                                                                *00003850
      *----------------------------------------------------------------*00003860
       3500-FIJA-LIMITE.                                                00003870
      *----------------------------------------------------------------*00003880
           PERFORM 7000-LEE-CONTRAPARTE                                 00003890
           PERFORM 6500-VALIDA-MONEDA                                   00003900
           IF CTP0-LIMITE NOT NUMERIC                                   00003910
              MOVE '02'                  TO CTP0-COD-RETORNO            00003920
              MOVE 'VLE2329'             TO CTP0-COD-ERROR-DEV          00003930
              MOVE 'LIMITE  '            TO CTP0-VAR1-ERROR             00003940
              PERFORM 9999-FIN                                          00003950
           END-IF                                                       00003960
                                                                        00003970
           MOVE CTP0-BANQUE          TO VLCP-BANQUE                     00003980
           MOVE CTP0-MONEDA          TO VLCP-MONEDA                     00003990
           EXEC SQL                                                     00004000
                SELECT  VLCP_LIMITE                                     00004010
                     ,  VLCP_FEULMOD                                    00004020
                     ,  VLCP_HORULMOD                                   00004030
                     ,  VLCP_NUMTER                                     00004040
                     ,  VLCP_USUARIO                                    00004050
                  INTO :VLCP-LIMITE                                     00004060
                     , :VLCP-FEULMOD                                    00004070
                     , :VLCP-HORULMOD                                   00004080
                     , :VLCP-NUMTER                                     00004090
                     , :VLCP-USUARIO                                    00004100
                  FROM  VLDTLCP                                         00004110
                 WHERE  VLCP_BANQUE = :VLCP-BANQUE                      00004120
                   AND  VLCP_MONEDA = :VLCP-MONEDA                      00004130
           END-EXEC                                                     00004140
                                                                        00004150
           EVALUATE SQLCODE                                             00004160
               WHEN +000                                                00004170
      *             IMAGEN ANTERIOR DEL LIMITE                          00004180
                    IF CTP0-LIMITE = ZEROS                              00004190
                       MOVE 'ANT-DEL ' TO VL7LOG-OPERACION              00004200
                    ELSE                                                00004210
                       MOVE 'SELECT  ' TO VL7LOG-OPERACION              00004220
                    END-IF                                              00004230
                    PERFORM 8100-GRABA-AUDIT-LIMITE                     00004240
                    IF CTP0-LIMITE = ZEROS                              00004250
                       PERFORM 3600-BORRA-LIMITE                        00004260
                    ELSE                                                00004270
                       PERFORM 3700-ACTUALIZA-LIMITE                    00004280
                    END-IF                                              00004290
               WHEN +100                                                00004300
                    IF CTP0-LIMITE = ZEROS                              00004310
                       MOVE '04'               TO CTP0-COD-RETORNO      00004320
                       MOVE 'VLE2331'          TO CTP0-COD-ERROR-DEV    00004330
                       MOVE 'LIMITE  '         TO CTP0-VAR1-ERROR       00004340
                       PERFORM 9999-FIN                                 00004350
                    END-IF                                              00004360
                    PERFORM 3800-INSERTA-LIMITE                         00004370
               WHEN OTHER                                               00004380
                    MOVE 'VLDTLCP '            TO W-TABLA-ERROR         00004390
                    PERFORM 8900-ERROR-SQL                              00004400
           END-EVALUATE                                                 00004410
           .                                                            00004420
      *                                                                *00004430
      *----------------------------------------------------------------*00004440
       3600-BORRA-LIMITE.                                               00004450
      *----------------------------------------------------------------*00004460
           EXEC SQL                                                     00004470
                DELETE FROM VLDTLCP                                     00004480
                 WHERE VLCP_BANQUE = :VLCP-BANQUE                       00004490
                   AND VLCP_MONEDA = :VLCP-MONEDA                       00004500
           END-EXEC                                                     00004510
                                                                        00004520
           IF SQLCODE NOT = ZERO                                        00004530
              MOVE 'VLDTLCP '            TO W-TABLA-ERROR               00004540
              PERFORM 8900-ERROR-SQL                                    00004550
           END-IF                                                       00004560
                                                                        00004570
           MOVE W-FECHA-OPER-N       TO VLCP-FEULMOD                    00004580
           MOVE W-HORA-CURRENT-N     TO VLCP-HORULMOD                   00004590
           MOVE CTP0-TERMINAL        TO VLCP-NUMTER                     00004600
           MOVE CTP0-USERID          TO VLCP-USUARIO                    00004610
           MOVE 'DELETE  ' TO VL7LOG-OPERACION                          00004620
           PERFORM 8100-GRABA-AUDIT-LIMITE                              00004630
           .                                                            00004640
      *                                                                *00004650
      *----------------------------------------------------------------*00004660
       3700-ACTUALIZA-LIMITE.                                           00004670
      *----------------------------------------------------------------*00004680
           MOVE CTP0-LIMITE          TO VLCP-LIMITE                     00004690
           MOVE W-FECHA-OPER-N       TO VLCP-FEULMOD                    00004700
           MOVE W-HORA-CURRENT-N     TO VLCP-HORULMOD                   00004710
           MOVE CTP0-TERMINAL        TO VLCP-NUMTER                     00004720
           MOVE CTP0-USERID          TO VLCP-USUARIO                    00004730
                                                                        00004740
           EXEC SQL                                                     00004750
                UPDATE VLDTLCP                                          00004760
                   SET VLCP_LIMITE   = :VLCP-LIMITE                     00004770
                     , VLCP_FEULMOD  = :VLCP-FEULMOD                    00004780
                     , VLCP_HORULMOD = :VLCP-HORULMOD                   00004790
                     , VLCP_NUMTER   = :VLCP-NUMTER                     00004800
                     , VLCP_USUARIO  = :VLCP-USUARIO                    00004810
                 WHERE VLCP_BANQUE   = :VLCP-BANQUE                     00004820
                   AND VLCP_MONEDA   = :VLCP-MONEDA                     00004830
           END-EXEC                                                     00004840
                                                                        00004850
           IF SQLCODE NOT = ZERO                                        00004860
              MOVE 'VLDTLCP '            TO W-TABLA-ERROR               00004870
              PERFORM 8900-ERROR-SQL                                    00004880
           END-IF                                                       00004890
                                                                        00004900
           MOVE 'UPDATE  ' TO VL7LOG-OPERACION                          00004910
           PERFORM 8100-GRABA-AUDIT-LIMITE                              00004920
           .                                                            00004930
      *                                                                *00004940
      *----------------------------------------------------------------*00004950
       3800-INSERTA-LIMITE.                                             00004960
      *----------------------------------------------------------------*00004970
           MOVE CTP0-LIMITE          TO VLCP-LIMITE                     00004980
           MOVE W-FECHA-OPER-N       TO VLCP-FEULMOD                    00004990
           MOVE W-HORA-CURRENT-N     TO VLCP-HORULMOD                   00005000
           MOVE CTP0-TERMINAL        TO VLCP-NUMTER                     00005010
           MOVE CTP0-USERID          TO VLCP-USUARIO                    00005020
                                                                        00005030
           EXEC SQL                                                     00005040
                INSERT INTO VLDTLCP                                     00005050
                      ( VLCP_BANQUE                                     00005060
                      , VLCP_MONEDA                                     00005070
                      , VLCP_LIMITE                                     00005080
                      , VLCP_FEULMOD                                    00005090
                      , VLCP_HORULMOD                                   00005100
                      , VLCP_NUMTER                                     00005110
                      , VLCP_USUARIO )                                  00005120
                VALUES                                                  00005130
                      ( :VLCP-BANQUE                                    00005140
                      , :VLCP-MONEDA                                    00005150
                      , :VLCP-LIMITE                                    00005160
                      , :VLCP-FEULMOD                                   00005170
                      , :VLCP-HORULMOD                                  00005180
                      , :VLCP-NUMTER                                    00005190
                      , :VLCP-USUARIO )                                 00005200
           END-EXEC                                                     00005210
                                                                        00005220
           IF SQLCODE NOT = ZERO                                        00005230
              MOVE 'VLDTLCP '            TO W-TABLA-ERROR               00005240
              PERFORM 8900-ERROR-SQL                                    00005250
           END-IF                                                       00005260
                                                                        00005270
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00005280
           PERFORM 8100-GRABA-AUDIT-LIMITE                              00005290
           .                                                            00005300
      *                                                                *00005310
      *----------------------------------------------------------------*00005320
       4000-CONSULTA-CONTRAPARTE.                                       00005330
      *----------------------------------------------------------------*00005340
           PERFORM 7000-LEE-CONTRAPARTE                                 00005350
                                                                        00005360
           MOVE VCTP-NOMBRE          TO CTP0-S-NOMBRE                   00005370
           MOVE VCTP-TIPO            TO CTP0-S-TIPO                     00005380
           MOVE VCTP-PAIS            TO CTP0-S-PAIS                     00005390
           MOVE VCTP-ESTADO          TO CTP0-S-ESTADO                   00005400
           MOVE VCTP-DIAS-FALLA      TO CTP0-S-DIAS-FALLA               00005410
           MOVE VCTP-FEULMOD         TO CTP0-S-FEULMOD                  00005420
           MOVE VCTP-USUARIO         TO CTP0-S-USUARIO                  00005430
                                                                        00005440
           EXEC SQL                                                     00005450
                OPEN VLDCLCP1                                           00005460
           END-EXEC                                                     00005470
           IF SQLCODE NOT = ZERO                                        00005480
              MOVE 'VLDTLCP '            TO W-TABLA-ERROR               00005490
              PERFORM 8900-ERROR-SQL                                    00005500
           END-IF                                                       00005510
                                                                        00005520
           MOVE ZEROS TO IX                                             00005530
           MOVE 'N'   TO W-SW-FIN-CUR                                   00005540
           PERFORM 4100-FETCH-LIMITE                                    00005550
           PERFORM 4200-CARGA-LIMITE                                    00005560
             UNTIL IX NOT LESS 20                                       00005570
                OR FIN-CUR-LCP                                          00005580
                                                                        00005590
           EXEC SQL                                                     00005600
                CLOSE VLDCLCP1                                          00005610
           END-EXEC                                                     00005620
                                                                        00005630
           MOVE IX TO CTP0-NUM-OCCURS                                   00005640
           .                                                            00005650
      *                                                                *00005660
      *----------------------------------------------------------------*00005670
       4100-FETCH-LIMITE.                                               00005680
      *----------------------------------------------------------------*00005690
           EXEC SQL                                                     00005700
                FETCH  VLDCLCP1                                         00005710
                 INTO :VLCP-MONEDA                                      00005720
                    , :VLCP-LIMITE                                      00005730
                    , :VLCP-FEULMOD                                     00005740
                    , :VLCP-USUARIO                                     00005750
           END-EXEC                                                     00005760
                                                                        00005770
           EVALUATE SQLCODE                                             00005780
               WHEN ZERO                                                00005790
                    CONTINUE                                            00005800
               WHEN 100                                                 00005810
                    MOVE 'S'           TO W-SW-FIN-CUR                  00005820
               WHEN OTHER                                               00005830
                    MOVE 'VLDTLCP '    TO W-TABLA-ERROR                 00005840
                    PERFORM 8900-ERROR-SQL                              00005850
           END-EVALUATE.                                                00005860
      *                                                                *00005870
      *----------------------------------------------------------------*00005880
       4200-CARGA-LIMITE.                                               00005890
      *----------------------------------------------------------------*00005900
           ADD  1                   TO IX                               00005910
           MOVE VLCP-MONEDA         TO CTP0-L-MONEDA  (IX)              00005920
           MOVE VLCP-LIMITE         TO CTP0-L-LIMITE  (IX)              00005930
           MOVE VLCP-FEULMOD        TO CTP0-L-FEULMOD (IX)              00005940
           MOVE VLCP-USUARIO        TO CTP0-L-USUARIO (IX)              00005950
           PERFORM 4100-FETCH-LIMITE                                    00005960
           .                                                            00005970
      *                                                                *00005980
      *----------------------------------------------------------------*00005990
       6000-VALIDA-DATOS.                                               00006000
      *----------------------------------------------------------------*00006010
           IF CTP0-NOMBRE = SPACES                                      00006020
              MOVE '02'                  TO CTP0-COD-RETORNO            00006030
              MOVE 'VLE2329'             TO CTP0-COD-ERROR-DEV          00006040
              MOVE 'NOMBRE  '            TO CTP0-VAR1-ERROR             00006050
              PERFORM 9999-FIN                                          00006060
           END-IF                                                       00006070
                                                                        00006080
      *    BANCO, SOCIEDAD AGENTE DE BOLSA O CUSTODIO                   00006090
           IF CTP0-TIPO NOT = 'B' AND 'S' AND 'C'                       00006100
              MOVE '02'                  TO CTP0-COD-RETORNO            00006110
              MOVE 'VLE2329'             TO CTP0-COD-ERROR-DEV          00006120
              MOVE 'TIPO    '            TO CTP0-VAR1-ERROR             00006130
              PERFORM 9999-FIN                                          00006140
           END-IF                                                       00006150
                                                                        00006160
           IF CTP0-DIAS-FALLA NOT NUMERIC                               00006170
              MOVE '02'                  TO CTP0-COD-RETORNO            00006180
              MOVE 'VLE2329'             TO CTP0-COD-ERROR-DEV          00006190
              MOVE 'DIASFALL'            TO CTP0-VAR1-ERROR             00006200
              PERFORM 9999-FIN                                          00006210
           END-IF                                                       00006220
           .                                                            00006230
      *                                                                *00006240
      *----------------------------------------------------------------*00006250
       6500-VALIDA-MONEDA.                                              00006260
      *----------------------------------------------------------------*00006270
      *    PEN O UNA MONEDA CON TIPO DE CAMBIO CARGADO EN VLDTFXR       00006280
           IF CTP0-MONEDA = 'PEN'                                       00006290
              MOVE 1                   TO W-NUM-FILAS                   00006300
           ELSE                                                         00006310
              EXEC SQL                                                  00006320
                   SELECT  COUNT(*)                                     00006330
                     INTO :W-NUM-FILAS                                  00006340
                     FROM  VLDTFXR                                      00006350
                    WHERE  VFXR_MONEDA = :CTP0-MONEDA                   00006360
              END-EXEC                                                  00006370
              IF SQLCODE NOT = ZERO                                     00006380
                 MOVE 'VLDTFXR '         TO W-TABLA-ERROR               00006390
                 PERFORM 8900-ERROR-SQL                                 00006400
              END-IF                                                    00006410
           END-IF                                                       00006420
                                                                        00006430
           IF W-NUM-FILAS = ZEROS                                       00006440
              MOVE '02'                  TO CTP0-COD-RETORNO            00006450
              MOVE 'VLE2329'             TO CTP0-COD-ERROR-DEV          00006460
              MOVE 'MONEDA  '            TO CTP0-VAR1-ERROR             00006470
              MOVE CTP0-MONEDA           TO CTP0-VAR2-ERROR             00006480
              PERFORM 9999-FIN                                          00006490
           END-IF                                                       00006500
           .                                                            00006510
      *                                                                *00006520
      *----------------------------------------------------------------*00006530
       7000-LEE-CONTRAPARTE.                                            00006540
      *----------------------------------------------------------------*00006550
           EXEC SQL                                                     00006560
                SELECT  VCTP_NOMBRE                                     00006570
                     ,  VCTP_TIPO                                       00006580
                     ,  VCTP_PAIS                                       00006590
                     ,  VCTP_ESTADO                                     00006600
                     ,  VCTP_DIAS_FALLA                                 00006610
                     ,  VCTP_FEULMOD                                    00006620
                     ,  VCTP_HORULMOD                                   00006630
                     ,  VCTP_NUMTER                                     00006640
                     ,  VCTP_USUARIO                                    00006650
                  INTO :VCTP-NOMBRE                                     00006660
                     , :VCTP-TIPO                                       00006670
                     , :VCTP-PAIS                                       00006680
                     , :VCTP-ESTADO                                     00006690
                     , :VCTP-DIAS-FALLA                                 00006700
                     , :VCTP-FEULMOD                                    00006710
                     , :VCTP-HORULMOD                                   00006720
                     , :VCTP-NUMTER                                     00006730
                     , :VCTP-USUARIO                                    00006740
                  FROM  VLDTCTP                                         00006750
                 WHERE  VCTP_BANQUE = :VCTP-BANQUE                      00006760
           END-EXEC                                                     00006770
                                                                        00006780
           EVALUATE SQLCODE                                             00006790
               WHEN +000                                                00006800
                    CONTINUE                                            00006810
               WHEN +100                                                00006820
                    MOVE '04'                  TO CTP0-COD-RETORNO      00006830
                    MOVE 'VLE2331'             TO CTP0-COD-ERROR-DEV    00006840
                    MOVE 'NO EXIST'            TO CTP0-VAR1-ERROR       00006850
                    PERFORM 9999-FIN                                    00006860
               WHEN OTHER                                               00006870
                    MOVE 'VLDTCTP '            TO W-TABLA-ERROR         00006880
                    PERFORM 8900-ERROR-SQL                              00006890
           END-EVALUATE                                                 00006900
           .                                                            00006910
      *                                                                *00006920
      *----------------------------------------------------------------*00006930
       8000-GRABA-AUDITORIA.                                            00006940
      *----------------------------------------------------------------*00006950
           MOVE 'VLDTCTP'             TO  VL7LOG-TABLA                  00006960
           MOVE LENGTH OF DCLVLDTCTP  TO  VL7LOG-REGISTRO-LEN           00006970
           MOVE SPACES                TO  LOGVLDTCTP                    00006980
           MOVE DCLVLDTCTP            TO  LOGVLDTCTP                    00006990
           PERFORM 8200-LLAMA-VL7CRLOG                                  00007000
           .                                                            00007010
      *                                                                *00007020
      *----------------------------------------------------------------*00007030
       8100-GRABA-AUDIT-LIMITE.                                         00007040
      *----------------------------------------------------------------*00007050
           MOVE 'VLDTLCP'             TO  VL7LOG-TABLA                  00007060
           MOVE LENGTH OF DCLVLDTLCP  TO  VL7LOG-REGISTRO-LEN           00007070
           MOVE SPACES                TO  LOGVLDTCTP                    00007080
           MOVE DCLVLDTLCP            TO  LOGVLDTCTP                    00007090
           PERFORM 8200-LLAMA-VL7CRLOG                                  00007100
           .                                                            00007110
      *                                                                *00007120
      *----------------------------------------------------------------*00007130
       8200-LLAMA-VL7CRLOG.                                             00007140
      *----------------------------------------------------------------*00007150
           MOVE CTP0-FECHA-OPER       TO  VL7LOG-FECHA                  00007160
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00007170
           MOVE CTP0-TERMINAL         TO  VL7LOG-NUMTER                 00007180
           MOVE CTP0-USERID           TO  VL7LOG-NUMUSER                00007190
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00007200
           MOVE LOGVLDTCTP            TO  VL7LOG-REGISTRO-TEXT          00007210
                                                                        00007220
           EXEC CICS                                                    00007230
              LINK PROGRAM (VL7CRLOG)                                   00007240
              COMMAREA (W-VLWCLOG0)                                     00007250
           END-EXEC                                                     00007260
                                                                        00007270
           IF VL7LOG-CODRESP NOT = ZEROS                                00007280
              MOVE '98'                  TO CTP0-COD-RETORNO            00007290
              MOVE 'VLE0907'             TO CTP0-COD-ERROR-DEV          00007300
              MOVE 'VL7CRLOG'            TO CTP0-VAR1-ERROR             00007310
              PERFORM 9999-FIN                                          00007320
           END-IF                                                       00007330
           .                                                            00007340
      *                                                                *00007350
      *----------------------------------------------------------------*00007360
       8900-ERROR-SQL.                                                  00007370
      *----------------------------------------------------------------*00007380
           MOVE '99'                  TO CTP0-COD-RETORNO               00007390
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00007400
           MOVE 'VLE1000'             TO CTP0-COD-ERROR-DEV             00007410
           MOVE W-TABLA-ERROR         TO CTP0-VAR1-ERROR                00007420
           MOVE W-SQLCODE-EDIT        TO CTP0-VAR2-ERROR                00007430
           PERFORM 9999-FIN.                                            00007440
      *                                                                *00007450
      *----------------------------------------------------------------*00007460
       9999-FIN.                                                        00007470
      *----------------------------------------------------------------*00007480
           EXEC CICS                                                    00007490
              RETURN                                                    00007500
           END-EXEC.                                                    00007510
      *=================================================================00007520
      *   FIN DEL PROGRAMA                                              00007530
      *=================================================================00007540
