      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CBEF0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO ON-LINE DE BENEFICIARIOS FINALES   *00000080
      *               DE CLIENTES PERSONA JURIDICA - TABLA VLDTBEF     *00000090
      *OBJETIVO     : ALTA, MODIFICACION, BAJA Y CONSULTA DE QUIENES   *00000100
      *               POSEEN O CONTROLAN EN ULTIMA INSTANCIA A UN      *00000110
      *               CLIENTE (DOCUMENTO, PORCENTAJE DE PARTICIPACION, *00000120
      *               TIPO DE CONTROL Y FECHA DE VERIFICACION). LA     *00000130
      *               BAJA ES LOGICA (ESTADO 'B'). CADA CAMBIO QUEDA   *00000140
      *               EN VLDTRLOG VIA VL7CRLOG (MISMO ESQUEMA QUE      *00000150
      *               VL7CAPO0). LA CONSULTA DEVUELVE ADEMAS LA SUMA   *00000160
      *               DE PARTICIPACION DE LOS BENEFICIARIOS ACTIVOS.   *00000170
      *               ACCION 'A' = ALTA / 'M' = MODIFICACION /         *00000180
      *               'B' = BAJA / 'C' = CONSULTA.                     *00000190
      ******************************************************************00000200
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000210
      *--------- ---------- ----------------- -------------------------*00000220
      *RITM49171 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000230
      *----------------------------------------------------------------*00000240
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CBEF0'.   00000420
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000430
                                                                        00000440
      *-----------------------------------------------------------------00000450
      *    VARIABLES.                                                   00000460
      *-----------------------------------------------------------------00000470
       01  W-VARIABLES.                                                 00000480
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000490
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000500
           03 WK-SECUEN-MAX            PIC S9(3) COMP-3 VALUE ZEROS.    00000510
           03 WK-PCT-TOTAL             PIC S9(5)V9(2) COMP-3            00000520
                                                       VALUE ZEROS.     00000530
           03 WK-DENOM                 PIC X(40)       VALUE SPACES.    00000540
           03 W-HORA-CURRENT.                                           00000550
              05  W-HORA               PIC 99.                          00000560
              05  W-MINUTOS            PIC 99.                          00000570
              05  W-SEGUNDOS           PIC 99.                          00000580
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000590
                                                                        00000600
      ** COPY PARA RUTINA VL7CRLOG                                      00000610
       01 W-VLWCLOG0.                                                   00000620
           COPY VLWCLOG0.                                               00000630
       01 LOGVLDTBEF               PIC X(500).                          00000640
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000650
           COPY VLCPTEN0.                                               00000660
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000670
                                                                        00000680
      *-----------------------------------------------------------------00000690
      *    BENEFICIARIOS FINALES.                                       00000700
      *-----------------------------------------------------------------00000710
           COPY VLCPTBEF.                                               00000720
                                                                        00000730
      *-----------------------------------------------------------------00000740
      *    INCLUDES (DEFINICION DE TABLAS).                             00000750
      *-----------------------------------------------------------------00000760
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000770
                                                                        00000780
      *-----------------------------------------------------------------00000790
      *                   C U R S O R E S                              *00000800
      *-----------------------------------------------------------------00000810
           EXEC SQL                                                     00000820
                DECLARE VLDCBEF1  CURSOR FOR                            00000830
                SELECT  VBEF_SECUEN                                     00000840
                     ,  VBEF_TIPDOC                                     00000850
                     ,  VBEF_NRODOC                                     00000860
                     ,  VBEF_NOMBRE                                     00000870
                     ,  VBEF_NACION                                     00000880
                     ,  VBEF_PCT                                        00000890
                     ,  VBEF_TIPCTL                                     00000900
                     ,  VBEF_FECVERIF                                   00000910
                     ,  VBEF_ESTADO                                     00000920
                  FROM  VLDTBEF                                         00000930
                 WHERE  VBEF_NUMCLI = :VBEF-NUMCLI                      00000940
                 ORDER  BY VBEF_SECUEN                                  00000950
           END-EXEC.                                                    00000960
                                                                        00000970
      *---------------*                                                 00000980
       LINKAGE SECTION.                                                 00000990
      *---------------*                                                 00001000
       01  DFHCOMMAREA.                                                 00001010
           05  BEF0-DATOS-ENTRADA.                                      00001020
               10  BEF0-ACCION         PIC X(01).                       00001030
                   88  BEF0-ALTA           VALUE 'A'.                   00001040
                   88  BEF0-MODIFICACION   VALUE 'M'.                   00001050
                   88  BEF0-BAJA           VALUE 'B'.                   00001060
                   88  BEF0-CONSULTA       VALUE 'C'.                   00001070
               10  BEF0-NUMCLI         PIC 9(08).                       00001080
               10  BEF0-SECUEN         PIC 9(03).                       00001090
               10  BEF0-TIPDOC         PIC X(01).                       00001100
               10  BEF0-NRODOC         PIC X(11).                       00001110
               10  BEF0-NOMBRE         PIC X(60).                       00001120
               10  BEF0-NACION         PIC X(03).                       00001130
               10  BEF0-PCT            PIC 9(03)V9(02).                 00001140
               10  BEF0-TIPCTL         PIC X(01).                       00001150
               10  BEF0-FECVERIF       PIC 9(08).                       00001160
               10  BEF0-FECHA-OPER     PIC 9(08).                       00001170
               10  BEF0-TERMINAL       PIC X(04).                       00001180
               10  BEF0-USERID         PIC X(08).                       00001190
           05  BEF0-DATOS-SALIDA.                                       00001200
               10  BEF0-COD-RETORNO    PIC X(02).                       00001210
               10  BEF0-COD-ERROR-DEV  PIC X(07).                       00001220
               10  BEF0-VAR1-ERROR     PIC X(08).                       00001230
               10  BEF0-VAR2-ERROR     PIC X(05).                       00001240
               10  BEF0-DENOM          PIC X(40).                       00001250
               10  BEF0-PCT-TOTAL      PIC 9(05)V9(02).                 00001260
               10  BEF0-NUM-OCCURS     PIC 9(02).                       00001270
               10  BEF0-BENEFICIARIOS OCCURS 10 TIMES.                  00001280
                   15  BEF0-B-SECUEN       PIC 9(03).                   00001290
                   15  BEF0-B-TIPDOC       PIC X(01).                   00001300
                   15  BEF0-B-NRODOC       PIC X(11).                   00001310
                   15  BEF0-B-NOMBRE       PIC X(60).                   00001320
                   15  BEF0-B-NACION       PIC X(03).                   00001330
                   15  BEF0-B-PCT          PIC 9(03)V9(02).             00001340
                   15  BEF0-B-TIPCTL       PIC X(01).                   00001350
                   15  BEF0-B-FECVERIF     PIC 9(08).                   00001360
                   15  BEF0-B-ESTADO       PIC X(01).                   00001370
      *-----------------------------------------------------------------00001380
                                                                        00001390
      *==================                                               00001400
       PROCEDURE DIVISION.                                              00001410
      *==================                                               00001420
           PERFORM 1000-INICIO                                          00001430
           EVALUATE TRUE                                                00001440
               WHEN BEF0-ALTA                                           00001450
                    PERFORM 2000-ALTA-BENEFICIARIO                      00001460
               WHEN BEF0-MODIFICACION                                   00001470
                    PERFORM 3000-MODIFICA-BENEFICIARIO                  00001480
               WHEN BEF0-BAJA                                           00001490
                    PERFORM 3100-BAJA-BENEFICIARIO                      00001500
               WHEN BEF0-CONSULTA                                       00001510
                    PERFORM 4000-CONSULTA-BENEFICIARIOS                 00001520
           END-EVALUATE                                                 00001530
           PERFORM 9999-FIN.                                            00001540
                                                                        00001550
      *---------------------------------------------------------------- 00001560
       1000-INICIO.                                                     00001570
      *---------------------------------------------------------------- 00001580
           INITIALIZE      BEF0-DATOS-SALIDA                            00001590
                           DCLVLDTBEF.                                  00001600
                                                                        00001610
           MOVE '00'                TO  BEF0-COD-RETORNO                00001620
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001630
                                                                        00001640
           IF NOT BEF0-ALTA AND NOT BEF0-MODIFICACION                   00001650
              AND NOT BEF0-BAJA AND NOT BEF0-CONSULTA                   00001660
              MOVE '01'                  TO BEF0-COD-RETORNO            00001670
              MOVE 'VLE2342'             TO BEF0-COD-ERROR-DEV          00001680
              MOVE 'ACCION  '            TO BEF0-VAR1-ERROR             00001690
              PERFORM 9999-FIN                                          00001700
           END-IF                                                       00001710
                                                                        00001720
           IF BEF0-NUMCLI = ZEROS                                       00001730
              OR ((BEF0-MODIFICACION OR BEF0-BAJA)                      00001740
                  AND BEF0-SECUEN = ZEROS)                              00001750
              MOVE '01'                  TO BEF0-COD-RETORNO            00001760
              MOVE 'VLE2343'             TO BEF0-COD-ERROR-DEV          00001770
              MOVE 'CLAVE   '            TO BEF0-VAR1-ERROR             00001780
              PERFORM 9999-FIN                                          00001790
           END-IF                                                       00001800
                                                                        00001810
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001820
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001830
           IF NOT BEF0-CONSULTA                                         00001840
              INITIALIZE VL9CENT0-AREA                                  00001850
              MOVE BEF0-USERID        TO ENT0-USUARIO                   00001860
              MOVE 'VL7CBEF0'         TO ENT0-CODTRAN                   00001870
              MOVE BEF0-ACCION        TO ENT0-ACCION                    00001880
              MOVE BEF0-FECHA-OPER    TO ENT0-FECHA                     00001890
              MOVE W-HORA-CURRENT-N   TO ENT0-HORA                      00001900
              MOVE BEF0-TERMINAL      TO ENT0-TERMINAL                  00001910
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001920
              IF ENT0-CODRESP NOT = ZEROS                               00001930
                 MOVE '99'              TO BEF0-COD-RETORNO             00001940
                 MOVE 'VLE1000'         TO BEF0-COD-ERROR-DEV           00001950
                 MOVE 'VLDTENT '        TO BEF0-VAR1-ERROR              00001960
                 PERFORM 9999-FIN                                       00001970
              END-IF                                                    00001980
              IF ENT0-PERMITIDO NOT = 'S'                               00001990
                 MOVE '91'              TO BEF0-COD-RETORNO             00002000
                 MOVE 'VLE2278'         TO BEF0-COD-ERROR-DEV           00002010
                 MOVE BEF0-USERID       TO BEF0-VAR1-ERROR              00002020
                 PERFORM 9999-FIN                                       00002030
              END-IF                                                    00002040
           END-IF                                                       00002050
                                                                        00002060
      *    EL CLIENTE DEBE EXISTIR EN EL MAESTRO DE CLIENTES            00002070
           MOVE BEF0-NUMCLI          TO VBEF-NUMCLI                     00002080
           EXEC SQL                                                     00002090
                SELECT  VXMI_DENOM                                      00002100
                  INTO :WK-DENOM                                        00002110
                  FROM  VLDTXMI                                         00002120
                 WHERE  VXMI_CODCLI = :VBEF-NUMCLI                      00002130
           END-EXEC                                                     00002140
           IF SQLCODE = 100                                             00002150
              MOVE '02'                  TO BEF0-COD-RETORNO            00002160
              MOVE 'VLE2343'             TO BEF0-COD-ERROR-DEV          00002170
              MOVE 'VLDTXMI '            TO BEF0-VAR1-ERROR             00002180
              PERFORM 9999-FIN                                          00002190
           END-IF                                                       00002200
           IF SQLCODE NOT = ZERO                                        00002210
              PERFORM 8900-ERROR-SQL                                    00002220
           END-IF                                                       00002230
           MOVE WK-DENOM             TO BEF0-DENOM                      00002240
                                                                        00002250
           IF BEF0-ALTA OR BEF0-MODIFICACION                            00002260
              PERFORM 1100-VALIDA-DATOS                                 00002270
           END-IF                                                       00002280
                                                                        00002290
           MOVE BEF0-SECUEN          TO VBEF-SECUEN                     00002300
           MOVE BEF0-TIPDOC          TO VBEF-TIPDOC                     00002310
           MOVE BEF0-NRODOC          TO VBEF-NRODOC                     00002320
           MOVE BEF0-NOMBRE          TO VBEF-NOMBRE                     00002330
           MOVE BEF0-NACION          TO VBEF-NACION                     00002340
           MOVE BEF0-PCT             TO VBEF-PCT                        00002350
           MOVE BEF0-TIPCTL          TO VBEF-TIPCTL                     00002360
           MOVE BEF0-FECVERIF        TO VBEF-FECVERIF                   00002370
           MOVE 'A'                  TO VBEF-ESTADO                     00002380
           MOVE BEF0-FECHA-OPER      TO VBEF-FEULMOD                    00002390
           MOVE BEF0-TERMINAL        TO VBEF-NUMTER                     00002400
           MOVE BEF0-USERID          TO VBEF-USUARIO                    00002410
           .                                                            00002420
      *                                                                *00002430
      *----------------------------------------------------------------*00002440
       1100-VALIDA-DATOS.                                               00002450
      *----------------------------------------------------------------*00002460
      *    IDENTIFICACION COMPLETA DEL BENEFICIARIO                     00002470
           IF BEF0-NOMBRE = SPACES OR BEF0-NRODOC = SPACES              00002480
              OR BEF0-TIPDOC = SPACES                                   00002490
              MOVE '03'                  TO BEF0-COD-RETORNO            00002500
              MOVE 'VLE2344'             TO BEF0-COD-ERROR-DEV          00002510
              MOVE 'DOCUMENT'            TO BEF0-VAR1-ERROR             00002520
              PERFORM 9999-FIN                                          00002530
           END-IF                                                       00002540
                                                                        00002550
      *    TIPO DE CONTROL: PROPIEDAD DIRECTA / INDIRECTA, CONTROL POR  00002560
      *    OTROS MEDIOS O ALTA GERENCIA (CUANDO NADIE LLEGA AL UMBRAL)  00002570
           IF BEF0-TIPCTL NOT = 'P' AND NOT = 'I'                       00002580
                      AND NOT = 'C' AND NOT = 'G'                       00002590
              MOVE '03'                  TO BEF0-COD-RETORNO            00002600
              MOVE 'VLE2344'             TO BEF0-COD-ERROR-DEV          00002610
              MOVE 'TIPCTL  '            TO BEF0-VAR1-ERROR             00002620
              PERFORM 9999-FIN                                          00002630
           END-IF                                                       00002640
                                                                        00002650
      *    LA PROPIEDAD EXIGE PORCENTAJE; NINGUNO PASA DEL 100%         00002660
           IF BEF0-PCT > 100                                            00002670
              OR ((BEF0-TIPCTL = 'P' OR 'I') AND BEF0-PCT = ZEROS)      00002680
              MOVE '04'                  TO BEF0-COD-RETORNO            00002690
              MOVE 'VLE2345'             TO BEF0-COD-ERROR-DEV          00002700
              MOVE 'PORCENTA'            TO BEF0-VAR1-ERROR             00002710
              PERFORM 9999-FIN                                          00002720
           END-IF                                                       00002730
                                                                        00002740
      *    LA VERIFICACION NO PUEDE SER FUTURA                          00002750
           IF BEF0-FECVERIF = ZEROS                                     00002760
              OR BEF0-FECVERIF > BEF0-FECHA-OPER                        00002770
              MOVE '03'                  TO BEF0-COD-RETORNO            00002780
              MOVE 'VLE2344'             TO BEF0-COD-ERROR-DEV          00002790
              MOVE 'FECVERIF'            TO BEF0-VAR1-ERROR             00002800
              PERFORM 9999-FIN                                          00002810
           END-IF                                                       00002820
           .                                                            00002830
      *                                                                *00002840
      *----------------------------------------------------------------*00002850
       2000-ALTA-BENEFICIARIO.                                          00002860
      *----------------------------------------------------------------*00002870
      *    CORRELATIVO DEL BENEFICIARIO DENTRO DEL CLIENTE              00002880
           MOVE ZEROS TO WK-SECUEN-MAX                                  00002890
           EXEC SQL                                                     00002900
                SELECT  COALESCE(MAX(VBEF_SECUEN), 0)                   00002910
                  INTO :WK-SECUEN-MAX                                   00002920
                  FROM  VLDTBEF                                         00002930
                 WHERE  VBEF_NUMCLI = :VBEF-NUMCLI                      00002940
           END-EXEC                                                     00002950
           IF SQLCODE NOT = ZERO AND 100                                00002960
              PERFORM 8900-ERROR-SQL                                    00002970
           END-IF                                                       00002980
           COMPUTE VBEF-SECUEN = WK-SECUEN-MAX + 1.                     00002990
                                                                        00003000
           EXEC SQL                                                     00003010
                INSERT INTO VLDTBEF                                     00003020
                       (VBEF_NUMCLI, VBEF_SECUEN, VBEF_TIPDOC           00003030
                      , VBEF_NRODOC, VBEF_NOMBRE, VBEF_NACION           00003040
                      , VBEF_PCT, VBEF_TIPCTL, VBEF_FECVERIF            00003050
                      , VBEF_ESTADO, VBEF_FEULMOD, VBEF_NUMTER          00003060
                      , VBEF_USUARIO)                                   00003070
                VALUES (:VBEF-NUMCLI, :VBEF-SECUEN, :VBEF-TIPDOC        00003080
                      , :VBEF-NRODOC, :VBEF-NOMBRE, :VBEF-NACION        00003090
                      , :VBEF-PCT, :VBEF-TIPCTL, :VBEF-FECVERIF         00003100
                      , :VBEF-ESTADO, :VBEF-FEULMOD, :VBEF-NUMTER       00003110
                      , :VBEF-USUARIO)                                  00003120
           END-EXEC                                                     00003130
           IF SQLCODE NOT = ZERO                                        00003140
              PERFORM 8900-ERROR-SQL                                    00003150
           END-IF                                                       00003160
                                                                        00003170
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00003180
           PERFORM 8000-GRABA-AUDITORIA                                 00003190
           MOVE VBEF-SECUEN TO BEF0-SECUEN                              00003200
           .                                                            00003210
      *                                                                *00003220
      *----------------------------------------------------------------*00003230
       3000-MODIFICA-BENEFICIARIO.                                      00003240
      *----------------------------------------------------------------*00003250
           EXEC SQL                                                     00003260
                UPDATE VLDTBEF                                          00003270
                   SET VBEF_TIPDOC   = :VBEF-TIPDOC                     00003280
                     , VBEF_NRODOC   = :VBEF-NRODOC                     00003290
                     , VBEF_NOMBRE   = :VBEF-NOMBRE                     00003300
                     , VBEF_NACION   = :VBEF-NACION                     00003310
                     , VBEF_PCT      = :VBEF-PCT                        00003320
                     , VBEF_TIPCTL   = :VBEF-TIPCTL                     00003330
                     , VBEF_FECVERIF = :VBEF-FECVERIF                   00003340
                     , VBEF_FEULMOD  = :VBEF-FEULMOD                    00003350
                     , VBEF_NUMTER   = :VBEF-NUMTER                     00003360
                     , VBEF_USUARIO  = :VBEF-USUARIO                    00003370
                 WHERE VBEF_NUMCLI   = :VBEF-NUMCLI                     00003380
                   AND VBEF_SECUEN   = :VBEF-SECUEN                     00003390
                   AND VBEF_ESTADO   = 'A'                              00003400
           END-EXEC                                                     00003410
           PERFORM 3900-EVALUA-UPDATE                                   00003420
                                                                        00003430
           MOVE 'UPDATE  ' TO VL7LOG-OPERACION                          00003440
           PERFORM 8000-GRABA-AUDITORIA                                 00003450
           .                                                            00003460
      *                                                                *00003470
      *----------------------------------------------------------------*00003480
       3100-BAJA-BENEFICIARIO.                                          00003490
      *----------------------------------------------------------------*00003500
      *    BAJA LOGICA: CONSERVA EL REGISTRO PARA AUDITORIA.            00003510
           MOVE 'B'                  TO VBEF-ESTADO                     00003520
           EXEC SQL                                                     00003530
                UPDATE VLDTBEF                                          00003540
                   SET VBEF_ESTADO   = :VBEF-ESTADO                     00003550
                     , VBEF_FEULMOD  = :VBEF-FEULMOD                    00003560
                     , VBEF_NUMTER   = :VBEF-NUMTER                     00003570
                     , VBEF_USUARIO  = :VBEF-USUARIO                    00003580
                 WHERE VBEF_NUMCLI   = :VBEF-NUMCLI                     00003590
                   AND VBEF_SECUEN   = :VBEF-SECUEN                     00003600
                   AND VBEF_ESTADO   = 'A'                              00003610
           END-EXEC                                                     00003620
           PERFORM 3900-EVALUA-UPDATE                                   00003630
                                                                        00003640
           MOVE 'BAJA    ' TO VL7LOG-OPERACION                          00003650
           PERFORM 8000-GRABA-AUDITORIA                                 00003660
           .                                                            00003670
      *                                                                *00003680
      *----------------------------------------------------------------*00003690
       3900-EVALUA-UPDATE.                                              00003700
      *----------------------------------------------------------------*00003710
           EVALUATE SQLCODE                                             00003720
               WHEN ZERO                                                00003730
                    CONTINUE                                            00003740
               WHEN 100                                                 00003750
                    MOVE '05'                  TO BEF0-COD-RETORNO      00003760
                    MOVE 'VLE2346'             TO BEF0-COD-ERROR-DEV    00003770
                    MOVE 'NO EXIST'            TO BEF0-VAR1-ERROR       00003780
                    PERFORM 9999-FIN                                    00003790
               WHEN OTHER                                               00003800
                    PERFORM 8900-ERROR-SQL                              00003810
           END-EVALUATE                                                 00003820
           .                                                            00003830
      *                                                                *00003840
      *----------------------------------------------------------------*00003850
       4000-CONSULTA-BENEFICIARIOS.                                     00003860
      *----------------------------------------------------------------*00003870
      *    SUMA DE PARTICIPACION DE LOS BENEFICIARIOS ACTIVOS           00003880
           MOVE ZEROS TO WK-PCT-TOTAL                                   00003890
           EXEC SQL                                                     00003900
                SELECT  COALESCE(SUM(VBEF_PCT), 0)                      00003910
                  INTO :WK-PCT-TOTAL                                    00003920
                  FROM  VLDTBEF                                         00003930
                 WHERE  VBEF_NUMCLI = :VBEF-NUMCLI                      00003940
                   AND  VBEF_ESTADO = 'A'                               00003950
           END-EXEC                                                     00003960
           IF SQLCODE NOT = ZERO AND 100                                00003970
              PERFORM 8900-ERROR-SQL                                    00003980
           END-IF                                                       00003990
           MOVE WK-PCT-TOTAL         TO BEF0-PCT-TOTAL                  00004000
                                                                        00004010
           EXEC SQL                                                     00004020
                OPEN VLDCBEF1                                           00004030
           END-EXEC                                                     00004040
           IF SQLCODE NOT = ZERO                                        00004050
              PERFORM 8900-ERROR-SQL                                    00004060
           END-IF                                                       00004070
                                                                        00004080
           MOVE ZEROS TO IX                                             00004090
           PERFORM 4100-FETCH-BENEFICIARIO                              00004100
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00004110
                                                                        00004120
           EXEC SQL                                                     00004130
                CLOSE VLDCBEF1                                          00004140
           END-EXEC                                                     00004150
           IF SQLCODE NOT = ZERO                                        00004160
              PERFORM 8900-ERROR-SQL                                    00004170
           END-IF                                                       00004180
                                                                        00004190
           MOVE IX                  TO BEF0-NUM-OCCURS                  00004200
           .                                                            00004210
      *                                                                *00004220
      *----------------------------------------------------------------*00004230
       4100-FETCH-BENEFICIARIO.                                         00004240
      *----------------------------------------------------------------*00004250
           EXEC SQL                                                     00004260
                FETCH VLDCBEF1                                          00004270
                 INTO :VBEF-SECUEN                                      00004280
                    , :VBEF-TIPDOC                                      00004290
                    , :VBEF-NRODOC                                      00004300
                    , :VBEF-NOMBRE                                      00004310
                    , :VBEF-NACION                                      00004320
                    , :VBEF-PCT                                         00004330
                    , :VBEF-TIPCTL                                      00004340
                    , :VBEF-FECVERIF                                    00004350
                    , :VBEF-ESTADO                                      00004360
           END-EXEC                                                     00004370
           EVALUATE SQLCODE                                             00004380
               WHEN ZERO                                                00004390
                    ADD  1               TO IX                          00004400
                    MOVE VBEF-SECUEN     TO BEF0-B-SECUEN   (IX)        00004410
                    MOVE VBEF-TIPDOC     TO BEF0-B-TIPDOC   (IX)        00004420
                    MOVE VBEF-NRODOC     TO BEF0-B-NRODOC   (IX)        00004430
                    MOVE VBEF-NOMBRE     TO BEF0-B-NOMBRE   (IX)        00004440
                    MOVE VBEF-NACION     TO BEF0-B-NACION   (IX)        00004450
                    MOVE VBEF-PCT        TO BEF0-B-PCT      (IX)        00004460
                    MOVE VBEF-TIPCTL     TO BEF0-B-TIPCTL   (IX)        00004470
                    MOVE VBEF-FECVERIF   TO BEF0-B-FECVERIF (IX)        00004480
                    MOVE VBEF-ESTADO     TO BEF0-B-ESTADO   (IX)        00004490
               WHEN 100                                                 00004500
                    CONTINUE                                            00004510
               WHEN OTHER                                               00004520
                    PERFORM 8900-ERROR-SQL                              00004530
           END-EVALUATE                                                 00004540
           .                                                            00004550
      *                                                                *00004560
      *----------------------------------------------------------------*00004570
       8000-GRABA-AUDITORIA.                                            00004580
      *----------------------------------------------------------------*00004590
      *    GRABA LA IMAGEN VIGENTE DE DCLVLDTBEF EN VLDTRLOG VIA        00004600
      *    VL7CRLOG, COMO LO HACE VL7CAPO0.                             00004610
           MOVE BEF0-FECHA-OPER       TO  VL7LOG-FECHA                  00004620
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004630
           MOVE BEF0-TERMINAL         TO  VL7LOG-NUMTER                 00004640
           MOVE BEF0-USERID           TO  VL7LOG-NUMUSER                00004650
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004660
           MOVE 'VLDTBEF'             TO  VL7LOG-TABLA                  00004670
           MOVE LENGTH OF DCLVLDTBEF  TO  VL7LOG-REGISTRO-LEN           00004680
           MOVE SPACES                TO  LOGVLDTBEF                    00004690
           MOVE DCLVLDTBEF            TO  LOGVLDTBEF                    00004700
           MOVE LOGVLDTBEF            TO  VL7LOG-REGISTRO-TEXT          00004710
                                                                        00004720
           EXEC CICS                                                    00004730
              LINK PROGRAM (VL7CRLOG)                                   00004740
              COMMAREA (W-VLWCLOG0)                                     00004750
           END-EXEC                                                     00004760
                                                                        00004770
           IF VL7LOG-CODRESP NOT = ZEROS                                00004780
              MOVE '98'                  TO BEF0-COD-RETORNO            00004790
              MOVE 'VLE0907'             TO BEF0-COD-ERROR-DEV          00004800
              MOVE 'VL7CRLOG'            TO BEF0-VAR1-ERROR             00004810
              PERFORM 9999-FIN                                          00004820
           END-IF                                                       00004830
           .                                                            00004840
      *                                                                *00004850
      *----------------------------------------------------------------*00004860
       8900-ERROR-SQL.                                                  00004870
      *----------------------------------------------------------------*00004880
           MOVE '99'                  TO BEF0-COD-RETORNO               00004890
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00004900
           MOVE 'VLE1000'             TO BEF0-COD-ERROR-DEV             00004910
           MOVE 'VLDTBEF '            TO BEF0-VAR1-ERROR                00004920
           MOVE W-SQLCODE-EDIT        TO BEF0-VAR2-ERROR                00004930
           PERFORM 9999-FIN.                                            00004940
      *                                                                *00004950
      *----------------------------------------------------------------*00004960
       9999-FIN.                                                        00004970
      *----------------------------------------------------------------*00004980
           EXEC CICS                                                    00004990
              RETURN                                                    00005000
           END-EXEC.                                                    00005010
      *=================================================================00005020
      *   FIN DEL PROGRAMA                                              00005030
      *=================================================================00005040
