      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CRST0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO DE LA LISTA RESTRINGIDA PARA LA    *00000080
      *               OPERATIVA DEL PERSONAL - TABLA VLDTRST           *00000090
      *OBJETIVO     : 'A' RESTRINGE UN VALOR DE VLDTXEN (TIPO 'V') O   *00000100
      *               TODOS LOS VALORES DE UN EMISOR (TIPO 'E') DESDE  *00000110
      *               UNA FECHA Y, SI SE INFORMA, HASTA OTRA; EL MOTIVO*00000120
      *               ES OBLIGATORIO. 'M' CAMBIA FECHA DE FIN Y MOTIVO.*00000130
      *               'B' LEVANTA LA RESTRICCION: SI AUN NO RIGE SE    *00000140
      *               BORRA, SI YA RIGE SE CIERRA CON LA FECHA DE HOY. *00000150
      *               'C' LISTA LOS PERIODOS DE UN CODIGO. LA MANTIENE *00000160
      *               CUMPLIMIENTO; CADA CAMBIO SE AUDITA EN VLDTRLOG  *00000170
      *               VIA VL7CRLOG. LA TOMA DE ORDENES VL7CORD0 LA     *00000180
      *               APLICA A LOS EMPLEADOS (VLDTEPL) Y VL4CEPLD      *00000190
      *               REPORTA LO QUE SE HAYA OPERADO IGUAL.            *00000200
      ******************************************************************00000210
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000220
      *--------- ---------- ----------------- -------------------------*00000230
      *RITM49175 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000240
      *--------- ---------- ----------------- -------------------------*00000250
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CRST0'.   00000430
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000440
                                                                        00000450
      *-----------------------------------------------------------------00000460
      *    VARIABLES.                                                   00000470
      *-----------------------------------------------------------------00000480
       01  W-VARIABLES.                                                 00000490
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000500
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000510
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000520
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000530
           03 W-NUM-VALORES            PIC S9(9) COMP  VALUE ZEROS.     00000540
           03 W-HORA-CURRENT.                                           00000550
              05  W-HORA               PIC 99.                          00000560
              05  W-MINUTOS            PIC 99.                          00000570
              05  W-SEGUNDOS           PIC 99.                          00000580
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000590
                                                                        00000600
      ** COPY PARA RUTINA VL7CRLOG                                      00000610
       01 W-VLWCLOG0.                                                   00000620
           COPY VLWCLOG0.                                               00000630
       01 LOGVLDTRST               PIC X(500).                          00000640
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000650
           COPY VLCPTEN0.                                               00000660
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000670
                                                                        00000680
      *    LISTA RESTRINGIDA DEL PERSONAL                               00000690
           COPY VLCPTRST.                                               00000700
                                                                        00000710
      *-----------------------------------------------------------------00000720
      *    INCLUDES (DEFINICION DE TABLAS).                             00000730
      *-----------------------------------------------------------------00000740
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000750
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00000760
                                                                        00000770
      *-----------------------------------------------------------------00000780
      *                   C U R S O R E S                              *00000790
      *-----------------------------------------------------------------00000800
           EXEC SQL                                                     00000810
                DECLARE VLDCRST1  CURSOR FOR                            00000820
                SELECT  VRST_FECDESDE                                   00000830
                     ,  VRST_FECHASTA                                   00000840
                     ,  VRST_MOTIVO                                     00000850
                     ,  VRST_FEULMOD                                    00000860
                     ,  VRST_USUARIO                                    00000870
                  FROM  VLDTRST                                         00000880
                 WHERE  VRST_TIPO   = :VRST-TIPO                        00000890
                   AND  VRST_CODIGO = :VRST-CODIGO                      00000900
                 ORDER  BY VRST_FECDESDE DESC                           00000910
           END-EXEC.                                                    00000920
                                                                        00000930
      *---------------*                                                 00000940
       LINKAGE SECTION.                                                 00000950
      *---------------*                                                 00000960
       01  DFHCOMMAREA.                                                 00000970
           05  RST0-DATOS-ENTRADA.                                      00000980
               10  RST0-ACCION         PIC X(01).                       00000990
                   88  RST0-ALTA           VALUE 'A'.                   00001000
                   88  RST0-MODIFICA       VALUE 'M'.                   00001010
                   88  RST0-BAJA           VALUE 'B'.                   00001020
                   88  RST0-CONSULTA       VALUE 'C'.                   00001030
               10  RST0-TIPO           PIC X(01).                       00001040
                   88  RST0-TIPO-VALIDO    VALUE 'V' 'E'.               00001050
               10  RST0-CODIGO         PIC X(40).                       00001060
               10  RST0-FECDESDE       PIC 9(08).                       00001070
               10  RST0-FECHASTA       PIC 9(08).                       00001080
               10  RST0-MOTIVO         PIC X(40).                       00001090
               10  RST0-FECHA-OPER     PIC X(08).                       00001100
               10  RST0-TERMINAL       PIC X(04).                       00001110
               10  RST0-USERID         PIC X(08).                       00001120
           05  RST0-DATOS-SALIDA.                                       00001130
               10  RST0-COD-RETORNO    PIC X(02).                       00001140
               10  RST0-COD-ERROR-DEV  PIC X(07).                       00001150
               10  RST0-VAR1-ERROR     PIC X(08).                       00001160
               10  RST0-VAR2-ERROR     PIC X(05).                       00001170
               10  RST0-NUM-OCCURS     PIC 9(02).                       00001180
               10  RST0-PERIODOS OCCURS 15 TIMES.                       00001190
                   15  RST0-P-FECDESDE     PIC 9(08).                   00001200
                   15  RST0-P-FECHASTA     PIC 9(08).                   00001210
                   15  RST0-P-MOTIVO       PIC X(40).                   00001220
                   15  RST0-P-FEULMOD      PIC 9(08).                   00001230
                   15  RST0-P-USUARIO      PIC X(08).                   00001240
      *-----------------------------------------------------------------00001250
                                                                        00001260
      *==================                                               00001270
       PROCEDURE DIVISION.                                              00001280
      *==================                                               00001290
           PERFORM 1000-INICIO                                          00001300
           EVALUATE TRUE                                                00001310
               WHEN RST0-ALTA                                           00001320
                    PERFORM 2000-ALTA-RESTRICCION                       00001330
               WHEN RST0-MODIFICA                                       00001340
                    PERFORM 3000-MODIFICA-RESTRICCION                   00001350
               WHEN RST0-BAJA                                           00001360
                    PERFORM 5000-LEVANTA-RESTRICCION                    00001370
               WHEN RST0-CONSULTA                                       00001380
                    PERFORM 4000-CONSULTA-PERIODOS                      00001390
               WHEN OTHER                                               00001400
                    MOVE '01'                  TO RST0-COD-RETORNO      00001410
                    MOVE 'VLE2172'             TO RST0-COD-ERROR-DEV    00001420
                    MOVE 'ACCION  '            TO RST0-VAR1-ERROR       00001430
           END-EVALUATE                                                 00001440
           PERFORM 9999-FIN.                                            00001450
                                                                        00001460
      *---------------------------------------------------------------- 00001470
       1000-INICIO.                                                     00001480
      *---------------------------------------------------------------- 00001490
           INITIALIZE      RST0-DATOS-SALIDA                            00001500
                           DCLVLDTRST.                                  00001510
                                                                        00001520
           MOVE '00'                TO  RST0-COD-RETORNO                00001530
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001540
           IF NOT RST0-TIPO-VALIDO                                      00001550
              MOVE '02'                  TO RST0-COD-RETORNO            00001560
              MOVE 'VLE2363'             TO RST0-COD-ERROR-DEV          00001570
              MOVE 'TIPO    '            TO RST0-VAR1-ERROR             00001580
              PERFORM 9999-FIN                                          00001590
           END-IF                                                       00001600
           IF RST0-CODIGO = SPACES                                      00001610
              MOVE '02'                  TO RST0-COD-RETORNO            00001620
              MOVE 'VLE2363'             TO RST0-COD-ERROR-DEV          00001630
              MOVE 'CODIGO  '            TO RST0-VAR1-ERROR             00001640
              PERFORM 9999-FIN                                          00001650
           END-IF                                                       00001660
           MOVE RST0-TIPO           TO  VRST-TIPO                       00001670
           MOVE RST0-CODIGO         TO  VRST-CODIGO                     00001680
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001690
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001700
           IF NOT RST0-CONSULTA                                         00001710
              MOVE RST0-FECHA-OPER    TO W-FECHA-OPER                   00001720
              IF W-FECHA-OPER NOT NUMERIC                               00001730
                 MOVE '02'              TO RST0-COD-RETORNO             00001740
                 MOVE 'VLE2297'         TO RST0-COD-ERROR-DEV           00001750
                 MOVE RST0-FECHA-OPER   TO RST0-VAR1-ERROR              00001760
                 PERFORM 9999-FIN                                       00001770
              END-IF                                                    00001780
              INITIALIZE VL9CENT0-AREA                                  00001790
              MOVE RST0-USERID        TO ENT0-USUARIO                   00001800
              MOVE 'VL7CRST0'        TO ENT0-CODTRAN                    00001810
              MOVE RST0-ACCION        TO ENT0-ACCION                    00001820
              MOVE RST0-FECHA-OPER    TO ENT0-FECHA                     00001830
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001840
              MOVE RST0-TERMINAL      TO ENT0-TERMINAL                  00001850
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001860
              IF ENT0-CODRESP NOT = ZEROS                               00001870
                 MOVE '99'              TO RST0-COD-RETORNO             00001880
                 MOVE 'VLE1000'         TO RST0-COD-ERROR-DEV           00001890
                 MOVE 'VLDTENT '        TO RST0-VAR1-ERROR              00001900
                 PERFORM 9999-FIN                                       00001910
              END-IF                                                    00001920
              IF ENT0-PERMITIDO NOT = 'S'                               00001930
                 MOVE '91'              TO RST0-COD-RETORNO             00001940
                 MOVE 'VLE2278'         TO RST0-COD-ERROR-DEV           00001950
                 MOVE RST0-USERID        TO RST0-VAR1-ERROR             00001960
                 PERFORM 9999-FIN                                       00001970
              END-IF                                                    00001980
           END-IF                                                       00001990
           .                                                            00002000
      *                                                                *00002010
      *----------------------------------------------------------------*00002020
       2000-ALTA-RESTRICCION.                                           00002030
      *----------------------------------------------------------------*00002040
      *    SIN FECHA DE INICIO LA RESTRICCION RIGE DESDE HOY            00002050
           IF RST0-FECDESDE NOT NUMERIC OR RST0-FECDESDE = ZEROS        00002060
              MOVE W-FECHA-OPER-N        TO RST0-FECDESDE               00002070
           END-IF                                                       00002080
           PERFORM 6000-VALIDA-DATOS                                    00002090
           PERFORM 6100-VALIDA-CODIGO                                   00002100
           MOVE RST0-FECDESDE        TO VRST-FECDESDE                   00002110
           MOVE RST0-FECHASTA        TO VRST-FECHASTA                   00002120
           MOVE RST0-MOTIVO          TO VRST-MOTIVO                     00002130
           MOVE W-FECHA-OPER-N       TO VRST-FEULMOD                    00002140
           MOVE RST0-TERMINAL        TO VRST-NUMTER                     00002150
           MOVE RST0-USERID          TO VRST-USUARIO                    00002160
           EXEC SQL                                                     00002170
                INSERT INTO VLDTRST                                     00002180
                      ( VRST_TIPO                                       00002190
                      , VRST_CODIGO                                     00002200
                      , VRST_FECDESDE                                   00002210
                      , VRST_FECHASTA                                   00002220
                      , VRST_MOTIVO                                     00002230
                      , VRST_FEULMOD                                    00002240
                      , VRST_NUMTER                                     00002250
                      , VRST_USUARIO )                                  00002260
                VALUES                                                  00002270
                      ( :VRST-TIPO                                      00002280
                      , :VRST-CODIGO                                    00002290
                      , :VRST-FECDESDE                                  00002300
                      , :VRST-FECHASTA                                  00002310
                      , :VRST-MOTIVO                                    00002320
                      , :VRST-FEULMOD                                   00002330
                      , :VRST-NUMTER                                    00002340
                      , :VRST-USUARIO )                                 00002350
           END-EXEC                                                     00002360
           IF SQLCODE = -803                                            00002370
              MOVE '03'                  TO RST0-COD-RETORNO            00002380
              MOVE 'VLE2364'             TO RST0-COD-ERROR-DEV          00002390
              MOVE 'YA EXIST'            TO RST0-VAR1-ERROR             00002400
              PERFORM 9999-FIN                                          00002410
           END-IF                                                       00002420
           IF SQLCODE NOT = ZERO                                        00002430
              PERFORM 8900-ERROR-SQL                                    00002440
           END-IF                                                       00002450
           MOVE 'ALTA    ' TO VL7LOG-OPERACION                          00002460
           PERFORM 8000-GRABA-AUDITORIA                                 00002470
           .                                                            00002480
      *                                                                *00002490
      *----------------------------------------------------------------*00002500
       3000-MODIFICA-RESTRICCION.                                       00002510
      *----------------------------------------------------------------*00002520
           PERFORM 7000-LEE-RESTRICCION                                 00002530
           PERFORM 6000-VALIDA-DATOS                                    00002540
           MOVE RST0-FECHASTA        TO VRST-FECHASTA                   00002550
           MOVE RST0-MOTIVO          TO VRST-MOTIVO                     00002560
           MOVE W-FECHA-OPER-N       TO VRST-FEULMOD                    00002570
           MOVE RST0-TERMINAL        TO VRST-NUMTER                     00002580
           MOVE RST0-USERID          TO VRST-USUARIO                    00002590
           EXEC SQL                                                     00002600
                UPDATE VLDTRST                                          00002610
                   SET VRST_FECHASTA    = :VRST-FECHASTA                00002620
                     , VRST_MOTIVO      = :VRST-MOTIVO                  00002630
                     , VRST_FEULMOD     = :VRST-FEULMOD                 00002640
                     , VRST_NUMTER      = :VRST-NUMTER                  00002650
                     , VRST_USUARIO     = :VRST-USUARIO                 00002660
                 WHERE VRST_TIPO        = :VRST-TIPO                    00002670
                   AND VRST_CODIGO      = :VRST-CODIGO                  00002680
                   AND VRST_FECDESDE    = :VRST-FECDESDE                00002690
           END-EXEC                                                     00002700
           IF SQLCODE NOT = ZERO                                        00002710
              PERFORM 8900-ERROR-SQL                                    00002720
           END-IF                                                       00002730
           MOVE 'MODIFICA' TO VL7LOG-OPERACION                          00002740
           PERFORM 8000-GRABA-AUDITORIA                                 00002750
           .                                                            00002760
      *                                                                *00002770
      *----------------------------------------------------------------*00002780
       4000-CONSULTA-PERIODOS.                                          00002790
      *----------------------------------------------------------------*00002800
           EXEC SQL                                                     00002810
                OPEN VLDCRST1                                           00002820
           END-EXEC                                                     00002830
           IF SQLCODE NOT = ZERO                                        00002840
              PERFORM 8900-ERROR-SQL                                    00002850
           END-IF                                                       00002860
                                                                        00002870
           MOVE ZEROS TO IX                                             00002880
           PERFORM 4100-FETCH-PERIODO                                   00002890
              UNTIL IX NOT < 15 OR SQLCODE NOT = ZERO                   00002900
                                                                        00002910
           EXEC SQL                                                     00002920
                CLOSE VLDCRST1                                          00002930
           END-EXEC                                                     00002940
           IF SQLCODE NOT = ZERO                                        00002950
              PERFORM 8900-ERROR-SQL                                    00002960
           END-IF                                                       00002970
                                                                        00002980
           MOVE IX                  TO RST0-NUM-OCCURS                  00002990
           .                                                            00003000
      *                                                                *00003010
      *----------------------------------------------------------------*00003020
       4100-FETCH-PERIODO.                                              00003030
      *----------------------------------------------------------------*00003040
           EXEC SQL                                                     00003050
                FETCH VLDCRST1                                          00003060
                 INTO :VRST-FECDESDE                                    00003070
                    , :VRST-FECHASTA                                    00003080
                    , :VRST-MOTIVO                                      00003090
                    , :VRST-FEULMOD                                     00003100
                    , :VRST-USUARIO                                     00003110
           END-EXEC                                                     00003120
           EVALUATE SQLCODE                                             00003130
               WHEN ZERO                                                00003140
                    ADD  1               TO IX                          00003150
                    MOVE VRST-FECDESDE   TO RST0-P-FECDESDE (IX)        00003160
                    MOVE VRST-FECHASTA   TO RST0-P-FECHASTA (IX)        00003170
                    MOVE VRST-MOTIVO     TO RST0-P-MOTIVO   (IX)        00003180
                    MOVE VRST-FEULMOD    TO RST0-P-FEULMOD  (IX)        00003190
                    MOVE VRST-USUARIO    TO RST0-P-USUARIO  (IX)        00003200
               WHEN 100                                                 00003210
                    CONTINUE                                            00003220
               WHEN OTHER                                               00003230
                    PERFORM 8900-ERROR-SQL                              00003240
           END-EVALUATE                                                 00003250
           .                                                            00003260
      *                                                                *00003270
      *----------------------------------------------------------------*00003280
       5000-LEVANTA-RESTRICCION.                                        00003290
      *----------------------------------------------------------------*00003300
           PERFORM 7000-LEE-RESTRICCION                                 00003310
           MOVE W-FECHA-OPER-N       TO VRST-FEULMOD                    00003320
           MOVE RST0-TERMINAL        TO VRST-NUMTER                     00003330
           MOVE RST0-USERID          TO VRST-USUARIO                    00003340
      *    UNA RESTRICCION QUE AUN NO RIGE NO DEJA HISTORIA: SE BORRA.  00003350
      *    LA QUE YA RIGE SE CIERRA HOY PARA QUE EL CONTROL DIARIO      00003360
      *    SIGA VIENDO EL PERIODO EN QUE ESTUVO VIGENTE                 00003370
           IF VRST-FECDESDE > W-FECHA-OPER-N                            00003380
              EXEC SQL                                                  00003390
                   DELETE FROM VLDTRST                                  00003400
                    WHERE VRST_TIPO     = :VRST-TIPO                    00003410
                      AND VRST_CODIGO   = :VRST-CODIGO                  00003420
                      AND VRST_FECDESDE = :VRST-FECDESDE                00003430
              END-EXEC                                                  00003440
              MOVE 'BAJA    ' TO VL7LOG-OPERACION                       00003450
           ELSE                                                         00003460
              IF VRST-FECHASTA NOT = ZEROS                              00003470
                 AND VRST-FECHASTA < W-FECHA-OPER-N                     00003480
                 MOVE '05'               TO RST0-COD-RETORNO            00003490
                 MOVE 'VLE2363'          TO RST0-COD-ERROR-DEV          00003500
                 MOVE 'VENCIDA '         TO RST0-VAR1-ERROR             00003510
                 PERFORM 9999-FIN                                       00003520
              END-IF                                                    00003530
              MOVE W-FECHA-OPER-N    TO VRST-FECHASTA                   00003540
              EXEC SQL                                                  00003550
                   UPDATE VLDTRST                                       00003560
                      SET VRST_FECHASTA = :VRST-FECHASTA                00003570
                        , VRST_FEULMOD  = :VRST-FEULMOD                 00003580
                        , VRST_NUMTER   = :VRST-NUMTER                  00003590
                        , VRST_USUARIO  = :VRST-USUARIO                 00003600
                    WHERE VRST_TIPO     = :VRST-TIPO                    00003610
                      AND VRST_CODIGO   = :VRST-CODIGO                  00003620
                      AND VRST_FECDESDE = :VRST-FECDESDE                00003630
              END-EXEC                                                  00003640
              MOVE 'MODIFICA' TO VL7LOG-OPERACION                       00003650
           END-IF                                                       00003660
           IF SQLCODE NOT = ZERO                                        00003670
              PERFORM 8900-ERROR-SQL                                    00003680
           END-IF                                                       00003690
           PERFORM 8000-GRABA-AUDITORIA                                 00003700
           .                                                            00003710
      *                                                                *00003720
      *----------------------------------------------------------------*00003730
       6000-VALIDA-DATOS.                                               00003740
      *----------------------------------------------------------------*00003750
           IF RST0-MOTIVO = SPACES                                      00003760
              MOVE '02'                  TO RST0-COD-RETORNO            00003770
              MOVE 'VLE2363'             TO RST0-COD-ERROR-DEV          00003780
              MOVE 'MOTIVO  '            TO RST0-VAR1-ERROR             00003790
              PERFORM 9999-FIN                                          00003800
           END-IF                                                       00003810
      *    FECHA DE FIN EN CERO (SIN FIN) O NO ANTERIOR AL INICIO       00003820
           IF RST0-FECHASTA NOT NUMERIC                                 00003830
              OR (RST0-FECHASTA NOT = ZEROS                             00003840
                  AND RST0-FECHASTA < RST0-FECDESDE)                    00003850
              MOVE '02'                  TO RST0-COD-RETORNO            00003860
              MOVE 'VLE2363'             TO RST0-COD-ERROR-DEV          00003870
              MOVE 'FECHASTA'            TO RST0-VAR1-ERROR             00003880
              PERFORM 9999-FIN                                          00003890
           END-IF                                                       00003900
           .                                                            00003910
      *                                                                *00003920
      *----------------------------------------------------------------*00003930
       6100-VALIDA-CODIGO.                                              00003940
      *----------------------------------------------------------------*00003950
      *    EL VALOR O EL EMISOR DEBEN EXISTIR EN EL MAESTRO VLDTXEN     00003960
           MOVE ZEROS                TO W-NUM-VALORES                   00003970
           IF RST0-TIPO = 'V'                                           00003980
              MOVE RST0-CODIGO (01:03)  TO VXEN-PAVAL                   00003990
              MOVE RST0-CODIGO (04:08)  TO VXEN-VALOR                   00004000
              MOVE RST0-CODIGO (12:01)  TO VXEN-ISIN                    00004010
              EXEC SQL                                                  00004020
                   SELECT  COUNT(*)                                     00004030
                     INTO :W-NUM-VALORES                                00004040
                     FROM  VLDTXEN                                      00004050
                    WHERE  VXEN_PAVAL = :VXEN-PAVAL                     00004060
                      AND  VXEN_VALOR = :VXEN-VALOR                     00004070
                      AND  VXEN_ISIN  = :VXEN-ISIN                      00004080
              END-EXEC                                                  00004090
           ELSE                                                         00004100
              MOVE RST0-CODIGO          TO VXEN-EMISOR                  00004110
              EXEC SQL                                                  00004120
                   SELECT  COUNT(*)                                     00004130
                     INTO :W-NUM-VALORES                                00004140
                     FROM  VLDTXEN                                      00004150
                    WHERE  VXEN_EMISOR = :VXEN-EMISOR                   00004160
              END-EXEC                                                  00004170
           END-IF                                                       00004180
           IF SQLCODE NOT = ZERO                                        00004190
              PERFORM 8900-ERROR-SQL                                    00004200
           END-IF                                                       00004210
           IF W-NUM-VALORES = ZEROS                                     00004220
              MOVE '04'                  TO RST0-COD-RETORNO            00004230
              MOVE 'VLE2366'             TO RST0-COD-ERROR-DEV          00004240
              MOVE 'VLDTXEN '            TO RST0-VAR1-ERROR             00004250
              PERFORM 9999-FIN                                          00004260
           END-IF                                                       00004270
           .                                                            00004280
      *                                                                *00004290
      *----------------------------------------------------------------*00004300
       7000-LEE-RESTRICCION.                                            00004310
      *----------------------------------------------------------------*00004320
           MOVE RST0-FECDESDE        TO VRST-FECDESDE                   00004330
           EXEC SQL                                                     00004340
                SELECT  VRST_FECHASTA                                   00004350
                     ,  VRST_MOTIVO                                     00004360
                  INTO :VRST-FECHASTA                                   00004370
                     , :VRST-MOTIVO                                     00004380
                  FROM  VLDTRST                                         00004390
                 WHERE  VRST_TIPO     = :VRST-TIPO                      00004400
                   AND  VRST_CODIGO   = :VRST-CODIGO                    00004410
                   AND  VRST_FECDESDE = :VRST-FECDESDE                  00004420
           END-EXEC                                                     00004430
           IF SQLCODE = 100                                             00004440
              MOVE '03'                  TO RST0-COD-RETORNO            00004450
              MOVE 'VLE2365'             TO RST0-COD-ERROR-DEV          00004460
              MOVE 'VLDTRST '            TO RST0-VAR1-ERROR             00004470
              PERFORM 9999-FIN                                          00004480
           END-IF                                                       00004490
           IF SQLCODE NOT = ZERO                                        00004500
              PERFORM 8900-ERROR-SQL                                    00004510
           END-IF                                                       00004520
           .                                                            00004530
      *                                                                *00004540
      *----------------------------------------------------------------*00004550
       8000-GRABA-AUDITORIA.                                            00004560
      *----------------------------------------------------------------*00004570
           MOVE RST0-FECHA-OPER       TO  VL7LOG-FECHA                  00004580
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004590
           MOVE RST0-TERMINAL         TO  VL7LOG-NUMTER                 00004600
           MOVE RST0-USERID           TO  VL7LOG-NUMUSER                00004610
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004620
           MOVE 'VLDTRST'             TO  VL7LOG-TABLA                  00004630
           MOVE LENGTH OF DCLVLDTRST  TO  VL7LOG-REGISTRO-LEN           00004640
           MOVE SPACES                TO  LOGVLDTRST                    00004650
           MOVE DCLVLDTRST            TO  LOGVLDTRST                    00004660
           MOVE LOGVLDTRST            TO  VL7LOG-REGISTRO-TEXT          00004670
                                                                        00004680
           EXEC CICS                                                    00004690
              LINK PROGRAM (VL7CRLOG)                                   00004700
              COMMAREA (W-VLWCLOG0)                                     00004710
           END-EXEC                                                     00004720
                                                                        00004730
           IF VL7LOG-CODRESP NOT = ZEROS                                00004740
              MOVE '98'                  TO RST0-COD-RETORNO            00004750
              MOVE 'VLE0907'             TO RST0-COD-ERROR-DEV          00004760
              MOVE 'VL7CRLOG'            TO RST0-VAR1-ERROR             00004770
              PERFORM 9999-FIN                                          00004780
           END-IF                                                       00004790
           .                                                            00004800
      *                                                                *00004810
      *----------------------------------------------------------------*00004820
       8900-ERROR-SQL.                                                  00004830
      *----------------------------------------------------------------*00004840
           MOVE '99'                  TO RST0-COD-RETORNO               00004850
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00004860
           MOVE 'VLE1000'             TO RST0-COD-ERROR-DEV             00004870
           MOVE 'VLDTRST '            TO RST0-VAR1-ERROR                00004880
           MOVE W-SQLCODE-EDIT        TO RST0-VAR2-ERROR                00004890
           PERFORM 9999-FIN.                                            00004900
      *                                                                *00004910
      *----------------------------------------------------------------*00004920
       9999-FIN.                                                        00004930
      *----------------------------------------------------------------*00004940
           EXEC CICS                                                    00004950
              RETURN                                                    00004960
           END-EXEC.                                                    00004970
      *=================================================================00004980
      *   FIN DEL PROGRAMA                                              00004990
      *=================================================================00005000
