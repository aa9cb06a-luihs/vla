      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CORD0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : TOMA DE ORDENES DE CLIENTES - TABLA VLDTORD      *00000080
      *OBJETIVO     : 'A' REGISTRA UNA ORDEN DE COMPRA O VENTA POR     *00000090
      *               CUENTA TRAS EL CONTROL PREVIO A LA NEGOCIACION:  *00000100
      *               CUENTA ACTIVA, SIN EMBARGO VIGENTE (VLDTEMB),    *00000110
      *               SIN SUCESION ABIERTA (VLDTSUC), REVISION KYC EN  *00000120
      *               PLAZO, IDONEIDAD DEL VALOR PARA EL PERFIL DEL    *00000130
      *               CLIENTE (COMO VL4CPREV) Y, EN VENTAS, CANTIDAD   *00000140
      *               DISPONIBLE: DEPOSITADO - BLOQUEADO - PIGNORADO   *00000150
      *               (VLDTPRE) - VENTAS SIN LIQUIDAR (VLDTOPE/VLDTDET)*00000160
      *               - OTRAS ORDENES DE VENTA VIVAS. LA ORDEN         *00000170
      *               ACEPTADA LA PASA VL4CORDE A LA MESA.             *00000180
      *               'X' ANULA UNA ORDEN VIVA. 'C' CONSULTA LAS       *00000190
      *               ORDENES DE UNA CUENTA. LOS CAMBIOS SE AUDITAN EN *00000200
      *               VLDTRLOG VIA VL7CRLOG.                           *00000210
      ******************************************************************00000220
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000230
      *--------- ---------- ----------------- -------------------------*00000240
      *RITM49158 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000250
      *--------- ---------- ----------------- -------------------------*00000251
LRH@1 *RITM49175 15-10-26   LUIS RIVERA H.    A LOS EMPLEADOS         * 00000252
LRH@1 *                                       REGISTRADOS EN VLDTEPL  * 00000253
LRH@1 *                                       SE LES RECHAZA LA ORDEN * 00000254
LRH@1 *                                       SOBRE VALORES O EMISORES* 00000255
LRH@1 *                                       DE LA LISTA RESTRINGIDA * 00000256
LRH@1 *                                       VIGENTE (VLDTRST).      * 00000257
LRH@2 *RITM49176 15-10-26   LUIS RIVERA H.    NO SE ADMITEN VENTAS DE * 00000258
LRH@2 *                                       CUENTAS CON ALERTA DE   * 00000259
LRH@2 *                                       TOMA DE CUENTA BLOQUEADA* 00000260
LRH@2 *                                       (VLDTATO) HASTA QUE     * 00000261
LRH@2 *                                       OPERACIONES LA LIBERE.  * 00000262
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CORD0'.   00000440
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000450
                                                                        00000460
      *-----------------------------------------------------------------00000470
      *    VARIABLES.                                                   00000480
      *-----------------------------------------------------------------00000490
       01  W-VARIABLES.                                                 00000500
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000510
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000520
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000530
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000540
           03 WK-NUMORD-MAX            PIC S9(9)V COMP-3 VALUE ZEROS.   00000550
           03 WK-NUMCLI                PIC S9(8)V COMP-3 VALUE ZEROS.   00000560
           03 WK-EMB-VIGENTES          PIC S9(9) COMP  VALUE ZEROS.     00000570
           03 W-HORA-CURRENT.                                           00000580
              05  W-HORA               PIC 99.                          00000590
              05  W-MINUTOS            PIC 99.                          00000600
              05  W-SEGUNDOS           PIC 99.                          00000610
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000620
                                                                        00000630
      *    DATOS DEL CLIENTE TITULAR (VLDTXMI)                          00000640
       01  W-CLIENTE.                                                   00000650
           03 WK-FALLECIDO             PIC X(01)       VALUE 'N'.       00000660
           03 WK-SUC-ESTADO            PIC X(01)       VALUE SPACE.     00000670
           03 WK-FECREVKYC             PIC S9(8)V COMP-3 VALUE ZEROS.   00000680
           03 WK-PERFIL                PIC X(01)       VALUE '1'.       00000690
           03 WK-AUTRIESGO             PIC X(01)       VALUE 'N'.       00000700
           03 WK-KYC-GRACIA            PIC 9(03)       VALUE ZEROS.     00000710
           03 WK-DIAS-KYC              PIC S9(09) COMP-3 VALUE ZEROS.   00000720
                                                                        00000730
      *    CANTIDAD DISPONIBLE PARA VENDER                              00000740
       01  W-DISPONIBLE.                                                00000750
           03 WK-ADS-DEPOS             PIC S9(13)V COMP-3 VALUE ZEROS.  00000760
           03 WK-ADS-BLOQ              PIC S9(13)V COMP-3 VALUE ZEROS.  00000770
           03 WK-PRE-PIGNORADO         PIC S9(13)V COMP-3 VALUE ZEROS.  00000780
           03 WK-VTA-PENDIENTE         PIC S9(13)V COMP-3 VALUE ZEROS.  00000790
           03 WK-ORD-VIVAS             PIC S9(13)V COMP-3 VALUE ZEROS.  00000800
           03 WK-DISPONIBLE            PIC S9(13)V COMP-3 VALUE ZEROS.  00000810
                                                                        00000820
      * CALCULO DE DIAS ENTRE FECHAS (NUMERO DE DIA JULIANO)            00000830
       01  WS-DIAS-ENTRE.                                               00000840
           05 WJD-AAAA             PIC S9(05) COMP-3 VALUE ZEROS.       00000850
           05 WJD-MM               PIC S9(03) COMP-3 VALUE ZEROS.       00000860
           05 WJD-DD               PIC S9(03) COMP-3 VALUE ZEROS.       00000870
           05 WJD-A                PIC S9(05) COMP-3 VALUE ZEROS.       00000880
           05 WJD-Y                PIC S9(05) COMP-3 VALUE ZEROS.       00000890
           05 WJD-M                PIC S9(03) COMP-3 VALUE ZEROS.       00000900
           05 WJD-JDN              PIC S9(09) COMP-3 VALUE ZEROS.       00000910
           05 WJD-T1               PIC S9(09) COMP-3 VALUE ZEROS.       00000920
           05 WJD-T2               PIC S9(09) COMP-3 VALUE ZEROS.       00000930
           05 WJD-T3               PIC S9(09) COMP-3 VALUE ZEROS.       00000940
           05 WJD-T4               PIC S9(09) COMP-3 VALUE ZEROS.       00000950
           05 WJD-JDN-REV          PIC S9(09) COMP-3 VALUE ZEROS.       00000960
           05 WJD-FECHA            PIC 9(08)         VALUE ZEROS.       00000970
           05 WJD-FECHA-R REDEFINES WJD-FECHA.                          00000980
              10 WJD-FECHA-AAAA    PIC 9(04).                           00000990
              10 WJD-FECHA-MM      PIC 9(02).                           00001000
              10 WJD-FECHA-DD      PIC 9(02).                           00001010
                                                                        00001020
      ** COPY PARA RUTINA VL7CRLOG                                      00001030
       01 W-VLWCLOG0.                                                   00001040
           COPY VLWCLOG0.                                               00001050
       01 LOGVLDTORD               PIC X(500).                          00001060
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00001070
           COPY VLCPTEN0.                                               00001080
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00001090
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00001100
           COPY VLCPTVE0.                                               00001110
       77  WK-VL9CVEN0             PIC X(08)       VALUE 'VL9CVEN0'.    00001120
      *    PARAMETROS (VL9CPAR0 / VLDTPAR)                              00001130
           COPY VLCPTPA0.                                               00001140
       77  WK-VL9CPAR0             PIC X(08)       VALUE 'VL9CPAR0'.    00001150
LRH@1 *    ENTRADAS VIGENTES DE LA LISTA RESTRINGIDA (VLDTRST)          00001151
LRH@1  77  WK-RESTRINGIDAS         PIC S9(9) COMP  VALUE ZEROS.         00001152
LRH@2 *    ALERTAS DE TOMA DE CUENTA BLOQUEADAS (VLDTATO)               00001153
LRH@2  77  WK-ALERTAS-ATO          PIC S9(9) COMP  VALUE ZEROS.         00001154
                                                                        00001160
      *    ORDENES DE CLIENTES                                          00001170
           COPY VLCPTORD.                                               00001180
                                                                        00001190
      *-----------------------------------------------------------------00001200
      *    INCLUDES (DEFINICION DE TABLAS).                             00001210
      *-----------------------------------------------------------------00001220
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00001230
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001240
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00001250
                                                                        00001260
      *-----------------------------------------------------------------00001270
      *                   C U R S O R E S                              *00001280
      *-----------------------------------------------------------------00001290
           EXEC SQL                                                     00001300
                DECLARE VLDCORD1  CURSOR FOR                            00001310
                SELECT  VORD_NUMORD                                     00001320
                     ,  VORD_PAVAL                                      00001330
                     ,  VORD_VALOR                                      00001340
                     ,  VORD_ISIN                                       00001350
                     ,  VORD_TIPOP                                      00001360
                     ,  VORD_TITULOS                                    00001370
                     ,  VORD_PRECIO_LIM                                 00001380
                     ,  VORD_FECORD                                     00001390
                     ,  VORD_FECVIG                                     00001400
                     ,  VORD_TIT_EJEC                                   00001410
                     ,  VORD_ESTADO                                     00001420
                  FROM  VLDTORD                                         00001430
                 WHERE  VORD_CUENTA = :VORD-CUENTA                      00001440
                 ORDER  BY VORD_FECORD DESC                             00001450
                     ,  VORD_NUMORD DESC                                00001460
           END-EXEC.                                                    00001470
                                                                        00001480
      *---------------*                                                 00001490
       LINKAGE SECTION.                                                 00001500
      *---------------*                                                 00001510
       01  DFHCOMMAREA.                                                 00001520
           05  ORD0-DATOS-ENTRADA.                                      00001530
               10  ORD0-ACCION         PIC X(01).                       00001540
                   88  ORD0-ALTA           VALUE 'A'.                   00001550
                   88  ORD0-ANULA          VALUE 'X'.                   00001560
                   88  ORD0-CONSULTA       VALUE 'C'.                   00001570
               10  ORD0-NUMORD         PIC 9(09).                       00001580
               10  ORD0-CUENTA         PIC 9(07).                       00001590
               10  ORD0-CODVALOR       PIC X(12).                       00001600
               10  ORD0-TIPOP          PIC X(01).                       00001610
               10  ORD0-TITULOS        PIC 9(13).                       00001620
               10  ORD0-PRECIO-LIM     PIC 9(09)V9(06).                 00001630
               10  ORD0-MONEDA         PIC X(03).                       00001640
               10  ORD0-FECVIG         PIC 9(08).                       00001650
               10  ORD0-FECHA-OPER     PIC X(08).                       00001660
               10  ORD0-TERMINAL       PIC X(04).                       00001670
               10  ORD0-USERID         PIC X(08).                       00001680
           05  ORD0-DATOS-SALIDA.                                       00001690
               10  ORD0-COD-RETORNO    PIC X(02).                       00001700
               10  ORD0-COD-ERROR-DEV  PIC X(07).                       00001710
               10  ORD0-VAR1-ERROR     PIC X(08).                       00001720
               10  ORD0-VAR2-ERROR     PIC X(05).                       00001730
               10  ORD0-DISPONIBLE     PIC S9(13).                      00001740
               10  ORD0-NUM-OCCURS     PIC 9(02).                       00001750
               10  ORD0-ORDENES OCCURS 10 TIMES.                        00001760
                   15  ORD0-E-NUMORD       PIC 9(09).                   00001770
                   15  ORD0-E-CODVALOR     PIC X(12).                   00001780
                   15  ORD0-E-TIPOP        PIC X(01).                   00001790
                   15  ORD0-E-TITULOS      PIC 9(13).                   00001800
                   15  ORD0-E-PRECIO-LIM   PIC 9(09)V9(06).             00001810
                   15  ORD0-E-FECORD       PIC 9(08).                   00001820
                   15  ORD0-E-FECVIG       PIC 9(08).                   00001830
                   15  ORD0-E-TIT-EJEC     PIC 9(13).                   00001840
                   15  ORD0-E-ESTADO       PIC X(01).                   00001850
      *-----------------------------------------------------------------00001860
                                                                        00001870
      *==================                                               00001880
       PROCEDURE DIVISION.                                              00001890
      *==================                                               00001900
           PERFORM 1000-INICIO                                          00001910
           EVALUATE TRUE                                                00001920
               WHEN ORD0-ALTA                                           00001930
                    PERFORM 2000-ALTA-ORDEN                             00001940
               WHEN ORD0-ANULA                                          00001950
                    PERFORM 3000-ANULA-ORDEN                            00001960
               WHEN ORD0-CONSULTA                                       00001970
                    PERFORM 4000-CONSULTA-ORDENES                       00001980
               WHEN OTHER                                               00001990
                    MOVE '01'                  TO ORD0-COD-RETORNO      00002000
                    MOVE 'VLE2172'             TO ORD0-COD-ERROR-DEV    00002010
                    MOVE 'ACCION  '            TO ORD0-VAR1-ERROR       00002020
           END-EVALUATE                                                 00002030
           PERFORM 9999-FIN.                                            00002040
                                                                        00002050
      *---------------------------------------------------------------- 00002060
       1000-INICIO.                                                     00002070
      *---------------------------------------------------------------- 00002080
           INITIALIZE      ORD0-DATOS-SALIDA                            00002090
                           DCLVLDTORD.                                  00002100
                                                                        00002110
           MOVE '00'                TO  ORD0-COD-RETORNO                00002120
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00002130
           MOVE ORD0-CUENTA         TO  VORD-CUENTA                     00002140
      *    CON VENTANA BATCH CERRADA (VLDTVEN) NO SE MUTA: EL           00002150
      *    OPERADOR REINTENTA CUANDO EL PROCESO CRITICO TERMINE         00002160
           IF NOT ORD0-CONSULTA                                         00002170
              MOVE ORD0-FECHA-OPER    TO W-FECHA-OPER                   00002180
              IF W-FECHA-OPER NOT NUMERIC                               00002190
                 MOVE '02'              TO ORD0-COD-RETORNO             00002200
                 MOVE 'VLE2297'         TO ORD0-COD-ERROR-DEV           00002210
                 MOVE ORD0-FECHA-OPER   TO ORD0-VAR1-ERROR              00002220
                 PERFORM 9999-FIN                                       00002230
              END-IF                                                    00002240
              INITIALIZE VL9CVEN0-AREA                                  00002250
              MOVE 'Q'           TO VEN0-ACCION                         00002260
              MOVE SPACES        TO VEN0-AMBITO                         00002270
              CALL WK-VL9CVEN0 USING VL9CVEN0-AREA                      00002280
              IF VEN0-CODRESP NOT = ZEROS                               00002290
                 MOVE '99'              TO ORD0-COD-RETORNO             00002300
                 MOVE 'VLE1000'         TO ORD0-COD-ERROR-DEV           00002310
                 MOVE 'VLDTVEN '        TO ORD0-VAR1-ERROR              00002320
                 PERFORM 9999-FIN                                       00002330
              END-IF                                                    00002340
              IF VEN0-CERRADAS > ZEROS                                  00002350
                 MOVE '90'              TO ORD0-COD-RETORNO             00002360
                 MOVE 'VLE2277'         TO ORD0-COD-ERROR-DEV           00002370
                 MOVE VEN0-AMBITO-CERR  TO ORD0-VAR1-ERROR              00002380
                 PERFORM 9999-FIN                                       00002390
              END-IF                                                    00002400
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00002410
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00002420
              INITIALIZE VL9CENT0-AREA                                  00002430
              MOVE ORD0-USERID        TO ENT0-USUARIO                   00002440
              MOVE 'VL7CORD0'        TO ENT0-CODTRAN                    00002450
              MOVE ORD0-ACCION        TO ENT0-ACCION                    00002460
              MOVE ORD0-FECHA-OPER    TO ENT0-FECHA                     00002470
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002480
              MOVE ORD0-TERMINAL      TO ENT0-TERMINAL                  00002490
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002500
              IF ENT0-CODRESP NOT = ZEROS                               00002510
                 MOVE '99'              TO ORD0-COD-RETORNO             00002520
                 MOVE 'VLE1000'         TO ORD0-COD-ERROR-DEV           00002530
                 MOVE 'VLDTENT '        TO ORD0-VAR1-ERROR              00002540
                 PERFORM 9999-FIN                                       00002550
              END-IF                                                    00002560
              IF ENT0-PERMITIDO NOT = 'S'                               00002570
                 MOVE '91'              TO ORD0-COD-RETORNO             00002580
                 MOVE 'VLE2278'         TO ORD0-COD-ERROR-DEV           00002590
                 MOVE ORD0-USERID        TO ORD0-VAR1-ERROR             00002600
                 PERFORM 9999-FIN                                       00002610
              END-IF                                                    00002620
           END-IF                                                       00002630
           .                                                            00002640
      *                                                                *00002650
      *----------------------------------------------------------------*00002660
       2000-ALTA-ORDEN.                                                 00002670
      *----------------------------------------------------------------*00002680
           IF ORD0-TIPOP NOT = 'C' AND 'V'                              00002690
              MOVE '02'                  TO ORD0-COD-RETORNO            00002700
              MOVE 'VLE2312'             TO ORD0-COD-ERROR-DEV          00002710
              MOVE 'TIPOP   '            TO ORD0-VAR1-ERROR             00002720
              PERFORM 9999-FIN                                          00002730
           END-IF                                                       00002740
           IF ORD0-TITULOS NOT > ZEROS                                  00002750
              MOVE '02'                  TO ORD0-COD-RETORNO            00002760
              MOVE 'VLE2312'             TO ORD0-COD-ERROR-DEV          00002770
              MOVE 'TITULOS '            TO ORD0-VAR1-ERROR             00002780
              PERFORM 9999-FIN                                          00002790
           END-IF                                                       00002800
      *    MONEDAS QUE VL4C3050 SABE LIQUIDAR                           00002810
           IF ORD0-MONEDA NOT = 'PEN' AND 'USD' AND 'EUR'               00002820
              MOVE '02'                  TO ORD0-COD-RETORNO            00002830
              MOVE 'VLE2312'             TO ORD0-COD-ERROR-DEV          00002840
              MOVE 'MONEDA  '            TO ORD0-VAR1-ERROR             00002850
              PERFORM 9999-FIN                                          00002860
           END-IF                                                       00002870
      *    SIN VIGENCIA INFORMADA LA ORDEN VALE SOLO PARA EL DIA        00002880
           IF ORD0-FECVIG = ZEROS                                       00002890
              MOVE W-FECHA-OPER-N        TO ORD0-FECVIG                 00002900
           END-IF                                                       00002910
           IF ORD0-FECVIG < W-FECHA-OPER-N                              00002920
              MOVE '03'                  TO ORD0-COD-RETORNO            00002930
              MOVE 'VLE2311'             TO ORD0-COD-ERROR-DEV          00002940
              MOVE 'FEC-VIG '            TO ORD0-VAR1-ERROR             00002950
              PERFORM 9999-FIN                                          00002960
           END-IF                                                       00002970
                                                                        00002980
           PERFORM 2100-VALIDA-CUENTA                                   00002990
           PERFORM 2200-VALIDA-CLIENTE                                  00003000
           PERFORM 2300-VALIDA-VALOR                                    00003010
LRH@1      PERFORM 2350-VALIDA-RESTRINGIDO                              00003011
           MOVE 'N'                      TO VORD-IND-AUTRIESGO          00003020
           IF ORD0-TIPOP = 'C'                                          00003030
              PERFORM 2400-VALIDA-IDONEIDAD                             00003040
           ELSE                                                         00003050
LRH@2         PERFORM 2450-VALIDA-ALERTA-ATO                            00003051
              PERFORM 2500-VALIDA-DISPONIBLE                            00003060
           END-IF                                                       00003070
                                                                        00003080
      *    NUMERO DE ORDEN                                              00003090
           MOVE ZEROS TO WK-NUMORD-MAX                                  00003100
           EXEC SQL                                                     00003110
                SELECT  COALESCE(MAX(VORD_NUMORD), 0)                   00003120
                  INTO :WK-NUMORD-MAX                                   00003130
                  FROM  VLDTORD                                         00003140
           END-EXEC                                                     00003150
           IF SQLCODE NOT = ZERO AND 100                                00003160
              PERFORM 8900-ERROR-SQL                                    00003170
           END-IF                                                       00003180
           COMPUTE VORD-NUMORD = WK-NUMORD-MAX + 1                      00003190
                                                                        00003200
           MOVE ORD0-TIPOP           TO VORD-TIPOP                      00003210
           MOVE ORD0-TITULOS         TO VORD-TITULOS                    00003220
           MOVE ORD0-PRECIO-LIM      TO VORD-PRECIO-LIM                 00003230
           MOVE ORD0-MONEDA          TO VORD-MONEDA                     00003240
           MOVE W-FECHA-OPER-N       TO VORD-FECORD                     00003250
           MOVE W-HORA-CURRENT-N     TO VORD-HORORD                     00003260
           MOVE ORD0-FECVIG          TO VORD-FECVIG                     00003270
           MOVE 'N'                  TO VORD-IND-ENVIO                  00003280
           MOVE ZEROS                TO VORD-TIT-EJEC                   00003290
                                        VORD-IMP-EJEC                   00003300
                                        VORD-REFER-EJEC                 00003310
                                        VORD-FEC-EJEC                   00003320
           MOVE 'A'                  TO VORD-ESTADO                     00003330
           MOVE W-FECHA-OPER-N       TO VORD-FEULMOD                    00003340
           MOVE W-HORA-CURRENT-N     TO VORD-HORULMOD                   00003350
           MOVE ORD0-TERMINAL        TO VORD-NUMTER                     00003360
           MOVE ORD0-USERID          TO VORD-USUARIO                    00003370
                                                                        00003380
           EXEC SQL                                                     00003390
                INSERT INTO VLDTORD                                     00003400
                      ( VORD_NUMORD                                     00003410
                      , VORD_CUENTA                                     00003420
                      , VORD_PAVAL                                      00003430
                      , VORD_VALOR                                      00003440
                      , VORD_ISIN                                       00003450
                      , VORD_TIPOP                                      00003460
                      , VORD_TITULOS                                    00003470
                      , VORD_PRECIO_LIM                                 00003480
                      , VORD_MONEDA                                     00003490
                      , VORD_FECORD                                     00003500
                      , VORD_HORORD                                     00003510
                      , VORD_FECVIG                                     00003520
                      , VORD_IND_AUTRIESGO                              00003530
                      , VORD_IND_ENVIO                                  00003540
                      , VORD_TIT_EJEC                                   00003550
                      , VORD_IMP_EJEC                                   00003560
                      , VORD_REFER_EJEC                                 00003570
                      , VORD_FEC_EJEC                                   00003580
                      , VORD_ESTADO                                     00003590
                      , VORD_FEULMOD                                    00003600
                      , VORD_HORULMOD                                   00003610
                      , VORD_NUMTER                                     00003620
                      , VORD_USUARIO )                                  00003630
                VALUES                                                  00003640
                      ( :VORD-NUMORD                                    00003650
                      , :VORD-CUENTA                                    00003660
                      , :VORD-PAVAL                                     00003670
                      , :VORD-VALOR                                     00003680
                      , :VORD-ISIN                                      00003690
                      , :VORD-TIPOP                                     00003700
                      , :VORD-TITULOS                                   00003710
                      , :VORD-PRECIO-LIM                                00003720
                      , :VORD-MONEDA                                    00003730
                      , :VORD-FECORD                                    00003740
                      , :VORD-HORORD                                    00003750
                      , :VORD-FECVIG                                    00003760
                      , :VORD-IND-AUTRIESGO                             00003770
                      , :VORD-IND-ENVIO                                 00003780
                      , :VORD-TIT-EJEC                                  00003790
                      , :VORD-IMP-EJEC                                  00003800
                      , :VORD-REFER-EJEC                                00003810
                      , :VORD-FEC-EJEC                                  00003820
                      , :VORD-ESTADO                                    00003830
                      , :VORD-FEULMOD                                   00003840
                      , :VORD-HORULMOD                                  00003850
                      , :VORD-NUMTER                                    00003860
                      , :VORD-USUARIO )                                 00003870
           END-EXEC                                                     00003880
           IF SQLCODE NOT = ZERO                                        00003890
              PERFORM 8900-ERROR-SQL                                    00003900
           END-IF                                                       00003910
                                                                        00003920
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00003930
           PERFORM 8000-GRABA-AUDITORIA                                 00003940
           MOVE VORD-NUMORD          TO ORD0-NUMORD                     00003950
           .                                                            00003960
      *                                                                *00003970
      *----------------------------------------------------------------*00003980
       2100-VALIDA-CUENTA.                                              00003990
      *----------------------------------------------------------------*00004000
      *    LA CUENTA DEBE EXISTIR Y ESTAR ACTIVA                        00004010
           MOVE ORD0-CUENTA TO VARC-CUENTA                              00004020
           EXEC SQL                                                     00004030
                SELECT  VARC_SITUAC                                     00004040
                     ,  VARC_NUMCLI                                     00004050
                  INTO :VARC-SITUAC                                     00004060
                     , :VARC-NUMCLI                                     00004070
                  FROM  VLDTARC                                         00004080
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00004090
           END-EXEC                                                     00004100
           IF SQLCODE = 100                                             00004110
              OR (SQLCODE = ZERO AND VARC-SITUAC NOT = 'A')             00004120
              MOVE '04'                  TO ORD0-COD-RETORNO            00004130
              MOVE 'VLE2309'             TO ORD0-COD-ERROR-DEV          00004140
              MOVE 'VLDTARC '            TO ORD0-VAR1-ERROR             00004150
              PERFORM 9999-FIN                                          00004160
           END-IF                                                       00004170
           IF SQLCODE NOT = ZERO                                        00004180
              PERFORM 8900-ERROR-SQL                                    00004190
           END-IF                                                       00004200
           MOVE VARC-NUMCLI          TO WK-NUMCLI                       00004210
                                                                        00004220
      *    EMBARGO JUDICIAL VIGENTE: LA CUENTA NO OPERA                 00004230
           MOVE ZEROS                TO WK-EMB-VIGENTES                 00004240
           EXEC SQL                                                     00004250
                SELECT  COUNT(*)                                        00004260
                  INTO :WK-EMB-VIGENTES                                 00004270
                  FROM  VLDTEMB                                         00004280
                 WHERE  VEMB_CUENTA = :VARC-CUENTA                      00004290
                   AND  VEMB_ESTADO = 'V'                               00004300
           END-EXEC                                                     00004310
           IF SQLCODE NOT = ZERO                                        00004320
              PERFORM 8900-ERROR-SQL                                    00004330
           END-IF                                                       00004340
           IF WK-EMB-VIGENTES > ZEROS                                   00004350
              MOVE '05'                  TO ORD0-COD-RETORNO            00004360
              MOVE 'VLE2171'             TO ORD0-COD-ERROR-DEV          00004370
              MOVE 'VLDTEMB '            TO ORD0-VAR1-ERROR             00004380
              PERFORM 9999-FIN                                          00004390
           END-IF                                                       00004400
           .                                                            00004410
      *                                                                *00004420
      *----------------------------------------------------------------*00004430
       2200-VALIDA-CLIENTE.                                             00004440
      *----------------------------------------------------------------*00004450
           MOVE 'N'                  TO WK-FALLECIDO                    00004460
           MOVE ZEROS                TO WK-FECREVKYC                    00004470
           MOVE '1'                  TO WK-PERFIL                       00004480
           MOVE 'N'                  TO WK-AUTRIESGO                    00004490
           EXEC SQL                                                     00004500
                SELECT  VXMI_FALLECIDO                                  00004510
                     ,  VXMI_FECREVKYC                                  00004520
                     ,  VXMI_PERFIL                                     00004530
                     ,  VXMI_AUTRIESGO                                  00004540
                  INTO :WK-FALLECIDO                                    00004550
                     , :WK-FECREVKYC                                    00004560
                     , :WK-PERFIL                                       00004570
                     , :WK-AUTRIESGO                                    00004580
                  FROM  VLDTXMI                                         00004590
                 WHERE  VXMI_CODCLI = :WK-NUMCLI                        00004600
           END-EXEC                                                     00004610
           IF SQLCODE NOT = ZERO AND 100                                00004620
              PERFORM 8900-ERROR-SQL                                    00004630
           END-IF                                                       00004640
                                                                        00004650
      *    TITULAR FALLECIDO: SOLO CON LA SUCESION ADJUDICADA O         00004660
      *    CERRADA, COMO EN VL2C1010                                    00004670
           IF WK-FALLECIDO = 'S'                                        00004680
              MOVE SPACE             TO WK-SUC-ESTADO                   00004690
              EXEC SQL                                                  00004700
                   SELECT  VSUC_ESTADO                                  00004710
                     INTO :WK-SUC-ESTADO                                00004720
                     FROM  VLDTSUC                                      00004730
                    WHERE  VSUC_CUENTA = :VARC-CUENTA                   00004740
              END-EXEC                                                  00004750
              IF SQLCODE NOT = ZERO AND 100                             00004760
                 PERFORM 8900-ERROR-SQL                                 00004770
              END-IF                                                    00004780
              IF WK-SUC-ESTADO NOT = 'A' AND 'C'                        00004790
                 MOVE '06'               TO ORD0-COD-RETORNO            00004800
                 MOVE 'VLE2276'          TO ORD0-COD-ERROR-DEV          00004810
                 MOVE 'VLDTSUC '         TO ORD0-VAR1-ERROR             00004820
                 PERFORM 9999-FIN                                       00004830
              END-IF                                                    00004840
           END-IF                                                       00004850
                                                                        00004860
      *    REVISION KYC VENCIDA MAS ALLA DE LA GRACIA (LA MISMA QUE     00004870
      *    BLOQUEA EL ALTA DE CUENTAS EN VL2C1010). SIN FECHA DE        00004880
      *    REVISION CARGADA NO SE BLOQUEA.                              00004890
           IF WK-FECREVKYC > ZEROS                                      00004900
              INITIALIZE VL9CPAR0-AREA                                  00004910
              MOVE 'VL2C1010'        TO PAR0-PROGRAMA                   00004920
              MOVE 'DIAS-GRACIA-KYC' TO PAR0-NOMBRE                     00004930
              MOVE W-FECHA-OPER-N    TO PAR0-FECHA                      00004940
              CALL WK-VL9CPAR0    USING VL9CPAR0-AREA                   00004950
              IF PAR0-CODRESP = ZEROS                                   00004960
                 AND PAR0-VALOR (1:3) NUMERIC                           00004970
                 MOVE PAR0-VALOR (1:3) TO WK-KYC-GRACIA                 00004980
              ELSE                                                      00004990
                 MOVE 30             TO WK-KYC-GRACIA                   00005000
              END-IF                                                    00005010
              MOVE WK-FECREVKYC      TO WJD-FECHA                       00005020
              PERFORM 8500-DIA-JULIANO                                  00005030
              MOVE WJD-JDN           TO WJD-JDN-REV                     00005040
              MOVE W-FECHA-OPER-N    TO WJD-FECHA                       00005050
              PERFORM 8500-DIA-JULIANO                                  00005060
              COMPUTE WK-DIAS-KYC = WJD-JDN - WJD-JDN-REV               00005070
              IF WK-DIAS-KYC > WK-KYC-GRACIA                            00005080
                 MOVE '07'               TO ORD0-COD-RETORNO            00005090
                 MOVE 'VLE2290'          TO ORD0-COD-ERROR-DEV          00005100
                 MOVE 'KYC     '         TO ORD0-VAR1-ERROR             00005110
                 PERFORM 9999-FIN                                       00005120
              END-IF                                                    00005130
           END-IF                                                       00005140
           .                                                            00005150
      *                                                                *00005160
      *----------------------------------------------------------------*00005170
       2300-VALIDA-VALOR.                                               00005180
      *----------------------------------------------------------------*00005190
           MOVE ORD0-CODVALOR (01:03) TO VXEN-PAVAL VORD-PAVAL          00005200
           MOVE ORD0-CODVALOR (04:08) TO VXEN-VALOR VORD-VALOR          00005210
           MOVE ORD0-CODVALOR (12:01) TO VXEN-ISIN  VORD-ISIN           00005220
           EXEC SQL                                                     00005230
                SELECT  VXEN_SUSPDT                                     00005240
                     ,  VXEN_CATRIESG                                   00005250
                  INTO :VXEN-SUSPDT                                     00005260
                     , :VXEN-CATRIESG                                   00005270
                  FROM  VLDTXEN                                         00005280
                 WHERE  VXEN_PAVAL = :VXEN-PAVAL                        00005290
                   AND  VXEN_VALOR = :VXEN-VALOR                        00005300
                   AND  VXEN_ISIN  = :VXEN-ISIN                         00005310
           END-EXEC                                                     00005320
           IF SQLCODE = 100                                             00005330
              MOVE '08'                  TO ORD0-COD-RETORNO            00005340
              MOVE 'VLE2310'             TO ORD0-COD-ERROR-DEV          00005350
              MOVE 'VLDTXEN '            TO ORD0-VAR1-ERROR             00005360
              PERFORM 9999-FIN                                          00005370
           END-IF                                                       00005380
           IF SQLCODE NOT = ZERO                                        00005390
              PERFORM 8900-ERROR-SQL                                    00005400
           END-IF                                                       00005410
           IF VXEN-SUSPDT NOT = ZEROS                                   00005420
              MOVE '08'                  TO ORD0-COD-RETORNO            00005430
              MOVE 'VLE2315'             TO ORD0-COD-ERROR-DEV          00005440
              MOVE 'SUSPDT  '            TO ORD0-VAR1-ERROR             00005441
              PERFORM 9999-FIN                                          00005442
           END-IF                                                       00005443
           .                                                            00005444
LRH@1 *                                                                *00005445
LRH@1 *----------------------------------------------------------------*00005446
LRH@1  2350-VALIDA-RESTRINGIDO.                                         00005447
LRH@1 *----------------------------------------------------------------*00005448
LRH@1 *    LOS EMPLEADOS VIGENTES EN VLDTEPL NO PUEDEN OPERAR VALORES   00005449
LRH@1 *    DE LA LISTA RESTRINGIDA, NI POR CODIGO NI POR SU EMISOR      00005450
LRH@1      MOVE ZEROS                 TO WK-RESTRINGIDAS                00005451
LRH@1      EXEC SQL                                                     00005452
LRH@1           SELECT  COUNT(*)                                        00005453
LRH@1             INTO :WK-RESTRINGIDAS                                 00005454
LRH@1             FROM  VLDTRST                                         00005455
LRH@1            WHERE ((VRST_TIPO   = 'V'                              00005456
LRH@1              AND   VRST_CODIGO = :ORD0-CODVALOR)                  00005457
LRH@1               OR  (VRST_TIPO   = 'E'                              00005458
LRH@1              AND   VRST_CODIGO =                                  00005459
LRH@1                   (SELECT  VXEN_EMISOR                            00005460
LRH@1                      FROM  VLDTXEN                                00005461
LRH@1                     WHERE  VXEN_PAVAL = :VXEN-PAVAL               00005462
LRH@1                       AND  VXEN_VALOR = :VXEN-VALOR               00005463
LRH@1                       AND  VXEN_ISIN  = :VXEN-ISIN)))             00005464
LRH@1              AND  VRST_FECDESDE <= :W-FECHA-OPER-N                00005465
LRH@1              AND (VRST_FECHASTA  = 0                              00005466
LRH@1               OR  VRST_FECHASTA >= :W-FECHA-OPER-N)               00005467
LRH@1              AND  EXISTS                                          00005468
LRH@1                  (SELECT  1                                       00005469
LRH@1                     FROM  VLDTEPL                                 00005470
LRH@1                    WHERE  VEPL_NUMCLI   = :WK-NUMCLI              00005471
LRH@1                      AND  VEPL_FECALTA <= :W-FECHA-OPER-N         00005472
LRH@1                      AND (VEPL_FECBAJA  = 0                       00005473
LRH@1                       OR  VEPL_FECBAJA >= :W-FECHA-OPER-N))       00005474
LRH@1      END-EXEC                                                     00005475
LRH@1      IF SQLCODE NOT = ZERO                                        00005476
LRH@1         PERFORM 8900-ERROR-SQL                                    00005477
LRH@1      END-IF                                                       00005478
LRH@1      IF WK-RESTRINGIDAS > ZEROS                                   00005479
LRH@1         MOVE '13'                  TO ORD0-COD-RETORNO            00005480
LRH@1         MOVE 'VLE2367'             TO ORD0-COD-ERROR-DEV          00005481
LRH@1         MOVE 'VLDTRST '            TO ORD0-VAR1-ERROR             00005482
LRH@1         PERFORM 9999-FIN                                          00005483
LRH@1      END-IF                                                       00005484
LRH@1      .                                                            00005485
      *                                                                *00005490
      *----------------------------------------------------------------*00005500
       2400-VALIDA-IDONEIDAD.                                           00005510
      *----------------------------------------------------------------*00005520
      *    MISMA REGLA QUE VL4CPREV: UNA COMPRA NO PUEDE LLEVAR AL      00005530
      *    CLIENTE A UN VALOR CON CATEGORIA DE RIESGO SUPERIOR A SU     00005540
      *    PERFIL SALVO AUTORIZACION DOCUMENTADA, QUE QUEDA MARCADA     00005550
      *    EN LA ORDEN. ESCALA: '1' BAJO / '2' MEDIO / '3' ALTO.        00005560
           IF VXEN-CATRIESG NOT = '2' AND '3'                           00005570
              CONTINUE                                                  00005580
           ELSE                                                         00005590
              IF VXEN-CATRIESG > WK-PERFIL                              00005600
                 IF WK-AUTRIESGO = 'S'                                  00005610
                    MOVE 'S'             TO VORD-IND-AUTRIESGO          00005620
                 ELSE                                                   00005630
                    MOVE '09'            TO ORD0-COD-RETORNO            00005640
                    MOVE 'VLE2316'       TO ORD0-COD-ERROR-DEV          00005650
                    MOVE 'PERFIL  '      TO ORD0-VAR1-ERROR             00005660
                    MOVE WK-PERFIL       TO ORD0-VAR2-ERROR (1:1)       00005670
                    MOVE VXEN-CATRIESG   TO ORD0-VAR2-ERROR (3:1)       00005680
                    PERFORM 9999-FIN                                    00005690
                 END-IF                                                 00005700
              END-IF                                                    00005710
           END-IF                                                       00005711
           .                                                            00005712
LRH@2 *                                                                *00005713
LRH@2 *----------------------------------------------------------------*00005714
LRH@2  2450-VALIDA-ALERTA-ATO.                                          00005715
LRH@2 *----------------------------------------------------------------*00005716
LRH@2 *    UNA ALERTA DE TOMA DE CUENTA BLOQUEADA (VL4CATOA) IMPIDE     00005717
LRH@2 *    NUEVAS VENTAS HASTA QUE OPERACIONES LA LIBERE EN VL7CATO0    00005718
LRH@2      MOVE ZEROS                 TO WK-ALERTAS-ATO                 00005719
LRH@2      EXEC SQL                                                     00005720
LRH@2           SELECT  COUNT(*)                                        00005721
LRH@2             INTO :WK-ALERTAS-ATO                                  00005722
LRH@2             FROM  VLDTATO                                         00005723
LRH@2            WHERE  VATO_CUENTA = :ORD0-CUENTA                      00005724
LRH@2              AND  VATO_ESTADO = 'B'                               00005725
LRH@2      END-EXEC                                                     00005726
LRH@2      IF SQLCODE NOT = ZERO                                        00005727
LRH@2         PERFORM 8900-ERROR-SQL                                    00005728
LRH@2      END-IF                                                       00005729
LRH@2      IF WK-ALERTAS-ATO > ZEROS                                    00005730
LRH@2         MOVE '14'                  TO ORD0-COD-RETORNO            00005731
LRH@2         MOVE 'VLE2372'             TO ORD0-COD-ERROR-DEV          00005732
LRH@2         MOVE 'VLDTATO '            TO ORD0-VAR1-ERROR             00005733
LRH@2         PERFORM 9999-FIN                                          00005734
LRH@2      END-IF                                                       00005735
LRH@2      .                                                            00005736
      *                                                                *00005740
      *----------------------------------------------------------------*00005750
       2500-VALIDA-DISPONIBLE.                                          00005760
      *----------------------------------------------------------------*00005770
      *    POSICION DEPOSITADA Y BLOQUEADA                              00005780
           MOVE ZEROS TO WK-ADS-DEPOS WK-ADS-BLOQ                       00005790
           EXEC SQL                                                     00005800
                SELECT  COALESCE(SUM(VADS_DEPOS), 0)                    00005810
                     ,  COALESCE(SUM(VADS_BLOQ), 0)                     00005820
                  INTO :WK-ADS-DEPOS                                    00005830
                     , :WK-ADS-BLOQ                                     00005840
                  FROM  VLDTADS                                         00005850
                 WHERE  VADS_CUENTA = :VARC-CUENTA                      00005860
                   AND  VADS_PAVAL  = :VXEN-PAVAL                       00005870
                   AND  VADS_VALOR  = :VXEN-VALOR                       00005880
                   AND  VADS_ISIN   = :VXEN-ISIN                        00005890
           END-EXEC                                                     00005900
           IF SQLCODE NOT = ZERO AND 100                                00005910
              PERFORM 8900-ERROR-SQL                                    00005920
           END-IF                                                       00005930
                                                                        00005940
      *    PRENDAS VIGENTES                                             00005950
           MOVE ZEROS TO WK-PRE-PIGNORADO                               00005960
           EXEC SQL                                                     00005970
                SELECT  COALESCE(SUM(VPRE_CANTIDAD), 0)                 00005980
                  INTO :WK-PRE-PIGNORADO                                00005990
                  FROM  VLDTPRE                                         00006000
                 WHERE  VPRE_CUENTA = :VARC-CUENTA                      00006010
                   AND  VPRE_PAVAL  = :VXEN-PAVAL                       00006020
                   AND  VPRE_VALOR  = :VXEN-VALOR                       00006030
                   AND  VPRE_ISIN   = :VXEN-ISIN                        00006040
                   AND  VPRE_ESTADO = 'V'                               00006050
           END-EXEC                                                     00006060
           IF SQLCODE NOT = ZERO AND 100                                00006070
              PERFORM 8900-ERROR-SQL                                    00006080
           END-IF                                                       00006090
                                                                        00006100
      *    VENTAS YA CARGADAS Y AUN NO LIQUIDADAS: EL DETALLE SIGUE     00006110
      *    PENDIENTE MIENTRAS LA POSICION 107 DE VDET_DATOS_DETAL NO    00006120
      *    TENGA LA 'P' QUE GRABA VL4C3050 (COMO VL7CIF02)              00006130
           MOVE ZEROS TO WK-VTA-PENDIENTE                               00006140
           EXEC SQL                                                     00006150
                SELECT  COALESCE(SUM(D.VDET_TITUL), 0)                  00006160
                  INTO :WK-VTA-PENDIENTE                                00006170
                  FROM  VLDTDET D                                       00006180
                     ,  VLDTOPE O                                       00006190
                 WHERE  D.VDET_CTAVAL = :VARC-CUENTA                    00006200
                   AND  D.VDET_PAVAL  = :VXEN-PAVAL                     00006210
                   AND  D.VDET_VALOR  = :VXEN-VALOR                     00006220
                   AND  D.VDET_ISIN   = :VXEN-ISIN                      00006230
                   AND  O.VOPE_FECHOP = D.VDET_FECHOP                   00006240
                   AND  O.VOPE_PAVAL  = D.VDET_PAVAL                    00006250
                   AND  O.VOPE_VALOR  = D.VDET_VALOR                    00006260
                   AND  O.VOPE_ISIN   = D.VDET_ISIN                     00006270
                   AND  O.VOPE_FORMAT = D.VDET_FORMAT                   00006280
                   AND  O.VOPE_TIPOP  = 'V'                             00006290
                   AND  SUBSTR(D.VDET_DATOS_DETAL, 107, 1) <> 'P'       00006300
           END-EXEC                                                     00006310
           IF SQLCODE NOT = ZERO AND 100                                00006320
              PERFORM 8900-ERROR-SQL                                    00006330
           END-IF                                                       00006340
                                                                        00006350
      *    OTRAS ORDENES DE VENTA VIVAS SOBRE LA MISMA POSICION         00006360
           MOVE ZEROS TO WK-ORD-VIVAS                                   00006370
           EXEC SQL                                                     00006380
                SELECT  COALESCE(SUM(VORD_TITULOS - VORD_TIT_EJEC), 0)  00006390
                  INTO :WK-ORD-VIVAS                                    00006400
                  FROM  VLDTORD                                         00006410
                 WHERE  VORD_CUENTA = :VARC-CUENTA                      00006420
                   AND  VORD_PAVAL  = :VXEN-PAVAL                       00006430
                   AND  VORD_VALOR  = :VXEN-VALOR                       00006440
                   AND  VORD_ISIN   = :VXEN-ISIN                        00006450
                   AND  VORD_TIPOP  = 'V'                               00006460
                   AND  VORD_ESTADO IN ('A', 'E', 'R')                  00006470
           END-EXEC                                                     00006480
           IF SQLCODE NOT = ZERO AND 100                                00006490
              PERFORM 8900-ERROR-SQL                                    00006500
           END-IF                                                       00006510
                                                                        00006520
           COMPUTE WK-DISPONIBLE = WK-ADS-DEPOS - WK-ADS-BLOQ           00006530
                                 - WK-PRE-PIGNORADO - WK-VTA-PENDIENTE  00006540
                                 - WK-ORD-VIVAS                         00006550
           MOVE WK-DISPONIBLE        TO ORD0-DISPONIBLE                 00006560
           IF ORD0-TITULOS > WK-DISPONIBLE                              00006570
              MOVE '10'                  TO ORD0-COD-RETORNO            00006580
              MOVE 'VLE2317'             TO ORD0-COD-ERROR-DEV          00006590
              MOVE 'DISPONIB'            TO ORD0-VAR1-ERROR             00006600
              PERFORM 9999-FIN                                          00006610
           END-IF                                                       00006620
           .                                                            00006630
      *                                                                *00006640
      *----------------------------------------------------------------*00006650
       3000-ANULA-ORDEN.                                                00006660
      *----------------------------------------------------------------*00006670
           MOVE ORD0-NUMORD          TO VORD-NUMORD                     00006680
           EXEC SQL                                                     00006690
                SELECT  VORD_CUENTA                                     00006700
                     ,  VORD_PAVAL                                      00006710
                     ,  VORD_VALOR                                      00006720
                     ,  VORD_ISIN                                       00006730
                     ,  VORD_TIPOP                                      00006740
                     ,  VORD_TITULOS                                    00006750
                     ,  VORD_PRECIO_LIM                                 00006760
                     ,  VORD_MONEDA                                     00006770
                     ,  VORD_FECORD                                     00006780
                     ,  VORD_HORORD                                     00006790
                     ,  VORD_FECVIG                                     00006800
                     ,  VORD_IND_AUTRIESGO                              00006810
                     ,  VORD_IND_ENVIO                                  00006820
                     ,  VORD_TIT_EJEC                                   00006830
                     ,  VORD_IMP_EJEC                                   00006840
                     ,  VORD_REFER_EJEC                                 00006850
                     ,  VORD_FEC_EJEC                                   00006860
                     ,  VORD_ESTADO                                     00006870
                  INTO :VORD-CUENTA                                     00006880
                     , :VORD-PAVAL                                      00006890
                     , :VORD-VALOR                                      00006900
                     , :VORD-ISIN                                       00006910
                     , :VORD-TIPOP                                      00006920
                     , :VORD-TITULOS                                    00006930
                     , :VORD-PRECIO-LIM                                 00006940
                     , :VORD-MONEDA                                     00006950
                     , :VORD-FECORD                                     00006960
                     , :VORD-HORORD                                     00006970
                     , :VORD-FECVIG                                     00006980
                     , :VORD-IND-AUTRIESGO                              00006990
                     , :VORD-IND-ENVIO                                  00007000
                     , :VORD-TIT-EJEC                                   00007010
                     , :VORD-IMP-EJEC                                   00007020
                     , :VORD-REFER-EJEC                                 00007030
                     , :VORD-FEC-EJEC                                   00007040
                     , :VORD-ESTADO                                     00007050
                  FROM  VLDTORD                                         00007060
                 WHERE  VORD_NUMORD = :VORD-NUMORD                      00007070
           END-EXEC                                                     00007080
           IF SQLCODE = 100                                             00007090
              MOVE '11'                  TO ORD0-COD-RETORNO            00007100
              MOVE 'VLE2318'             TO ORD0-COD-ERROR-DEV          00007110
              MOVE 'NO EXIST'            TO ORD0-VAR1-ERROR             00007120
              PERFORM 9999-FIN                                          00007130
           END-IF                                                       00007140
           IF SQLCODE NOT = ZERO                                        00007150
              PERFORM 8900-ERROR-SQL                                    00007160
           END-IF                                                       00007170
      *    SOLO SE ANULA LO QUE SIGUE VIVO; LO YA EJECUTADO EN PARTE    00007180
      *    QUEDA COMO ESTA Y SE ANULA EL RESTO                          00007190
           IF NOT VORD-VIVA                                             00007200
              MOVE '12'                  TO ORD0-COD-RETORNO            00007210
              MOVE 'VLE2319'             TO ORD0-COD-ERROR-DEV          00007220
              MOVE 'ESTADO  '            TO ORD0-VAR1-ERROR             00007230
              MOVE VORD-ESTADO           TO ORD0-VAR2-ERROR             00007240
              PERFORM 9999-FIN                                          00007250
           END-IF                                                       00007260
                                                                        00007270
      *    AUDITORIA DE LA IMAGEN ANTERIOR                              00007280
           MOVE 'ANT-UPD ' TO VL7LOG-OPERACION                          00007290
           PERFORM 8000-GRABA-AUDITORIA                                 00007300
                                                                        00007310
           MOVE 'X'                  TO VORD-ESTADO                     00007320
           MOVE W-FECHA-OPER-N       TO VORD-FEULMOD                    00007330
           MOVE W-HORA-CURRENT-N     TO VORD-HORULMOD                   00007340
           MOVE ORD0-TERMINAL        TO VORD-NUMTER                     00007350
           MOVE ORD0-USERID          TO VORD-USUARIO                    00007360
           EXEC SQL                                                     00007370
                UPDATE VLDTORD                                          00007380
                   SET VORD_ESTADO    = :VORD-ESTADO                    00007390
                     , VORD_FEULMOD   = :VORD-FEULMOD                   00007400
                     , VORD_HORULMOD  = :VORD-HORULMOD                  00007410
                     , VORD_NUMTER    = :VORD-NUMTER                    00007420
                     , VORD_USUARIO   = :VORD-USUARIO                   00007430
                 WHERE VORD_NUMORD    = :VORD-NUMORD                    00007440
                   AND VORD_ESTADO IN ('A', 'E', 'R')                   00007450
           END-EXEC                                                     00007460
           IF SQLCODE NOT = ZERO                                        00007470
              PERFORM 8900-ERROR-SQL                                    00007480
           END-IF                                                       00007490
                                                                        00007500
           MOVE 'ANULA   ' TO VL7LOG-OPERACION                          00007510
           PERFORM 8000-GRABA-AUDITORIA                                 00007520
           .                                                            00007530
      *                                                                *00007540
      *----------------------------------------------------------------*00007550
       4000-CONSULTA-ORDENES.                                           00007560
      *----------------------------------------------------------------*00007570
           EXEC SQL                                                     00007580
                OPEN VLDCORD1                                           00007590
           END-EXEC                                                     00007600
           IF SQLCODE NOT = ZERO                                        00007610
              PERFORM 8900-ERROR-SQL                                    00007620
           END-IF                                                       00007630
                                                                        00007640
           MOVE ZEROS TO IX                                             00007650
           PERFORM 4100-FETCH-ORDEN                                     00007660
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00007670
                                                                        00007680
           EXEC SQL                                                     00007690
                CLOSE VLDCORD1                                          00007700
           END-EXEC                                                     00007710
           IF SQLCODE NOT = ZERO                                        00007720
              PERFORM 8900-ERROR-SQL                                    00007730
           END-IF                                                       00007740
                                                                        00007750
           MOVE IX                  TO ORD0-NUM-OCCURS                  00007760
           .                                                            00007770
      *                                                                *00007780
      *----------------------------------------------------------------*00007790
       4100-FETCH-ORDEN.                                                00007800
      *----------------------------------------------------------------*00007810
           EXEC SQL                                                     00007820
                FETCH VLDCORD1                                          00007830
                 INTO :VORD-NUMORD                                      00007840
                    , :VORD-PAVAL                                       00007850
                    , :VORD-VALOR                                       00007860
                    , :VORD-ISIN                                        00007870
                    , :VORD-TIPOP                                       00007880
                    , :VORD-TITULOS                                     00007890
                    , :VORD-PRECIO-LIM                                  00007900
                    , :VORD-FECORD                                      00007910
                    , :VORD-FECVIG                                      00007920
                    , :VORD-TIT-EJEC                                    00007930
                    , :VORD-ESTADO                                      00007940
           END-EXEC                                                     00007950
           EVALUATE SQLCODE                                             00007960
               WHEN ZERO                                                00007970
                    ADD  1               TO IX                          00007980
                    MOVE VORD-NUMORD     TO ORD0-E-NUMORD      (IX)     00007990
                    MOVE VORD-PAVAL      TO ORD0-E-CODVALOR    (IX)     00008000
                                            (01:03)                     00008010
                    MOVE VORD-VALOR      TO ORD0-E-CODVALOR    (IX)     00008020
                                            (04:08)                     00008030
                    MOVE VORD-ISIN       TO ORD0-E-CODVALOR    (IX)     00008040
                                            (12:01)                     00008050
                    MOVE VORD-TIPOP      TO ORD0-E-TIPOP       (IX)     00008060
                    MOVE VORD-TITULOS    TO ORD0-E-TITULOS     (IX)     00008070
                    MOVE VORD-PRECIO-LIM TO ORD0-E-PRECIO-LIM  (IX)     00008080
                    MOVE VORD-FECORD     TO ORD0-E-FECORD      (IX)     00008090
                    MOVE VORD-FECVIG     TO ORD0-E-FECVIG      (IX)     00008100
                    MOVE VORD-TIT-EJEC   TO ORD0-E-TIT-EJEC    (IX)     00008110
                    MOVE VORD-ESTADO     TO ORD0-E-ESTADO      (IX)     00008120
               WHEN 100                                                 00008130
                    CONTINUE                                            00008140
               WHEN OTHER                                               00008150
                    PERFORM 8900-ERROR-SQL                              00008160
           END-EVALUATE                                                 00008170
           .                                                            00008180
      *                                                                *00008190
      *----------------------------------------------------------------*00008200
       8000-GRABA-AUDITORIA.                                            00008210
      *----------------------------------------------------------------*00008220
           MOVE ORD0-FECHA-OPER       TO  VL7LOG-FECHA                  00008230
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00008240
           MOVE ORD0-TERMINAL         TO  VL7LOG-NUMTER                 00008250
           MOVE ORD0-USERID           TO  VL7LOG-NUMUSER                00008260
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00008270
           MOVE 'VLDTORD'             TO  VL7LOG-TABLA                  00008280
           MOVE LENGTH OF DCLVLDTORD  TO  VL7LOG-REGISTRO-LEN           00008290
           MOVE SPACES                TO  LOGVLDTORD                    00008300
           MOVE DCLVLDTORD            TO  LOGVLDTORD                    00008310
           MOVE LOGVLDTORD            TO  VL7LOG-REGISTRO-TEXT          00008320
                                                                        00008330
           EXEC CICS                                                    00008340
              LINK PROGRAM (VL7CRLOG)                                   00008350
              COMMAREA (W-VLWCLOG0)                                     00008360
           END-EXEC                                                     00008370
                                                                        00008380
           IF VL7LOG-CODRESP NOT = ZEROS                                00008390
              MOVE '98'                  TO ORD0-COD-RETORNO            00008400
              MOVE 'VLE0907'             TO ORD0-COD-ERROR-DEV          00008410
              MOVE 'VL7CRLOG'            TO ORD0-VAR1-ERROR             00008420
              PERFORM 9999-FIN                                          00008430
           END-IF                                                       00008440
           .                                                            00008450
      *                                                                *00008460
      *----------------------------------------------------------------*00008470
       8500-DIA-JULIANO.                                                00008480
      *----------------------------------------------------------------*00008490
      *    NUMERO DE DIA JULIANO DE WJD-FECHA (AAAAMMDD), COMO VL4CMORA 00008500
           MOVE WJD-FECHA-AAAA      TO WJD-AAAA                         00008510
           MOVE WJD-FECHA-MM        TO WJD-MM                           00008520
           MOVE WJD-FECHA-DD        TO WJD-DD                           00008530
           COMPUTE WJD-A = (14 - WJD-MM) / 12                           00008540
           COMPUTE WJD-Y = WJD-AAAA + 4800 - WJD-A                      00008550
           COMPUTE WJD-M = WJD-MM + (12 * WJD-A) - 3                    00008560
      *    CADA TERMINO SE TRUNCA POR SEPARADO (DIVISION ENTERA)        00008570
           COMPUTE WJD-T1 = (153 * WJD-M + 2) / 5                       00008580
           COMPUTE WJD-T2 = WJD-Y / 4                                   00008590
           COMPUTE WJD-T3 = WJD-Y / 100                                 00008600
           COMPUTE WJD-T4 = WJD-Y / 400                                 00008610
           COMPUTE WJD-JDN = WJD-DD + WJD-T1 + (365 * WJD-Y)            00008620
                   + WJD-T2 - WJD-T3 + WJD-T4 - 32045                   00008630
           .                                                            00008640
      *                                                                *00008650
      *----------------------------------------------------------------*00008660
       8900-ERROR-SQL.                                                  00008670
      *----------------------------------------------------------------*00008680
           MOVE '99'                  TO ORD0-COD-RETORNO               00008690
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00008700
           MOVE 'VLE1000'             TO ORD0-COD-ERROR-DEV             00008710
           MOVE 'VLDTORD '            TO ORD0-VAR1-ERROR                00008720
           MOVE W-SQLCODE-EDIT        TO ORD0-VAR2-ERROR                00008730
           PERFORM 9999-FIN.                                            00008740
      *                                                                *00008750
      *----------------------------------------------------------------*00008760
       9999-FIN.                                                        00008770
      *----------------------------------------------------------------*00008780
           EXEC CICS                                                    00008790
              RETURN                                                    00008800
           END-EXEC.                                                    00008810
      *=================================================================00008820
      *   FIN DEL PROGRAMA                                              00008830
      *=================================================================00008840
