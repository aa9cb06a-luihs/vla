      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CLHD0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO DEL REGISTRO DE BLOQUEOS LEGALES   *00000080
      *               (LEGAL HOLD) - TABLA VLDTLHD                     *00000090
      *OBJETIVO     : ASESORIA LEGAL CONSULTA ('C') LOS BLOQUEOS DE UN *00000100
      *               CLIENTE O DE UNA CUENTA Y PROPONE UN ALTA ('A'), *00000110
      *               UNA RENOVACION ('M', NUEVA FECHA DE REVISION Y/O *00000120
      *               SOLICITANTE) O UNA LIBERACION ('B'). CADA        *00000130
      *               BLOQUEO LLEVA LA REFERENCIA DEL CASO, QUIEN LO   *00000140
      *               PIDE, LA FECHA DE INICIO Y LA DE REVISION.       *00000150
      *               NINGUN CAMBIO SE APLICA EN LINEA: LA PROPUESTA SE*00000160
      *               ENCOLA EN EL MAKER-CHECKER VLDTAPQ (OPERACION    *00000170
      *               'ALTAHOLD' / 'MODIHOLD' / 'BAJAHOLD') Y ES LA    *00000180
      *               APROBACION DEL SUPERVISOR EN VL7CAPQ0 LA QUE     *00000190
      *               TOCA VLDTLHD, CON IMAGEN ANTES/DESPUES EN        *00000200
      *               VLDTRLOG. RESPETA LAS FACULTADES (VL9CENT0).     *00000210
      ******************************************************************00000220
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000230
      *--------- ---------- ----------------- -------------------------*00000240
      *RITM49187 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000250
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CLHD0'.   00000440
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000450
                                                                        00000460
      *-----------------------------------------------------------------00000470
      *    VARIABLES.                                                   00000480
      *-----------------------------------------------------------------00000490
       01  W-VARIABLES.                                                 00000500
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000510
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000520
           03 WK-DUPLICADOS            PIC S9(9) COMP  VALUE ZEROS.     00000530
           03 WK-APQ-PENDIENTES        PIC S9(9) COMP  VALUE ZEROS.     00000540
           03 WK-APQ-ID-GEN            PIC S9(9) COMP-3 VALUE ZEROS.    00000550
           03 W-HORA-CURRENT.                                           00000560
              05  W-HORA               PIC 99.                          00000570
              05  W-MINUTOS            PIC 99.                          00000580
              05  W-SEGUNDOS           PIC 99.                          00000590
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000600
                                                                        00000610
      *    VALIDACION DE UNA FECHA AAAAMMDD                             00000620
       01  W-FECHA-VAL                 PIC 9(08)       VALUE ZEROS.     00000630
       01  FILLER REDEFINES W-FECHA-VAL.                                00000640
           03 W-FVAL-AAAA              PIC 9(04).                       00000650
           03 W-FVAL-MM                PIC 9(02).                       00000660
           03 W-FVAL-DD                PIC 9(02).                       00000670
       01  SW-FECHA                    PIC X(01)       VALUE 'S'.       00000680
           88 FECHA-CORRECTA                           VALUE 'S'.       00000690
                                                                        00000700
      *    DETALLE DE LA PROPUESTA EN LA COLA: LO PARSEA VL7CAPQ0       00000710
      *    (W-LHD-DESPUES). LOS PRIMEROS 30 BYTES SON EL OBJETO         00000720
      *    BLOQUEADO (TIPO, CLIENTE Y CUENTA) Y LOS 55 PRIMEROS         00000730
      *    (OBJETO Y REFERENCIA DEL CASO) LA PROPUESTA VIVA.            00000740
       01  W-APQ-HOLD.                                                  00000750
           05 APQ-LHD-CLAVE.                                            00000760
              10 FILLER            PIC X(04) VALUE 'TIP='.              00000770
              10 APQ-LHD-TIPO      PIC X(01).                           00000780
              10 FILLER            PIC X(05) VALUE ' CLI='.             00000790
              10 APQ-LHD-NUMCLI    PIC 9(08).                           00000800
              10 FILLER            PIC X(05) VALUE ' CTA='.             00000810
              10 APQ-LHD-CUENTA    PIC 9(07).                           00000820
              10 FILLER            PIC X(05) VALUE ' REF='.             00000830
              10 APQ-LHD-REFCASO   PIC X(20).                           00000840
           05 FILLER               PIC X(05) VALUE ' SOL='.             00000850
           05 APQ-LHD-SOLICIT      PIC X(30).                           00000860
           05 FILLER               PIC X(05) VALUE ' INI='.             00000870
           05 APQ-LHD-FECINI       PIC 9(08).                           00000880
           05 FILLER               PIC X(05) VALUE ' REV='.             00000890
           05 APQ-LHD-FECREV       PIC 9(08).                           00000900
           05 FILLER               PIC X(05) VALUE ' IDH='.             00000910
           05 APQ-LHD-ID           PIC 9(09).                           00000920
       01  W-APQ-CLAVE             PIC X(55).                           00000930
                                                                        00000940
      ** COPY PARA RUTINA VL7CRLOG                                      00000950
       01 W-VLWCLOG0.                                                   00000960
           COPY VLWCLOG0.                                               00000970
       01 LOGVLDTAPQ               PIC X(500).                          00000980
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000990
           COPY VLCPTEN0.                                               00001000
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00001010
                                                                        00001020
      *    COLA DE APROBACION (MAKER-CHECKER)                           00001030
           COPY VLCPTAPQ.                                               00001040
      *    REGISTRO DE BLOQUEOS LEGALES                                 00001050
           COPY VLCPTLHD.                                               00001060
                                                                        00001070
      *-----------------------------------------------------------------00001080
      *    INCLUDES (DEFINICION DE TABLAS).                             00001090
      *-----------------------------------------------------------------00001100
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00001110
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001120
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00001130
                                                                        00001140
      *-----------------------------------------------------------------00001150
      *                   C U R S O R E S                              *00001160
      *-----------------------------------------------------------------00001170
           EXEC SQL                                                     00001180
                DECLARE VLDCLHD1  CURSOR FOR                            00001190
                SELECT  VLHD_ID                                         00001200
                     ,  VLHD_REFCASO                                    00001210
                     ,  VLHD_SOLICIT                                    00001220
                     ,  VLHD_FECINI                                     00001230
                     ,  VLHD_FECREV                                     00001240
                     ,  VLHD_FECLIB                                     00001250
                     ,  VLHD_ESTADO                                     00001260
                  FROM  VLDTLHD                                         00001270
                 WHERE  VLHD_TIPO   = :VLHD-TIPO                        00001280
                   AND  VLHD_NUMCLI = :VLHD-NUMCLI                      00001290
                   AND  VLHD_CUENTA = :VLHD-CUENTA                      00001300
                 ORDER  BY VLHD_ESTADO, VLHD_FECINI DESC                00001310
           END-EXEC.                                                    00001320
                                                                        00001330
      *---------------*                                                 00001340
       LINKAGE SECTION.                                                 00001350
      *---------------*                                                 00001360
       01  DFHCOMMAREA.                                                 00001370
           05  LHD0-DATOS-ENTRADA.                                      00001380
               10  LHD0-ACCION         PIC X(01).                       00001390
                   88  LHD0-CONSULTA       VALUE 'C'.                   00001400
                   88  LHD0-ALTA           VALUE 'A'.                   00001410
                   88  LHD0-MODIFICA       VALUE 'M'.                   00001420
                   88  LHD0-BAJA           VALUE 'B'.                   00001430
      *        OBJETO BLOQUEADO: 'C' CLIENTE (NUMCLI) / 'A' CUENTA      00001440
               10  LHD0-TIPO           PIC X(01).                       00001450
                   88  LHD0-POR-CLIENTE    VALUE 'C'.                   00001460
                   88  LHD0-POR-CUENTA     VALUE 'A'.                   00001470
               10  LHD0-NUMCLI         PIC 9(08).                       00001480
               10  LHD0-CUENTA         PIC 9(07).                       00001490
      *        BLOQUEO EXISTENTE QUE SE RENUEVA O LIBERA ('M' / 'B')    00001500
               10  LHD0-ID             PIC 9(09).                       00001510
      *        DATOS PROPUESTOS                                         00001520
               10  LHD0-REFCASO        PIC X(20).                       00001530
               10  LHD0-SOLICIT        PIC X(30).                       00001540
               10  LHD0-FECINI         PIC 9(08).                       00001550
               10  LHD0-FECREV         PIC 9(08).                       00001560
               10  LHD0-FECHA-OPER     PIC X(08).                       00001570
               10  LHD0-TERMINAL       PIC X(04).                       00001580
               10  LHD0-USERID         PIC X(08).                       00001590
           05  LHD0-DATOS-SALIDA.                                       00001600
               10  LHD0-COD-RETORNO    PIC X(02).                       00001610
               10  LHD0-COD-ERROR-DEV  PIC X(07).                       00001620
               10  LHD0-VAR1-ERROR     PIC X(08).                       00001630
               10  LHD0-VAR2-ERROR     PIC X(05).                       00001640
               10  LHD0-APQ-ID         PIC 9(09).                       00001650
               10  LHD0-NUM-OCCURS     PIC 9(02).                       00001660
               10  LHD0-BLOQUEOS OCCURS 10 TIMES.                       00001670
                   15  LHD0-BLQ-ID         PIC 9(09).                   00001680
                   15  LHD0-BLQ-REFCASO    PIC X(20).                   00001690
                   15  LHD0-BLQ-SOLICIT    PIC X(30).                   00001700
                   15  LHD0-BLQ-FECINI     PIC 9(08).                   00001710
                   15  LHD0-BLQ-FECREV     PIC 9(08).                   00001720
                   15  LHD0-BLQ-FECLIB     PIC 9(08).                   00001730
                   15  LHD0-BLQ-ESTADO     PIC X(01).                   00001740
      *-----------------------------------------------------------------00001750
                                                                        00001760
      *==================                                               00001770
       PROCEDURE DIVISION.                                              00001780
      *==================                                               00001790
           PERFORM 1000-INICIO                                          00001800
           EVALUATE TRUE                                                00001810
               WHEN LHD0-CONSULTA                                       00001820
                    PERFORM 2000-LISTA-BLOQUEOS                         00001830
               WHEN LHD0-ALTA                                           00001840
                    PERFORM 3000-SOLICITA-ALTA                          00001850
               WHEN LHD0-MODIFICA                                       00001860
                    PERFORM 3100-SOLICITA-RENOVACION                    00001870
               WHEN LHD0-BAJA                                           00001880
                    PERFORM 3200-SOLICITA-LIBERACION                    00001890
           END-EVALUATE                                                 00001900
           PERFORM 9999-FIN.                                            00001910
                                                                        00001920
      *---------------------------------------------------------------- 00001930
       1000-INICIO.                                                     00001940
      *---------------------------------------------------------------- 00001950
           INITIALIZE      LHD0-DATOS-SALIDA                            00001960
                           DCLVLDTAPQ                                   00001970
                           DCLVLDTLHD.                                  00001980
                                                                        00001990
           MOVE '00'                TO  LHD0-COD-RETORNO                00002000
           MOVE ZEROS               TO  IX                              00002010
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00002020
                                                                        00002030
           IF NOT LHD0-CONSULTA AND NOT LHD0-ALTA                       00002040
              AND NOT LHD0-MODIFICA AND NOT LHD0-BAJA                   00002050
              MOVE '01'                  TO LHD0-COD-RETORNO            00002060
              MOVE 'VLE1795'             TO LHD0-COD-ERROR-DEV          00002070
              MOVE 'ACCION  '            TO LHD0-VAR1-ERROR             00002080
              PERFORM 9999-FIN                                          00002090
           END-IF                                                       00002100
                                                                        00002110
      *    EL OBJETO BLOQUEADO ES UN CLIENTE O UNA CUENTA, NUNCA AMBOS  00002120
           IF LHD0-POR-CLIENTE                                          00002130
              MOVE ZEROS                 TO LHD0-CUENTA                 00002140
           END-IF                                                       00002150
           IF LHD0-POR-CUENTA                                           00002160
              MOVE ZEROS                 TO LHD0-NUMCLI                 00002170
           END-IF                                                       00002180
           IF (NOT LHD0-POR-CLIENTE AND NOT LHD0-POR-CUENTA)            00002190
              OR LHD0-NUMCLI NOT NUMERIC                                00002200
              OR LHD0-CUENTA NOT NUMERIC                                00002210
              MOVE '01'                  TO LHD0-COD-RETORNO            00002220
              MOVE 'VLE2400'             TO LHD0-COD-ERROR-DEV          00002230
              MOVE 'TIPO    '            TO LHD0-VAR1-ERROR             00002240
              PERFORM 9999-FIN                                          00002250
           END-IF                                                       00002260
           MOVE LHD0-TIPO            TO VLHD-TIPO                       00002270
           MOVE LHD0-NUMCLI          TO VLHD-NUMCLI                     00002280
           MOVE LHD0-CUENTA          TO VLHD-CUENTA                     00002290
                                                                        00002300
      *    EL CLIENTE O LA CUENTA DEBEN EXISTIR (UNA CUENTA DADA DE     00002310
      *    BAJA TAMBIEN PUEDE QUEDAR BLOQUEADA)                         00002320
           IF LHD0-POR-CUENTA                                           00002330
              MOVE LHD0-CUENTA          TO VARC-CUENTA                  00002340
              EXEC SQL                                                  00002350
                   SELECT  VARC_SITUAC                                  00002360
                     INTO :VARC-SITUAC                                  00002370
                     FROM  VLDTARC                                      00002380
                    WHERE  VARC_CUENTA = :VARC-CUENTA                   00002390
              END-EXEC                                                  00002400
              MOVE 'VLDTARC '           TO LHD0-VAR1-ERROR              00002410
           ELSE                                                         00002420
              MOVE LHD0-NUMCLI          TO VXMI-CODCLI                  00002430
              EXEC SQL                                                  00002440
                   SELECT  VXMI_DENOM                                   00002450
                     INTO :VXMI-DENOM                                   00002460
                     FROM  VLDTXMI                                      00002470
                    WHERE  VXMI_CODCLI = :VXMI-CODCLI                   00002480
              END-EXEC                                                  00002490
              MOVE 'VLDTXMI '           TO LHD0-VAR1-ERROR              00002500
           END-IF                                                       00002510
           IF SQLCODE = 100                                             00002520
              MOVE '02'                  TO LHD0-COD-RETORNO            00002530
              MOVE 'VLE2401'             TO LHD0-COD-ERROR-DEV          00002540
              PERFORM 9999-FIN                                          00002550
           END-IF                                                       00002560
           IF SQLCODE NOT = ZERO                                        00002570
              PERFORM 8900-ERROR-SQL                                    00002580
           END-IF                                                       00002590
           MOVE SPACES               TO LHD0-VAR1-ERROR                 00002600
                                                                        00002610
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00002620
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00002630
           IF NOT LHD0-CONSULTA                                         00002640
              INITIALIZE VL9CENT0-AREA                                  00002650
              MOVE LHD0-USERID        TO ENT0-USUARIO                   00002660
              MOVE 'VL7CLHD0'        TO ENT0-CODTRAN                    00002670
              MOVE LHD0-ACCION        TO ENT0-ACCION                    00002680
              MOVE LHD0-FECHA-OPER    TO ENT0-FECHA                     00002690
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002700
              MOVE LHD0-TERMINAL      TO ENT0-TERMINAL                  00002710
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002720
              IF ENT0-CODRESP NOT = ZEROS                               00002730
                 MOVE '99'              TO LHD0-COD-RETORNO             00002740
                 MOVE 'VLE1000'         TO LHD0-COD-ERROR-DEV           00002750
                 MOVE 'VLDTENT '        TO LHD0-VAR1-ERROR              00002760
                 PERFORM 9999-FIN                                       00002770
              END-IF                                                    00002780
              IF ENT0-PERMITIDO NOT = 'S'                               00002790
                 MOVE '91'              TO LHD0-COD-RETORNO             00002800
                 MOVE 'VLE2278'         TO LHD0-COD-ERROR-DEV           00002810
                 MOVE LHD0-USERID        TO LHD0-VAR1-ERROR             00002820
                 PERFORM 9999-FIN                                       00002830
              END-IF                                                    00002840
           END-IF                                                       00002850
           .                                                            00002860
      *                                                                *00002870
      *----------------------------------------------------------------*00002880
       2000-LISTA-BLOQUEOS.                                             00002890
      *----------------------------------------------------------------*00002900
           EXEC SQL                                                     00002910
              OPEN VLDCLHD1                                             00002920
           END-EXEC                                                     00002930
                                                                        00002940
           IF SQLCODE NOT = ZERO                                        00002950
              MOVE 'VLDTLHD '            TO LHD0-VAR1-ERROR             00002960
              PERFORM 8900-ERROR-SQL                                    00002970
           END-IF                                                       00002980
                                                                        00002990
           PERFORM 2020-FETCH-VLDCLHD1                                  00003000
           PERFORM 2010-CARGA-BLOQUEO                                   00003010
              UNTIL IX NOT LESS 10                                      00003020
                 OR SQLCODE NOT = 0                                     00003030
                                                                        00003040
           EXEC SQL                                                     00003050
               CLOSE VLDCLHD1                                           00003060
           END-EXEC                                                     00003070
                                                                        00003080
           MOVE IX TO LHD0-NUM-OCCURS                                   00003090
           .                                                            00003100
      *                                                                *00003110
      *-----------------------------------------------------------------00003120
       2010-CARGA-BLOQUEO.                                              00003130
      *-----------------------------------------------------------------00003140
           ADD  1                      TO IX                            00003150
           MOVE VLHD-ID                TO LHD0-BLQ-ID      (IX)         00003160
           MOVE VLHD-REFCASO           TO LHD0-BLQ-REFCASO (IX)         00003170
           MOVE VLHD-SOLICIT           TO LHD0-BLQ-SOLICIT (IX)         00003180
           MOVE VLHD-FECINI            TO LHD0-BLQ-FECINI  (IX)         00003190
           MOVE VLHD-FECREV            TO LHD0-BLQ-FECREV  (IX)         00003200
           MOVE VLHD-FECLIB            TO LHD0-BLQ-FECLIB  (IX)         00003210
           MOVE VLHD-ESTADO            TO LHD0-BLQ-ESTADO  (IX)         00003220
           PERFORM 2020-FETCH-VLDCLHD1                                  00003230
           .                                                            00003240
      *                                                                *00003250
      *-----------------------------------------------------------------00003260
       2020-FETCH-VLDCLHD1.                                             00003270
      *-----------------------------------------------------------------00003280
           EXEC SQL                                                     00003290
                FETCH  VLDCLHD1                                         00003300
                 INTO :VLHD-ID                                          00003310
                    , :VLHD-REFCASO                                     00003320
                    , :VLHD-SOLICIT                                     00003330
                    , :VLHD-FECINI                                      00003340
                    , :VLHD-FECREV                                      00003350
                    , :VLHD-FECLIB                                      00003360
                    , :VLHD-ESTADO                                      00003370
           END-EXEC                                                     00003380
                                                                        00003390
           EVALUATE SQLCODE                                             00003400
               WHEN 0                                                   00003410
               WHEN 100                                                 00003420
                    CONTINUE                                            00003430
               WHEN OTHER                                               00003440
                    MOVE 'VLDTLHD '            TO LHD0-VAR1-ERROR       00003450
                    PERFORM 8900-ERROR-SQL                              00003460
           END-EVALUATE.                                                00003470
      *                                                                *00003480
      *----------------------------------------------------------------*00003490
       2050-LEE-BLOQUEO.                                                00003500
      *----------------------------------------------------------------*00003510
      *    BLOQUEO ACTIVO DEL MISMO CLIENTE O CUENTA QUE SE RENUEVA O   00003520
      *    SE LIBERA                                                    00003530
           MOVE LHD0-ID              TO VLHD-ID                         00003540
           EXEC SQL                                                     00003550
                SELECT  VLHD_REFCASO                                    00003560
                     ,  VLHD_SOLICIT                                    00003570
                     ,  VLHD_FECINI                                     00003580
                     ,  VLHD_FECREV                                     00003590
                  INTO :VLHD-REFCASO                                    00003600
                     , :VLHD-SOLICIT                                    00003610
                     , :VLHD-FECINI                                     00003620
                     , :VLHD-FECREV                                     00003630
                  FROM  VLDTLHD                                         00003640
                 WHERE  VLHD_ID     = :VLHD-ID                          00003650
                   AND  VLHD_TIPO   = :VLHD-TIPO                        00003660
                   AND  VLHD_NUMCLI = :VLHD-NUMCLI                      00003670
                   AND  VLHD_CUENTA = :VLHD-CUENTA                      00003680
                   AND  VLHD_ESTADO = 'A'                               00003690
           END-EXEC                                                     00003700
           EVALUATE SQLCODE                                             00003710
               WHEN ZERO                                                00003720
                    CONTINUE                                            00003730
               WHEN 100                                                 00003740
                    MOVE '03'                  TO LHD0-COD-RETORNO      00003750
                    MOVE 'VLE2406'             TO LHD0-COD-ERROR-DEV    00003760
                    MOVE 'VLDTLHD '            TO LHD0-VAR1-ERROR       00003770
                    PERFORM 9999-FIN                                    00003780
               WHEN OTHER                                               00003790
                    MOVE 'VLDTLHD '            TO LHD0-VAR1-ERROR       00003800
                    PERFORM 8900-ERROR-SQL                              00003810
           END-EVALUATE                                                 00003820
           .                                                            00003830
      *                                                                *00003840
      *----------------------------------------------------------------*00003850
       2100-VALIDA-PROPUESTA.                                           00003860
      *----------------------------------------------------------------*00003870
      *    REFERENCIA DEL CASO Y SOLICITANTE OBLIGATORIOS               00003880
           IF LHD0-REFCASO = SPACES OR LOW-VALUES                       00003890
              OR LHD0-SOLICIT = SPACES OR LOW-VALUES                    00003900
              MOVE '04'                  TO LHD0-COD-RETORNO            00003910
              MOVE 'VLE2402'             TO LHD0-COD-ERROR-DEV          00003920
              MOVE 'REFCASO '            TO LHD0-VAR1-ERROR             00003930
              PERFORM 9999-FIN                                          00003940
           END-IF                                                       00003950
                                                                        00003960
      *    FECHAS: INICIO (POR DEFECTO HOY) Y REVISION POSTERIOR. LA    00003970
      *    REVISION ES OBLIGATORIA: A SU VENCIMIENTO LEGAL RENUEVA O    00003980
      *    LIBERA EL BLOQUEO                                            00003990
           IF LHD0-FECINI NOT NUMERIC OR LHD0-FECINI = ZEROS            00004000
              MOVE LHD0-FECHA-OPER       TO LHD0-FECINI                 00004010
           END-IF                                                       00004020
           MOVE LHD0-FECINI          TO W-FECHA-VAL                     00004030
           PERFORM 2150-VALIDA-FECHA                                    00004040
           IF NOT FECHA-CORRECTA                                        00004050
              MOVE '05'                  TO LHD0-COD-RETORNO            00004060
              MOVE 'VLE2403'             TO LHD0-COD-ERROR-DEV          00004070
              MOVE 'FECINI  '            TO LHD0-VAR1-ERROR             00004080
              PERFORM 9999-FIN                                          00004090
           END-IF                                                       00004100
           IF LHD0-FECREV NOT NUMERIC                                   00004110
              MOVE ZEROS                 TO LHD0-FECREV                 00004120
           END-IF                                                       00004130
           MOVE LHD0-FECREV          TO W-FECHA-VAL                     00004140
           PERFORM 2150-VALIDA-FECHA                                    00004150
           IF NOT FECHA-CORRECTA                                        00004160
              OR LHD0-FECREV NOT > LHD0-FECINI                          00004170
              MOVE '05'                  TO LHD0-COD-RETORNO            00004180
              MOVE 'VLE2403'             TO LHD0-COD-ERROR-DEV          00004190
              MOVE 'FECREV  '            TO LHD0-VAR1-ERROR             00004200
              PERFORM 9999-FIN                                          00004210
           END-IF                                                       00004220
           .                                                            00004230
      *                                                                *00004240
      *----------------------------------------------------------------*00004250
       2150-VALIDA-FECHA.                                               00004260
      *----------------------------------------------------------------*00004270
           MOVE 'S'                  TO SW-FECHA                        00004280
           IF W-FECHA-VAL NOT NUMERIC                                   00004290
              MOVE 'N'               TO SW-FECHA                        00004300
           ELSE                                                         00004310
              IF W-FVAL-AAAA < 1900                                     00004320
                 OR W-FVAL-MM < 01 OR W-FVAL-MM > 12                    00004330
                 OR W-FVAL-DD < 01 OR W-FVAL-DD > 31                    00004340
                 MOVE 'N'            TO SW-FECHA                        00004350
              END-IF                                                    00004360
           END-IF                                                       00004370
           .                                                            00004380
      *                                                                *00004390
      *----------------------------------------------------------------*00004400
       2200-VALIDA-DUPLICADO.                                           00004410
      *----------------------------------------------------------------*00004420
      *    UN MISMO CASO NO PUEDE BLOQUEAR DOS VECES EL MISMO OBJETO    00004430
           MOVE LHD0-REFCASO         TO VLHD-REFCASO                    00004440
           MOVE ZEROS                TO WK-DUPLICADOS                   00004450
           EXEC SQL                                                     00004460
                SELECT  COUNT(*)                                        00004470
                  INTO :WK-DUPLICADOS                                   00004480
                  FROM  VLDTLHD                                         00004490
                 WHERE  VLHD_TIPO    = :VLHD-TIPO                       00004500
                   AND  VLHD_NUMCLI  = :VLHD-NUMCLI                     00004510
                   AND  VLHD_CUENTA  = :VLHD-CUENTA                     00004520
                   AND  VLHD_REFCASO = :VLHD-REFCASO                    00004530
                   AND  VLHD_ESTADO  = 'A'                              00004540
           END-EXEC                                                     00004550
           IF SQLCODE NOT = ZERO                                        00004560
              MOVE 'VLDTLHD '            TO LHD0-VAR1-ERROR             00004570
              PERFORM 8900-ERROR-SQL                                    00004580
           END-IF                                                       00004590
           IF WK-DUPLICADOS > ZEROS                                     00004600
              MOVE '06'                  TO LHD0-COD-RETORNO            00004610
              MOVE 'VLE2404'             TO LHD0-COD-ERROR-DEV          00004620
              MOVE 'VLDTLHD '            TO LHD0-VAR1-ERROR             00004630
              PERFORM 9999-FIN                                          00004640
           END-IF                                                       00004650
           .                                                            00004660
      *                                                                *00004670
      *----------------------------------------------------------------*00004680
       3000-SOLICITA-ALTA.                                              00004690
      *----------------------------------------------------------------*00004700
           PERFORM 2100-VALIDA-PROPUESTA                                00004710
           PERFORM 2200-VALIDA-DUPLICADO                                00004720
           MOVE ZEROS                TO LHD0-ID                         00004730
           MOVE LHD0-REFCASO         TO APQ-LHD-REFCASO                 00004740
           PERFORM 3500-VALIDA-PENDIENTE                                00004750
      *    SIN BLOQUEO ANTERIOR: LA IMAGEN ANTES SOLO LLEVA LA CLAVE    00004760
           MOVE SPACES               TO VAPQ-ANTES                      00004770
           MOVE APQ-LHD-CLAVE        TO VAPQ-ANTES                      00004780
           PERFORM 3700-ARMA-PROPUESTA                                  00004790
           MOVE 'ALTAHOLD'           TO VAPQ-OPERACION                  00004800
           PERFORM 3800-ENCOLA-SOLICITUD                                00004810
           .                                                            00004820
      *                                                                *00004830
      *----------------------------------------------------------------*00004840
       3100-SOLICITA-RENOVACION.                                        00004850
      *----------------------------------------------------------------*00004860
      *    SE RENUEVA LA FECHA DE REVISION (Y, SI SE INFORMA, EL        00004870
      *    SOLICITANTE). EL CASO Y LA FECHA DE INICIO NO CAMBIAN: PARA  00004880
      *    OTRO CASO SE PROPONE UN ALTA                                 00004890
           PERFORM 2050-LEE-BLOQUEO                                     00004900
           MOVE VLHD-REFCASO         TO LHD0-REFCASO                    00004910
           MOVE VLHD-FECINI          TO LHD0-FECINI                     00004920
           IF LHD0-SOLICIT = SPACES OR LOW-VALUES                       00004930
              MOVE VLHD-SOLICIT      TO LHD0-SOLICIT                    00004940
           END-IF                                                       00004950
           PERFORM 2100-VALIDA-PROPUESTA                                00004960
           MOVE LHD0-REFCASO         TO APQ-LHD-REFCASO                 00004970
           PERFORM 3500-VALIDA-PENDIENTE                                00004980
           PERFORM 3600-IMAGEN-ANTES                                    00004990
           PERFORM 3700-ARMA-PROPUESTA                                  00005000
           MOVE 'MODIHOLD'           TO VAPQ-OPERACION                  00005010
           PERFORM 3800-ENCOLA-SOLICITUD                                00005020
           .                                                            00005030
      *                                                                *00005040
      *----------------------------------------------------------------*00005050
       3200-SOLICITA-LIBERACION.                                        00005060
      *----------------------------------------------------------------*00005070
      *    LA LIBERACION DEJA EL BLOQUEO EN 'L' CON LA FECHA DE LA      00005080
      *    APROBACION; LA PROPUESTA ES EL MISMO BLOQUEO SIN CAMBIOS     00005090
           PERFORM 2050-LEE-BLOQUEO                                     00005100
           MOVE VLHD-REFCASO         TO LHD0-REFCASO                    00005110
           MOVE VLHD-SOLICIT         TO LHD0-SOLICIT                    00005120
           MOVE VLHD-FECINI          TO LHD0-FECINI                     00005130
           MOVE VLHD-FECREV          TO LHD0-FECREV                     00005140
           MOVE LHD0-REFCASO         TO APQ-LHD-REFCASO                 00005150
           PERFORM 3500-VALIDA-PENDIENTE                                00005160
           PERFORM 3600-IMAGEN-ANTES                                    00005170
           PERFORM 3700-ARMA-PROPUESTA                                  00005180
           MOVE 'BAJAHOLD'           TO VAPQ-OPERACION                  00005190
           PERFORM 3800-ENCOLA-SOLICITUD                                00005200
           .                                                            00005210
      *                                                                *00005220
      *----------------------------------------------------------------*00005230
       3500-VALIDA-PENDIENTE.                                           00005240
      *----------------------------------------------------------------*00005250
      *    UNA SOLA PROPUESTA VIVA POR OBJETO Y CASO EN LA COLA         00005260
           MOVE LHD0-TIPO            TO APQ-LHD-TIPO                    00005270
           MOVE LHD0-NUMCLI          TO APQ-LHD-NUMCLI                  00005280
           MOVE LHD0-CUENTA          TO APQ-LHD-CUENTA                  00005290
           MOVE APQ-LHD-CLAVE        TO W-APQ-CLAVE                     00005300
           MOVE ZEROS                TO WK-APQ-PENDIENTES               00005310
           EXEC SQL                                                     00005320
                SELECT  COUNT(*)                                        00005330
                  INTO :WK-APQ-PENDIENTES                               00005340
                  FROM  VLDTAPQ                                         00005350
                 WHERE  VAPQ_ESTADO    = 'P'                            00005360
                   AND  VAPQ_OPERACION IN ('ALTAHOLD', 'MODIHOLD',      00005370
                                           'BAJAHOLD')                  00005380
                   AND  SUBSTR(VAPQ_ANTES, 1, 55) = :W-APQ-CLAVE        00005390
           END-EXEC                                                     00005400
           IF SQLCODE NOT = ZERO                                        00005410
              MOVE 'VLDTAPQ '            TO LHD0-VAR1-ERROR             00005420
              PERFORM 8900-ERROR-SQL                                    00005430
           END-IF                                                       00005440
           IF WK-APQ-PENDIENTES > ZEROS                                 00005450
              MOVE '10'                  TO LHD0-COD-RETORNO            00005460
              MOVE 'VLE2405'             TO LHD0-COD-ERROR-DEV          00005470
              MOVE 'VLDTAPQ '            TO LHD0-VAR1-ERROR             00005480
              PERFORM 9999-FIN                                          00005490
           END-IF                                                       00005500
           .                                                            00005510
      *                                                                *00005520
      *----------------------------------------------------------------*00005530
       3600-IMAGEN-ANTES.                                               00005540
      *----------------------------------------------------------------*00005550
      *    BLOQUEO VIGENTE TAL COMO ESTA HOY EN VLDTLHD                 00005560
           MOVE VLHD-SOLICIT         TO APQ-LHD-SOLICIT                 00005570
           MOVE VLHD-FECINI          TO APQ-LHD-FECINI                  00005580
           MOVE VLHD-FECREV          TO APQ-LHD-FECREV                  00005590
           MOVE LHD0-ID              TO APQ-LHD-ID                      00005600
           MOVE SPACES               TO VAPQ-ANTES                      00005610
           MOVE W-APQ-HOLD           TO VAPQ-ANTES                      00005620
           .                                                            00005630
      *                                                                *00005640
      *----------------------------------------------------------------*00005650
       3700-ARMA-PROPUESTA.                                             00005660
      *----------------------------------------------------------------*00005670
           MOVE LHD0-SOLICIT         TO APQ-LHD-SOLICIT                 00005680
           MOVE LHD0-FECINI          TO APQ-LHD-FECINI                  00005690
           MOVE LHD0-FECREV          TO APQ-LHD-FECREV                  00005700
           MOVE LHD0-ID              TO APQ-LHD-ID                      00005710
           MOVE SPACES               TO VAPQ-DESPUES                    00005720
           MOVE W-APQ-HOLD           TO VAPQ-DESPUES                    00005730
           .                                                            00005740
      *                                                                *00005750
      *----------------------------------------------------------------*00005760
       3800-ENCOLA-SOLICITUD.                                           00005770
      *----------------------------------------------------------------*00005780
           MOVE LHD0-FECHA-OPER      TO VAPQ-FECHA.                     00005790
           MOVE W-HORA-CURRENT       TO VAPQ-HORA.                      00005800
           MOVE WA-PROGRAMA          TO VAPQ-CODTRAN.                   00005810
           MOVE LHD0-CUENTA          TO VAPQ-CUENTA.                    00005820
           MOVE LHD0-USERID          TO VAPQ-USUARIO-SOL.               00005830
           MOVE 'P'                  TO VAPQ-ESTADO.                    00005840
           MOVE SPACES               TO VAPQ-USUARIO-APR                00005850
                                        VAPQ-FECHA-APR.                 00005860
           EXEC SQL                                                     00005870
                INSERT INTO VLDTAPQ                                     00005880
                      ( VAPQ_FECHA                                      00005890
                      , VAPQ_HORA                                       00005900
                      , VAPQ_CODTRAN                                    00005910
                      , VAPQ_OPERACION                                  00005920
                      , VAPQ_CUENTA                                     00005930
                      , VAPQ_USUARIO_SOL                                00005940
                      , VAPQ_ESTADO                                     00005950
                      , VAPQ_USUARIO_APR                                00005960
                      , VAPQ_FECHA_APR                                  00005970
                      , VAPQ_ANTES                                      00005980
                      , VAPQ_DESPUES )                                  00005990
                VALUES                                                  00006000
                      ( :VAPQ-FECHA                                     00006010
                      , :VAPQ-HORA                                      00006020
                      , :VAPQ-CODTRAN                                   00006030
                      , :VAPQ-OPERACION                                 00006040
                      , :VAPQ-CUENTA                                    00006050
                      , :VAPQ-USUARIO-SOL                               00006060
                      , :VAPQ-ESTADO                                    00006070
                      , :VAPQ-USUARIO-APR                               00006080
                      , :VAPQ-FECHA-APR                                 00006090
                      , :VAPQ-ANTES                                     00006100
                      , :VAPQ-DESPUES )                                 00006110
           END-EXEC                                                     00006120
           IF SQLCODE NOT = ZERO                                        00006130
              MOVE 'VLDTAPQ '            TO LHD0-VAR1-ERROR             00006140
              PERFORM 8900-ERROR-SQL                                    00006150
           END-IF                                                       00006160
           EXEC SQL                                                     00006170
                SET :WK-APQ-ID-GEN = IDENTITY_VAL_LOCAL()               00006180
           END-EXEC                                                     00006190
           IF SQLCODE NOT = ZERO                                        00006200
              MOVE ZEROS TO WK-APQ-ID-GEN                               00006210
           END-IF                                                       00006220
           MOVE WK-APQ-ID-GEN        TO LHD0-APQ-ID                     00006230
           MOVE 'SOLICITA' TO VL7LOG-OPERACION                          00006240
           PERFORM 8000-GRABA-AUDITORIA                                 00006250
           .                                                            00006260
      *                                                                *00006270
      *----------------------------------------------------------------*00006280
       8000-GRABA-AUDITORIA.                                            00006290
      *----------------------------------------------------------------*00006300
           MOVE LHD0-FECHA-OPER       TO  VL7LOG-FECHA                  00006310
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00006320
           MOVE LHD0-TERMINAL         TO  VL7LOG-NUMTER                 00006330
           MOVE LHD0-USERID           TO  VL7LOG-NUMUSER                00006340
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00006350
           MOVE 'VLDTAPQ'             TO  VL7LOG-TABLA                  00006360
           MOVE LENGTH OF DCLVLDTAPQ  TO  VL7LOG-REGISTRO-LEN           00006370
           MOVE SPACES                TO  LOGVLDTAPQ                    00006380
           MOVE DCLVLDTAPQ            TO  LOGVLDTAPQ                    00006390
           MOVE LOGVLDTAPQ            TO  VL7LOG-REGISTRO-TEXT          00006400
           EXEC CICS                                                    00006410
              LINK PROGRAM (VL7CRLOG)                                   00006420
              COMMAREA (W-VLWCLOG0)                                     00006430
           END-EXEC                                                     00006440
           IF VL7LOG-CODRESP NOT = ZEROS                                00006450
              MOVE '98'                  TO LHD0-COD-RETORNO            00006460
              MOVE 'VLE0907'             TO LHD0-COD-ERROR-DEV          00006470
              MOVE 'VL7CRLOG'            TO LHD0-VAR1-ERROR             00006480
              PERFORM 9999-FIN                                          00006490
           END-IF                                                       00006500
           .                                                            00006510
      *                                                                *00006520
      *----------------------------------------------------------------*00006530
       8900-ERROR-SQL.                                                  00006540
      *----------------------------------------------------------------*00006550
           MOVE '99'                  TO LHD0-COD-RETORNO               00006560
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00006570
           MOVE 'VLE1000'             TO LHD0-COD-ERROR-DEV             00006580
           MOVE W-SQLCODE-EDIT        TO LHD0-VAR2-ERROR                00006590
           PERFORM 9999-FIN.                                            00006600
      *                                                                *00006610
      *----------------------------------------------------------------*00006620
       9999-FIN.                                                        00006630
      *----------------------------------------------------------------*00006640
           EXEC CICS                                                    00006650
              RETURN                                                    00006660
           END-EXEC.                                                    00006670
      *=================================================================00006680
      *   FIN DEL PROGRAMA                                              00006690
      *=================================================================00006700
