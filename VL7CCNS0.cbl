      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CCNS0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO ON-LINE DE CONSENTIMIENTOS DEL     *00000080
      *               CLIENTE - TABLA VLDTCNS                          *00000090
      *OBJETIVO     : REGISTRA LO QUE EL CLIENTE AUTORIZA SOBRE SUS    *00000100
      *               DATOS PERSONALES: PUBLICIDAD, CESION A TERCEROS  *00000110
      *               Y USO DEL CANAL ELECTRONICO ('S' / 'N'), CON LA  *00000120
      *               EVIDENCIA (DOCREF) QUE LO RESPALDA. CADA         *00000130
      *               CONSENTIMIENTO GUARDA LA FECHA DE SU ULTIMO      *00000140
      *               CAMBIO; LA REVOCACION ES UNA MODIFICACION A 'N'  *00000150
      *               (NO SE BORRA LA FILA). CADA CAMBIO QUEDA EN      *00000160
      *               VLDTRLOG VIA VL7CRLOG (MISMO ESQUEMA QUE         *00000170
      *               VL7CBEF0) Y LA ACCION PASA POR EL CONTROL DE     *00000180
      *               FACULTADES VL9CENT0.                             *00000190
      *               ACCION 'A' = ALTA / 'M' = MODIFICACION /         *00000200
      *               'C' = CONSULTA.                                  *00000210
      ******************************************************************00000220
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000230
      *--------- ---------- ----------------- -------------------------*00000240
      *RITM49185 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000250
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CCNS0'.   00000440
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000450
                                                                        00000460
      *-----------------------------------------------------------------00000470
      *    VARIABLES.                                                   00000480
      *-----------------------------------------------------------------00000490
       01  W-VARIABLES.                                                 00000500
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000510
           03 WK-DENOM                 PIC X(40)       VALUE SPACES.    00000520
           03 W-HORA-CURRENT.                                           00000530
              05  W-HORA               PIC 99.                          00000540
              05  W-MINUTOS            PIC 99.                          00000550
              05  W-SEGUNDOS           PIC 99.                          00000560
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000570
                                                                        00000580
      *    VALORES VIGENTES ANTES DE LA MODIFICACION                    00000590
       01  W-CNS-ANTERIOR.                                              00000600
           03 ANT-PUBLICIDAD           PIC X(01)       VALUE SPACES.    00000610
           03 ANT-FEC-PUBLI            PIC S9(8)V COMP-3 VALUE ZEROS.   00000620
           03 ANT-TERCEROS             PIC X(01)       VALUE SPACES.    00000630
           03 ANT-FEC-TERCE            PIC S9(8)V COMP-3 VALUE ZEROS.   00000640
           03 ANT-ELECTRON             PIC X(01)       VALUE SPACES.    00000650
           03 ANT-FEC-ELECT            PIC S9(8)V COMP-3 VALUE ZEROS.   00000660
           03 ANT-FEALTREG             PIC S9(8)V COMP-3 VALUE ZEROS.   00000670
                                                                        00000680
      ** COPY PARA RUTINA VL7CRLOG                                      00000690
       01 W-VLWCLOG0.                                                   00000700
           COPY VLWCLOG0.                                               00000710
       01 LOGVLDTCNS               PIC X(500).                          00000720
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000730
           COPY VLCPTEN0.                                               00000740
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000750
                                                                        00000760
      *-----------------------------------------------------------------00000770
      *    CONSENTIMIENTOS DEL CLIENTE.                                 00000780
      *-----------------------------------------------------------------00000790
           COPY VLCPTCNS.                                               00000800
                                                                        00000810
      *-----------------------------------------------------------------00000820
      *    INCLUDES (DEFINICION DE TABLAS).                             00000830
      *-----------------------------------------------------------------00000840
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000850
                                                                        00000860
      *---------------*                                                 00000870
       LINKAGE SECTION.                                                 00000880
      *---------------*                                                 00000890
       01  DFHCOMMAREA.                                                 00000900
           05  CNS0-DATOS-ENTRADA.                                      00000910
               10  CNS0-ACCION         PIC X(01).                       00000920
                   88  CNS0-ALTA           VALUE 'A'.                   00000930
                   88  CNS0-MODIFICACION   VALUE 'M'.                   00000940
                   88  CNS0-CONSULTA       VALUE 'C'.                   00000950
               10  CNS0-NUMCLI         PIC 9(08).                       00000960
               10  CNS0-PUBLICIDAD     PIC X(01).                       00000970
               10  CNS0-TERCEROS       PIC X(01).                       00000980
               10  CNS0-ELECTRON       PIC X(01).                       00000990
               10  CNS0-DOCREF         PIC X(20).                       00001000
               10  CNS0-FECHA-OPER     PIC 9(08).                       00001010
               10  CNS0-TERMINAL       PIC X(04).                       00001020
               10  CNS0-USERID         PIC X(08).                       00001030
           05  CNS0-DATOS-SALIDA.                                       00001040
               10  CNS0-COD-RETORNO    PIC X(02).                       00001050
               10  CNS0-COD-ERROR-DEV  PIC X(07).                       00001060
               10  CNS0-VAR1-ERROR     PIC X(08).                       00001070
               10  CNS0-VAR2-ERROR     PIC X(05).                       00001080
               10  CNS0-DENOM          PIC X(40).                       00001090
               10  CNS0-S-PUBLICIDAD   PIC X(01).                       00001100
               10  CNS0-S-FEC-PUBLI    PIC 9(08).                       00001110
               10  CNS0-S-TERCEROS     PIC X(01).                       00001120
               10  CNS0-S-FEC-TERCE    PIC 9(08).                       00001130
               10  CNS0-S-ELECTRON     PIC X(01).                       00001140
               10  CNS0-S-FEC-ELECT    PIC 9(08).                       00001150
               10  CNS0-S-DOCREF       PIC X(20).                       00001160
               10  CNS0-S-FEALTREG     PIC 9(08).                       00001170
               10  CNS0-S-FEULMOD      PIC 9(08).                       00001180
               10  CNS0-S-USUARIO      PIC X(08).                       00001190
      *-----------------------------------------------------------------00001200
                                                                        00001210
      *==================                                               00001220
       PROCEDURE DIVISION.                                              00001230
      *==================                                               00001240
           PERFORM 1000-INICIO                                          00001250
           EVALUATE TRUE                                                00001260
               WHEN CNS0-ALTA                                           00001270
                    PERFORM 2000-ALTA-CONSENTIMIENTO                    00001280
               WHEN CNS0-MODIFICACION                                   00001290
                    PERFORM 3000-MODIFICA-CONSENTIMIENTO                00001300
           END-EVALUATE                                                 00001310
           PERFORM 4000-CONSULTA-CONSENTIMIENTO                         00001320
           PERFORM 9999-FIN.                                            00001330
                                                                        00001340
      *---------------------------------------------------------------- 00001350
       1000-INICIO.                                                     00001360
      *---------------------------------------------------------------- 00001370
           INITIALIZE      CNS0-DATOS-SALIDA                            00001380
                           DCLVLDTCNS.                                  00001390
                                                                        00001400
           MOVE '00'                TO  CNS0-COD-RETORNO                00001410
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001420
                                                                        00001430
           IF NOT CNS0-ALTA AND NOT CNS0-MODIFICACION                   00001440
              AND NOT CNS0-CONSULTA                                     00001450
              MOVE '01'                  TO CNS0-COD-RETORNO            00001460
              MOVE 'VLE2395'             TO CNS0-COD-ERROR-DEV          00001470
              MOVE 'ACCION  '            TO CNS0-VAR1-ERROR             00001480
              PERFORM 9999-FIN                                          00001490
           END-IF                                                       00001500
                                                                        00001510
           IF CNS0-NUMCLI = ZEROS                                       00001520
              MOVE '01'                  TO CNS0-COD-RETORNO            00001530
              MOVE 'VLE2396'             TO CNS0-COD-ERROR-DEV          00001540
              MOVE 'NUMCLI  '            TO CNS0-VAR1-ERROR             00001550
              PERFORM 9999-FIN                                          00001560
           END-IF                                                       00001570
                                                                        00001580
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001590
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001600
           IF NOT CNS0-CONSULTA                                         00001610
              INITIALIZE VL9CENT0-AREA                                  00001620
              MOVE CNS0-USERID        TO ENT0-USUARIO                   00001630
              MOVE 'VL7CCNS0'         TO ENT0-CODTRAN                   00001640
              MOVE CNS0-ACCION        TO ENT0-ACCION                    00001650
              MOVE CNS0-FECHA-OPER    TO ENT0-FECHA                     00001660
              MOVE W-HORA-CURRENT-N   TO ENT0-HORA                      00001670
              MOVE CNS0-TERMINAL      TO ENT0-TERMINAL                  00001680
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001690
              IF ENT0-CODRESP NOT = ZEROS                               00001700
                 MOVE '99'              TO CNS0-COD-RETORNO             00001710
                 MOVE 'VLE1000'         TO CNS0-COD-ERROR-DEV           00001720
                 MOVE 'VLDTENT '        TO CNS0-VAR1-ERROR              00001730
                 PERFORM 9999-FIN                                       00001740
              END-IF                                                    00001750
              IF ENT0-PERMITIDO NOT = 'S'                               00001760
                 MOVE '91'              TO CNS0-COD-RETORNO             00001770
                 MOVE 'VLE2278'         TO CNS0-COD-ERROR-DEV           00001780
                 MOVE CNS0-USERID       TO CNS0-VAR1-ERROR              00001790
                 PERFORM 9999-FIN                                       00001800
              END-IF                                                    00001810
           END-IF                                                       00001820
                                                                        00001830
      *    EL CLIENTE DEBE EXISTIR EN EL MAESTRO DE CLIENTES            00001840
           MOVE CNS0-NUMCLI          TO VCNS-NUMCLI                     00001850
           EXEC SQL                                                     00001860
                SELECT  VXMI_DENOM                                      00001870
                  INTO :WK-DENOM                                        00001880
                  FROM  VLDTXMI                                         00001890
                 WHERE  VXMI_CODCLI = :VCNS-NUMCLI                      00001900
           END-EXEC                                                     00001910
           IF SQLCODE = 100                                             00001920
              MOVE '02'                  TO CNS0-COD-RETORNO            00001930
              MOVE 'VLE2396'             TO CNS0-COD-ERROR-DEV          00001940
              MOVE 'VLDTXMI '            TO CNS0-VAR1-ERROR             00001950
              PERFORM 9999-FIN                                          00001960
           END-IF                                                       00001970
           IF SQLCODE NOT = ZERO                                        00001980
              PERFORM 8900-ERROR-SQL                                    00001990
           END-IF                                                       00002000
           MOVE WK-DENOM             TO CNS0-DENOM                      00002010
                                                                        00002020
           IF CNS0-ALTA OR CNS0-MODIFICACION                            00002030
              PERFORM 1100-VALIDA-DATOS                                 00002040
           END-IF                                                       00002050
                                                                        00002060
           MOVE CNS0-PUBLICIDAD      TO VCNS-PUBLICIDAD                 00002070
           MOVE CNS0-TERCEROS        TO VCNS-TERCEROS                   00002080
           MOVE CNS0-ELECTRON        TO VCNS-ELECTRON                   00002090
           MOVE CNS0-DOCREF          TO VCNS-DOCREF                     00002100
           MOVE CNS0-FECHA-OPER      TO VCNS-FEULMOD                    00002110
           MOVE CNS0-TERMINAL        TO VCNS-NUMTER                     00002120
           MOVE CNS0-USERID          TO VCNS-USUARIO                    00002130
           .                                                            00002140
      *                                                                *00002150
      *----------------------------------------------------------------*00002160
       1100-VALIDA-DATOS.                                               00002170
      *----------------------------------------------------------------*00002180
      *    CADA CONSENTIMIENTO SE INFORMA EXPLICITAMENTE: 'S' O 'N'     00002190
           IF (CNS0-PUBLICIDAD NOT = 'S' AND NOT = 'N')                 00002200
              OR (CNS0-TERCEROS NOT = 'S' AND NOT = 'N')                00002210
              OR (CNS0-ELECTRON NOT = 'S' AND NOT = 'N')                00002220
              MOVE '03'                  TO CNS0-COD-RETORNO            00002230
              MOVE 'VLE2397'             TO CNS0-COD-ERROR-DEV          00002240
              MOVE 'INDICADO'            TO CNS0-VAR1-ERROR             00002250
              PERFORM 9999-FIN                                          00002260
           END-IF                                                       00002270
                                                                        00002280
      *    NO HAY CONSENTIMIENTO OTORGADO SIN EVIDENCIA QUE LO RESPALDE 00002290
           IF (CNS0-PUBLICIDAD = 'S' OR CNS0-TERCEROS = 'S'             00002300
               OR CNS0-ELECTRON = 'S')                                  00002310
              AND CNS0-DOCREF = SPACES                                  00002320
              MOVE '03'                  TO CNS0-COD-RETORNO            00002330
              MOVE 'VLE2398'             TO CNS0-COD-ERROR-DEV          00002340
              MOVE 'DOCREF  '            TO CNS0-VAR1-ERROR             00002350
              PERFORM 9999-FIN                                          00002360
           END-IF                                                       00002370
           .                                                            00002380
      *                                                                *00002390
      *----------------------------------------------------------------*00002400
       2000-ALTA-CONSENTIMIENTO.                                        00002410
      *----------------------------------------------------------------*00002420
      *    EN EL ALTA TODOS LOS CONSENTIMIENTOS NACEN CON LA FECHA DE   00002430
      *    LA OPERACION                                                 00002440
           MOVE CNS0-FECHA-OPER      TO VCNS-FEC-PUBLI                  00002450
                                        VCNS-FEC-TERCE                  00002460
                                        VCNS-FEC-ELECT                  00002470
                                        VCNS-FEALTREG                   00002480
           EXEC SQL                                                     00002490
                INSERT INTO VLDTCNS                                     00002500
                       (VCNS_NUMCLI, VCNS_PUBLICIDAD, VCNS_FEC_PUBLI    00002510
                      , VCNS_TERCEROS, VCNS_FEC_TERCE, VCNS_ELECTRON    00002520
                      , VCNS_FEC_ELECT, VCNS_DOCREF, VCNS_FEALTREG      00002530
                      , VCNS_FEULMOD, VCNS_NUMTER, VCNS_USUARIO)        00002540
                VALUES (:VCNS-NUMCLI, :VCNS-PUBLICIDAD, :VCNS-FEC-PUBLI 00002550
                      , :VCNS-TERCEROS, :VCNS-FEC-TERCE, :VCNS-ELECTRON 00002560
                      , :VCNS-FEC-ELECT, :VCNS-DOCREF, :VCNS-FEALTREG   00002570
                      , :VCNS-FEULMOD, :VCNS-NUMTER, :VCNS-USUARIO)     00002580
           END-EXEC                                                     00002590
           EVALUATE SQLCODE                                             00002600
               WHEN ZERO                                                00002610
                    CONTINUE                                            00002620
               WHEN -803                                                00002630
                    MOVE '05'                  TO CNS0-COD-RETORNO      00002640
                    MOVE 'VLE2399'             TO CNS0-COD-ERROR-DEV    00002650
                    MOVE 'YA EXIST'            TO CNS0-VAR1-ERROR       00002660
                    PERFORM 9999-FIN                                    00002670
               WHEN OTHER                                               00002680
                    PERFORM 8900-ERROR-SQL                              00002690
           END-EVALUATE                                                 00002700
                                                                        00002710
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00002720
           PERFORM 8000-GRABA-AUDITORIA                                 00002730
           .                                                            00002740
      *                                                                *00002750
      *----------------------------------------------------------------*00002760
       3000-MODIFICA-CONSENTIMIENTO.                                    00002770
      *----------------------------------------------------------------*00002780
      *    SOLO CAMBIA LA FECHA DEL CONSENTIMIENTO QUE CAMBIA DE VALOR  00002790
           EXEC SQL                                                     00002800
                SELECT  VCNS_PUBLICIDAD, VCNS_FEC_PUBLI                 00002810
                     ,  VCNS_TERCEROS,   VCNS_FEC_TERCE                 00002820
                     ,  VCNS_ELECTRON,   VCNS_FEC_ELECT                 00002830
                     ,  VCNS_FEALTREG                                   00002840
                  INTO :ANT-PUBLICIDAD, :ANT-FEC-PUBLI                  00002850
                     , :ANT-TERCEROS,   :ANT-FEC-TERCE                  00002860
                     , :ANT-ELECTRON,   :ANT-FEC-ELECT                  00002870
                     , :ANT-FEALTREG                                    00002880
                  FROM  VLDTCNS                                         00002890
                 WHERE  VCNS_NUMCLI = :VCNS-NUMCLI                      00002900
           END-EXEC                                                     00002910
           PERFORM 3900-EVALUA-ACCESO                                   00002920
                                                                        00002930
           MOVE ANT-FEC-PUBLI        TO VCNS-FEC-PUBLI                  00002940
           IF VCNS-PUBLICIDAD NOT = ANT-PUBLICIDAD                      00002950
              MOVE CNS0-FECHA-OPER   TO VCNS-FEC-PUBLI                  00002960
           END-IF                                                       00002970
           MOVE ANT-FEC-TERCE        TO VCNS-FEC-TERCE                  00002980
           IF VCNS-TERCEROS NOT = ANT-TERCEROS                          00002990
              MOVE CNS0-FECHA-OPER   TO VCNS-FEC-TERCE                  00003000
           END-IF                                                       00003010
           MOVE ANT-FEC-ELECT        TO VCNS-FEC-ELECT                  00003020
           IF VCNS-ELECTRON NOT = ANT-ELECTRON                          00003030
              MOVE CNS0-FECHA-OPER   TO VCNS-FEC-ELECT                  00003040
           END-IF                                                       00003050
           MOVE ANT-FEALTREG         TO VCNS-FEALTREG                   00003060
                                                                        00003070
           EXEC SQL                                                     00003080
                UPDATE VLDTCNS                                          00003090
                   SET VCNS_PUBLICIDAD = :VCNS-PUBLICIDAD               00003100
                     , VCNS_FEC_PUBLI  = :VCNS-FEC-PUBLI                00003110
                     , VCNS_TERCEROS   = :VCNS-TERCEROS                 00003120
                     , VCNS_FEC_TERCE  = :VCNS-FEC-TERCE                00003130
                     , VCNS_ELECTRON   = :VCNS-ELECTRON                 00003140
                     , VCNS_FEC_ELECT  = :VCNS-FEC-ELECT                00003150
                     , VCNS_DOCREF     = :VCNS-DOCREF                   00003160
                     , VCNS_FEULMOD    = :VCNS-FEULMOD                  00003170
                     , VCNS_NUMTER     = :VCNS-NUMTER                   00003180
                     , VCNS_USUARIO    = :VCNS-USUARIO                  00003190
                 WHERE VCNS_NUMCLI     = :VCNS-NUMCLI                   00003200
           END-EXEC                                                     00003210
           PERFORM 3900-EVALUA-ACCESO                                   00003220
                                                                        00003230
           MOVE 'UPDATE  ' TO VL7LOG-OPERACION                          00003240
           PERFORM 8000-GRABA-AUDITORIA                                 00003250
           .                                                            00003260
      *                                                                *00003270
      *----------------------------------------------------------------*00003280
       3900-EVALUA-ACCESO.                                              00003290
      *----------------------------------------------------------------*00003300
           EVALUATE SQLCODE                                             00003310
               WHEN ZERO                                                00003320
                    CONTINUE                                            00003330
               WHEN 100                                                 00003340
                    MOVE '05'                  TO CNS0-COD-RETORNO      00003350
                    MOVE 'VLE2399'             TO CNS0-COD-ERROR-DEV    00003360
                    MOVE 'NO EXIST'            TO CNS0-VAR1-ERROR       00003370
                    PERFORM 9999-FIN                                    00003380
               WHEN OTHER                                               00003390
                    PERFORM 8900-ERROR-SQL                              00003400
           END-EVALUATE                                                 00003410
           .                                                            00003420
      *                                                                *00003430
      *----------------------------------------------------------------*00003440
       4000-CONSULTA-CONSENTIMIENTO.                                    00003450
      *----------------------------------------------------------------*00003460
      *    DEVUELVE LA FILA VIGENTE (TAMBIEN TRAS EL ALTA O EL CAMBIO)  00003470
           EXEC SQL                                                     00003480
                SELECT  VCNS_PUBLICIDAD, VCNS_FEC_PUBLI                 00003490
                     ,  VCNS_TERCEROS,   VCNS_FEC_TERCE                 00003500
                     ,  VCNS_ELECTRON,   VCNS_FEC_ELECT                 00003510
                     ,  VCNS_DOCREF,     VCNS_FEALTREG                  00003520
                     ,  VCNS_FEULMOD,    VCNS_USUARIO                   00003530
                  INTO :VCNS-PUBLICIDAD, :VCNS-FEC-PUBLI                00003540
                     , :VCNS-TERCEROS,   :VCNS-FEC-TERCE                00003550
                     , :VCNS-ELECTRON,   :VCNS-FEC-ELECT                00003560
                     , :VCNS-DOCREF,     :VCNS-FEALTREG                 00003570
                     , :VCNS-FEULMOD,    :VCNS-USUARIO                  00003580
                  FROM  VLDTCNS                                         00003590
                 WHERE  VCNS_NUMCLI = :VCNS-NUMCLI                      00003600
           END-EXEC                                                     00003610
           EVALUATE SQLCODE                                             00003620
               WHEN ZERO                                                00003630
                    MOVE VCNS-PUBLICIDAD  TO CNS0-S-PUBLICIDAD          00003640
                    MOVE VCNS-FEC-PUBLI   TO CNS0-S-FEC-PUBLI           00003650
                    MOVE VCNS-TERCEROS    TO CNS0-S-TERCEROS            00003660
                    MOVE VCNS-FEC-TERCE   TO CNS0-S-FEC-TERCE           00003670
                    MOVE VCNS-ELECTRON    TO CNS0-S-ELECTRON            00003680
                    MOVE VCNS-FEC-ELECT   TO CNS0-S-FEC-ELECT           00003690
                    MOVE VCNS-DOCREF      TO CNS0-S-DOCREF              00003700
                    MOVE VCNS-FEALTREG    TO CNS0-S-FEALTREG            00003710
                    MOVE VCNS-FEULMOD     TO CNS0-S-FEULMOD             00003720
                    MOVE VCNS-USUARIO     TO CNS0-S-USUARIO             00003730
               WHEN 100                                                 00003740
      *             SIN FILA: EL CLIENTE NO HA OTORGADO NINGUNO         00003750
                    MOVE 'N'              TO CNS0-S-PUBLICIDAD          00003760
                                             CNS0-S-TERCEROS            00003770
                                             CNS0-S-ELECTRON            00003780
                    MOVE '02'                  TO CNS0-COD-RETORNO      00003790
                    MOVE 'VLE2399'             TO CNS0-COD-ERROR-DEV    00003800
                    MOVE 'NO EXIST'            TO CNS0-VAR1-ERROR       00003810
               WHEN OTHER                                               00003820
                    PERFORM 8900-ERROR-SQL                              00003830
           END-EVALUATE                                                 00003840
           .                                                            00003850
      *                                                                *00003860
      *----------------------------------------------------------------*00003870
       8000-GRABA-AUDITORIA.                                            00003880
      *----------------------------------------------------------------*00003890
      *    GRABA LA IMAGEN VIGENTE DE DCLVLDTCNS EN VLDTRLOG VIA        00003900
      *    VL7CRLOG, COMO LO HACE VL7CBEF0.                             00003910
           MOVE CNS0-FECHA-OPER       TO  VL7LOG-FECHA                  00003920
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00003930
           MOVE CNS0-TERMINAL         TO  VL7LOG-NUMTER                 00003940
           MOVE CNS0-USERID           TO  VL7LOG-NUMUSER                00003950
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00003960
           MOVE 'VLDTCNS'             TO  VL7LOG-TABLA                  00003970
           MOVE LENGTH OF DCLVLDTCNS  TO  VL7LOG-REGISTRO-LEN           00003980
           MOVE SPACES                TO  LOGVLDTCNS                    00003990
           MOVE DCLVLDTCNS            TO  LOGVLDTCNS                    00004000
           MOVE LOGVLDTCNS            TO  VL7LOG-REGISTRO-TEXT          00004010
                                                                        00004020
           EXEC CICS                                                    00004030
              LINK PROGRAM (VL7CRLOG)                                   00004040
              COMMAREA (W-VLWCLOG0)                                     00004050
           END-EXEC                                                     00004060
                                                                        00004070
           IF VL7LOG-CODRESP NOT = ZEROS                                00004080
              MOVE '98'                  TO CNS0-COD-RETORNO            00004090
              MOVE 'VLE0907'             TO CNS0-COD-ERROR-DEV          00004100
              MOVE 'VL7CRLOG'            TO CNS0-VAR1-ERROR             00004110
              PERFORM 9999-FIN                                          00004120
           END-IF                                                       00004130
           .                                                            00004140
      *                                                                *00004150
      *----------------------------------------------------------------*00004160
       8900-ERROR-SQL.                                                  00004170
      *----------------------------------------------------------------*00004180
           MOVE '99'                  TO CNS0-COD-RETORNO               00004190
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00004200
           MOVE 'VLE1000'             TO CNS0-COD-ERROR-DEV             00004210
           MOVE 'VLDTCNS '            TO CNS0-VAR1-ERROR                00004220
           MOVE W-SQLCODE-EDIT        TO CNS0-VAR2-ERROR                00004230
           PERFORM 9999-FIN.                                            00004240
      *                                                                *00004250
      *----------------------------------------------------------------*00004260
       9999-FIN.                                                        00004270
      *----------------------------------------------------------------*00004280
           EXEC CICS                                                    00004290
              RETURN                                                    00004300
           END-EXEC.                                                    00004310
      *=================================================================00004320
      *   FIN DEL PROGRAMA                                              00004330
      *=================================================================00004340
