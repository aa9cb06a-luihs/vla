      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CNPR0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO ON-LINE DE LAS PREFERENCIAS DE     *00000080
      *               AVISO DEL CLIENTE - TABLA VLDTNPR                *00000090
      *OBJETIVO     : REGISTRA POR QUE CANAL QUIERE EL CLIENTE LOS     *00000100
      *               AVISOS DE EVENTOS DE SU CARTERA (VL4CNOTF): 'S'  *00000110
      *               SMS / 'M' CORREO / 'A' AMBOS / 'N' NINGUNO, SUS  *00000120
      *               DATOS DE CONTACTO Y HASTA 8 TIPOS DE EVENTO QUE  *00000130
      *               NO DESEA RECIBIR. EL CANAL ELEGIDO EXIGE EL DATO *00000140
      *               DE CONTACTO QUE USA. LA BAJA DEL SERVICIO ES UNA *00000150
      *               MODIFICACION A CANAL 'N' (NO SE BORRA LA FILA).  *00000160
      *               CADA CAMBIO QUEDA EN VLDTRLOG VIA VL7CRLOG       *00000170
      *               (MISMO ESQUEMA QUE VL7CCNS0) Y LA ACCION PASA    *00000180
      *               POR EL CONTROL DE FACULTADES VL9CENT0.           *00000190
      *               ACCION 'A' = ALTA / 'M' = MODIFICACION /         *00000200
      *               'C' = CONSULTA.                                  *00000210
      ******************************************************************00000220
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000230
      *--------- ---------- ----------------- -------------------------*00000240
      *RITM49198 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000250
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CNPR0'.   00000440
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
           03 W-IND-EXC                PIC S9(4) COMP  VALUE ZEROS.     00000580
           03 W-IND-TAB                PIC S9(4) COMP  VALUE ZEROS.     00000590
           03 W-TIPEVE-OK              PIC X(01)       VALUE SPACES.    00000600
              88 W-TIPEVE-VALIDO                       VALUE 'S'.       00000610
                                                                        00000620
      *    TIPOS DE EVENTO QUE GENERAN AVISO (VER VLCPTNOT)             00000630
       01  W-TAB-TIPEVE-VALORES.                                        00000640
           03 FILLER                   PIC X(24)                        00000650
                                   VALUE 'LIQDIVCUPMARPREEMBESTFLQ'.    00000660
       01  W-TAB-TIPEVE REDEFINES W-TAB-TIPEVE-VALORES.                 00000670
           03 W-TIPEVE-VAL             PIC X(03)       OCCURS 8.        00000680
                                                                        00000690
      *    FECHA DE ALTA VIGENTE ANTES DE LA MODIFICACION               00000700
       01  W-NPR-ANTERIOR.                                              00000710
           03 ANT-FEALTREG             PIC S9(8)V COMP-3 VALUE ZEROS.   00000720
                                                                        00000730
      ** COPY PARA RUTINA VL7CRLOG                                      00000740
       01 W-VLWCLOG0.                                                   00000750
           COPY VLWCLOG0.                                               00000760
       01 LOGVLDTNPR               PIC X(500).                          00000770
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000780
           COPY VLCPTEN0.                                               00000790
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000800
                                                                        00000810
      *-----------------------------------------------------------------00000820
      *    PREFERENCIAS DE AVISO DEL CLIENTE.                           00000830
      *-----------------------------------------------------------------00000840
           COPY VLCPTNPR.                                               00000850
                                                                        00000860
      *-----------------------------------------------------------------00000870
      *    INCLUDES (DEFINICION DE TABLAS).                             00000880
      *-----------------------------------------------------------------00000890
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000900
                                                                        00000910
      *---------------*                                                 00000920
       LINKAGE SECTION.                                                 00000930
      *---------------*                                                 00000940
       01  DFHCOMMAREA.                                                 00000950
           05  NPR0-DATOS-ENTRADA.                                      00000960
               10  NPR0-ACCION         PIC X(01).                       00000970
                   88  NPR0-ALTA           VALUE 'A'.                   00000980
                   88  NPR0-MODIFICACION   VALUE 'M'.                   00000990
                   88  NPR0-CONSULTA       VALUE 'C'.                   00001000
               10  NPR0-NUMCLI         PIC 9(08).                       00001010
               10  NPR0-CANAL          PIC X(01).                       00001020
               10  NPR0-TELEFONO       PIC X(15).                       00001030
               10  NPR0-CORREO         PIC X(60).                       00001040
               10  NPR0-EXCLUYE        PIC X(24).                       00001050
               10  NPR0-FECHA-OPER     PIC 9(08).                       00001060
               10  NPR0-TERMINAL       PIC X(04).                       00001070
               10  NPR0-USERID         PIC X(08).                       00001080
           05  NPR0-DATOS-SALIDA.                                       00001090
               10  NPR0-COD-RETORNO    PIC X(02).                       00001100
               10  NPR0-COD-ERROR-DEV  PIC X(07).                       00001110
               10  NPR0-VAR1-ERROR     PIC X(08).                       00001120
               10  NPR0-VAR2-ERROR     PIC X(05).                       00001130
               10  NPR0-DENOM          PIC X(40).                       00001140
               10  NPR0-S-CANAL        PIC X(01).                       00001150
               10  NPR0-S-TELEFONO     PIC X(15).                       00001160
               10  NPR0-S-CORREO       PIC X(60).                       00001170
               10  NPR0-S-EXCLUYE      PIC X(24).                       00001180
               10  NPR0-S-FEALTREG     PIC 9(08).                       00001190
               10  NPR0-S-FEULMOD      PIC 9(08).                       00001200
               10  NPR0-S-USUARIO      PIC X(08).                       00001210
      *-----------------------------------------------------------------00001220
                                                                        00001230
      *==================                                               00001240
       PROCEDURE DIVISION.                                              00001250
      *==================                                               00001260
           PERFORM 1000-INICIO                                          00001270
           EVALUATE TRUE                                                00001280
               WHEN NPR0-ALTA                                           00001290
                    PERFORM 2000-ALTA-PREFERENCIA                       00001300
               WHEN NPR0-MODIFICACION                                   00001310
                    PERFORM 3000-MODIFICA-PREFERENCIA                   00001320
           END-EVALUATE                                                 00001330
           PERFORM 4000-CONSULTA-PREFERENCIA                            00001340
           PERFORM 9999-FIN.                                            00001350
                                                                        00001360
      *---------------------------------------------------------------- 00001370
       1000-INICIO.                                                     00001380
      *---------------------------------------------------------------- 00001390
           INITIALIZE      NPR0-DATOS-SALIDA                            00001400
                           DCLVLDTNPR.                                  00001410
                                                                        00001420
           MOVE '00'                TO  NPR0-COD-RETORNO                00001430
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001440
                                                                        00001450
           IF NOT NPR0-ALTA AND NOT NPR0-MODIFICACION                   00001460
              AND NOT NPR0-CONSULTA                                     00001470
              MOVE '01'                  TO NPR0-COD-RETORNO            00001480
              MOVE 'VLE2413'             TO NPR0-COD-ERROR-DEV          00001490
              MOVE 'ACCION  '            TO NPR0-VAR1-ERROR             00001500
              PERFORM 9999-FIN                                          00001510
           END-IF                                                       00001520
                                                                        00001530
           IF NPR0-NUMCLI = ZEROS                                       00001540
              MOVE '01'                  TO NPR0-COD-RETORNO            00001550
              MOVE 'VLE2414'             TO NPR0-COD-ERROR-DEV          00001560
              MOVE 'NUMCLI  '            TO NPR0-VAR1-ERROR             00001570
              PERFORM 9999-FIN                                          00001580
           END-IF                                                       00001590
                                                                        00001600
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001610
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001620
           IF NOT NPR0-CONSULTA                                         00001630
              INITIALIZE VL9CENT0-AREA                                  00001640
              MOVE NPR0-USERID        TO ENT0-USUARIO                   00001650
              MOVE 'VL7CNPR0'         TO ENT0-CODTRAN                   00001660
              MOVE NPR0-ACCION        TO ENT0-ACCION                    00001670
              MOVE NPR0-FECHA-OPER    TO ENT0-FECHA                     00001680
              MOVE W-HORA-CURRENT-N   TO ENT0-HORA                      00001690
              MOVE NPR0-TERMINAL      TO ENT0-TERMINAL                  00001700
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001710
              IF ENT0-CODRESP NOT = ZEROS                               00001720
                 MOVE '99'              TO NPR0-COD-RETORNO             00001730
                 MOVE 'VLE1000'         TO NPR0-COD-ERROR-DEV           00001740
                 MOVE 'VLDTENT '        TO NPR0-VAR1-ERROR              00001750
                 PERFORM 9999-FIN                                       00001760
              END-IF                                                    00001770
              IF ENT0-PERMITIDO NOT = 'S'                               00001780
                 MOVE '91'              TO NPR0-COD-RETORNO             00001790
                 MOVE 'VLE2278'         TO NPR0-COD-ERROR-DEV           00001800
                 MOVE NPR0-USERID       TO NPR0-VAR1-ERROR              00001810
                 PERFORM 9999-FIN                                       00001820
              END-IF                                                    00001830
           END-IF                                                       00001840
                                                                        00001850
      *    EL CLIENTE DEBE EXISTIR EN EL MAESTRO DE CLIENTES            00001860
           MOVE NPR0-NUMCLI          TO VNPR-NUMCLI                     00001870
           EXEC SQL                                                     00001880
                SELECT  VXMI_DENOM                                      00001890
                  INTO :WK-DENOM                                        00001900
                  FROM  VLDTXMI                                         00001910
                 WHERE  VXMI_CODCLI = :VNPR-NUMCLI                      00001920
           END-EXEC                                                     00001930
           IF SQLCODE = 100                                             00001940
              MOVE '02'                  TO NPR0-COD-RETORNO            00001950
              MOVE 'VLE2414'             TO NPR0-COD-ERROR-DEV          00001960
              MOVE 'VLDTXMI '            TO NPR0-VAR1-ERROR             00001970
              PERFORM 9999-FIN                                          00001980
           END-IF                                                       00001990
           IF SQLCODE NOT = ZERO                                        00002000
              PERFORM 8900-ERROR-SQL                                    00002010
           END-IF                                                       00002020
           MOVE WK-DENOM             TO NPR0-DENOM                      00002030
                                                                        00002040
           IF NPR0-ALTA OR NPR0-MODIFICACION                            00002050
              PERFORM 1100-VALIDA-DATOS                                 00002060
           END-IF                                                       00002070
                                                                        00002080
           MOVE NPR0-CANAL           TO VNPR-CANAL                      00002090
           MOVE NPR0-TELEFONO        TO VNPR-TELEFONO                   00002100
           MOVE NPR0-CORREO          TO VNPR-CORREO                     00002110
           MOVE NPR0-EXCLUYE         TO VNPR-EXCLUYE                    00002120
           MOVE NPR0-FECHA-OPER      TO VNPR-FEULMOD                    00002130
           MOVE NPR0-TERMINAL        TO VNPR-NUMTER                     00002140
           MOVE NPR0-USERID          TO VNPR-USUARIO                    00002150
           .                                                            00002160
      *                                                                *00002170
      *----------------------------------------------------------------*00002180
       1100-VALIDA-DATOS.                                               00002190
      *----------------------------------------------------------------*00002200
      *    EL CANAL SE INFORMA EXPLICITAMENTE                           00002210
           IF NPR0-CANAL NOT = 'S' AND NOT = 'M'                        00002220
                     AND NOT = 'A' AND NOT = 'N'                        00002230
              MOVE '03'                  TO NPR0-COD-RETORNO            00002240
              MOVE 'VLE2415'             TO NPR0-COD-ERROR-DEV          00002250
              MOVE 'CANAL   '            TO NPR0-VAR1-ERROR             00002260
              PERFORM 9999-FIN                                          00002270
           END-IF                                                       00002280
                                                                        00002290
      *    EL CANAL ELEGIDO EXIGE SU DATO DE CONTACTO                   00002300
           IF (NPR0-CANAL = 'S' OR NPR0-CANAL = 'A')                    00002310
              AND NPR0-TELEFONO = SPACES                                00002320
              MOVE '03'                  TO NPR0-COD-RETORNO            00002330
              MOVE 'VLE2416'             TO NPR0-COD-ERROR-DEV          00002340
              MOVE 'TELEFONO'            TO NPR0-VAR1-ERROR             00002350
              PERFORM 9999-FIN                                          00002360
           END-IF                                                       00002370
           IF (NPR0-CANAL = 'M' OR NPR0-CANAL = 'A')                    00002380
              AND NPR0-CORREO = SPACES                                  00002390
              MOVE '03'                  TO NPR0-COD-RETORNO            00002400
              MOVE 'VLE2416'             TO NPR0-COD-ERROR-DEV          00002410
              MOVE 'CORREO  '            TO NPR0-VAR1-ERROR             00002420
              PERFORM 9999-FIN                                          00002430
           END-IF                                                       00002440
                                                                        00002450
      *    LOS TIPOS EXCLUIDOS DEBEN SER TIPOS DE EVENTO CONOCIDOS      00002460
           MOVE NPR0-EXCLUYE         TO VNPR-EXCLUYE                    00002470
           PERFORM 1110-VALIDA-EXCLUSION                                00002480
              VARYING W-IND-EXC FROM 1 BY 1 UNTIL W-IND-EXC > 8         00002490
           .                                                            00002500
      *                                                                *00002510
      *----------------------------------------------------------------*00002520
       1110-VALIDA-EXCLUSION.                                           00002530
      *----------------------------------------------------------------*00002540
           IF VNPR-EXC-TIPEVE (W-IND-EXC) NOT = SPACES                  00002550
              MOVE 'N'                   TO W-TIPEVE-OK                 00002560
              PERFORM 1120-BUSCA-TIPEVE                                 00002570
                 VARYING W-IND-TAB FROM 1 BY 1                          00002580
                 UNTIL W-IND-TAB > 8 OR W-TIPEVE-VALIDO                 00002590
              IF NOT W-TIPEVE-VALIDO                                    00002600
                 MOVE '03'               TO NPR0-COD-RETORNO            00002610
                 MOVE 'VLE2417'          TO NPR0-COD-ERROR-DEV          00002620
                 MOVE VNPR-EXC-TIPEVE (W-IND-EXC) TO NPR0-VAR1-ERROR    00002630
                 PERFORM 9999-FIN                                       00002640
              END-IF                                                    00002650
           END-IF                                                       00002660
           .                                                            00002670
      *                                                                *00002680
      *----------------------------------------------------------------*00002690
       1120-BUSCA-TIPEVE.                                               00002700
      *----------------------------------------------------------------*00002710
           IF VNPR-EXC-TIPEVE (W-IND-EXC) = W-TIPEVE-VAL (W-IND-TAB)    00002720
              MOVE 'S'                   TO W-TIPEVE-OK                 00002730
           END-IF                                                       00002740
           .                                                            00002750
      *                                                                *00002760
      *----------------------------------------------------------------*00002770
       2000-ALTA-PREFERENCIA.                                           00002780
      *----------------------------------------------------------------*00002790
           MOVE NPR0-FECHA-OPER      TO VNPR-FEALTREG                   00002800
           EXEC SQL                                                     00002810
                INSERT INTO VLDTNPR                                     00002820
                       (VNPR_NUMCLI, VNPR_CANAL, VNPR_TELEFONO          00002830
                      , VNPR_CORREO, VNPR_EXCLUYE, VNPR_FEALTREG        00002840
                      , VNPR_FEULMOD, VNPR_NUMTER, VNPR_USUARIO)        00002850
                VALUES (:VNPR-NUMCLI, :VNPR-CANAL, :VNPR-TELEFONO       00002860
                      , :VNPR-CORREO, :VNPR-EXCLUYE, :VNPR-FEALTREG     00002870
                      , :VNPR-FEULMOD, :VNPR-NUMTER, :VNPR-USUARIO)     00002880
           END-EXEC                                                     00002890
           EVALUATE SQLCODE                                             00002900
               WHEN ZERO                                                00002910
                    CONTINUE                                            00002920
               WHEN -803                                                00002930
                    MOVE '05'                  TO NPR0-COD-RETORNO      00002940
                    MOVE 'VLE2418'             TO NPR0-COD-ERROR-DEV    00002950
                    MOVE 'YA EXIST'            TO NPR0-VAR1-ERROR       00002960
                    PERFORM 9999-FIN                                    00002970
               WHEN OTHER                                               00002980
                    PERFORM 8900-ERROR-SQL                              00002990
           END-EVALUATE                                                 00003000
                                                                        00003010
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00003020
           PERFORM 8000-GRABA-AUDITORIA                                 00003030
           .                                                            00003040
      *                                                                *00003050
      *----------------------------------------------------------------*00003060
       3000-MODIFICA-PREFERENCIA.                                       00003070
      *----------------------------------------------------------------*00003080
      *    SE CONSERVA LA FECHA DE ALTA ORIGINAL PARA LA AUDITORIA      00003090
           EXEC SQL                                                     00003100
                SELECT  VNPR_FEALTREG                                   00003110
                  INTO :ANT-FEALTREG                                    00003120
                  FROM  VLDTNPR                                         00003130
                 WHERE  VNPR_NUMCLI = :VNPR-NUMCLI                      00003140
           END-EXEC                                                     00003150
           PERFORM 3900-EVALUA-ACCESO                                   00003160
           MOVE ANT-FEALTREG         TO VNPR-FEALTREG                   00003170
                                                                        00003180
           EXEC SQL                                                     00003190
                UPDATE VLDTNPR                                          00003200
                   SET VNPR_CANAL      = :VNPR-CANAL                    00003210
                     , VNPR_TELEFONO   = :VNPR-TELEFONO                 00003220
                     , VNPR_CORREO     = :VNPR-CORREO                   00003230
                     , VNPR_EXCLUYE    = :VNPR-EXCLUYE                  00003240
                     , VNPR_FEULMOD    = :VNPR-FEULMOD                  00003250
                     , VNPR_NUMTER     = :VNPR-NUMTER                   00003260
                     , VNPR_USUARIO    = :VNPR-USUARIO                  00003270
                 WHERE VNPR_NUMCLI     = :VNPR-NUMCLI                   00003280
           END-EXEC                                                     00003290
           PERFORM 3900-EVALUA-ACCESO                                   00003300
                                                                        00003310
           MOVE 'UPDATE  ' TO VL7LOG-OPERACION                          00003320
           PERFORM 8000-GRABA-AUDITORIA                                 00003330
           .                                                            00003340
      *                                                                *00003350
      *----------------------------------------------------------------*00003360
       3900-EVALUA-ACCESO.                                              00003370
      *----------------------------------------------------------------*00003380
           EVALUATE SQLCODE                                             00003390
               WHEN ZERO                                                00003400
                    CONTINUE                                            00003410
               WHEN 100                                                 00003420
                    MOVE '05'                  TO NPR0-COD-RETORNO      00003430
                    MOVE 'VLE2418'             TO NPR0-COD-ERROR-DEV    00003440
                    MOVE 'NO EXIST'            TO NPR0-VAR1-ERROR       00003450
                    PERFORM 9999-FIN                                    00003460
               WHEN OTHER                                               00003470
                    PERFORM 8900-ERROR-SQL                              00003480
           END-EVALUATE                                                 00003490
           .                                                            00003500
      *                                                                *00003510
      *----------------------------------------------------------------*00003520
       4000-CONSULTA-PREFERENCIA.                                       00003530
      *----------------------------------------------------------------*00003540
      *    DEVUELVE LA FILA VIGENTE (TAMBIEN TRAS EL ALTA O EL CAMBIO)  00003550
           EXEC SQL                                                     00003560
                SELECT  VNPR_CANAL,      VNPR_TELEFONO                  00003570
                     ,  VNPR_CORREO,     VNPR_EXCLUYE                   00003580
                     ,  VNPR_FEALTREG,   VNPR_FEULMOD                   00003590
                     ,  VNPR_USUARIO                                    00003600
                  INTO :VNPR-CANAL,      :VNPR-TELEFONO                 00003610
                     , :VNPR-CORREO,     :VNPR-EXCLUYE                  00003620
                     , :VNPR-FEALTREG,   :VNPR-FEULMOD                  00003630
                     , :VNPR-USUARIO                                    00003640
                  FROM  VLDTNPR                                         00003650
                 WHERE  VNPR_NUMCLI = :VNPR-NUMCLI                      00003660
           END-EXEC                                                     00003670
           EVALUATE SQLCODE                                             00003680
               WHEN ZERO                                                00003690
                    MOVE VNPR-CANAL       TO NPR0-S-CANAL               00003700
                    MOVE VNPR-TELEFONO    TO NPR0-S-TELEFONO            00003710
                    MOVE VNPR-CORREO      TO NPR0-S-CORREO              00003720
                    MOVE VNPR-EXCLUYE     TO NPR0-S-EXCLUYE             00003730
                    MOVE VNPR-FEALTREG    TO NPR0-S-FEALTREG            00003740
                    MOVE VNPR-FEULMOD     TO NPR0-S-FEULMOD             00003750
                    MOVE VNPR-USUARIO     TO NPR0-S-USUARIO             00003760
               WHEN 100                                                 00003770
      *             SIN FILA: LOS AVISOS VAN POR SMS AL TELEFONO DEL    00003780
      *             MAESTRO DE CLIENTES                                 00003790
                    MOVE 'S'              TO NPR0-S-CANAL               00003800
                    MOVE '02'                  TO NPR0-COD-RETORNO      00003810
                    MOVE 'VLE2418'             TO NPR0-COD-ERROR-DEV    00003820
                    MOVE 'NO EXIST'            TO NPR0-VAR1-ERROR       00003830
               WHEN OTHER                                               00003840
                    PERFORM 8900-ERROR-SQL                              00003850
           END-EVALUATE                                                 00003860
           .                                                            00003870
      *                                                                *00003880
      *----------------------------------------------------------------*00003890
       8000-GRABA-AUDITORIA.                                            00003900
      *----------------------------------------------------------------*00003910
      *    GRABA LA IMAGEN VIGENTE DE DCLVLDTNPR EN VLDTRLOG VIA        00003920
      *    VL7CRLOG, COMO LO HACE VL7CCNS0.                             00003930
           MOVE NPR0-FECHA-OPER       TO  VL7LOG-FECHA                  00003940
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00003950
           MOVE NPR0-TERMINAL         TO  VL7LOG-NUMTER                 00003960
           MOVE NPR0-USERID           TO  VL7LOG-NUMUSER                00003970
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00003980
           MOVE 'VLDTNPR'             TO  VL7LOG-TABLA                  00003990
           MOVE LENGTH OF DCLVLDTNPR  TO  VL7LOG-REGISTRO-LEN           00004000
           MOVE SPACES                TO  LOGVLDTNPR                    00004010
           MOVE DCLVLDTNPR            TO  LOGVLDTNPR                    00004020
           MOVE LOGVLDTNPR            TO  VL7LOG-REGISTRO-TEXT          00004030
                                                                        00004040
           EXEC CICS                                                    00004050
              LINK PROGRAM (VL7CRLOG)                                   00004060
              COMMAREA (W-VLWCLOG0)                                     00004070
           END-EXEC                                                     00004080
                                                                        00004090
           IF VL7LOG-CODRESP NOT = ZEROS                                00004100
              MOVE '98'                  TO NPR0-COD-RETORNO            00004110
              MOVE 'VLE0907'             TO NPR0-COD-ERROR-DEV          00004120
              MOVE 'VL7CRLOG'            TO NPR0-VAR1-ERROR             00004130
              PERFORM 9999-FIN                                          00004140
           END-IF                                                       00004150
           .                                                            00004160
      *                                                                *00004170
      *----------------------------------------------------------------*00004180
       8900-ERROR-SQL.                                                  00004190
      *----------------------------------------------------------------*00004200
           MOVE '99'                  TO NPR0-COD-RETORNO               00004210
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00004220
           MOVE 'VLE1000'             TO NPR0-COD-ERROR-DEV             00004230
           MOVE 'VLDTNPR '            TO NPR0-VAR1-ERROR                00004240
           MOVE W-SQLCODE-EDIT        TO NPR0-VAR2-ERROR                00004250
           PERFORM 9999-FIN.                                            00004260
      *                                                                *00004270
      *----------------------------------------------------------------*00004280
       9999-FIN.                                                        00004290
      *----------------------------------------------------------------*00004300
           EXEC CICS                                                    00004310
              RETURN                                                    00004320
           END-EXEC.                                                    00004330
      *=================================================================00004340
      *   FIN DEL PROGRAMA                                              00004350
      *=================================================================00004360
