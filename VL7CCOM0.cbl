      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CCOM0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO DE CONDICIONES PARTICULARES DE     *00000080
      *               COMISION NEGOCIADAS (VLDTCOM)                    *00000090
      *OBJETIVO     : EL GESTOR CONSULTA ('C') LAS CONDICIONES DE LA   *00000100
      *               CUENTA Y PROPONE UN ALTA ('A'), UNA MODIFICACION *00000110
      *               ('M') O UNA BAJA ('B') DE CONDICION: IMPORTE     *00000120
      *               FIJO Y PORCENTAJE CON MINIMO Y MAXIMO, Y PERIODO *00000130
      *               DE VIGENCIA VCOM_DINIVAL / VCOM_DFINVAL. LA      *00000140
      *               FECHA FIN ES OBLIGATORIA Y LA VIGENCIA NO PUEDE  *00000150
      *               SOLAPARSE CON OTRA CONDICION ACTIVA DE LA MISMA  *00000160
      *               CUENTA Y CLASE. NINGUN CAMBIO SE APLICA EN       *00000170
      *               LINEA: LA PROPUESTA SE ENCOLA EN EL MAKER-CHECKER*00000180
      *               VLDTAPQ (OPERACION 'ALTACOND' / 'MODICOND' /     *00000190
      *               'BAJACOND') Y ES LA APROBACION DEL SUPERVISOR EN *00000200
      *               VL7CAPQ0 LA QUE TOCA VLDTCOM, CON IMAGEN         *00000210
      *               ANTES/DESPUES EN VLDTRLOG. RESPETA LAS           *00000220
      *               FACULTADES (VL9CENT0).                           *00000230
      ******************************************************************00000240
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000250
      *--------- ---------- ----------------- -------------------------*00000260
      *RITM49166 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000270
      *----------------------------------------------------------------*00000280
      ******************************************************************00000290
      *                                                                 00000300
      *=================================================================00000310
       ENVIRONMENT DIVISION.                                            00000320
      *=================================================================00000330
       CONFIGURATION SECTION.                                           00000340
      *-----------------------------------------------------------------00000350
       SPECIAL-NAMES.                                                   00000360
      *--------------                                                   00000370
                                                                        00000380
      *=================================================================00000390
       DATA DIVISION.                                                   00000400
      *=================================================================00000410
                                                                        00000420
      *-----------------------------------------------------------------00000430
       WORKING-STORAGE SECTION.                                         00000440
      *-----------------------------------------------------------------00000450
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CCOM0'.   00000460
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000470
                                                                        00000480
      *-----------------------------------------------------------------00000490
      *    VARIABLES.                                                   00000500
      *-----------------------------------------------------------------00000510
       01  W-VARIABLES.                                                 00000520
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000530
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000540
           03 WK-SOLAPES               PIC S9(9) COMP  VALUE ZEROS.     00000550
           03 WK-APQ-PENDIENTES        PIC S9(9) COMP  VALUE ZEROS.     00000560
           03 WK-APQ-ID-GEN            PIC S9(9) COMP-3 VALUE ZEROS.    00000570
           03 WK-DINIVAL-CLAVE         PIC X(10)       VALUE SPACES.    00000580
           03 W-HORA-CURRENT.                                           00000590
              05  W-HORA               PIC 99.                          00000600
              05  W-MINUTOS            PIC 99.                          00000610
              05  W-SEGUNDOS           PIC 99.                          00000620
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000630
                                                                        00000640
      *    VALIDACION DE UNA FECHA AAAA-MM-DD (FORMATO DATE DE VLDTCOM) 00000650
       01  W-FECHA-VAL                 PIC X(10)       VALUE SPACES.    00000660
       01  FILLER REDEFINES W-FECHA-VAL.                                00000670
           03 W-FVAL-AAAA              PIC X(04).                       00000680
           03 W-FVAL-GUION1            PIC X(01).                       00000690
           03 W-FVAL-MM                PIC X(02).                       00000700
           03 W-FVAL-MM-N REDEFINES W-FVAL-MM PIC 9(02).                00000710
           03 W-FVAL-GUION2            PIC X(01).                       00000720
           03 W-FVAL-DD                PIC X(02).                       00000730
           03 W-FVAL-DD-N REDEFINES W-FVAL-DD PIC 9(02).                00000740
       01  SW-FECHA                    PIC X(01)       VALUE 'S'.       00000750
           88 FECHA-CORRECTA                           VALUE 'S'.       00000760
                                                                        00000770
      *    DETALLE DE LA PROPUESTA EN LA COLA: LO PARSEA VL7CAPQ0       00000780
      *    (W-CND-ANTES / W-CND-DESPUES). LOS PRIMEROS 33 BYTES SON LA  00000790
      *    CLAVE DE LA CONDICION (CUENTA, CLASE Y FECHA DE INICIO),     00000800
      *    Y LOS 18 PRIMEROS (CUENTA Y CLASE) LA PROPUESTA VIVA.        00000801
       01  W-APQ-CONDICION.                                             00000810
           05 APQ-CND-CLAVE.                                            00000820
              10 FILLER            PIC X(04) VALUE 'CTA='.              00000830
              10 APQ-CND-CUENTA    PIC 9(07).                           00000840
              10 FILLER            PIC X(05) VALUE ' CLA='.             00000850
              10 APQ-CND-CLACONT   PIC 9(02).                           00000860
              10 FILLER            PIC X(05) VALUE ' INI='.             00000870
              10 APQ-CND-DINIVAL   PIC X(10).                           00000880
           05 FILLER               PIC X(05) VALUE ' FIN='.             00000890
           05 APQ-CND-DFINVAL      PIC X(10).                           00000900
           05 FILLER               PIC X(05) VALUE ' FIJ='.             00000910
           05 APQ-CND-FIJO         PIC 9(12)V9(02).                     00000920
           05 FILLER               PIC X(05) VALUE ' POR='.             00000930
           05 APQ-CND-PORCEN       PIC 9(02)V9(06).                     00000940
           05 FILLER               PIC X(05) VALUE ' MIN='.             00000950
           05 APQ-CND-MINIMO       PIC 9(12)V9(02).                     00000960
           05 FILLER               PIC X(05) VALUE ' MAX='.             00000970
           05 APQ-CND-MAXIMO       PIC 9(12)V9(02).                     00000980
           05 FILLER               PIC X(05) VALUE ' TIP='.             00000990
           05 APQ-CND-TIPTAR       PIC X(01).                           00001000
       01  W-APQ-CLAVE             PIC X(18).                           00001010
                                                                        00001020
      ** COPY PARA RUTINA VL7CRLOG                                      00001030
       01 W-VLWCLOG0.                                                   00001040
           COPY VLWCLOG0.                                               00001050
       01 LOGVLDTAPQ               PIC X(500).                          00001060
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00001070
           COPY VLCPTEN0.                                               00001080
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00001090
                                                                        00001100
      *    COLA DE APROBACION (MAKER-CHECKER)                           00001110
           COPY VLCPTAPQ.                                               00001120
      *    CONDICION PARTICULAR DE COMISION                             00001130
           COPY VLCPTCOM.                                               00001140
                                                                        00001150
      *-----------------------------------------------------------------00001160
      *    INCLUDES (DEFINICION DE TABLAS).                             00001170
      *-----------------------------------------------------------------00001180
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00001190
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001200
                                                                        00001210
      *-----------------------------------------------------------------00001220
      *                   C U R S O R E S                              *00001230
      *-----------------------------------------------------------------00001240
           EXEC SQL                                                     00001250
                DECLARE VLDCCOM1  CURSOR FOR                            00001260
                SELECT  VCOM_SITUAC                                     00001270
                     ,  VCOM_TIPTAR                                     00001280
                     ,  VCOM_DINIVAL                                    00001290
                     ,  VCOM_DFINVAL                                    00001300
                     ,  VCOM_CORRE_FIJO                                 00001310
                     ,  VCOM_CORRE_PORCEN                               00001320
                     ,  VCOM_CORRE_MINIMO                               00001330
                     ,  VCOM_CORRE_MAXIMO                               00001340
                  FROM  VLDTCOM                                         00001350
                 WHERE  VCOM_CUENTA  = :VCOM-CUENTA                     00001360
                   AND  VCOM_CLACONT = :VCOM-CLACONT                    00001370
                 ORDER  BY VCOM_DINIVAL DESC                            00001380
           END-EXEC.                                                    00001390
                                                                        00001400
      *---------------*                                                 00001410
       LINKAGE SECTION.                                                 00001420
      *---------------*                                                 00001430
       01  DFHCOMMAREA.                                                 00001440
           05  COM0-DATOS-ENTRADA.                                      00001450
               10  COM0-ACCION         PIC X(01).                       00001460
                   88  COM0-CONSULTA       VALUE 'C'.                   00001470
                   88  COM0-ALTA           VALUE 'A'.                   00001480
                   88  COM0-MODIFICA       VALUE 'M'.                   00001490
                   88  COM0-BAJA           VALUE 'B'.                   00001500
               10  COM0-CUENTA         PIC 9(07).                       00001510
      *        CLASE CONTABLE (CEROS = 49, LA DE ACCESO-VLDTXTA)        00001520
               10  COM0-CLACONT        PIC 9(02).                       00001530
      *        INICIO DE LA CONDICION EXISTENTE ('M' / 'B')             00001540
               10  COM0-DINIVAL        PIC X(10).                       00001550
      *        CONDICION PROPUESTA                                      00001560
               10  COM0-NUE-DINIVAL    PIC X(10).                       00001570
               10  COM0-NUE-DFINVAL    PIC X(10).                       00001580
               10  COM0-NUE-FIJO       PIC 9(12)V9(02).                 00001590
               10  COM0-NUE-PORCEN     PIC 9(02)V9(06).                 00001600
               10  COM0-NUE-MINIMO     PIC 9(12)V9(02).                 00001610
               10  COM0-NUE-MAXIMO     PIC 9(12)V9(02).                 00001620
               10  COM0-FECHA-OPER     PIC X(08).                       00001630
               10  COM0-TERMINAL       PIC X(04).                       00001640
               10  COM0-USERID         PIC X(08).                       00001650
           05  COM0-DATOS-SALIDA.                                       00001660
               10  COM0-COD-RETORNO    PIC X(02).                       00001670
               10  COM0-COD-ERROR-DEV  PIC X(07).                       00001680
               10  COM0-VAR1-ERROR     PIC X(08).                       00001690
               10  COM0-VAR2-ERROR     PIC X(05).                       00001700
               10  COM0-APQ-ID         PIC 9(09).                       00001710
               10  COM0-NUM-OCCURS     PIC 9(02).                       00001720
               10  COM0-CONDICIONES OCCURS 10 TIMES.                    00001730
                   15  COM0-CND-SITUAC     PIC X(01).                   00001740
                   15  COM0-CND-TIPTAR     PIC X(01).                   00001750
                   15  COM0-CND-DINIVAL    PIC X(10).                   00001760
                   15  COM0-CND-DFINVAL    PIC X(10).                   00001770
                   15  COM0-CND-FIJO       PIC 9(12)V9(02).             00001780
                   15  COM0-CND-PORCEN     PIC 9(02)V9(06).             00001790
                   15  COM0-CND-MINIMO     PIC 9(12)V9(02).             00001800
                   15  COM0-CND-MAXIMO     PIC 9(12)V9(02).             00001810
      *-----------------------------------------------------------------00001820
                                                                        00001830
      *==================                                               00001840
       PROCEDURE DIVISION.                                              00001850
      *==================                                               00001860
           PERFORM 1000-INICIO                                          00001870
           EVALUATE TRUE                                                00001880
               WHEN COM0-CONSULTA                                       00001890
                    PERFORM 2000-LISTA-CONDICIONES                      00001900
               WHEN COM0-ALTA                                           00001910
                    PERFORM 3000-SOLICITA-ALTA                          00001920
               WHEN COM0-MODIFICA                                       00001930
                    PERFORM 3100-SOLICITA-MODIFICA                      00001940
               WHEN COM0-BAJA                                           00001950
                    PERFORM 3200-SOLICITA-BAJA                          00001960
           END-EVALUATE                                                 00001970
           PERFORM 9999-FIN.                                            00001980
                                                                        00001990
      *---------------------------------------------------------------- 00002000
       1000-INICIO.                                                     00002010
      *---------------------------------------------------------------- 00002020
           INITIALIZE      COM0-DATOS-SALIDA                            00002030
                           DCLVLDTAPQ                                   00002040
                           DCLVLDTCOM.                                  00002050
                                                                        00002060
           MOVE '00'                TO  COM0-COD-RETORNO                00002070
           MOVE ZEROS               TO  IX                              00002080
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00002090
                                                                        00002100
           IF NOT COM0-CONSULTA AND NOT COM0-ALTA                       00002110
              AND NOT COM0-MODIFICA AND NOT COM0-BAJA                   00002120
              MOVE '01'                  TO COM0-COD-RETORNO            00002130
              MOVE 'VLE1795'             TO COM0-COD-ERROR-DEV          00002140
              MOVE 'ACCION  '            TO COM0-VAR1-ERROR             00002150
              PERFORM 9999-FIN                                          00002160
           END-IF                                                       00002170
                                                                        00002180
           IF COM0-CLACONT = ZEROS                                      00002190
              MOVE 49                TO COM0-CLACONT                    00002200
           END-IF                                                       00002210
           MOVE COM0-CUENTA          TO VCOM-CUENTA                     00002220
           MOVE COM0-CLACONT         TO VCOM-CLACONT                    00002230
                                                                        00002240
      *    LA CUENTA DEBE EXISTIR; PARA PROPONER DEBE ESTAR ACTIVA      00002250
           MOVE COM0-CUENTA          TO VARC-CUENTA                     00002260
           EXEC SQL                                                     00002270
                SELECT  VARC_SITUAC                                     00002280
                  INTO :VARC-SITUAC                                     00002290
                  FROM  VLDTARC                                         00002300
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00002310
           END-EXEC                                                     00002320
           IF SQLCODE = 100                                             00002330
              OR (SQLCODE = ZERO AND VARC-SITUAC NOT = 'A'              00002340
                  AND NOT COM0-CONSULTA)                                00002350
              MOVE '02'                  TO COM0-COD-RETORNO            00002360
              MOVE 'VLE2197'             TO COM0-COD-ERROR-DEV          00002370
              MOVE 'VLDTARC '            TO COM0-VAR1-ERROR             00002380
              PERFORM 9999-FIN                                          00002390
           END-IF                                                       00002400
           IF SQLCODE NOT = ZERO                                        00002410
              MOVE 'VLDTARC '            TO COM0-VAR1-ERROR             00002420
              PERFORM 8900-ERROR-SQL                                    00002430
           END-IF                                                       00002440
                                                                        00002450
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00002460
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00002470
           IF NOT COM0-CONSULTA                                         00002480
              INITIALIZE VL9CENT0-AREA                                  00002490
              MOVE COM0-USERID        TO ENT0-USUARIO                   00002500
              MOVE 'VL7CCOM0'        TO ENT0-CODTRAN                    00002510
              MOVE COM0-ACCION        TO ENT0-ACCION                    00002520
              MOVE COM0-FECHA-OPER    TO ENT0-FECHA                     00002530
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002540
              MOVE COM0-TERMINAL      TO ENT0-TERMINAL                  00002550
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002560
              IF ENT0-CODRESP NOT = ZEROS                               00002570
                 MOVE '99'              TO COM0-COD-RETORNO             00002580
                 MOVE 'VLE1000'         TO COM0-COD-ERROR-DEV           00002590
                 MOVE 'VLDTENT '        TO COM0-VAR1-ERROR              00002600
                 PERFORM 9999-FIN                                       00002610
              END-IF                                                    00002620
              IF ENT0-PERMITIDO NOT = 'S'                               00002630
                 MOVE '91'              TO COM0-COD-RETORNO             00002640
                 MOVE 'VLE2278'         TO COM0-COD-ERROR-DEV           00002650
                 MOVE COM0-USERID        TO COM0-VAR1-ERROR             00002660
                 PERFORM 9999-FIN                                       00002670
              END-IF                                                    00002680
           END-IF                                                       00002690
           .                                                            00002700
      *                                                                *00002710
      *----------------------------------------------------------------*00002720
       2000-LISTA-CONDICIONES.                                          00002730
      *----------------------------------------------------------------*00002740
           EXEC SQL                                                     00002750
              OPEN VLDCCOM1                                             00002760
           END-EXEC                                                     00002770
                                                                        00002780
           IF SQLCODE NOT = ZERO                                        00002790
              MOVE 'VLDTCOM '            TO COM0-VAR1-ERROR             00002800
              PERFORM 8900-ERROR-SQL                                    00002810
           END-IF                                                       00002820
                                                                        00002830
           PERFORM 2020-FETCH-VLDCCOM1                                  00002840
           PERFORM 2010-CARGA-CONDICION                                 00002850
              UNTIL IX NOT LESS 10                                      00002860
                 OR SQLCODE NOT = 0                                     00002870
                                                                        00002880
           EXEC SQL                                                     00002890
               CLOSE VLDCCOM1                                           00002900
           END-EXEC                                                     00002910
                                                                        00002920
           MOVE IX TO COM0-NUM-OCCURS                                   00002930
           .                                                            00002940
      *                                                                *00002950
      *-----------------------------------------------------------------00002960
       2010-CARGA-CONDICION.                                            00002970
      *-----------------------------------------------------------------00002980
           ADD  1                      TO IX                            00002990
           MOVE VCOM-SITUAC            TO COM0-CND-SITUAC  (IX)         00003000
           MOVE VCOM-TIPTAR            TO COM0-CND-TIPTAR  (IX)         00003010
           MOVE VCOM-DINIVAL           TO COM0-CND-DINIVAL (IX)         00003020
           MOVE VCOM-DFINVAL           TO COM0-CND-DFINVAL (IX)         00003030
           MOVE VCOM-CORRE-FIJO        TO COM0-CND-FIJO    (IX)         00003040
           MOVE VCOM-CORRE-PORCEN      TO COM0-CND-PORCEN  (IX)         00003050
           MOVE VCOM-CORRE-MINIMO      TO COM0-CND-MINIMO  (IX)         00003060
           MOVE VCOM-CORRE-MAXIMO      TO COM0-CND-MAXIMO  (IX)         00003070
           PERFORM 2020-FETCH-VLDCCOM1                                  00003080
           .                                                            00003090
      *                                                                *00003100
      *-----------------------------------------------------------------00003110
       2020-FETCH-VLDCCOM1.                                             00003120
      *-----------------------------------------------------------------00003130
           EXEC SQL                                                     00003140
                FETCH  VLDCCOM1                                         00003150
                 INTO :VCOM-SITUAC                                      00003160
                    , :VCOM-TIPTAR                                      00003170
                    , :VCOM-DINIVAL                                     00003180
                    , :VCOM-DFINVAL                                     00003190
                    , :VCOM-CORRE-FIJO                                  00003200
                    , :VCOM-CORRE-PORCEN                                00003210
                    , :VCOM-CORRE-MINIMO                                00003220
                    , :VCOM-CORRE-MAXIMO                                00003230
           END-EXEC                                                     00003240
                                                                        00003250
           EVALUATE SQLCODE                                             00003260
               WHEN 0                                                   00003270
               WHEN 100                                                 00003280
                    CONTINUE                                            00003290
               WHEN OTHER                                               00003300
                    MOVE 'VLDTCOM '            TO COM0-VAR1-ERROR       00003310
                    PERFORM 8900-ERROR-SQL                              00003320
           END-EVALUATE.                                                00003330
      *                                                                *00003340
      *----------------------------------------------------------------*00003350
       3000-SOLICITA-ALTA.                                              00003360
      *----------------------------------------------------------------*00003370
           PERFORM 2100-VALIDA-PROPUESTA                                00003380
           MOVE SPACES               TO WK-DINIVAL-CLAVE                00003390
           PERFORM 2200-VALIDA-SOLAPE                                   00003400
           MOVE COM0-NUE-DINIVAL     TO APQ-CND-DINIVAL                 00003410
           PERFORM 3500-VALIDA-PENDIENTE                                00003420
      *    SIN CONDICION ANTERIOR: LA IMAGEN ANTES SOLO LLEVA LA CLAVE  00003430
           MOVE SPACES               TO VAPQ-ANTES                      00003440
           MOVE APQ-CND-CLAVE        TO VAPQ-ANTES                      00003450
           PERFORM 3700-ARMA-PROPUESTA                                  00003460
           MOVE 'ALTACOND'           TO VAPQ-OPERACION                  00003470
           PERFORM 3800-ENCOLA-SOLICITUD                                00003480
           .                                                            00003490
      *                                                                *00003500
      *----------------------------------------------------------------*00003510
       3100-SOLICITA-MODIFICA.                                          00003520
      *----------------------------------------------------------------*00003530
      *    SE MODIFICAN IMPORTES Y FECHA FIN; LA FECHA DE INICIO ES     00003540
      *    LA CLAVE DE LA CONDICION Y NO CAMBIA (PARA OTRO PERIODO SE   00003550
      *    PROPONE UN ALTA)                                             00003560
           PERFORM 2050-LEE-CONDICION                                   00003570
           MOVE COM0-DINIVAL         TO COM0-NUE-DINIVAL                00003580
           PERFORM 2100-VALIDA-PROPUESTA                                00003590
           MOVE COM0-DINIVAL         TO WK-DINIVAL-CLAVE                00003600
           PERFORM 2200-VALIDA-SOLAPE                                   00003610
           PERFORM 3500-VALIDA-PENDIENTE                                00003620
           PERFORM 3600-IMAGEN-ANTES                                    00003630
           PERFORM 3700-ARMA-PROPUESTA                                  00003640
           MOVE 'MODICOND'           TO VAPQ-OPERACION                  00003650
           PERFORM 3800-ENCOLA-SOLICITUD                                00003660
           .                                                            00003670
      *                                                                *00003680
      *----------------------------------------------------------------*00003690
       3200-SOLICITA-BAJA.                                              00003700
      *----------------------------------------------------------------*00003710
      *    LA BAJA CIERRA LA CONDICION EN LA FECHA FIN INFORMADA (POR   00003720
      *    DEFECTO LA DE HOY) Y LA CUENTA VUELVE A LA TARIFA ESTANDAR   00003730
           PERFORM 2050-LEE-CONDICION                                   00003740
           IF COM0-NUE-DFINVAL = SPACES OR LOW-VALUES                   00003750
              MOVE COM0-FECHA-OPER (1:4) TO COM0-NUE-DFINVAL (1:4)      00003760
              MOVE '-'                   TO COM0-NUE-DFINVAL (5:1)      00003770
              MOVE COM0-FECHA-OPER (5:2) TO COM0-NUE-DFINVAL (6:2)      00003780
              MOVE '-'                   TO COM0-NUE-DFINVAL (8:1)      00003790
              MOVE COM0-FECHA-OPER (7:2) TO COM0-NUE-DFINVAL (9:2)      00003800
           END-IF                                                       00003810
           MOVE COM0-NUE-DFINVAL     TO W-FECHA-VAL                     00003820
           PERFORM 2150-VALIDA-FECHA                                    00003830
           IF NOT FECHA-CORRECTA                                        00003840
              OR COM0-NUE-DFINVAL < VCOM-DINIVAL                        00003850
              OR COM0-NUE-DFINVAL > VCOM-DFINVAL                        00003860
              MOVE '05'                  TO COM0-COD-RETORNO            00003870
              MOVE 'VLE2334'             TO COM0-COD-ERROR-DEV          00003880
              MOVE 'DFINVAL '            TO COM0-VAR1-ERROR             00003890
              PERFORM 9999-FIN                                          00003900
           END-IF                                                       00003910
           PERFORM 3500-VALIDA-PENDIENTE                                00003920
           PERFORM 3600-IMAGEN-ANTES                                    00003930
      *    LA PROPUESTA ES LA MISMA CONDICION CON LA NUEVA FECHA FIN    00003940
           MOVE VCOM-DINIVAL         TO COM0-NUE-DINIVAL                00003950
           MOVE VCOM-CORRE-FIJO      TO COM0-NUE-FIJO                   00003960
           MOVE VCOM-CORRE-PORCEN    TO COM0-NUE-PORCEN                 00003970
           MOVE VCOM-CORRE-MINIMO    TO COM0-NUE-MINIMO                 00003980
           MOVE VCOM-CORRE-MAXIMO    TO COM0-NUE-MAXIMO                 00003990
           PERFORM 3700-ARMA-PROPUESTA                                  00004000
           MOVE 'BAJACOND'           TO VAPQ-OPERACION                  00004010
           PERFORM 3800-ENCOLA-SOLICITUD                                00004020
           .                                                            00004030
      *                                                                *00004040
      *----------------------------------------------------------------*00004050
       2050-LEE-CONDICION.                                              00004060
      *----------------------------------------------------------------*00004070
      *    CONDICION ACTIVA QUE SE MODIFICA O DA DE BAJA                00004080
           MOVE COM0-DINIVAL         TO VCOM-DINIVAL                    00004090
           EXEC SQL                                                     00004100
                SELECT  VCOM_SITUAC                                     00004110
                     ,  VCOM_TIPTAR                                     00004120
                     ,  VCOM_DFINVAL                                    00004130
                     ,  VCOM_CORRE_FIJO                                 00004140
                     ,  VCOM_CORRE_PORCEN                               00004150
                     ,  VCOM_CORRE_MINIMO                               00004160
                     ,  VCOM_CORRE_MAXIMO                               00004170
                  INTO :VCOM-SITUAC                                     00004180
                     , :VCOM-TIPTAR                                     00004190
                     , :VCOM-DFINVAL                                    00004200
                     , :VCOM-CORRE-FIJO                                 00004210
                     , :VCOM-CORRE-PORCEN                               00004220
                     , :VCOM-CORRE-MINIMO                               00004230
                     , :VCOM-CORRE-MAXIMO                               00004240
                  FROM  VLDTCOM                                         00004250
                 WHERE  VCOM_CUENTA  = :VCOM-CUENTA                     00004260
                   AND  VCOM_CLACONT = :VCOM-CLACONT                    00004270
                   AND  VCOM_DINIVAL = :VCOM-DINIVAL                    00004280
                   AND  VCOM_SITUAC  = 'A'                              00004290
           END-EXEC                                                     00004300
           EVALUATE SQLCODE                                             00004310
               WHEN ZERO                                                00004320
                    CONTINUE                                            00004330
               WHEN 100                                                 00004340
                    MOVE '03'                  TO COM0-COD-RETORNO      00004350
                    MOVE 'VLE2336'             TO COM0-COD-ERROR-DEV    00004360
                    MOVE 'VLDTCOM '            TO COM0-VAR1-ERROR       00004370
                    PERFORM 9999-FIN                                    00004380
               WHEN OTHER                                               00004390
                    MOVE 'VLDTCOM '            TO COM0-VAR1-ERROR       00004400
                    PERFORM 8900-ERROR-SQL                              00004410
           END-EVALUATE                                                 00004420
           .                                                            00004430
      *                                                                *00004440
      *----------------------------------------------------------------*00004450
       2100-VALIDA-PROPUESTA.                                           00004460
      *----------------------------------------------------------------*00004470
      *    VIGENCIA: INICIO Y FIN OBLIGATORIOS Y EN ORDEN. NO SE        00004480
      *    ADMITEN CONDICIONES SIN FECHA FIN.                           00004490
           MOVE COM0-NUE-DINIVAL     TO W-FECHA-VAL                     00004500
           PERFORM 2150-VALIDA-FECHA                                    00004510
           IF NOT FECHA-CORRECTA                                        00004520
              MOVE '04'                  TO COM0-COD-RETORNO            00004530
              MOVE 'VLE2334'             TO COM0-COD-ERROR-DEV          00004540
              MOVE 'DINIVAL '            TO COM0-VAR1-ERROR             00004550
              PERFORM 9999-FIN                                          00004560
           END-IF                                                       00004570
           MOVE COM0-NUE-DFINVAL     TO W-FECHA-VAL                     00004580
           PERFORM 2150-VALIDA-FECHA                                    00004590
           IF NOT FECHA-CORRECTA                                        00004600
              OR COM0-NUE-DFINVAL < COM0-NUE-DINIVAL                    00004610
              OR COM0-NUE-DFINVAL (1:4) = '9999'                        00004620
              MOVE '05'                  TO COM0-COD-RETORNO            00004630
              MOVE 'VLE2334'             TO COM0-COD-ERROR-DEV          00004640
              MOVE 'DFINVAL '            TO COM0-VAR1-ERROR             00004650
              PERFORM 9999-FIN                                          00004660
           END-IF                                                       00004670
                                                                        00004680
      *    IMPORTES: ALGUN CONCEPTO DE COBRO, PORCENTAJE MENOR QUE 100  00004690
      *    Y MINIMO NO MAYOR QUE EL MAXIMO CUANDO AMBOS SE INFORMAN     00004700
           IF COM0-NUE-FIJO NOT NUMERIC                                 00004710
              OR COM0-NUE-PORCEN NOT NUMERIC                            00004720
              OR COM0-NUE-MINIMO NOT NUMERIC                            00004730
              OR COM0-NUE-MAXIMO NOT NUMERIC                            00004740
              OR (COM0-NUE-FIJO = ZEROS AND COM0-NUE-PORCEN = ZEROS)    00004750
              OR (COM0-NUE-MINIMO > ZEROS AND COM0-NUE-MAXIMO > ZEROS   00004760
                  AND COM0-NUE-MINIMO > COM0-NUE-MAXIMO)                00004770
              MOVE '06'                  TO COM0-COD-RETORNO            00004780
              MOVE 'VLE2335'             TO COM0-COD-ERROR-DEV          00004790
              MOVE 'IMPORTES'            TO COM0-VAR1-ERROR             00004800
              PERFORM 9999-FIN                                          00004810
           END-IF                                                       00004820
           .                                                            00004830
      *                                                                *00004840
      *----------------------------------------------------------------*00004850
       2150-VALIDA-FECHA.                                               00004860
      *----------------------------------------------------------------*00004870
           MOVE 'S'                  TO SW-FECHA                        00004880
           IF W-FVAL-AAAA NOT NUMERIC                                   00004890
              OR W-FVAL-MM NOT NUMERIC                                  00004900
              OR W-FVAL-DD NOT NUMERIC                                  00004910
              OR W-FVAL-GUION1 NOT = '-'                                00004920
              OR W-FVAL-GUION2 NOT = '-'                                00004930
              MOVE 'N'               TO SW-FECHA                        00004940
           ELSE                                                         00004950
              IF W-FVAL-MM-N < 01 OR W-FVAL-MM-N > 12                   00004960
                 OR W-FVAL-DD-N < 01 OR W-FVAL-DD-N > 31                00004970
                 MOVE 'N'            TO SW-FECHA                        00004980
              END-IF                                                    00004990
           END-IF                                                       00005000
           .                                                            00005010
      *                                                                *00005020
      *----------------------------------------------------------------*00005030
       2200-VALIDA-SOLAPE.                                              00005040
      *----------------------------------------------------------------*00005050
      *    LA VIGENCIA PROPUESTA NO PUEDE PISAR OTRA CONDICION ACTIVA   00005060
      *    DE LA CUENTA Y CLASE (SALVO LA PROPIA EN UNA MODIFICACION)   00005070
           MOVE ZEROS                TO WK-SOLAPES                      00005080
           EXEC SQL                                                     00005090
                SELECT  COUNT(*)                                        00005100
                  INTO :WK-SOLAPES                                      00005110
                  FROM  VLDTCOM                                         00005120
                 WHERE  VCOM_CUENTA  = :VCOM-CUENTA                     00005130
                   AND  VCOM_CLACONT = :VCOM-CLACONT                    00005140
                   AND  VCOM_SITUAC  = 'A'                              00005150
                   AND  VCOM_DINIVAL <> :WK-DINIVAL-CLAVE               00005160
                   AND  VCOM_DINIVAL <= :COM0-NUE-DFINVAL               00005170
                   AND  VCOM_DFINVAL >= :COM0-NUE-DINIVAL               00005180
           END-EXEC                                                     00005190
           IF SQLCODE NOT = ZERO                                        00005200
              MOVE 'VLDTCOM '            TO COM0-VAR1-ERROR             00005210
              PERFORM 8900-ERROR-SQL                                    00005220
           END-IF                                                       00005230
           IF WK-SOLAPES > ZEROS                                        00005240
              MOVE '07'                  TO COM0-COD-RETORNO            00005250
              MOVE 'VLE2333'             TO COM0-COD-ERROR-DEV          00005260
              MOVE 'SOLAPE  '            TO COM0-VAR1-ERROR             00005270
              PERFORM 9999-FIN                                          00005280
           END-IF                                                       00005290
           .                                                            00005300
      *                                                                *00005310
      *----------------------------------------------------------------*00005320
       3500-VALIDA-PENDIENTE.                                           00005330
      *----------------------------------------------------------------*00005340
      *    UNA SOLA PROPUESTA VIVA POR CUENTA Y CLASE EN LA COLA        00005350
           MOVE COM0-CUENTA          TO APQ-CND-CUENTA                  00005360
           MOVE COM0-CLACONT         TO APQ-CND-CLACONT                 00005370
           MOVE APQ-CND-CLAVE (1:18) TO W-APQ-CLAVE                     00005380
           MOVE ZEROS                TO WK-APQ-PENDIENTES               00005390
           EXEC SQL                                                     00005400
                SELECT  COUNT(*)                                        00005410
                  INTO :WK-APQ-PENDIENTES                               00005420
                  FROM  VLDTAPQ                                         00005430
                 WHERE  VAPQ_ESTADO    = 'P'                            00005440
                   AND  VAPQ_OPERACION IN ('ALTACOND', 'MODICOND',      00005450
                                           'BAJACOND')                  00005460
                   AND  SUBSTR(VAPQ_ANTES, 1, 18) = :W-APQ-CLAVE        00005470
           END-EXEC                                                     00005490
           IF SQLCODE NOT = ZERO                                        00005500
              MOVE 'VLDTAPQ '            TO COM0-VAR1-ERROR             00005510
              PERFORM 8900-ERROR-SQL                                    00005520
           END-IF                                                       00005530
           IF WK-APQ-PENDIENTES > ZEROS                                 00005540
              MOVE '10'                  TO COM0-COD-RETORNO            00005550
              MOVE 'VLE2337'             TO COM0-COD-ERROR-DEV          00005560
              MOVE 'VLDTAPQ '            TO COM0-VAR1-ERROR             00005570
              PERFORM 9999-FIN                                          00005580
           END-IF                                                       00005590
           .                                                            00005600
      *                                                                *00005610
      *----------------------------------------------------------------*00005620
       3600-IMAGEN-ANTES.                                               00005630
      *----------------------------------------------------------------*00005640
      *    CONDICION VIGENTE TAL COMO ESTA HOY EN VLDTCOM               00005650
           MOVE COM0-DINIVAL         TO APQ-CND-DINIVAL                 00005660
           MOVE VCOM-DFINVAL         TO APQ-CND-DFINVAL                 00005670
           MOVE VCOM-CORRE-FIJO      TO APQ-CND-FIJO                    00005680
           MOVE VCOM-CORRE-PORCEN    TO APQ-CND-PORCEN                  00005690
           MOVE VCOM-CORRE-MINIMO    TO APQ-CND-MINIMO                  00005700
           MOVE VCOM-CORRE-MAXIMO    TO APQ-CND-MAXIMO                  00005710
           MOVE VCOM-TIPTAR          TO APQ-CND-TIPTAR                  00005720
           MOVE SPACES               TO VAPQ-ANTES                      00005730
           MOVE W-APQ-CONDICION      TO VAPQ-ANTES                      00005740
           .                                                            00005750
      *                                                                *00005760
      *----------------------------------------------------------------*00005770
       3700-ARMA-PROPUESTA.                                             00005780
      *----------------------------------------------------------------*00005790
           MOVE COM0-NUE-DINIVAL     TO APQ-CND-DINIVAL                 00005800
           MOVE COM0-NUE-DFINVAL     TO APQ-CND-DFINVAL                 00005810
           MOVE COM0-NUE-FIJO        TO APQ-CND-FIJO                    00005820
           MOVE COM0-NUE-PORCEN      TO APQ-CND-PORCEN                  00005830
           MOVE COM0-NUE-MINIMO      TO APQ-CND-MINIMO                  00005840
           MOVE COM0-NUE-MAXIMO      TO APQ-CND-MAXIMO                  00005850
           IF COM0-ALTA                                                 00005860
              MOVE 'F'               TO APQ-CND-TIPTAR                  00005870
           ELSE                                                         00005880
              MOVE VCOM-TIPTAR       TO APQ-CND-TIPTAR                  00005890
           END-IF                                                       00005900
           MOVE SPACES               TO VAPQ-DESPUES                    00005910
           MOVE W-APQ-CONDICION      TO VAPQ-DESPUES                    00005920
           .                                                            00005930
      *                                                                *00005940
      *----------------------------------------------------------------*00005950
       3800-ENCOLA-SOLICITUD.                                           00005960
      *----------------------------------------------------------------*00005970
           MOVE COM0-FECHA-OPER      TO VAPQ-FECHA.                     00005980
           MOVE W-HORA-CURRENT       TO VAPQ-HORA.                      00005990
           MOVE WA-PROGRAMA          TO VAPQ-CODTRAN.                   00006000
           MOVE COM0-CUENTA          TO VAPQ-CUENTA.                    00006010
           MOVE COM0-USERID          TO VAPQ-USUARIO-SOL.               00006020
           MOVE 'P'                  TO VAPQ-ESTADO.                    00006030
           MOVE SPACES               TO VAPQ-USUARIO-APR                00006040
                                        VAPQ-FECHA-APR.                 00006050
           EXEC SQL                                                     00006060
                INSERT INTO VLDTAPQ                                     00006070
                      ( VAPQ_FECHA                                      00006080
                      , VAPQ_HORA                                       00006090
                      , VAPQ_CODTRAN                                    00006100
                      , VAPQ_OPERACION                                  00006110
                      , VAPQ_CUENTA                                     00006120
                      , VAPQ_USUARIO_SOL                                00006130
                      , VAPQ_ESTADO                                     00006140
                      , VAPQ_USUARIO_APR                                00006150
                      , VAPQ_FECHA_APR                                  00006160
                      , VAPQ_ANTES                                      00006170
                      , VAPQ_DESPUES )                                  00006180
                VALUES                                                  00006190
                      ( :VAPQ-FECHA                                     00006200
                      , :VAPQ-HORA                                      00006210
                      , :VAPQ-CODTRAN                                   00006220
                      , :VAPQ-OPERACION                                 00006230
                      , :VAPQ-CUENTA                                    00006240
                      , :VAPQ-USUARIO-SOL                               00006250
                      , :VAPQ-ESTADO                                    00006260
                      , :VAPQ-USUARIO-APR                               00006270
                      , :VAPQ-FECHA-APR                                 00006280
                      , :VAPQ-ANTES                                     00006290
                      , :VAPQ-DESPUES )                                 00006300
           END-EXEC                                                     00006310
           IF SQLCODE NOT = ZERO                                        00006320
              MOVE 'VLDTAPQ '            TO COM0-VAR1-ERROR             00006330
              PERFORM 8900-ERROR-SQL                                    00006340
           END-IF                                                       00006350
           EXEC SQL                                                     00006360
                SET :WK-APQ-ID-GEN = IDENTITY_VAL_LOCAL()               00006370
           END-EXEC                                                     00006380
           IF SQLCODE NOT = ZERO                                        00006390
              MOVE ZEROS TO WK-APQ-ID-GEN                               00006400
           END-IF                                                       00006410
           MOVE WK-APQ-ID-GEN        TO COM0-APQ-ID                     00006420
           MOVE 'SOLICITA' TO VL7LOG-OPERACION                          00006430
           PERFORM 8000-GRABA-AUDITORIA                                 00006440
           .                                                            00006450
      *                                                                *00006460
      *----------------------------------------------------------------*00006470
       8000-GRABA-AUDITORIA.                                            00006480
      *----------------------------------------------------------------*00006490
           MOVE COM0-FECHA-OPER       TO  VL7LOG-FECHA                  00006500
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00006510
           MOVE COM0-TERMINAL         TO  VL7LOG-NUMTER                 00006520
           MOVE COM0-USERID           TO  VL7LOG-NUMUSER                00006530
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00006540
           MOVE 'VLDTAPQ'             TO  VL7LOG-TABLA                  00006550
           MOVE LENGTH OF DCLVLDTAPQ  TO  VL7LOG-REGISTRO-LEN           00006560
           MOVE SPACES                TO  LOGVLDTAPQ                    00006570
           MOVE DCLVLDTAPQ            TO  LOGVLDTAPQ                    00006580
           MOVE LOGVLDTAPQ            TO  VL7LOG-REGISTRO-TEXT          00006590
           EXEC CICS                                                    00006600
              LINK PROGRAM (VL7CRLOG)                                   00006610
              COMMAREA (W-VLWCLOG0)                                     00006620
           END-EXEC                                                     00006630
           IF VL7LOG-CODRESP NOT = ZEROS                                00006640
              MOVE '98'                  TO COM0-COD-RETORNO            00006650
              MOVE 'VLE0907'             TO COM0-COD-ERROR-DEV          00006660
              MOVE 'VL7CRLOG'            TO COM0-VAR1-ERROR             00006670
              PERFORM 9999-FIN                                          00006680
           END-IF                                                       00006690
           .                                                            00006700
      *                                                                *00006710
      *----------------------------------------------------------------*00006720
       8900-ERROR-SQL.                                                  00006730
      *----------------------------------------------------------------*00006740
           MOVE '99'                  TO COM0-COD-RETORNO               00006750
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00006760
           MOVE 'VLE1000'             TO COM0-COD-ERROR-DEV             00006770
           MOVE W-SQLCODE-EDIT        TO COM0-VAR2-ERROR                00006780
           PERFORM 9999-FIN.                                            00006790
      *                                                                *00006800
      *----------------------------------------------------------------*00006810
       9999-FIN.                                                        00006820
      *----------------------------------------------------------------*00006830
           EXEC CICS                                                    00006840
              RETURN                                                    00006850
           END-EXEC.                                                    00006860
      *=================================================================00006870
      *   FIN DEL PROGRAMA                                              00006880
      *=================================================================00006890
