      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CRAS0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : REASIGNACION O ANULACION DE UNA OPERACION        *00000080
      *               PENDIENTE DE LIQUIDACION (VLDTOPE / VLDTDET)     *00000090
      *OBJETIVO     : CUANDO UNA OPERACION SE CARGA A UNA CUENTA       *00000100
      *               EQUIVOCADA, PERMITE PASARLA A OTRA CUENTA ('R')  *00000110
      *               O ANULARLA CON MOTIVO OBLIGATORIO ('X') MIENTRAS *00000120
      *               EL DETALLE NO TENGA LA MARCA 'P' DE VL4C3050.    *00000130
      *               NINGUN CAMBIO SE APLICA EN LINEA: LA SOLICITUD   *00000140
      *               SE ENCOLA EN EL MAKER-CHECKER VLDTAPQ            *00000150
      *               (OPERACION 'REASIGNA' / 'ANULAOPE') Y ES LA      *00000160
      *               APROBACION DEL SUPERVISOR EN VL7CAPQ0 LA QUE     *00000170
      *               TOCA VLDTDET, CON IMAGEN ANTES/DESPUES EN        *00000180
      *               VLDTRLOG. LA COMISION SE RECALCULA CON LA        *00000190
      *               TARIFA DE LA CUENTA NUEVA (SIMULADOR VL7CSIM0)   *00000200
      *               Y SE MUESTRA JUNTO A LA DE LA CUENTA ORIGINAL.   *00000210
      *               'C' CONSULTA LA OPERACION Y, SI SE INFORMA       *00000220
      *               CUENTA DESTINO, SIMULA SU COMISION.              *00000230
      *               RESPETA LA VENTANA BATCH (VL9CVEN0) Y LAS        *00000240
      *               FACULTADES (VL9CENT0).                           *00000250
      ******************************************************************00000260
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000270
      *--------- ---------- ----------------- -------------------------*00000280
      *RITM49160 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000290
      *----------------------------------------------------------------*00000300
      ******************************************************************00000310
      *                                                                 00000320
      *=================================================================00000330
       ENVIRONMENT DIVISION.                                            00000340
      *=================================================================00000350
       CONFIGURATION SECTION.                                           00000360
      *-----------------------------------------------------------------00000370
       SPECIAL-NAMES.                                                   00000380
      *--------------                                                   00000390
                                                                        00000400
      *=================================================================00000410
       DATA DIVISION.                                                   00000420
      *=================================================================00000430
                                                                        00000440
      *-----------------------------------------------------------------00000450
       WORKING-STORAGE SECTION.                                         00000460
      *-----------------------------------------------------------------00000470
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CRAS0'.   00000480
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000490
       01  VL7CSIM0                PIC X(08)        VALUE 'VL7CSIM0'.   00000500
                                                                        00000510
      *-----------------------------------------------------------------00000520
      *    VARIABLES.                                                   00000530
      *-----------------------------------------------------------------00000540
       01  W-VARIABLES.                                                 00000550
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000560
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000570
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000580
           03 WK-EMB-VIGENTES          PIC S9(9) COMP  VALUE ZEROS.     00000590
           03 WK-APQ-PENDIENTES        PIC S9(9) COMP  VALUE ZEROS.     00000600
           03 WK-APQ-ID-GEN            PIC S9(9) COMP-3 VALUE ZEROS.    00000610
           03 WK-COMISION-SIM          PIC 9(12)V9(02) VALUE ZEROS.     00000620
           03 W-HORA-CURRENT.                                           00000630
              05  W-HORA               PIC 99.                          00000640
              05  W-MINUTOS            PIC 99.                          00000650
              05  W-SEGUNDOS           PIC 99.                          00000660
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000670
                                                                        00000680
      *    CANTIDAD DISPONIBLE EN LA CUENTA DESTINO (VENTAS)            00000690
       01  W-DISPONIBLE.                                                00000700
           03 WK-ADS-DEPOS             PIC S9(13)V COMP-3 VALUE ZEROS.  00000710
           03 WK-ADS-BLOQ              PIC S9(13)V COMP-3 VALUE ZEROS.  00000720
           03 WK-PRE-PIGNORADO         PIC S9(13)V COMP-3 VALUE ZEROS.  00000730
           03 WK-VTA-PENDIENTE         PIC S9(13)V COMP-3 VALUE ZEROS.  00000740
           03 WK-ORD-VIVAS             PIC S9(13)V COMP-3 VALUE ZEROS.  00000750
           03 WK-DISPONIBLE            PIC S9(13)V COMP-3 VALUE ZEROS.  00000760
           03 WK-CTA-DESTINO           PIC S9(7)V COMP-3 VALUE ZEROS.   00000770
                                                                        00000780
      *    DETALLE DE LA SOLICITUD EN LA COLA: LO PARSEA VL7CAPQ0.      00000790
      *    LOS PRIMEROS 55 BYTES SON LA CLAVE DE LA OPERACION.          00000800
       01  W-APQ-OPERACION.                                             00000810
           05 APQ-OPE-CLAVE.                                            00000820
              10 FILLER            PIC X(04) VALUE 'CTA='.              00000830
              10 APQ-OPE-CUENTA    PIC 9(07).                           00000840
              10 FILLER            PIC X(05) VALUE ' FOP='.             00000850
              10 APQ-OPE-FECHOP    PIC 9(08).                           00000860
              10 FILLER            PIC X(05) VALUE ' VAL='.             00000870
              10 APQ-OPE-PAVAL     PIC X(03).                           00000880
              10 APQ-OPE-VALOR     PIC X(08).                           00000890
              10 APQ-OPE-ISIN      PIC 9(01).                           00000900
              10 FILLER            PIC X(05) VALUE ' REF='.             00000910
              10 APQ-OPE-REFER     PIC 9(09).                           00000920
           05 FILLER               PIC X(05) VALUE ' TIT='.             00000930
           05 APQ-OPE-TITULOS      PIC 9(13).                           00000940
           05 FILLER               PIC X(05) VALUE ' IMP='.             00000950
           05 APQ-OPE-IMPORTE      PIC 9(12)V9(02).                     00000960
           05 FILLER               PIC X(05) VALUE ' COM='.             00000970
           05 APQ-OPE-COMISION     PIC 9(12)V9(02).                     00000980
       01  W-APQ-CLAVE             PIC X(55).                           00000990
       01  W-APQ-DESTINO.                                               00001000
           05 FILLER               PIC X(04) VALUE 'DES='.              00001010
           05 APQ-DES-CUENTA       PIC 9(07).                           00001020
           05 FILLER               PIC X(05) VALUE ' COM='.             00001030
           05 APQ-DES-COMISION     PIC 9(12)V9(02).                     00001040
           05 FILLER               PIC X(05) VALUE ' MOT='.             00001050
           05 APQ-DES-MOTIVO       PIC X(40).                           00001060
                                                                        00001070
      *    AREA DEL SIMULADOR DE COMISIONES VL7CSIM0 (MISMO LAYOUT QUE  00001080
      *    SU DFHCOMMAREA). CLASE 49 Y TARIFA 'F' COMO ACCESO-VLDTXTA   00001090
      *    DE VL2C1010.                                                 00001100
       01  W-SIM0-AREA.                                                 00001110
           05 WSIM-CUENTA          PIC 9(07).                           00001120
           05 WSIM-OPECON          PIC 9(02).                           00001130
           05 WSIM-TIPTARIF        PIC X(01).                           00001140
           05 WSIM-MONEDA          PIC X(03).                           00001150
           05 WSIM-IMPORTE         PIC 9(12)V9(02).                     00001160
           05 WSIM-COD-RETORNO     PIC X(02).                           00001170
           05 WSIM-COD-ERROR-DEV   PIC X(07).                           00001180
           05 WSIM-VAR1-ERROR      PIC X(08).                           00001190
           05 WSIM-VAR2-ERROR      PIC X(05).                           00001200
           05 WSIM-COMISION        PIC 9(12)V9(02).                     00001210
           05 WSIM-ORIGEN          PIC X(01).                           00001220
           05 WSIM-TRAMO-APLICADO  PIC 9(02).                           00001230
           05 WSIM-AJUSTE          PIC X(03).                           00001240
                                                                        00001250
      ** COPY PARA RUTINA VL7CRLOG                                      00001260
       01 W-VLWCLOG0.                                                   00001270
           COPY VLWCLOG0.                                               00001280
       01 LOGVLDTAPQ               PIC X(500).                          00001290
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00001300
           COPY VLCPTEN0.                                               00001310
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00001320
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00001330
           COPY VLCPTVE0.                                               00001340
       77  WK-VL9CVEN0             PIC X(08)       VALUE 'VL9CVEN0'.    00001350
                                                                        00001360
      *    COLA DE APROBACION (MAKER-CHECKER)                           00001370
           COPY VLCPTAPQ.                                               00001380
                                                                        00001390
      *-----------------------------------------------------------------00001400
      *    INCLUDES (DEFINICION DE TABLAS).                             00001410
      *-----------------------------------------------------------------00001420
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00001430
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001440
           EXEC SQL INCLUDE VLGTOPE END-EXEC.                           00001450
           EXEC SQL INCLUDE VLGTDET END-EXEC.                           00001460
                                                                        00001470
      *---------------*                                                 00001480
       LINKAGE SECTION.                                                 00001490
      *---------------*                                                 00001500
       01  DFHCOMMAREA.                                                 00001510
           05  RAS0-DATOS-ENTRADA.                                      00001520
               10  RAS0-ACCION         PIC X(01).                       00001530
                   88  RAS0-REASIGNA       VALUE 'R'.                   00001540
                   88  RAS0-ANULA          VALUE 'X'.                   00001550
                   88  RAS0-CONSULTA       VALUE 'C'.                   00001560
               10  RAS0-CTAVAL         PIC 9(07).                       00001570
               10  RAS0-FECHOP         PIC 9(08).                       00001580
               10  RAS0-PAVAL          PIC X(03).                       00001590
               10  RAS0-VALOR          PIC X(08).                       00001600
               10  RAS0-ISIN           PIC 9(01).                       00001610
               10  RAS0-REFER          PIC 9(09).                       00001620
               10  RAS0-CTA-DESTINO    PIC 9(07).                       00001630
               10  RAS0-MOTIVO         PIC X(40).                       00001640
               10  RAS0-FECHA-OPER     PIC X(08).                       00001650
               10  RAS0-TERMINAL       PIC X(04).                       00001660
               10  RAS0-USERID         PIC X(08).                       00001670
           05  RAS0-DATOS-SALIDA.                                       00001680
               10  RAS0-COD-RETORNO    PIC X(02).                       00001690
               10  RAS0-COD-ERROR-DEV  PIC X(07).                       00001700
               10  RAS0-VAR1-ERROR     PIC X(08).                       00001710
               10  RAS0-VAR2-ERROR     PIC X(05).                       00001720
               10  RAS0-APQ-ID         PIC 9(09).                       00001730
               10  RAS0-TIPOP          PIC X(02).                       00001740
               10  RAS0-TITULOS        PIC S9(13).                      00001750
               10  RAS0-IMPORTE        PIC S9(12)V9(02).                00001760
               10  RAS0-MONEDA         PIC X(03).                       00001770
               10  RAS0-FVALOR         PIC 9(08).                       00001780
               10  RAS0-COMIS-ORIGEN   PIC 9(12)V9(02).                 00001790
               10  RAS0-COMIS-DESTINO  PIC 9(12)V9(02).                 00001800
      *-----------------------------------------------------------------00001810
                                                                        00001820
      *==================                                               00001830
       PROCEDURE DIVISION.                                              00001840
      *==================                                               00001850
           PERFORM 1000-INICIO                                          00001860
           PERFORM 2000-LEE-OPERACION                                   00001870
           EVALUATE TRUE                                                00001880
               WHEN RAS0-REASIGNA                                       00001890
                    PERFORM 3000-SOLICITA-REASIGNA                      00001900
               WHEN RAS0-ANULA                                          00001910
                    PERFORM 3100-SOLICITA-ANULA                         00001920
               WHEN RAS0-CONSULTA                                       00001930
                    IF RAS0-CTA-DESTINO > ZEROS                         00001940
                       MOVE RAS0-CTA-DESTINO TO WSIM-CUENTA             00001950
                       PERFORM 2300-SIMULA-COMISION                     00001960
                       MOVE WK-COMISION-SIM  TO RAS0-COMIS-DESTINO      00001970
                    END-IF                                              00001980
           END-EVALUATE                                                 00001990
           PERFORM 9999-FIN.                                            00002000
                                                                        00002010
      *---------------------------------------------------------------- 00002020
       1000-INICIO.                                                     00002030
      *---------------------------------------------------------------- 00002040
           INITIALIZE      RAS0-DATOS-SALIDA                            00002050
                           DCLVLDTAPQ.                                  00002060
                                                                        00002070
           MOVE '00'                TO  RAS0-COD-RETORNO                00002080
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00002090
                                                                        00002100
           IF NOT RAS0-REASIGNA AND NOT RAS0-ANULA                      00002110
              AND NOT RAS0-CONSULTA                                     00002120
              MOVE '01'                  TO RAS0-COD-RETORNO            00002130
              MOVE 'VLE2312'             TO RAS0-COD-ERROR-DEV          00002140
              MOVE 'ACCION  '            TO RAS0-VAR1-ERROR             00002150
              PERFORM 9999-FIN                                          00002160
           END-IF                                                       00002170
      *    CON VENTANA BATCH CERRADA (VLDTVEN) NO SE SOLICITA: LA       00002180
      *    OPERACION PODRIA ESTAR LIQUIDANDOSE EN ESE MOMENTO           00002190
           IF NOT RAS0-CONSULTA                                         00002200
              MOVE RAS0-FECHA-OPER    TO W-FECHA-OPER                   00002210
              IF W-FECHA-OPER NOT NUMERIC                               00002220
                 MOVE '02'              TO RAS0-COD-RETORNO             00002230
                 MOVE 'VLE2297'         TO RAS0-COD-ERROR-DEV           00002240
                 MOVE RAS0-FECHA-OPER   TO RAS0-VAR1-ERROR              00002250
                 PERFORM 9999-FIN                                       00002260
              END-IF                                                    00002270
              INITIALIZE VL9CVEN0-AREA                                  00002280
              MOVE 'Q'           TO VEN0-ACCION                         00002290
              MOVE SPACES        TO VEN0-AMBITO                         00002300
              CALL WK-VL9CVEN0 USING VL9CVEN0-AREA                      00002310
              IF VEN0-CODRESP NOT = ZEROS                               00002320
                 MOVE '99'              TO RAS0-COD-RETORNO             00002330
                 MOVE 'VLE1000'         TO RAS0-COD-ERROR-DEV           00002340
                 MOVE 'VLDTVEN '        TO RAS0-VAR1-ERROR              00002350
                 PERFORM 9999-FIN                                       00002360
              END-IF                                                    00002370
              IF VEN0-CERRADAS > ZEROS                                  00002380
                 MOVE '90'              TO RAS0-COD-RETORNO             00002390
                 MOVE 'VLE2277'         TO RAS0-COD-ERROR-DEV           00002400
                 MOVE VEN0-AMBITO-CERR  TO RAS0-VAR1-ERROR              00002410
                 PERFORM 9999-FIN                                       00002420
              END-IF                                                    00002430
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00002440
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00002450
              INITIALIZE VL9CENT0-AREA                                  00002460
              MOVE RAS0-USERID        TO ENT0-USUARIO                   00002470
              MOVE 'VL7CRAS0'        TO ENT0-CODTRAN                    00002480
              MOVE RAS0-ACCION        TO ENT0-ACCION                    00002490
              MOVE RAS0-FECHA-OPER    TO ENT0-FECHA                     00002500
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002510
              MOVE RAS0-TERMINAL      TO ENT0-TERMINAL                  00002520
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002530
              IF ENT0-CODRESP NOT = ZEROS                               00002540
                 MOVE '99'              TO RAS0-COD-RETORNO             00002550
                 MOVE 'VLE1000'         TO RAS0-COD-ERROR-DEV           00002560
                 MOVE 'VLDTENT '        TO RAS0-VAR1-ERROR              00002570
                 PERFORM 9999-FIN                                       00002580
              END-IF                                                    00002590
              IF ENT0-PERMITIDO NOT = 'S'                               00002600
                 MOVE '91'              TO RAS0-COD-RETORNO             00002610
                 MOVE 'VLE2278'         TO RAS0-COD-ERROR-DEV           00002620
                 MOVE RAS0-USERID        TO RAS0-VAR1-ERROR             00002630
                 PERFORM 9999-FIN                                       00002640
              END-IF                                                    00002650
           END-IF                                                       00002660
           .                                                            00002670
      *                                                                *00002680
      *----------------------------------------------------------------*00002690
       2000-LEE-OPERACION.                                              00002700
      *----------------------------------------------------------------*00002710
      *    DETALLE DE LA CUENTA CON SU CABECERA, CON LA MISMA CLAVE     00002720
      *    QUE DEVUELVE LA CONSULTA DE PENDIENTES VL7CIF02              00002730
           MOVE RAS0-CTAVAL          TO VDET-CTAVAL                     00002740
           MOVE RAS0-FECHOP          TO VDET-FECHOP                     00002750
           MOVE RAS0-PAVAL           TO VDET-PAVAL                      00002760
           MOVE RAS0-VALOR           TO VDET-VALOR                      00002770
           MOVE RAS0-ISIN            TO VDET-ISIN                       00002780
           MOVE RAS0-REFER           TO VDET-REFER                      00002790
                                                                        00002800
           EXEC SQL                                                     00002810
                SELECT  D.VDET_FORMAT                                   00002820
                     ,  D.VDET_TITUL                                    00002830
                     ,  D.VDET_PTS_COMVEN                               00002840
                     ,  D.VDET_DATOS_DETAL                              00002850
                     ,  O.VOPE_TIPOP                                    00002860
                     ,  O.VOPE_MON_FACT                                 00002870
                     ,  O.VOPE_FVALOR                                   00002880
                  INTO :VDET-FORMAT                                     00002890
                     , :VDET-TITUL                                      00002900
                     , :VDET-PTS-COMVEN                                 00002910
                     , :VDET-DATOS-DETAL                                00002920
                     , :VOPE-TIPOP                                      00002930
                     , :VOPE-MON-FACT                                   00002940
                     , :VOPE-FVALOR                                     00002950
                  FROM  VLDTDET D                                       00002960
                     ,  VLDTOPE O                                       00002970
                 WHERE  D.VDET_CTAVAL = :VDET-CTAVAL                    00002980
                   AND  D.VDET_FECHOP = :VDET-FECHOP                    00002990
                   AND  D.VDET_PAVAL  = :VDET-PAVAL                     00003000
                   AND  D.VDET_VALOR  = :VDET-VALOR                     00003010
                   AND  D.VDET_ISIN   = :VDET-ISIN                      00003020
                   AND  D.VDET_REFER  = :VDET-REFER                     00003030
                   AND  O.VOPE_FECHOP = D.VDET_FECHOP                   00003040
                   AND  O.VOPE_PAVAL  = D.VDET_PAVAL                    00003050
                   AND  O.VOPE_VALOR  = D.VDET_VALOR                    00003060
                   AND  O.VOPE_ISIN   = D.VDET_ISIN                     00003070
                   AND  O.VOPE_FORMAT = D.VDET_FORMAT                   00003080
                 FETCH  FIRST 1 ROW ONLY                                00003090
           END-EXEC                                                     00003100
                                                                        00003110
           EVALUATE SQLCODE                                             00003120
               WHEN ZERO                                                00003130
                    CONTINUE                                            00003140
               WHEN 100                                                 00003150
                    MOVE '03'                  TO RAS0-COD-RETORNO      00003160
                    MOVE 'VLE2320'             TO RAS0-COD-ERROR-DEV    00003170
                    MOVE 'VLDTDET '            TO RAS0-VAR1-ERROR       00003180
                    PERFORM 9999-FIN                                    00003190
               WHEN OTHER                                               00003200
                    PERFORM 8900-ERROR-SQL                              00003210
           END-EVALUATE                                                 00003220
                                                                        00003230
           MOVE VOPE-TIPOP           TO RAS0-TIPOP                      00003240
           MOVE VDET-TITUL           TO RAS0-TITULOS                    00003250
           MOVE VDET-PTS-COMVEN      TO RAS0-IMPORTE                    00003260
           MOVE VOPE-MON-FACT        TO RAS0-MONEDA                     00003270
           MOVE VOPE-FVALOR          TO RAS0-FVALOR                     00003280
                                                                        00003290
      *    YA LIQUIDADA: VL4C3050 GRABO LA MARCA DE DESEMBOLSO          00003300
           IF VDET-DATOS-DETAL (107:1) = 'P'                            00003310
              MOVE '04'                  TO RAS0-COD-RETORNO            00003320
              MOVE 'VLE2321'             TO RAS0-COD-ERROR-DEV          00003330
              MOVE 'LIQUIDAD'            TO RAS0-VAR1-ERROR             00003340
              PERFORM 9999-FIN                                          00003350
           END-IF                                                       00003360
                                                                        00003370
           MOVE RAS0-CTAVAL          TO WSIM-CUENTA                     00003380
           PERFORM 2300-SIMULA-COMISION                                 00003390
           MOVE WK-COMISION-SIM      TO RAS0-COMIS-ORIGEN               00003400
           .                                                            00003410
      *                                                                *00003420
      *----------------------------------------------------------------*00003430
       2100-VALIDA-DESTINO.                                             00003440
      *----------------------------------------------------------------*00003450
           IF RAS0-CTA-DESTINO = ZEROS                                  00003460
              OR RAS0-CTA-DESTINO = RAS0-CTAVAL                         00003470
              MOVE '05'                  TO RAS0-COD-RETORNO            00003480
              MOVE 'VLE2312'             TO RAS0-COD-ERROR-DEV          00003490
              MOVE 'CTA-DEST'            TO RAS0-VAR1-ERROR             00003500
              PERFORM 9999-FIN                                          00003510
           END-IF                                                       00003520
                                                                        00003530
      *    LA CUENTA DESTINO DEBE EXISTIR Y ESTAR ACTIVA                00003540
           MOVE RAS0-CTA-DESTINO     TO VARC-CUENTA                     00003550
           EXEC SQL                                                     00003560
                SELECT  VARC_SITUAC                                     00003570
                  INTO :VARC-SITUAC                                     00003580
                  FROM  VLDTARC                                         00003590
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00003600
           END-EXEC                                                     00003610
           IF SQLCODE = 100                                             00003620
              OR (SQLCODE = ZERO AND VARC-SITUAC NOT = 'A')             00003630
              MOVE '06'                  TO RAS0-COD-RETORNO            00003640
              MOVE 'VLE2309'             TO RAS0-COD-ERROR-DEV          00003650
              MOVE 'VLDTARC '            TO RAS0-VAR1-ERROR             00003660
              PERFORM 9999-FIN                                          00003670
           END-IF                                                       00003680
           IF SQLCODE NOT = ZERO                                        00003690
              PERFORM 8900-ERROR-SQL                                    00003700
           END-IF                                                       00003710
                                                                        00003720
      *    EMBARGO JUDICIAL VIGENTE: LA CUENTA NO RECIBE OPERACIONES    00003730
           MOVE ZEROS                TO WK-EMB-VIGENTES                 00003740
           EXEC SQL                                                     00003750
                SELECT  COUNT(*)                                        00003760
                  INTO :WK-EMB-VIGENTES                                 00003770
                  FROM  VLDTEMB                                         00003780
                 WHERE  VEMB_CUENTA = :VARC-CUENTA                      00003790
                   AND  VEMB_ESTADO = 'V'                               00003800
           END-EXEC                                                     00003810
           IF SQLCODE NOT = ZERO                                        00003820
              PERFORM 8900-ERROR-SQL                                    00003830
           END-IF                                                       00003840
           IF WK-EMB-VIGENTES > ZEROS                                   00003850
              MOVE '07'                  TO RAS0-COD-RETORNO            00003860
              MOVE 'VLE2171'             TO RAS0-COD-ERROR-DEV          00003870
              MOVE 'VLDTEMB '            TO RAS0-VAR1-ERROR             00003880
              PERFORM 9999-FIN                                          00003890
           END-IF                                                       00003900
                                                                        00003910
           IF VOPE-TIPOP (1:1) = 'V'                                    00003920
              PERFORM 2200-VALIDA-DISPONIBLE                            00003930
           END-IF                                                       00003940
           .                                                            00003950
      *                                                                *00003960
      *----------------------------------------------------------------*00003970
       2200-VALIDA-DISPONIBLE.                                          00003980
      *----------------------------------------------------------------*00003990
      *    UNA VENTA SOLO PASA A UNA CUENTA QUE TENGA LOS TITULOS:      00004000
      *    DEPOSITADO - BLOQUEADO - PRENDAS - VENTAS PENDIENTES -       00004010
      *    ORDENES DE VENTA VIVAS (MISMO CALCULO QUE VL7CORD0)          00004020
           MOVE RAS0-CTA-DESTINO     TO WK-CTA-DESTINO                  00004030
           MOVE ZEROS TO WK-ADS-DEPOS WK-ADS-BLOQ                       00004040
           EXEC SQL                                                     00004050
                SELECT  COALESCE(SUM(VADS_DEPOS), 0)                    00004060
                     ,  COALESCE(SUM(VADS_BLOQ), 0)                     00004070
                  INTO :WK-ADS-DEPOS                                    00004080
                     , :WK-ADS-BLOQ                                     00004090
                  FROM  VLDTADS                                         00004100
                 WHERE  VADS_CUENTA = :WK-CTA-DESTINO                   00004110
                   AND  VADS_PAVAL  = :VDET-PAVAL                       00004120
                   AND  VADS_VALOR  = :VDET-VALOR                       00004130
                   AND  VADS_ISIN   = :VDET-ISIN                        00004140
           END-EXEC                                                     00004150
           IF SQLCODE NOT = ZERO AND 100                                00004160
              PERFORM 8900-ERROR-SQL                                    00004170
           END-IF                                                       00004180
                                                                        00004190
           MOVE ZEROS TO WK-PRE-PIGNORADO                               00004200
           EXEC SQL                                                     00004210
                SELECT  COALESCE(SUM(VPRE_CANTIDAD), 0)                 00004220
                  INTO :WK-PRE-PIGNORADO                                00004230
                  FROM  VLDTPRE                                         00004240
                 WHERE  VPRE_CUENTA = :WK-CTA-DESTINO                   00004250
                   AND  VPRE_PAVAL  = :VDET-PAVAL                       00004260
                   AND  VPRE_VALOR  = :VDET-VALOR                       00004270
                   AND  VPRE_ISIN   = :VDET-ISIN                        00004280
                   AND  VPRE_ESTADO = 'V'                               00004290
           END-EXEC                                                     00004300
           IF SQLCODE NOT = ZERO AND 100                                00004310
              PERFORM 8900-ERROR-SQL                                    00004320
           END-IF                                                       00004330
                                                                        00004340
           MOVE ZEROS TO WK-VTA-PENDIENTE                               00004350
           EXEC SQL                                                     00004360
                SELECT  COALESCE(SUM(D.VDET_TITUL), 0)                  00004370
                  INTO :WK-VTA-PENDIENTE                                00004380
                  FROM  VLDTDET D                                       00004390
                     ,  VLDTOPE O                                       00004400
                 WHERE  D.VDET_CTAVAL = :WK-CTA-DESTINO                 00004410
                   AND  D.VDET_PAVAL  = :VDET-PAVAL                     00004420
                   AND  D.VDET_VALOR  = :VDET-VALOR                     00004430
                   AND  D.VDET_ISIN   = :VDET-ISIN                      00004440
                   AND  O.VOPE_FECHOP = D.VDET_FECHOP                   00004450
                   AND  O.VOPE_PAVAL  = D.VDET_PAVAL                    00004460
                   AND  O.VOPE_VALOR  = D.VDET_VALOR                    00004470
                   AND  O.VOPE_ISIN   = D.VDET_ISIN                     00004480
                   AND  O.VOPE_FORMAT = D.VDET_FORMAT                   00004490
                   AND  O.VOPE_TIPOP  = 'V'                             00004500
                   AND  SUBSTR(D.VDET_DATOS_DETAL, 107, 1) <> 'P'       00004510
           END-EXEC                                                     00004520
           IF SQLCODE NOT = ZERO AND 100                                00004530
              PERFORM 8900-ERROR-SQL                                    00004540
           END-IF                                                       00004550
                                                                        00004560
           MOVE ZEROS TO WK-ORD-VIVAS                                   00004570
           EXEC SQL                                                     00004580
                SELECT  COALESCE(SUM(VORD_TITULOS - VORD_TIT_EJEC), 0)  00004590
                  INTO :WK-ORD-VIVAS                                    00004600
                  FROM  VLDTORD                                         00004610
                 WHERE  VORD_CUENTA = :WK-CTA-DESTINO                   00004620
                   AND  VORD_PAVAL  = :VDET-PAVAL                       00004630
                   AND  VORD_VALOR  = :VDET-VALOR                       00004640
                   AND  VORD_ISIN   = :VDET-ISIN                        00004650
                   AND  VORD_TIPOP  = 'V'                               00004660
                   AND  VORD_ESTADO IN ('A', 'E', 'R')                  00004670
           END-EXEC                                                     00004680
           IF SQLCODE NOT = ZERO AND 100                                00004690
              PERFORM 8900-ERROR-SQL                                    00004700
           END-IF                                                       00004710
                                                                        00004720
           COMPUTE WK-DISPONIBLE = WK-ADS-DEPOS - WK-ADS-BLOQ           00004730
                                 - WK-PRE-PIGNORADO - WK-VTA-PENDIENTE  00004740
                                 - WK-ORD-VIVAS                         00004750
           IF VDET-TITUL > WK-DISPONIBLE                                00004760
              MOVE '08'                  TO RAS0-COD-RETORNO            00004770
              MOVE 'VLE2317'             TO RAS0-COD-ERROR-DEV          00004780
              MOVE 'DISPONIB'            TO RAS0-VAR1-ERROR             00004790
              PERFORM 9999-FIN                                          00004800
           END-IF                                                       00004810
           .                                                            00004820
      *                                                                *00004830
      *----------------------------------------------------------------*00004840
       2300-SIMULA-COMISION.                                            00004850
      *----------------------------------------------------------------*00004860
      *    COMISION QUE LE CORRESPONDE A LA CUENTA DE WSIM-CUENTA POR   00004870
      *    EL IMPORTE DE LA OPERACION. SI EL SIMULADOR NO RESUELVE      00004880
      *    (SIN IMPORTE O SIN TARIFA) SE INFORMA CERO, SIN CORTAR.      00004890
           MOVE 49                   TO WSIM-OPECON                     00004900
           MOVE 'F'                  TO WSIM-TIPTARIF                   00004910
           MOVE VOPE-MON-FACT        TO WSIM-MONEDA                     00004920
           MOVE VDET-PTS-COMVEN      TO WSIM-IMPORTE                    00004930
           MOVE SPACES               TO WSIM-COD-RETORNO                00004940
           MOVE ZEROS                TO WSIM-COMISION                   00004950
                                        WK-COMISION-SIM                 00004960
                                                                        00004970
           EXEC CICS                                                    00004980
              LINK PROGRAM (VL7CSIM0)                                   00004990
              COMMAREA (W-SIM0-AREA)                                    00005000
           END-EXEC                                                     00005010
                                                                        00005020
           IF WSIM-COD-RETORNO = '00'                                   00005030
              MOVE WSIM-COMISION     TO WK-COMISION-SIM                 00005040
           END-IF                                                       00005050
           .                                                            00005060
      *                                                                *00005070
      *----------------------------------------------------------------*00005080
       3000-SOLICITA-REASIGNA.                                          00005090
      *----------------------------------------------------------------*00005100
           PERFORM 2100-VALIDA-DESTINO                                  00005110
           PERFORM 3500-VALIDA-PENDIENTE                                00005120
                                                                        00005130
           MOVE RAS0-CTA-DESTINO     TO WSIM-CUENTA                     00005140
           PERFORM 2300-SIMULA-COMISION                                 00005150
           MOVE WK-COMISION-SIM      TO RAS0-COMIS-DESTINO              00005160
                                                                        00005170
           MOVE RAS0-CTA-DESTINO     TO APQ-DES-CUENTA                  00005180
           MOVE RAS0-COMIS-DESTINO   TO APQ-DES-COMISION                00005190
           MOVE RAS0-MOTIVO          TO APQ-DES-MOTIVO                  00005200
           MOVE 'REASIGNA'           TO VAPQ-OPERACION                  00005210
           PERFORM 3800-ENCOLA-SOLICITUD                                00005220
           .                                                            00005230
      *                                                                *00005240
      *----------------------------------------------------------------*00005250
       3100-SOLICITA-ANULA.                                             00005260
      *----------------------------------------------------------------*00005270
      *    LA ANULACION EXIGE MOTIVO: QUEDA EN LA COLA Y EN VLDTRLOG    00005280
           IF RAS0-MOTIVO = SPACES                                      00005290
              MOVE '09'                  TO RAS0-COD-RETORNO            00005300
              MOVE 'VLE2323'             TO RAS0-COD-ERROR-DEV          00005310
              MOVE 'MOTIVO  '            TO RAS0-VAR1-ERROR             00005320
              PERFORM 9999-FIN                                          00005330
           END-IF                                                       00005340
           PERFORM 3500-VALIDA-PENDIENTE                                00005350
                                                                        00005360
           MOVE ZEROS                TO APQ-DES-CUENTA                  00005370
                                        APQ-DES-COMISION                00005380
           MOVE RAS0-MOTIVO          TO APQ-DES-MOTIVO                  00005390
           MOVE 'ANULAOPE'           TO VAPQ-OPERACION                  00005400
           PERFORM 3800-ENCOLA-SOLICITUD                                00005410
           .                                                            00005420
      *                                                                *00005430
      *----------------------------------------------------------------*00005440
       3500-VALIDA-PENDIENTE.                                           00005450
      *----------------------------------------------------------------*00005460
      *    UNA SOLA SOLICITUD VIVA POR OPERACION EN LA COLA             00005470
           MOVE RAS0-CTAVAL          TO APQ-OPE-CUENTA                  00005480
           MOVE RAS0-FECHOP          TO APQ-OPE-FECHOP                  00005490
           MOVE RAS0-PAVAL           TO APQ-OPE-PAVAL                   00005500
           MOVE RAS0-VALOR           TO APQ-OPE-VALOR                   00005510
           MOVE RAS0-ISIN            TO APQ-OPE-ISIN                    00005520
           MOVE RAS0-REFER           TO APQ-OPE-REFER                   00005530
           MOVE APQ-OPE-CLAVE        TO W-APQ-CLAVE                     00005540
                                                                        00005550
           MOVE ZEROS                TO WK-APQ-PENDIENTES               00005560
           EXEC SQL                                                     00005570
                SELECT  COUNT(*)                                        00005580
                  INTO :WK-APQ-PENDIENTES                               00005590
                  FROM  VLDTAPQ                                         00005600
                 WHERE  VAPQ_ESTADO    = 'P'                            00005610
                   AND  VAPQ_OPERACION IN ('REASIGNA', 'ANULAOPE')      00005620
                   AND  SUBSTR(VAPQ_ANTES, 1, 55) = :W-APQ-CLAVE        00005630
           END-EXEC                                                     00005640
           IF SQLCODE NOT = ZERO                                        00005650
              PERFORM 8900-ERROR-SQL                                    00005660
           END-IF                                                       00005670
           IF WK-APQ-PENDIENTES > ZEROS                                 00005680
              MOVE '10'                  TO RAS0-COD-RETORNO            00005690
              MOVE 'VLE2322'             TO RAS0-COD-ERROR-DEV          00005700
              MOVE 'VLDTAPQ '            TO RAS0-VAR1-ERROR             00005710
              PERFORM 9999-FIN                                          00005720
           END-IF                                                       00005730
           .                                                            00005740
      *                                                                *00005750
      *----------------------------------------------------------------*00005760
       3800-ENCOLA-SOLICITUD.                                           00005770
      *----------------------------------------------------------------*00005780
           MOVE VDET-TITUL           TO APQ-OPE-TITULOS                 00005790
           MOVE VDET-PTS-COMVEN      TO APQ-OPE-IMPORTE                 00005800
           MOVE RAS0-COMIS-ORIGEN    TO APQ-OPE-COMISION                00005810
                                                                        00005820
           MOVE RAS0-FECHA-OPER      TO VAPQ-FECHA.                     00005830
           MOVE W-HORA-CURRENT       TO VAPQ-HORA.                      00005840
           MOVE WA-PROGRAMA          TO VAPQ-CODTRAN.                   00005850
           MOVE RAS0-CTAVAL          TO VAPQ-CUENTA.                    00005860
           MOVE RAS0-USERID          TO VAPQ-USUARIO-SOL.               00005870
           MOVE 'P'                  TO VAPQ-ESTADO.                    00005880
           MOVE SPACES               TO VAPQ-USUARIO-APR                00005890
                                        VAPQ-FECHA-APR                  00005900
                                        VAPQ-ANTES                      00005910
                                        VAPQ-DESPUES.                   00005920
           MOVE W-APQ-OPERACION      TO VAPQ-ANTES.                     00005930
           MOVE W-APQ-DESTINO        TO VAPQ-DESPUES.                   00005940
                                                                        00005950
           EXEC SQL                                                     00005960
                INSERT INTO VLDTAPQ                                     00005970
                      ( VAPQ_FECHA                                      00005980
                      , VAPQ_HORA                                       00005990
                      , VAPQ_CODTRAN                                    00006000
                      , VAPQ_OPERACION                                  00006010
                      , VAPQ_CUENTA                                     00006020
                      , VAPQ_USUARIO_SOL                                00006030
                      , VAPQ_ESTADO                                     00006040
                      , VAPQ_USUARIO_APR                                00006050
                      , VAPQ_FECHA_APR                                  00006060
                      , VAPQ_ANTES                                      00006070
                      , VAPQ_DESPUES )                                  00006080
                VALUES                                                  00006090
                      ( :VAPQ-FECHA                                     00006100
                      , :VAPQ-HORA                                      00006110
                      , :VAPQ-CODTRAN                                   00006120
                      , :VAPQ-OPERACION                                 00006130
                      , :VAPQ-CUENTA                                    00006140
                      , :VAPQ-USUARIO-SOL                               00006150
                      , :VAPQ-ESTADO                                    00006160
                      , :VAPQ-USUARIO-APR                               00006170
                      , :VAPQ-FECHA-APR                                 00006180
                      , :VAPQ-ANTES                                     00006190
                      , :VAPQ-DESPUES )                                 00006200
           END-EXEC                                                     00006210
           IF SQLCODE NOT = ZERO                                        00006220
              PERFORM 8900-ERROR-SQL                                    00006230
           END-IF                                                       00006240
           EXEC SQL                                                     00006250
                SET :WK-APQ-ID-GEN = IDENTITY_VAL_LOCAL()               00006260
           END-EXEC                                                     00006270
           IF SQLCODE NOT = ZERO                                        00006280
              MOVE ZEROS TO WK-APQ-ID-GEN                               00006290
           END-IF                                                       00006300
           MOVE WK-APQ-ID-GEN        TO RAS0-APQ-ID                     00006310
                                                                        00006320
           MOVE 'SOLICITA' TO VL7LOG-OPERACION                          00006330
           PERFORM 8000-GRABA-AUDITORIA                                 00006340
           .                                                            00006350
      *                                                                *00006360
      *----------------------------------------------------------------*00006370
       8000-GRABA-AUDITORIA.                                            00006380
      *----------------------------------------------------------------*00006390
           MOVE RAS0-FECHA-OPER       TO  VL7LOG-FECHA                  00006400
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00006410
           MOVE RAS0-TERMINAL         TO  VL7LOG-NUMTER                 00006420
           MOVE RAS0-USERID           TO  VL7LOG-NUMUSER                00006430
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00006440
           MOVE 'VLDTAPQ'             TO  VL7LOG-TABLA                  00006450
           MOVE LENGTH OF DCLVLDTAPQ  TO  VL7LOG-REGISTRO-LEN           00006460
           MOVE SPACES                TO  LOGVLDTAPQ                    00006470
           MOVE DCLVLDTAPQ            TO  LOGVLDTAPQ                    00006480
           MOVE LOGVLDTAPQ            TO  VL7LOG-REGISTRO-TEXT          00006490
                                                                        00006500
           EXEC CICS                                                    00006510
              LINK PROGRAM (VL7CRLOG)                                   00006520
              COMMAREA (W-VLWCLOG0)                                     00006530
           END-EXEC                                                     00006540
                                                                        00006550
           IF VL7LOG-CODRESP NOT = ZEROS                                00006560
              MOVE '98'                  TO RAS0-COD-RETORNO            00006570
              MOVE 'VLE0907'             TO RAS0-COD-ERROR-DEV          00006580
              MOVE 'VL7CRLOG'            TO RAS0-VAR1-ERROR             00006590
              PERFORM 9999-FIN                                          00006600
           END-IF                                                       00006610
           .                                                            00006620
      *                                                                *00006630
      *----------------------------------------------------------------*00006640
       8900-ERROR-SQL.                                                  00006650
      *----------------------------------------------------------------*00006660
           MOVE '99'                  TO RAS0-COD-RETORNO               00006670
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00006680
           MOVE 'VLE1000'             TO RAS0-COD-ERROR-DEV             00006690
           MOVE 'VLDTDET '            TO RAS0-VAR1-ERROR                00006700
           MOVE W-SQLCODE-EDIT        TO RAS0-VAR2-ERROR                00006710
           PERFORM 9999-FIN.                                            00006720
      *                                                                *00006730
      *----------------------------------------------------------------*00006740
       9999-FIN.                                                        00006750
      *----------------------------------------------------------------*00006760
           EXEC CICS                                                    00006770
              RETURN                                                    00006780
           END-EXEC.                                                    00006790
      *=================================================================00006800
      *   FIN DEL PROGRAMA                                              00006810
      *=================================================================00006820
