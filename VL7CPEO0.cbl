      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CPEO0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : EVENTOS DE PERDIDA OPERACIONAL - TABLA VLDTPEO   *00000080
      *OBJETIVO     : REGISTRO EN LINEA DE LOS EVENTOS DE PERDIDA      *00000090
      *               PARA LOS REPORTES DE RIESGO OPERACIONAL:         *00000100
      *                 A = ALTA DEL EVENTO CON IMPORTE, MONEDA,       *00000110
      *                     CATEGORIA, LINEA DE NEGOCIO Y FECHA DE     *00000120
      *                     DESCUBRIMIENTO, ENLAZADO CON SU EVIDENCIA  *00000130
      *                     (IMAGEN VLDTRLOG, LIQUIDACION FALLIDA      *00000140
      *                     VLDTFLQ O CORRECCION DE PRECIO DEL         *00000150
      *                     REPORTE VL4CRIPL), QUE DEBE EXISTIR        *00000160
      *                 M = ACTUALIZA EL RECUPERO Y, SI SE INDICA,     *00000170
      *                     CIERRA EL EVENTO                           *00000180
      *                 C = CONSULTA DE EVENTOS DESCUBIERTOS DESDE     *00000190
      *                     UNA FECHA, O DE LOS ABIERTOS (FECHA CEROS) *00000200
      *               UNA PERDIDA POR LIQUIDACION FALLIDA EXIGE LA     *00000210
      *               FILA DE VLDTFLQ Y UNA CORRECCION DE PRECIO EXIGE *00000220
      *               LA CORRECCION DE VL7CCAM0 QUE LEYO VL4CRIPL.     *00000230
      *               LAS ACCIONES DISTINTAS DE C DEBEN ESTAR          *00000240
      *               HABILITADAS EN VLDTENT (VL9CENT0). CADA CAMBIO   *00000250
      *               SE AUDITA EN VLDTRLOG VIA VL7CRLOG.              *00000260
      ******************************************************************00000270
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000280
      *--------- ---------- ----------------- -------------------------*00000290
      *RITM49178 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000300
      *----------------------------------------------------------------*00000310
      ******************************************************************00000320
      *                                                                 00000330
      *=================================================================00000340
       ENVIRONMENT DIVISION.                                            00000350
      *=================================================================00000360
       CONFIGURATION SECTION.                                           00000370
      *-----------------------------------------------------------------00000380
       SPECIAL-NAMES.                                                   00000390
      *--------------                                                   00000400
                                                                        00000410
      *=================================================================00000420
       DATA DIVISION.                                                   00000430
      *=================================================================00000440
                                                                        00000450
      *-----------------------------------------------------------------00000460
       WORKING-STORAGE SECTION.                                         00000470
      *-----------------------------------------------------------------00000480
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CPEO0'.   00000490
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000500
                                                                        00000510
      *-----------------------------------------------------------------00000520
      *    VARIABLES.                                                   00000530
      *-----------------------------------------------------------------00000540
       01  W-VARIABLES.                                                 00000550
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000560
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000570
           03 W-TABLA-ERROR            PIC X(08)       VALUE SPACES.    00000580
           03 W-EXISTE                 PIC S9(9) COMP  VALUE ZEROS.     00000590
           03 W-OPERACION-LOG          PIC X(08)       VALUE SPACES.    00000600
           03 W-CODTRAN-CAM            PIC X(08)       VALUE 'VL7CCAM0'.00000610
           03 W-HORA-CURRENT.                                           00000620
              05  W-HORA               PIC 99.                          00000630
              05  W-MINUTOS            PIC 99.                          00000640
              05  W-SEGUNDOS           PIC 99.                          00000650
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000660
                                                                        00000670
      ** COPY PARA RUTINA VL7CRLOG                                      00000680
       01 W-VLWCLOG0.                                                   00000690
           COPY VLWCLOG0.                                               00000700
       01 LOGVLDTPEO               PIC X(500).                          00000710
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000720
           COPY VLCPTEN0.                                               00000730
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000740
                                                                        00000750
      *    EVENTOS DE PERDIDA OPERACIONAL                               00000760
           COPY VLCPTPEO.                                               00000770
                                                                        00000780
      *-----------------------------------------------------------------00000790
      *    INCLUDES (DEFINICION DE TABLAS).                             00000800
      *-----------------------------------------------------------------00000810
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000820
                                                                        00000830
      *-----------------------------------------------------------------00000840
      *                   C U R S O R E S                              *00000850
      *-----------------------------------------------------------------00000860
           EXEC SQL                                                     00000870
                DECLARE VLDCPEO1  CURSOR FOR                            00000880
                SELECT  VPEO_ID                                         00000890
                     ,  VPEO_FECEVENTO                                  00000900
                     ,  VPEO_FECDESCUB                                  00000910
                     ,  VPEO_CATEGORIA                                  00000920
                     ,  VPEO_LINEA_NEG                                  00000930
                     ,  VPEO_CUENTA                                     00000940
                     ,  VPEO_MONEDA                                     00000950
                     ,  VPEO_IMPORTE                                    00000960
                     ,  VPEO_RECUPERADO                                 00000970
                     ,  VPEO_FECRECUP                                   00000980
                     ,  VPEO_FLQ_REFER                                  00000990
                     ,  VPEO_RIPL_FECHA                                 00001000
                     ,  VPEO_RIPL_VALOR                                 00001010
                     ,  VPEO_ESTADO                                     00001020
                  FROM  VLDTPEO                                         00001030
                 WHERE (VPEO_FECDESCUB >= :VPEO-FECDESCUB               00001040
                   AND  0              <  :VPEO-FECDESCUB)              00001050
                    OR (0              =  :VPEO-FECDESCUB               00001060
                   AND  VPEO_ESTADO    =  'A')                          00001070
                 ORDER  BY VPEO_FECDESCUB, VPEO_ID                      00001080
           END-EXEC.                                                    00001090
                                                                        00001100
      *---------------*                                                 00001110
       LINKAGE SECTION.                                                 00001120
      *---------------*                                                 00001130
       01  DFHCOMMAREA.                                                 00001140
           05  PEO0-DATOS-ENTRADA.                                      00001150
               10  PEO0-ACCION         PIC X(01).                       00001160
                   88  PEO0-ALTA           VALUE 'A'.                   00001170
                   88  PEO0-MODIFICA       VALUE 'M'.                   00001180
                   88  PEO0-CONSULTA       VALUE 'C'.                   00001190
               10  PEO0-ID             PIC 9(09).                       00001200
               10  PEO0-FECEVENTO      PIC 9(08).                       00001210
      *            EN CONSULTA: DESCUBIERTOS DESDE ESTA FECHA           00001220
               10  PEO0-FECDESCUB      PIC 9(08).                       00001230
      *            PRECIO / MORA / ASIENTO / LIQFALL / OTRO             00001240
               10  PEO0-CATEGORIA      PIC X(08).                       00001250
               10  PEO0-LINEA-NEG      PIC X(02).                       00001260
               10  PEO0-DESCRIPCION    PIC X(120).                      00001270
               10  PEO0-CUENTA         PIC 9(07).                       00001280
               10  PEO0-MONEDA         PIC X(03).                       00001290
               10  PEO0-IMPORTE        PIC 9(13)V9(02).                 00001300
               10  PEO0-RECUPERADO     PIC 9(13)V9(02).                 00001310
               10  PEO0-FECRECUP       PIC 9(08).                       00001320
      *            S = CIERRA EL EVENTO (RECUPERO DEFINITIVO)           00001330
               10  PEO0-CIERRA         PIC X(01).                       00001340
               10  PEO0-RLOG-FECHA     PIC X(08).                       00001350
               10  PEO0-RLOG-HORA      PIC X(06).                       00001360
               10  PEO0-RLOG-NUMTER    PIC X(04).                       00001370
               10  PEO0-RLOG-TABLA     PIC X(08).                       00001380
               10  PEO0-FLQ-REFER      PIC 9(09).                       00001390
               10  PEO0-RIPL-FECHA     PIC X(08).                       00001400
               10  PEO0-RIPL-VALOR     PIC X(12).                       00001410
               10  PEO0-FECHA-OPER     PIC X(08).                       00001420
               10  PEO0-TERMINAL       PIC X(04).                       00001430
               10  PEO0-USERID         PIC X(08).                       00001440
           05  PEO0-DATOS-SALIDA.                                       00001450
               10  PEO0-COD-RETORNO    PIC X(02).                       00001460
               10  PEO0-COD-ERROR-DEV  PIC X(07).                       00001470
               10  PEO0-VAR1-ERROR     PIC X(08).                       00001480
               10  PEO0-VAR2-ERROR     PIC X(05).                       00001490
               10  PEO0-ID-GENERADO    PIC 9(09).                       00001500
               10  PEO0-NUM-OCCURS     PIC 9(02).                       00001510
               10  PEO0-EVENTOS OCCURS 15 TIMES.                        00001520
                   15  PEO0-E-ID           PIC 9(09).                   00001530
                   15  PEO0-E-FECEVENTO    PIC 9(08).                   00001540
                   15  PEO0-E-FECDESCUB    PIC 9(08).                   00001550
                   15  PEO0-E-CATEGORIA    PIC X(08).                   00001560
                   15  PEO0-E-LINEA-NEG    PIC X(02).                   00001570
                   15  PEO0-E-CUENTA       PIC 9(07).                   00001580
                   15  PEO0-E-MONEDA       PIC X(03).                   00001590
                   15  PEO0-E-IMPORTE      PIC 9(13)V9(02).             00001600
                   15  PEO0-E-RECUPERADO   PIC 9(13)V9(02).             00001610
                   15  PEO0-E-FECRECUP     PIC 9(08).                   00001620
                   15  PEO0-E-FLQ-REFER    PIC 9(09).                   00001630
                   15  PEO0-E-RIPL-FECHA   PIC X(08).                   00001640
                   15  PEO0-E-RIPL-VALOR   PIC X(12).                   00001650
                   15  PEO0-E-ESTADO       PIC X(01).                   00001660
      *-----------------------------------------------------------------00001670
                                                                        00001680
      *==================                                               00001690
       PROCEDURE DIVISION.                                              00001700
      *==================                                               00001710
           PERFORM 1000-INICIO                                          00001720
           EVALUATE TRUE                                                00001730
               WHEN PEO0-ALTA                                           00001740
                    PERFORM 2000-ALTA-EVENTO                            00001750
               WHEN PEO0-MODIFICA                                       00001760
                    PERFORM 3000-ACTUALIZA-RECUPERO                     00001770
               WHEN PEO0-CONSULTA                                       00001780
                    PERFORM 4000-CONSULTA-EVENTOS                       00001790
               WHEN OTHER                                               00001800
                    MOVE '01'                  TO PEO0-COD-RETORNO      00001810
                    MOVE 'VLE2379'             TO PEO0-COD-ERROR-DEV    00001820
                    MOVE 'ACCION  '            TO PEO0-VAR1-ERROR       00001830
           END-EVALUATE                                                 00001840
           PERFORM 9999-FIN.                                            00001850
                                                                        00001860
      *---------------------------------------------------------------- 00001870
       1000-INICIO.                                                     00001880
      *---------------------------------------------------------------- 00001890
           INITIALIZE      PEO0-DATOS-SALIDA                            00001900
                           DCLVLDTPEO.                                  00001910
                                                                        00001920
           MOVE '00'                TO  PEO0-COD-RETORNO                00001930
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001940
      *    FACULTADES: EL ALTA Y EL RECUPERO DEBEN ESTAR HABILITADOS    00001950
      *    EN VLDTENT PARA ESTE USUARIO                                 00001960
           IF NOT PEO0-CONSULTA                                         00001970
              INITIALIZE VL9CENT0-AREA                                  00001980
              MOVE PEO0-USERID        TO ENT0-USUARIO                   00001990
              MOVE 'VL7CPEO0'        TO ENT0-CODTRAN                    00002000
              MOVE PEO0-ACCION        TO ENT0-ACCION                    00002010
              MOVE PEO0-FECHA-OPER    TO ENT0-FECHA                     00002020
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002030
              MOVE PEO0-TERMINAL      TO ENT0-TERMINAL                  00002040
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002050
              IF ENT0-CODRESP NOT = ZEROS                               00002060
                 MOVE '99'              TO PEO0-COD-RETORNO             00002070
                 MOVE 'VLE1000'         TO PEO0-COD-ERROR-DEV           00002080
                 MOVE 'VLDTENT '        TO PEO0-VAR1-ERROR              00002090
                 PERFORM 9999-FIN                                       00002100
              END-IF                                                    00002110
              IF ENT0-PERMITIDO NOT = 'S'                               00002120
                 MOVE '91'              TO PEO0-COD-RETORNO             00002130
                 MOVE 'VLE2278'         TO PEO0-COD-ERROR-DEV           00002140
                 MOVE PEO0-USERID        TO PEO0-VAR1-ERROR             00002150
                 PERFORM 9999-FIN                                       00002160
              END-IF                                                    00002170
           END-IF                                                       00002180
           .                                                            00002190
      *                                                                *00002200
      *----------------------------------------------------------------*00002210
       2000-ALTA-EVENTO.                                                00002220
      *----------------------------------------------------------------*00002230
           PERFORM 2100-VALIDA-DATOS                                    00002240
           PERFORM 2200-VALIDA-EVIDENCIA                                00002250
                                                                        00002260
           MOVE PEO0-FECDESCUB      TO VPEO-FECDESCUB                   00002270
           IF PEO0-FECEVENTO > ZEROS                                    00002280
              MOVE PEO0-FECEVENTO   TO VPEO-FECEVENTO                   00002290
           ELSE                                                         00002300
              MOVE PEO0-FECDESCUB   TO VPEO-FECEVENTO                   00002310
           END-IF                                                       00002320
           MOVE PEO0-CATEGORIA      TO VPEO-CATEGORIA                   00002330
           MOVE PEO0-LINEA-NEG      TO VPEO-LINEA-NEG                   00002340
           MOVE PEO0-DESCRIPCION    TO VPEO-DESCRIPCION                 00002350
           MOVE PEO0-CUENTA         TO VPEO-CUENTA                      00002360
           MOVE PEO0-MONEDA         TO VPEO-MONEDA                      00002370
           MOVE PEO0-IMPORTE        TO VPEO-IMPORTE                     00002380
           MOVE PEO0-RECUPERADO     TO VPEO-RECUPERADO                  00002390
           MOVE PEO0-FECRECUP       TO VPEO-FECRECUP                    00002400
           MOVE PEO0-RLOG-FECHA     TO VPEO-RLOG-FECHA                  00002410
           MOVE PEO0-RLOG-HORA      TO VPEO-RLOG-HORA                   00002420
           MOVE PEO0-RLOG-NUMTER    TO VPEO-RLOG-NUMTER                 00002430
           MOVE PEO0-RLOG-TABLA     TO VPEO-RLOG-TABLA                  00002440
           MOVE PEO0-FLQ-REFER      TO VPEO-FLQ-REFER                   00002450
           MOVE PEO0-RIPL-FECHA     TO VPEO-RIPL-FECHA                  00002460
           MOVE PEO0-RIPL-VALOR     TO VPEO-RIPL-VALOR                  00002470
           MOVE 'A'                 TO VPEO-ESTADO                      00002480
           MOVE PEO0-FECHA-OPER     TO VPEO-FEALTA                      00002490
           MOVE VPEO-FEALTA         TO VPEO-FEULMOD                     00002500
           MOVE W-HORA-CURRENT-N    TO VPEO-HORULMOD                    00002510
           MOVE PEO0-TERMINAL       TO VPEO-NUMTER                      00002520
           MOVE PEO0-USERID         TO VPEO-USUARIO                     00002530
                                                                        00002540
           EXEC SQL                                                     00002550
                INSERT INTO VLDTPEO                                     00002560
                      ( VPEO_FECEVENTO                                  00002570
                      , VPEO_FECDESCUB                                  00002580
                      , VPEO_CATEGORIA                                  00002590
                      , VPEO_LINEA_NEG                                  00002600
                      , VPEO_DESCRIPCION                                00002610
                      , VPEO_CUENTA                                     00002620
                      , VPEO_MONEDA                                     00002630
                      , VPEO_IMPORTE                                    00002640
                      , VPEO_RECUPERADO                                 00002650
                      , VPEO_FECRECUP                                   00002660
                      , VPEO_RLOG_FECHA                                 00002670
                      , VPEO_RLOG_HORA                                  00002680
                      , VPEO_RLOG_NUMTER                                00002690
                      , VPEO_RLOG_TABLA                                 00002700
                      , VPEO_FLQ_REFER                                  00002710
                      , VPEO_RIPL_FECHA                                 00002720
                      , VPEO_RIPL_VALOR                                 00002730
                      , VPEO_ESTADO                                     00002740
                      , VPEO_FEALTA                                     00002750
                      , VPEO_FEULMOD                                    00002760
                      , VPEO_HORULMOD                                   00002770
                      , VPEO_NUMTER                                     00002780
                      , VPEO_USUARIO )                                  00002790
                VALUES                                                  00002800
                      ( :VPEO-FECEVENTO                                 00002810
                      , :VPEO-FECDESCUB                                 00002820
                      , :VPEO-CATEGORIA                                 00002830
                      , :VPEO-LINEA-NEG                                 00002840
                      , :VPEO-DESCRIPCION                               00002850
                      , :VPEO-CUENTA                                    00002860
                      , :VPEO-MONEDA                                    00002870
                      , :VPEO-IMPORTE                                   00002880
                      , :VPEO-RECUPERADO                                00002890
                      , :VPEO-FECRECUP                                  00002900
                      , :VPEO-RLOG-FECHA                                00002910
                      , :VPEO-RLOG-HORA                                 00002920
                      , :VPEO-RLOG-NUMTER                               00002930
                      , :VPEO-RLOG-TABLA                                00002940
                      , :VPEO-FLQ-REFER                                 00002950
                      , :VPEO-RIPL-FECHA                                00002960
                      , :VPEO-RIPL-VALOR                                00002970
                      , :VPEO-ESTADO                                    00002980
                      , :VPEO-FEALTA                                    00002990
                      , :VPEO-FEULMOD                                   00003000
                      , :VPEO-HORULMOD                                  00003010
                      , :VPEO-NUMTER                                    00003020
                      , :VPEO-USUARIO )                                 00003030
           END-EXEC                                                     00003040
           IF SQLCODE NOT = ZERO                                        00003050
              MOVE 'VLDTPEO '            TO W-TABLA-ERROR               00003060
              PERFORM 8900-ERROR-SQL                                    00003070
           END-IF                                                       00003080
           EXEC SQL                                                     00003090
                SET :VPEO-ID = IDENTITY_VAL_LOCAL()                     00003100
           END-EXEC                                                     00003110
           IF SQLCODE NOT = ZERO                                        00003120
              MOVE 'VLDTPEO '            TO W-TABLA-ERROR               00003130
              PERFORM 8900-ERROR-SQL                                    00003140
           END-IF                                                       00003150
                                                                        00003160
           MOVE VPEO-ID             TO PEO0-ID-GENERADO                 00003170
           MOVE 'INSERT'            TO W-OPERACION-LOG                  00003180
           PERFORM 8000-GRABA-AUDITORIA                                 00003190
           .                                                            00003200
      *                                                                *00003210
      *----------------------------------------------------------------*00003220
       2100-VALIDA-DATOS.                                               00003230
      *----------------------------------------------------------------*00003240
           IF PEO0-FECDESCUB NOT > ZEROS                                00003250
              MOVE '02'                  TO PEO0-COD-RETORNO            00003260
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00003270
              MOVE 'FECDESCU'            TO PEO0-VAR1-ERROR             00003280
              PERFORM 9999-FIN                                          00003290
           END-IF                                                       00003300
                                                                        00003310
      *    EL EVENTO NO PUEDE OCURRIR DESPUES DE DESCUBIERTO            00003320
           IF PEO0-FECEVENTO > PEO0-FECDESCUB                           00003330
              MOVE '02'                  TO PEO0-COD-RETORNO            00003340
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00003350
              MOVE 'FECEVENT'            TO PEO0-VAR1-ERROR             00003360
              PERFORM 9999-FIN                                          00003370
           END-IF                                                       00003380
                                                                        00003390
           MOVE PEO0-CATEGORIA      TO VPEO-CATEGORIA                   00003400
           IF NOT VPEO-CAT-PRECIO  AND NOT VPEO-CAT-MORA                00003410
              AND NOT VPEO-CAT-ASIENTO AND NOT VPEO-CAT-LIQFALL         00003420
              AND NOT VPEO-CAT-OTRO                                     00003430
              MOVE '02'                  TO PEO0-COD-RETORNO            00003440
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00003450
              MOVE 'CATEGORI'            TO PEO0-VAR1-ERROR             00003460
              PERFORM 9999-FIN                                          00003470
           END-IF                                                       00003480
                                                                        00003490
           IF PEO0-LINEA-NEG < '01' OR PEO0-LINEA-NEG > '08'            00003500
              MOVE '02'                  TO PEO0-COD-RETORNO            00003510
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00003520
              MOVE 'LINEANEG'            TO PEO0-VAR1-ERROR             00003530
              PERFORM 9999-FIN                                          00003540
           END-IF                                                       00003550
                                                                        00003560
           IF PEO0-DESCRIPCION = SPACES                                 00003570
              MOVE '02'                  TO PEO0-COD-RETORNO            00003580
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00003590
              MOVE 'DESCRIPC'            TO PEO0-VAR1-ERROR             00003600
              PERFORM 9999-FIN                                          00003610
           END-IF                                                       00003620
                                                                        00003630
           IF PEO0-IMPORTE NOT > ZEROS                                  00003640
              MOVE '02'                  TO PEO0-COD-RETORNO            00003650
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00003660
              MOVE 'IMPORTE '            TO PEO0-VAR1-ERROR             00003670
              PERFORM 9999-FIN                                          00003680
           END-IF                                                       00003690
                                                                        00003700
           IF PEO0-RECUPERADO > PEO0-IMPORTE                            00003710
              MOVE '02'                  TO PEO0-COD-RETORNO            00003720
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00003730
              MOVE 'RECUPERA'            TO PEO0-VAR1-ERROR             00003740
              PERFORM 9999-FIN                                          00003750
           END-IF                                                       00003760
                                                                        00003770
      *    PEN O UNA MONEDA CON TIPO DE CAMBIO CARGADO EN VLDTFXR:      00003780
      *    EL REPORTE TRIMESTRAL CONSOLIDA EN PEN                       00003790
           IF PEO0-MONEDA = 'PEN'                                       00003800
              MOVE 1                   TO W-EXISTE                      00003810
           ELSE                                                         00003820
              MOVE PEO0-MONEDA         TO VPEO-MONEDA                   00003830
              EXEC SQL                                                  00003840
                   SELECT  COUNT(*)                                     00003850
                     INTO :W-EXISTE                                     00003860
                     FROM  VLDTFXR                                      00003870
                    WHERE  VFXR_MONEDA = :VPEO-MONEDA                   00003880
              END-EXEC                                                  00003890
              IF SQLCODE NOT = ZERO                                     00003900
                 MOVE 'VLDTFXR '         TO W-TABLA-ERROR               00003910
                 PERFORM 8900-ERROR-SQL                                 00003920
              END-IF                                                    00003930
           END-IF                                                       00003940
                                                                        00003950
           IF W-EXISTE = ZEROS                                          00003960
              MOVE '02'                  TO PEO0-COD-RETORNO            00003970
              MOVE 'VLE2329'             TO PEO0-COD-ERROR-DEV          00003980
              MOVE 'MONEDA  '            TO PEO0-VAR1-ERROR             00003990
              MOVE PEO0-MONEDA           TO PEO0-VAR2-ERROR             00004000
              PERFORM 9999-FIN                                          00004010
           END-IF                                                       00004020
           .                                                            00004030
      *                                                                *00004040
      *----------------------------------------------------------------*00004050
       2200-VALIDA-EVIDENCIA.                                           00004060
      *----------------------------------------------------------------*00004070
      *    LA LIQUIDACION FALLIDA Y LA CORRECCION DE PRECIO SE          00004080
      *    REGISTRAN SIEMPRE CONTRA SU EVIDENCIA                        00004090
           IF VPEO-CAT-LIQFALL AND PEO0-FLQ-REFER NOT > ZEROS           00004100
              MOVE '02'                  TO PEO0-COD-RETORNO            00004110
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00004120
              MOVE 'FLQREFER'            TO PEO0-VAR1-ERROR             00004130
              PERFORM 9999-FIN                                          00004140
           END-IF                                                       00004150
           IF VPEO-CAT-PRECIO AND PEO0-RIPL-FECHA = SPACES              00004160
              MOVE '02'                  TO PEO0-COD-RETORNO            00004170
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00004180
              MOVE 'RIPLFECH'            TO PEO0-VAR1-ERROR             00004190
              PERFORM 9999-FIN                                          00004200
           END-IF                                                       00004210
                                                                        00004220
      *    IMAGEN DE AUDITORIA                                          00004230
           IF PEO0-RLOG-FECHA NOT = SPACES                              00004240
              MOVE PEO0-RLOG-FECHA     TO VPEO-RLOG-FECHA               00004250
              MOVE PEO0-RLOG-HORA      TO VPEO-RLOG-HORA                00004260
              MOVE PEO0-RLOG-NUMTER    TO VPEO-RLOG-NUMTER              00004270
              MOVE PEO0-RLOG-TABLA     TO VPEO-RLOG-TABLA               00004280
              EXEC SQL                                                  00004290
                   SELECT COUNT(*)                                      00004300
                     INTO :W-EXISTE                                     00004310
                     FROM VLDTRLOG                                      00004320
                    WHERE VRLOG_FECHA  = :VPEO-RLOG-FECHA               00004330
                      AND VRLOG_HORA   = :VPEO-RLOG-HORA                00004340
                      AND VRLOG_NUMTER = :VPEO-RLOG-NUMTER              00004350
                      AND VRLOG_TABLA  = :VPEO-RLOG-TABLA               00004360
              END-EXEC                                                  00004370
              IF SQLCODE NOT = ZERO                                     00004380
                 MOVE 'VLDTRLOG'         TO W-TABLA-ERROR               00004390
                 PERFORM 8900-ERROR-SQL                                 00004400
              END-IF                                                    00004410
              IF W-EXISTE = ZEROS                                       00004420
                 MOVE '03'               TO PEO0-COD-RETORNO            00004430
                 MOVE 'VLE2381'          TO PEO0-COD-ERROR-DEV          00004440
                 MOVE 'VLDTRLOG'         TO PEO0-VAR1-ERROR             00004450
                 PERFORM 9999-FIN                                       00004460
              END-IF                                                    00004470
           END-IF                                                       00004480
                                                                        00004490
      *    LIQUIDACION FALLIDA DE LA CUENTA                             00004500
           IF PEO0-FLQ-REFER > ZEROS                                    00004510
              MOVE PEO0-CUENTA         TO VPEO-CUENTA                   00004520
              MOVE PEO0-FLQ-REFER      TO VPEO-FLQ-REFER                00004530
              EXEC SQL                                                  00004540
                   SELECT COUNT(*)                                      00004550
                     INTO :W-EXISTE                                     00004560
                     FROM VLDTFLQ                                       00004570
                    WHERE VFLQ_CUENTA = :VPEO-CUENTA                    00004580
                      AND VFLQ_REFER  = :VPEO-FLQ-REFER                 00004590
              END-EXEC                                                  00004600
              IF SQLCODE NOT = ZERO                                     00004610
                 MOVE 'VLDTFLQ '         TO W-TABLA-ERROR               00004620
                 PERFORM 8900-ERROR-SQL                                 00004630
              END-IF                                                    00004640
              IF W-EXISTE = ZEROS                                       00004650
                 MOVE '03'               TO PEO0-COD-RETORNO            00004660
                 MOVE 'VLE2381'          TO PEO0-COD-ERROR-DEV          00004670
                 MOVE 'VLDTFLQ '         TO PEO0-VAR1-ERROR             00004680
                 PERFORM 9999-FIN                                       00004690
              END-IF                                                    00004700
           END-IF                                                       00004710
                                                                        00004720
      *    CORRECCION DE PRECIO DE VL7CCAM0 QUE EVALUA VL4CRIPL: LA     00004730
      *    IMAGEN EMPIEZA POR EL CODIGO DE VALOR                        00004740
           IF PEO0-RIPL-FECHA NOT = SPACES                              00004750
              MOVE PEO0-RIPL-FECHA     TO VPEO-RIPL-FECHA               00004760
              MOVE PEO0-RIPL-VALOR     TO VPEO-RIPL-VALOR               00004770
              EXEC SQL                                                  00004780
                   SELECT COUNT(*)                                      00004790
                     INTO :W-EXISTE                                     00004800
                     FROM VLDTRLOG                                      00004810
                    WHERE VRLOG_CODTRAN   = :W-CODTRAN-CAM              00004820
                      AND VRLOG_FECHA     = :VPEO-RIPL-FECHA            00004830
                      AND SUBSTR(VRLOG_REGISTRO_TEXT, 1, 12)            00004840
                                          = :VPEO-RIPL-VALOR            00004850
              END-EXEC                                                  00004860
              IF SQLCODE NOT = ZERO                                     00004870
                 MOVE 'VLDTRLOG'         TO W-TABLA-ERROR               00004880
                 PERFORM 8900-ERROR-SQL                                 00004890
              END-IF                                                    00004900
              IF W-EXISTE = ZEROS                                       00004910
                 MOVE '03'               TO PEO0-COD-RETORNO            00004920
                 MOVE 'VLE2381'          TO PEO0-COD-ERROR-DEV          00004930
                 MOVE 'VL4CRIPL'         TO PEO0-VAR1-ERROR             00004940
                 PERFORM 9999-FIN                                       00004950
              END-IF                                                    00004960
           END-IF                                                       00004970
           .                                                            00004980
      *                                                                *00004990
      *----------------------------------------------------------------*00005000
       3000-ACTUALIZA-RECUPERO.                                         00005010
      *----------------------------------------------------------------*00005020
           IF PEO0-ID NOT > ZEROS                                       00005030
              MOVE '02'                  TO PEO0-COD-RETORNO            00005040
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00005050
              MOVE 'ID EVENT'            TO PEO0-VAR1-ERROR             00005060
              PERFORM 9999-FIN                                          00005070
           END-IF                                                       00005080
                                                                        00005090
           MOVE PEO0-ID             TO VPEO-ID                          00005100
           EXEC SQL                                                     00005110
                SELECT  VPEO_IMPORTE                                    00005120
                     ,  VPEO_ESTADO                                     00005130
                  INTO :VPEO-IMPORTE                                    00005140
                     , :VPEO-ESTADO                                     00005150
                  FROM  VLDTPEO                                         00005160
                 WHERE  VPEO_ID = :VPEO-ID                              00005170
           END-EXEC                                                     00005180
           IF SQLCODE = 100                                             00005190
              MOVE '04'                  TO PEO0-COD-RETORNO            00005200
              MOVE 'VLE2382'             TO PEO0-COD-ERROR-DEV          00005210
              MOVE 'VLDTPEO '            TO PEO0-VAR1-ERROR             00005220
              PERFORM 9999-FIN                                          00005230
           END-IF                                                       00005240
           IF SQLCODE NOT = ZERO                                        00005250
              MOVE 'VLDTPEO '            TO W-TABLA-ERROR               00005260
              PERFORM 8900-ERROR-SQL                                    00005270
           END-IF                                                       00005280
                                                                        00005290
           IF VPEO-CERRADO                                              00005300
              MOVE '05'                  TO PEO0-COD-RETORNO            00005310
              MOVE 'VLE2383'             TO PEO0-COD-ERROR-DEV          00005320
              MOVE 'ESTADO  '            TO PEO0-VAR1-ERROR             00005330
              PERFORM 9999-FIN                                          00005340
           END-IF                                                       00005350
                                                                        00005360
           IF PEO0-RECUPERADO > VPEO-IMPORTE                            00005370
              MOVE '02'                  TO PEO0-COD-RETORNO            00005380
              MOVE 'VLE2380'             TO PEO0-COD-ERROR-DEV          00005390
              MOVE 'RECUPERA'            TO PEO0-VAR1-ERROR             00005400
              PERFORM 9999-FIN                                          00005410
           END-IF                                                       00005420
                                                                        00005430
           MOVE PEO0-RECUPERADO     TO VPEO-RECUPERADO                  00005440
           IF PEO0-FECRECUP > ZEROS                                     00005450
              MOVE PEO0-FECRECUP    TO VPEO-FECRECUP                    00005460
           ELSE                                                         00005470
              MOVE PEO0-FECHA-OPER  TO VPEO-FECRECUP                    00005480
           END-IF                                                       00005490
           IF PEO0-CIERRA = 'S'                                         00005500
              MOVE 'C'              TO VPEO-ESTADO                      00005510
           END-IF                                                       00005520
           MOVE PEO0-FECHA-OPER     TO VPEO-FEULMOD                     00005530
           MOVE W-HORA-CURRENT-N    TO VPEO-HORULMOD                    00005540
           MOVE PEO0-TERMINAL       TO VPEO-NUMTER                      00005550
           MOVE PEO0-USERID         TO VPEO-USUARIO                     00005560
                                                                        00005570
           EXEC SQL                                                     00005580
                UPDATE VLDTPEO                                          00005590
                   SET VPEO_RECUPERADO = :VPEO-RECUPERADO               00005600
                     , VPEO_FECRECUP   = :VPEO-FECRECUP                 00005610
                     , VPEO_ESTADO     = :VPEO-ESTADO                   00005620
                     , VPEO_FEULMOD    = :VPEO-FEULMOD                  00005630
                     , VPEO_HORULMOD   = :VPEO-HORULMOD                 00005640
                     , VPEO_NUMTER     = :VPEO-NUMTER                   00005650
                     , VPEO_USUARIO    = :VPEO-USUARIO                  00005660
                 WHERE VPEO_ID         = :VPEO-ID                       00005670
                   AND VPEO_ESTADO     = 'A'                            00005680
           END-EXEC                                                     00005690
           IF SQLCODE NOT = ZERO                                        00005700
              MOVE 'VLDTPEO '            TO W-TABLA-ERROR               00005710
              PERFORM 8900-ERROR-SQL                                    00005720
           END-IF                                                       00005730
                                                                        00005740
           MOVE 'UPDATE'            TO W-OPERACION-LOG                  00005750
           PERFORM 8000-GRABA-AUDITORIA                                 00005760
           .                                                            00005770
      *                                                                *00005780
      *----------------------------------------------------------------*00005790
       4000-CONSULTA-EVENTOS.                                           00005800
      *----------------------------------------------------------------*00005810
      *    FECHA EN CEROS: TODOS LOS EVENTOS ABIERTOS                   00005820
           MOVE PEO0-FECDESCUB      TO VPEO-FECDESCUB                   00005830
           MOVE 'VLDTPEO '          TO W-TABLA-ERROR                    00005840
           EXEC SQL                                                     00005850
                OPEN VLDCPEO1                                           00005860
           END-EXEC                                                     00005870
           IF SQLCODE NOT = ZERO                                        00005880
              PERFORM 8900-ERROR-SQL                                    00005890
           END-IF                                                       00005900
                                                                        00005910
           MOVE ZEROS TO IX                                             00005920
           PERFORM 4100-FETCH-EVENTO                                    00005930
              UNTIL IX NOT < 15 OR SQLCODE NOT = ZERO                   00005940
                                                                        00005950
           EXEC SQL                                                     00005960
                CLOSE VLDCPEO1                                          00005970
           END-EXEC                                                     00005980
           IF SQLCODE NOT = ZERO                                        00005990
              PERFORM 8900-ERROR-SQL                                    00006000
           END-IF                                                       00006010
                                                                        00006020
           MOVE IX                  TO PEO0-NUM-OCCURS                  00006030
           .                                                            00006040
      *                                                                *00006050
      *----------------------------------------------------------------*00006060
       4100-FETCH-EVENTO.                                               00006070
      *----------------------------------------------------------------*00006080
           EXEC SQL                                                     00006090
                FETCH VLDCPEO1                                          00006100
                 INTO :VPEO-ID                                          00006110
                    , :VPEO-FECEVENTO                                   00006120
                    , :VPEO-FECDESCUB                                   00006130
                    , :VPEO-CATEGORIA                                   00006140
                    , :VPEO-LINEA-NEG                                   00006150
                    , :VPEO-CUENTA                                      00006160
                    , :VPEO-MONEDA                                      00006170
                    , :VPEO-IMPORTE                                     00006180
                    , :VPEO-RECUPERADO                                  00006190
                    , :VPEO-FECRECUP                                    00006200
                    , :VPEO-FLQ-REFER                                   00006210
                    , :VPEO-RIPL-FECHA                                  00006220
                    , :VPEO-RIPL-VALOR                                  00006230
                    , :VPEO-ESTADO                                      00006240
           END-EXEC                                                     00006250
           EVALUATE SQLCODE                                             00006260
               WHEN ZERO                                                00006270
                    ADD  1               TO IX                          00006280
                    MOVE VPEO-ID         TO PEO0-E-ID        (IX)       00006290
                    MOVE VPEO-FECEVENTO  TO PEO0-E-FECEVENTO (IX)       00006300
                    MOVE VPEO-FECDESCUB  TO PEO0-E-FECDESCUB (IX)       00006310
                    MOVE VPEO-CATEGORIA  TO PEO0-E-CATEGORIA (IX)       00006320
                    MOVE VPEO-LINEA-NEG  TO PEO0-E-LINEA-NEG (IX)       00006330
                    MOVE VPEO-CUENTA     TO PEO0-E-CUENTA    (IX)       00006340
                    MOVE VPEO-MONEDA     TO PEO0-E-MONEDA    (IX)       00006350
                    MOVE VPEO-IMPORTE    TO PEO0-E-IMPORTE   (IX)       00006360
                    MOVE VPEO-RECUPERADO TO PEO0-E-RECUPERADO (IX)      00006370
                    MOVE VPEO-FECRECUP   TO PEO0-E-FECRECUP  (IX)       00006380
                    MOVE VPEO-FLQ-REFER  TO PEO0-E-FLQ-REFER (IX)       00006390
                    MOVE VPEO-RIPL-FECHA TO PEO0-E-RIPL-FECHA (IX)      00006400
                    MOVE VPEO-RIPL-VALOR TO PEO0-E-RIPL-VALOR (IX)      00006410
                    MOVE VPEO-ESTADO     TO PEO0-E-ESTADO    (IX)       00006420
               WHEN 100                                                 00006430
                    CONTINUE                                            00006440
               WHEN OTHER                                               00006450
                    PERFORM 8900-ERROR-SQL                              00006460
           END-EVALUATE                                                 00006470
           .                                                            00006480
      *                                                                *00006490
      *----------------------------------------------------------------*00006500
       8000-GRABA-AUDITORIA.                                            00006510
      *----------------------------------------------------------------*00006520
           MOVE PEO0-FECHA-OPER       TO  VL7LOG-FECHA                  00006530
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00006540
           MOVE PEO0-TERMINAL         TO  VL7LOG-NUMTER                 00006550
           MOVE PEO0-USERID           TO  VL7LOG-NUMUSER                00006560
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00006570
           MOVE 'VLDTPEO'             TO  VL7LOG-TABLA                  00006580
           MOVE W-OPERACION-LOG       TO  VL7LOG-OPERACION              00006590
           MOVE LENGTH OF DCLVLDTPEO  TO  VL7LOG-REGISTRO-LEN           00006600
           MOVE SPACES                TO  LOGVLDTPEO                    00006610
           MOVE DCLVLDTPEO            TO  LOGVLDTPEO                    00006620
           MOVE LOGVLDTPEO            TO  VL7LOG-REGISTRO-TEXT          00006630
                                                                        00006640
           EXEC CICS                                                    00006650
              LINK PROGRAM (VL7CRLOG)                                   00006660
              COMMAREA (W-VLWCLOG0)                                     00006670
           END-EXEC                                                     00006680
                                                                        00006690
           IF VL7LOG-CODRESP NOT = ZEROS                                00006700
              MOVE '98'                  TO PEO0-COD-RETORNO            00006710
              MOVE 'VLE0907'             TO PEO0-COD-ERROR-DEV          00006720
              MOVE 'VL7CRLOG'            TO PEO0-VAR1-ERROR             00006730
              PERFORM 9999-FIN                                          00006740
           END-IF                                                       00006750
           .                                                            00006760
      *                                                                *00006770
      *----------------------------------------------------------------*00006780
       8900-ERROR-SQL.                                                  00006790
      *----------------------------------------------------------------*00006800
           MOVE '99'                  TO PEO0-COD-RETORNO               00006810
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00006820
           MOVE 'VLE1000'             TO PEO0-COD-ERROR-DEV             00006830
           MOVE W-TABLA-ERROR         TO PEO0-VAR1-ERROR                00006840
           MOVE W-SQLCODE-EDIT        TO PEO0-VAR2-ERROR                00006850
           PERFORM 9999-FIN.                                            00006860
      *                                                                *00006870
      *----------------------------------------------------------------*00006880
       9999-FIN.                                                        00006890
      *----------------------------------------------------------------*00006900
           EXEC CICS                                                    00006910
              RETURN                                                    00006920
           END-EXEC.                                                    00006930
      *=================================================================00006940
      *   FIN DEL PROGRAMA                                              00006950
      *=================================================================00006960
