      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CREP0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : REGISTRO DE OPERACIONES DE REPORTE BURSATIL -    *00000080
      *               TABLA VLDTREP                                    *00000090
      *OBJETIVO     : 'A' REGISTRA UN REPORTE ENLAZANDO LA PATA        *00000100
      *               CONTADO (REFERENCIA DE LA OPERACION DE BOLSA)    *00000110
      *               CON LA PATA A PLAZO (FECHA E IMPORTE). SI EL     *00000120
      *               CLIENTE ES REPORTANTE, BLOQUEA EL COLATERAL      *00000130
      *               COMO PRENDA EN VLDTPRE HASTA EL VENCIMIENTO, CON *00000140
      *               EL IMPORTE A PLAZO COMO IMPORTE GARANTIZADO.     *00000150
      *               'X' ANULA UN REPORTE ABIERTO Y LIBERA SU PRENDA. *00000160
      *               'C' CONSULTA LOS REPORTES DE UNA CUENTA. LA PATA *00000170
      *               A PLAZO LA GENERA EL BATCH VL4CREPV. LOS         *00000180
      *               CAMBIOS SE AUDITAN EN VLDTRLOG VIA VL7CRLOG.     *00000190
      ******************************************************************00000200
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000210
      *--------- ---------- ----------------- -------------------------*00000220
      *RITM49157 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000230
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CREP0'.   00000420
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
           03 WK-NUMREP-MAX            PIC S9(9)V COMP-3 VALUE ZEROS.   00000530
           03 WK-NUMPRE-MAX            PIC S9(4) COMP  VALUE ZEROS.     00000540
           03 WK-NUMREP-ED             PIC 9(09)       VALUE ZEROS.     00000550
           03 W-TABLA-LOG              PIC X(08)       VALUE SPACES.    00000560
           03 W-HORA-CURRENT.                                           00000570
              05  W-HORA               PIC 99.                          00000580
              05  W-MINUTOS            PIC 99.                          00000590
              05  W-SEGUNDOS           PIC 99.                          00000600
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000610
                                                                        00000620
      ** COPY PARA RUTINA VL7CRLOG                                      00000630
       01 W-VLWCLOG0.                                                   00000640
           COPY VLWCLOG0.                                               00000650
       01 LOGVLDTREP               PIC X(500).                          00000660
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000670
           COPY VLCPTEN0.                                               00000680
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000690
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00000700
           COPY VLCPTVE0.                                               00000710
       77  WK-VL9CVEN0             PIC X(08)       VALUE 'VL9CVEN0'.    00000720
                                                                        00000730
      *    OPERACIONES DE REPORTE                                       00000740
           COPY VLCPTREP.                                               00000750
      *    PRENDA QUE BLOQUEA EL COLATERAL                              00000760
           COPY VLCPTPRE.                                               00000770
                                                                        00000780
      *-----------------------------------------------------------------00000790
      *    INCLUDES (DEFINICION DE TABLAS).                             00000800
      *-----------------------------------------------------------------00000810
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000820
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00000830
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00000840
                                                                        00000850
      *-----------------------------------------------------------------00000860
      *                   C U R S O R E S                              *00000870
      *-----------------------------------------------------------------00000880
           EXEC SQL                                                     00000890
                DECLARE VLDCREP1  CURSOR FOR                            00000900
                SELECT  VREP_NUMREP                                     00000910
                     ,  VREP_PAVAL                                      00000920
                     ,  VREP_VALOR                                      00000930
                     ,  VREP_ISIN                                       00000940
                     ,  VREP_LADO                                       00000950
                     ,  VREP_TITULOS                                    00000960
                     ,  VREP_FEC_CONTADO                                00000970
                     ,  VREP_FEC_PLAZO                                  00000980
                     ,  VREP_IMP_PLAZO                                  00000990
                     ,  VREP_ESTADO                                     00001000
                  FROM  VLDTREP                                         00001010
                 WHERE  VREP_CUENTA = :VREP-CUENTA                      00001020
                 ORDER  BY VREP_ESTADO                                  00001030
                     ,  VREP_FEC_PLAZO                                  00001040
                     ,  VREP_NUMREP                                     00001050
           END-EXEC.                                                    00001060
                                                                        00001070
      *---------------*                                                 00001080
       LINKAGE SECTION.                                                 00001090
      *---------------*                                                 00001100
       01  DFHCOMMAREA.                                                 00001110
           05  REP0-DATOS-ENTRADA.                                      00001120
               10  REP0-ACCION         PIC X(01).                       00001130
                   88  REP0-ALTA           VALUE 'A'.                   00001140
                   88  REP0-ANULA          VALUE 'X'.                   00001150
                   88  REP0-CONSULTA       VALUE 'C'.                   00001160
               10  REP0-NUMREP         PIC 9(09).                       00001170
               10  REP0-CUENTA         PIC 9(07).                       00001180
               10  REP0-CODVALOR       PIC X(12).                       00001190
               10  REP0-LADO           PIC X(01).                       00001200
               10  REP0-TITULOS        PIC 9(13).                       00001210
               10  REP0-CONTRAPARTE    PIC X(30).                       00001220
               10  REP0-MONEDA         PIC X(03).                       00001230
               10  REP0-FEC-CONTADO    PIC 9(08).                       00001240
               10  REP0-IMP-CONTADO    PIC 9(13)V9(02).                 00001250
               10  REP0-REFER-CONTADO  PIC 9(09).                       00001260
               10  REP0-FEC-PLAZO      PIC 9(08).                       00001270
               10  REP0-IMP-PLAZO      PIC 9(13)V9(02).                 00001280
               10  REP0-FECHA-OPER     PIC X(08).                       00001290
               10  REP0-TERMINAL       PIC X(04).                       00001300
               10  REP0-USERID         PIC X(08).                       00001310
           05  REP0-DATOS-SALIDA.                                       00001320
               10  REP0-COD-RETORNO    PIC X(02).                       00001330
               10  REP0-COD-ERROR-DEV  PIC X(07).                       00001340
               10  REP0-VAR1-ERROR     PIC X(08).                       00001350
               10  REP0-VAR2-ERROR     PIC X(05).                       00001360
               10  REP0-NUM-OCCURS     PIC 9(02).                       00001370
               10  REP0-REPORTES OCCURS 10 TIMES.                       00001380
                   15  REP0-E-NUMREP       PIC 9(09).                   00001390
                   15  REP0-E-CODVALOR     PIC X(12).                   00001400
                   15  REP0-E-LADO         PIC X(01).                   00001410
                   15  REP0-E-TITULOS      PIC 9(13).                   00001420
                   15  REP0-E-FEC-CONTADO  PIC 9(08).                   00001430
                   15  REP0-E-FEC-PLAZO    PIC 9(08).                   00001440
                   15  REP0-E-IMP-PLAZO    PIC 9(13)V9(02).             00001450
                   15  REP0-E-ESTADO       PIC X(01).                   00001460
      *-----------------------------------------------------------------00001470
                                                                        00001480
      *==================                                               00001490
       PROCEDURE DIVISION.                                              00001500
      *==================                                               00001510
           PERFORM 1000-INICIO                                          00001520
           EVALUATE TRUE                                                00001530
               WHEN REP0-ALTA                                           00001540
                    PERFORM 2000-ALTA-REPORTE                           00001550
               WHEN REP0-ANULA                                          00001560
                    PERFORM 3000-ANULA-REPORTE                          00001570
               WHEN REP0-CONSULTA                                       00001580
                    PERFORM 4000-CONSULTA-REPORTES                      00001590
               WHEN OTHER                                               00001600
                    MOVE '01'                  TO REP0-COD-RETORNO      00001610
                    MOVE 'VLE2172'             TO REP0-COD-ERROR-DEV    00001620
                    MOVE 'ACCION  '            TO REP0-VAR1-ERROR       00001630
           END-EVALUATE                                                 00001640
           PERFORM 9999-FIN.                                            00001650
                                                                        00001660
      *---------------------------------------------------------------- 00001670
       1000-INICIO.                                                     00001680
      *---------------------------------------------------------------- 00001690
           INITIALIZE      REP0-DATOS-SALIDA                            00001700
                           DCLVLDTREP                                   00001710
                           DCLVLDTPRE.                                  00001720
                                                                        00001730
           MOVE '00'                TO  REP0-COD-RETORNO                00001740
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001750
           MOVE REP0-CUENTA         TO  VREP-CUENTA                     00001760
      *    CON VENTANA BATCH CERRADA (VLDTVEN) NO SE MUTA: EL           00001770
      *    OPERADOR REINTENTA CUANDO EL PROCESO CRITICO TERMINE         00001780
           IF NOT REP0-CONSULTA                                         00001790
              MOVE REP0-FECHA-OPER    TO W-FECHA-OPER                   00001800
              IF W-FECHA-OPER NOT NUMERIC                               00001810
                 MOVE '02'              TO REP0-COD-RETORNO             00001820
                 MOVE 'VLE2297'         TO REP0-COD-ERROR-DEV           00001830
                 MOVE REP0-FECHA-OPER   TO REP0-VAR1-ERROR              00001840
                 PERFORM 9999-FIN                                       00001850
              END-IF                                                    00001860
              INITIALIZE VL9CVEN0-AREA                                  00001870
              MOVE 'Q'           TO VEN0-ACCION                         00001880
              MOVE SPACES        TO VEN0-AMBITO                         00001890
              CALL WK-VL9CVEN0 USING VL9CVEN0-AREA                      00001900
              IF VEN0-CODRESP NOT = ZEROS                               00001910
                 MOVE '99'              TO REP0-COD-RETORNO             00001920
                 MOVE 'VLE1000'         TO REP0-COD-ERROR-DEV           00001930
                 MOVE 'VLDTVEN '        TO REP0-VAR1-ERROR              00001940
                 PERFORM 9999-FIN                                       00001950
              END-IF                                                    00001960
              IF VEN0-CERRADAS > ZEROS                                  00001970
                 MOVE '90'              TO REP0-COD-RETORNO             00001980
                 MOVE 'VLE2277'         TO REP0-COD-ERROR-DEV           00001990
                 MOVE VEN0-AMBITO-CERR  TO REP0-VAR1-ERROR              00002000
                 PERFORM 9999-FIN                                       00002010
              END-IF                                                    00002020
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00002030
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00002040
              INITIALIZE VL9CENT0-AREA                                  00002050
              MOVE REP0-USERID        TO ENT0-USUARIO                   00002060
              MOVE 'VL7CREP0'        TO ENT0-CODTRAN                    00002070
              MOVE REP0-ACCION        TO ENT0-ACCION                    00002080
              MOVE REP0-FECHA-OPER    TO ENT0-FECHA                     00002090
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002100
              MOVE REP0-TERMINAL      TO ENT0-TERMINAL                  00002110
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002120
              IF ENT0-CODRESP NOT = ZEROS                               00002130
                 MOVE '99'              TO REP0-COD-RETORNO             00002140
                 MOVE 'VLE1000'         TO REP0-COD-ERROR-DEV           00002150
                 MOVE 'VLDTENT '        TO REP0-VAR1-ERROR              00002160
                 PERFORM 9999-FIN                                       00002170
              END-IF                                                    00002180
              IF ENT0-PERMITIDO NOT = 'S'                               00002190
                 MOVE '91'              TO REP0-COD-RETORNO             00002200
                 MOVE 'VLE2278'         TO REP0-COD-ERROR-DEV           00002210
                 MOVE REP0-USERID        TO REP0-VAR1-ERROR             00002220
                 PERFORM 9999-FIN                                       00002230
              END-IF                                                    00002240
           END-IF                                                       00002250
           .                                                            00002260
      *                                                                *00002270
      *----------------------------------------------------------------*00002280
       2000-ALTA-REPORTE.                                               00002290
      *----------------------------------------------------------------*00002300
           IF REP0-TITULOS NOT > ZEROS                                  00002310
              OR REP0-IMP-CONTADO NOT > ZEROS                           00002320
              OR REP0-IMP-PLAZO NOT > ZEROS                             00002330
              MOVE '02'                  TO REP0-COD-RETORNO            00002340
              MOVE 'VLE2312'             TO REP0-COD-ERROR-DEV          00002350
              MOVE 'IMPORTES'            TO REP0-VAR1-ERROR             00002360
              PERFORM 9999-FIN                                          00002370
           END-IF                                                       00002380
           IF REP0-LADO NOT = 'C' AND 'V'                               00002390
              MOVE '02'                  TO REP0-COD-RETORNO            00002400
              MOVE 'VLE2312'             TO REP0-COD-ERROR-DEV          00002410
              MOVE 'LADO    '            TO REP0-VAR1-ERROR             00002420
              PERFORM 9999-FIN                                          00002430
           END-IF                                                       00002440
      *    MONEDAS QUE VL4C3050 SABE LIQUIDAR                           00002450
           IF REP0-MONEDA NOT = 'PEN' AND 'USD' AND 'EUR'               00002460
              MOVE '02'                  TO REP0-COD-RETORNO            00002470
              MOVE 'VLE2312'             TO REP0-COD-ERROR-DEV          00002480
              MOVE 'MONEDA  '            TO REP0-VAR1-ERROR             00002490
              PERFORM 9999-FIN                                          00002500
           END-IF                                                       00002510
      *    LA PATA A PLAZO VENCE DESPUES DEL CONTADO Y DE HOY           00002520
           IF REP0-FEC-PLAZO NOT > REP0-FEC-CONTADO                     00002530
              OR REP0-FEC-PLAZO NOT > W-FECHA-OPER-N                    00002540
              MOVE '03'                  TO REP0-COD-RETORNO            00002550
              MOVE 'VLE2311'             TO REP0-COD-ERROR-DEV          00002560
              MOVE 'FEC-PLAZ'            TO REP0-VAR1-ERROR             00002570
              PERFORM 9999-FIN                                          00002580
           END-IF                                                       00002590
                                                                        00002600
      *    LA CUENTA DEBE EXISTIR Y ESTAR ACTIVA                        00002610
           MOVE REP0-CUENTA TO VARC-CUENTA                              00002620
           EXEC SQL                                                     00002630
                SELECT  VARC_SITUAC                                     00002640
                  INTO :VARC-SITUAC                                     00002650
                  FROM  VLDTARC                                         00002660
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00002670
           END-EXEC                                                     00002680
           IF SQLCODE = 100                                             00002690
              OR (SQLCODE = ZERO AND VARC-SITUAC NOT = 'A')             00002700
              MOVE '04'                  TO REP0-COD-RETORNO            00002710
              MOVE 'VLE2309'             TO REP0-COD-ERROR-DEV          00002720
              MOVE 'VLDTARC '            TO REP0-VAR1-ERROR             00002730
              PERFORM 9999-FIN                                          00002740
           END-IF                                                       00002750
           IF SQLCODE NOT = ZERO                                        00002760
              PERFORM 8900-ERROR-SQL                                    00002770
           END-IF                                                       00002780
                                                                        00002790
      *    EL VALOR DEBE EXISTIR EN EL MAESTRO                          00002800
           MOVE REP0-CODVALOR (01:03) TO VXEN-PAVAL VREP-PAVAL          00002810
           MOVE REP0-CODVALOR (04:08) TO VXEN-VALOR VREP-VALOR          00002820
           MOVE REP0-CODVALOR (12:01) TO VXEN-ISIN  VREP-ISIN           00002830
           EXEC SQL                                                     00002840
                SELECT  VXEN_SUSPDT                                     00002850
                  INTO :VXEN-SUSPDT                                     00002860
                  FROM  VLDTXEN                                         00002870
                 WHERE  VXEN_PAVAL = :VXEN-PAVAL                        00002880
                   AND  VXEN_VALOR = :VXEN-VALOR                        00002890
                   AND  VXEN_ISIN  = :VXEN-ISIN                         00002900
           END-EXEC                                                     00002910
           IF SQLCODE = 100                                             00002920
              MOVE '05'                  TO REP0-COD-RETORNO            00002930
              MOVE 'VLE2310'             TO REP0-COD-ERROR-DEV          00002940
              MOVE 'VLDTXEN '            TO REP0-VAR1-ERROR             00002950
              PERFORM 9999-FIN                                          00002960
           END-IF                                                       00002970
           IF SQLCODE NOT = ZERO                                        00002980
              PERFORM 8900-ERROR-SQL                                    00002990
           END-IF                                                       00003000
                                                                        00003010
      *    NUMERO DE REPORTE                                            00003020
           MOVE ZEROS TO WK-NUMREP-MAX                                  00003030
           EXEC SQL                                                     00003040
                SELECT  COALESCE(MAX(VREP_NUMREP), 0)                   00003050
                  INTO :WK-NUMREP-MAX                                   00003060
                  FROM  VLDTREP                                         00003070
           END-EXEC                                                     00003080
           IF SQLCODE NOT = ZERO AND 100                                00003090
              PERFORM 8900-ERROR-SQL                                    00003100
           END-IF                                                       00003110
           COMPUTE VREP-NUMREP = WK-NUMREP-MAX + 1                      00003120
                                                                        00003130
      *    EL REPORTANTE TIENE LOS TITULOS HASTA DEVOLVERLOS            00003140
      *    A PLAZO: SE BLOQUEAN COMO PRENDA A FAVOR DE LA CONTRAPARTE   00003150
           MOVE ZEROS                TO VREP-NUMPRE                     00003160
           IF REP0-LADO = 'C'                                           00003170
              PERFORM 5000-CONSTITUYE-PRENDA                            00003180
           END-IF                                                       00003190
                                                                        00003200
           MOVE REP0-LADO            TO VREP-LADO                       00003210
           MOVE REP0-TITULOS         TO VREP-TITULOS                    00003220
           MOVE REP0-CONTRAPARTE     TO VREP-CONTRAPARTE                00003230
           MOVE REP0-MONEDA          TO VREP-MONEDA                     00003240
           MOVE REP0-FEC-CONTADO     TO VREP-FEC-CONTADO                00003250
           MOVE REP0-IMP-CONTADO     TO VREP-IMP-CONTADO                00003260
           MOVE REP0-REFER-CONTADO   TO VREP-REFER-CONTADO              00003270
           MOVE REP0-FEC-PLAZO       TO VREP-FEC-PLAZO                  00003280
           MOVE REP0-IMP-PLAZO       TO VREP-IMP-PLAZO                  00003290
           MOVE ZEROS                TO VREP-REFER-PLAZO                00003300
           MOVE 'A'                  TO VREP-ESTADO                     00003310
           MOVE W-FECHA-OPER-N       TO VREP-FEULMOD                    00003320
           MOVE W-HORA-CURRENT-N     TO VREP-HORULMOD                   00003330
           MOVE REP0-TERMINAL        TO VREP-NUMTER                     00003340
           MOVE REP0-USERID          TO VREP-USUARIO                    00003350
                                                                        00003360
           EXEC SQL                                                     00003370
                INSERT INTO VLDTREP                                     00003380
                      ( VREP_NUMREP                                     00003390
                      , VREP_CUENTA                                     00003400
                      , VREP_PAVAL                                      00003410
                      , VREP_VALOR                                      00003420
                      , VREP_ISIN                                       00003430
                      , VREP_LADO                                       00003440
                      , VREP_TITULOS                                    00003450
                      , VREP_CONTRAPARTE                                00003460
                      , VREP_MONEDA                                     00003470
                      , VREP_FEC_CONTADO                                00003480
                      , VREP_IMP_CONTADO                                00003490
                      , VREP_REFER_CONTADO                              00003500
                      , VREP_FEC_PLAZO                                  00003510
                      , VREP_IMP_PLAZO                                  00003520
                      , VREP_REFER_PLAZO                                00003530
                      , VREP_NUMPRE                                     00003540
                      , VREP_ESTADO                                     00003550
                      , VREP_FEULMOD                                    00003560
                      , VREP_HORULMOD                                   00003570
                      , VREP_NUMTER                                     00003580
                      , VREP_USUARIO )                                  00003590
                VALUES                                                  00003600
                      ( :VREP-NUMREP                                    00003610
                      , :VREP-CUENTA                                    00003620
                      , :VREP-PAVAL                                     00003630
                      , :VREP-VALOR                                     00003640
                      , :VREP-ISIN                                      00003650
                      , :VREP-LADO                                      00003660
                      , :VREP-TITULOS                                   00003670
                      , :VREP-CONTRAPARTE                               00003680
                      , :VREP-MONEDA                                    00003690
                      , :VREP-FEC-CONTADO                               00003700
                      , :VREP-IMP-CONTADO                               00003710
                      , :VREP-REFER-CONTADO                             00003720
                      , :VREP-FEC-PLAZO                                 00003730
                      , :VREP-IMP-PLAZO                                 00003740
                      , :VREP-REFER-PLAZO                               00003750
                      , :VREP-NUMPRE                                    00003760
                      , :VREP-ESTADO                                    00003770
                      , :VREP-FEULMOD                                   00003780
                      , :VREP-HORULMOD                                  00003790
                      , :VREP-NUMTER                                    00003800
                      , :VREP-USUARIO )                                 00003810
           END-EXEC                                                     00003820
           IF SQLCODE NOT = ZERO                                        00003830
              PERFORM 8900-ERROR-SQL                                    00003840
           END-IF                                                       00003850
                                                                        00003860
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00003870
           PERFORM 8000-GRABA-AUDITORIA                                 00003880
           MOVE VREP-NUMREP          TO REP0-NUMREP                     00003890
           .                                                            00003900
      *                                                                *00003910
      *----------------------------------------------------------------*00003920
       3000-ANULA-REPORTE.                                              00003930
      *----------------------------------------------------------------*00003940
           MOVE REP0-NUMREP          TO VREP-NUMREP                     00003950
           EXEC SQL                                                     00003960
                SELECT  VREP_CUENTA                                     00003970
                     ,  VREP_PAVAL                                      00003980
                     ,  VREP_VALOR                                      00003990
                     ,  VREP_ISIN                                       00004000
                     ,  VREP_LADO                                       00004010
                     ,  VREP_TITULOS                                    00004020
                     ,  VREP_CONTRAPARTE                                00004030
                     ,  VREP_MONEDA                                     00004040
                     ,  VREP_FEC_CONTADO                                00004050
                     ,  VREP_IMP_CONTADO                                00004060
                     ,  VREP_REFER_CONTADO                              00004070
                     ,  VREP_FEC_PLAZO                                  00004080
                     ,  VREP_IMP_PLAZO                                  00004090
                     ,  VREP_NUMPRE                                     00004100
                     ,  VREP_ESTADO                                     00004110
                  INTO :VREP-CUENTA                                     00004120
                     , :VREP-PAVAL                                      00004130
                     , :VREP-VALOR                                      00004140
                     , :VREP-ISIN                                       00004150
                     , :VREP-LADO                                       00004160
                     , :VREP-TITULOS                                    00004170
                     , :VREP-CONTRAPARTE                                00004180
                     , :VREP-MONEDA                                     00004190
                     , :VREP-FEC-CONTADO                                00004200
                     , :VREP-IMP-CONTADO                                00004210
                     , :VREP-REFER-CONTADO                              00004220
                     , :VREP-FEC-PLAZO                                  00004230
                     , :VREP-IMP-PLAZO                                  00004240
                     , :VREP-NUMPRE                                     00004250
                     , :VREP-ESTADO                                     00004260
                  FROM  VLDTREP                                         00004270
                 WHERE  VREP_NUMREP = :VREP-NUMREP                      00004280
           END-EXEC                                                     00004290
           IF SQLCODE = 100                                             00004300
              MOVE '06'                  TO REP0-COD-RETORNO            00004310
              MOVE 'VLE2313'             TO REP0-COD-ERROR-DEV          00004320
              MOVE 'NO EXIST'            TO REP0-VAR1-ERROR             00004330
              PERFORM 9999-FIN                                          00004340
           END-IF                                                       00004350
           IF SQLCODE NOT = ZERO                                        00004360
              PERFORM 8900-ERROR-SQL                                    00004370
           END-IF                                                       00004380
      *    LO GENERADO A PLAZO YA ESTA EN EL CIRCUITO DE LIQUIDACION    00004390
           IF NOT VREP-ABIERTO                                          00004400
              MOVE '07'                  TO REP0-COD-RETORNO            00004410
              MOVE 'VLE2314'             TO REP0-COD-ERROR-DEV          00004420
              MOVE 'ESTADO  '            TO REP0-VAR1-ERROR             00004430
              MOVE VREP-ESTADO           TO REP0-VAR2-ERROR             00004440
              PERFORM 9999-FIN                                          00004450
           END-IF                                                       00004460
                                                                        00004470
      *    AUDITORIA DE LA IMAGEN ANTERIOR                              00004480
           MOVE 'ANT-UPD ' TO VL7LOG-OPERACION                          00004490
           PERFORM 8000-GRABA-AUDITORIA                                 00004500
                                                                        00004510
           IF VREP-NUMPRE > ZEROS                                       00004520
              PERFORM 5100-LIBERA-PRENDA                                00004530
           END-IF                                                       00004540
                                                                        00004550
           MOVE 'X'                  TO VREP-ESTADO                     00004560
           MOVE W-FECHA-OPER-N       TO VREP-FEULMOD                    00004570
           MOVE W-HORA-CURRENT-N     TO VREP-HORULMOD                   00004580
           MOVE REP0-TERMINAL        TO VREP-NUMTER                     00004590
           MOVE REP0-USERID          TO VREP-USUARIO                    00004600
           EXEC SQL                                                     00004610
                UPDATE VLDTREP                                          00004620
                   SET VREP_ESTADO    = :VREP-ESTADO                    00004630
                     , VREP_FEULMOD   = :VREP-FEULMOD                   00004640
                     , VREP_HORULMOD  = :VREP-HORULMOD                  00004650
                     , VREP_NUMTER    = :VREP-NUMTER                    00004660
                     , VREP_USUARIO   = :VREP-USUARIO                   00004670
                 WHERE VREP_NUMREP    = :VREP-NUMREP                    00004680
                   AND VREP_ESTADO    = 'A'                             00004690
           END-EXEC                                                     00004700
           IF SQLCODE NOT = ZERO                                        00004710
              PERFORM 8900-ERROR-SQL                                    00004720
           END-IF                                                       00004730
                                                                        00004740
           MOVE 'ANULA   ' TO VL7LOG-OPERACION                          00004750
           PERFORM 8000-GRABA-AUDITORIA                                 00004760
           .                                                            00004770
      *                                                                *00004780
      *----------------------------------------------------------------*00004790
       4000-CONSULTA-REPORTES.                                          00004800
      *----------------------------------------------------------------*00004810
           EXEC SQL                                                     00004820
                OPEN VLDCREP1                                           00004830
           END-EXEC                                                     00004840
           IF SQLCODE NOT = ZERO                                        00004850
              PERFORM 8900-ERROR-SQL                                    00004860
           END-IF                                                       00004870
                                                                        00004880
           MOVE ZEROS TO IX                                             00004890
           PERFORM 4100-FETCH-REPORTE                                   00004900
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00004910
                                                                        00004920
           EXEC SQL                                                     00004930
                CLOSE VLDCREP1                                          00004940
           END-EXEC                                                     00004950
           IF SQLCODE NOT = ZERO                                        00004960
              PERFORM 8900-ERROR-SQL                                    00004970
           END-IF                                                       00004980
                                                                        00004990
           MOVE IX                  TO REP0-NUM-OCCURS                  00005000
           .                                                            00005010
      *                                                                *00005020
      *----------------------------------------------------------------*00005030
       4100-FETCH-REPORTE.                                              00005040
      *----------------------------------------------------------------*00005050
           EXEC SQL                                                     00005060
                FETCH VLDCREP1                                          00005070
                 INTO :VREP-NUMREP                                      00005080
                    , :VREP-PAVAL                                       00005090
                    , :VREP-VALOR                                       00005100
                    , :VREP-ISIN                                        00005110
                    , :VREP-LADO                                        00005120
                    , :VREP-TITULOS                                     00005130
                    , :VREP-FEC-CONTADO                                 00005140
                    , :VREP-FEC-PLAZO                                   00005150
                    , :VREP-IMP-PLAZO                                   00005160
                    , :VREP-ESTADO                                      00005170
           END-EXEC                                                     00005180
           EVALUATE SQLCODE                                             00005190
               WHEN ZERO                                                00005200
                    ADD  1               TO IX                          00005210
                    MOVE VREP-NUMREP     TO REP0-E-NUMREP      (IX)     00005220
                    MOVE VREP-PAVAL      TO REP0-E-CODVALOR    (IX)     00005230
                                            (01:03)                     00005240
                    MOVE VREP-VALOR      TO REP0-E-CODVALOR    (IX)     00005250
                                            (04:08)                     00005260
                    MOVE VREP-ISIN       TO REP0-E-CODVALOR    (IX)     00005270
                                            (12:01)                     00005280
                    MOVE VREP-LADO       TO REP0-E-LADO        (IX)     00005290
                    MOVE VREP-TITULOS    TO REP0-E-TITULOS     (IX)     00005300
                    MOVE VREP-FEC-CONTADO TO REP0-E-FEC-CONTADO (IX)    00005310
                    MOVE VREP-FEC-PLAZO  TO REP0-E-FEC-PLAZO   (IX)     00005320
                    MOVE VREP-IMP-PLAZO  TO REP0-E-IMP-PLAZO   (IX)     00005330
                    MOVE VREP-ESTADO     TO REP0-E-ESTADO      (IX)     00005340
               WHEN 100                                                 00005350
                    CONTINUE                                            00005360
               WHEN OTHER                                               00005370
                    PERFORM 8900-ERROR-SQL                              00005380
           END-EVALUATE                                                 00005390
           .                                                            00005400
      *                                                                *00005410
      *----------------------------------------------------------------*00005420
       5000-CONSTITUYE-PRENDA.                                          00005430
      *----------------------------------------------------------------*00005440
      *    MISMA CONSTITUCION QUE VL7CPRE0: CORRELATIVO POR TENENCIA    00005450
           MOVE REP0-CUENTA          TO VPRE-CUENTA                     00005460
           MOVE VREP-PAVAL           TO VPRE-PAVAL                      00005470
           MOVE VREP-VALOR           TO VPRE-VALOR                      00005480
           MOVE VREP-ISIN            TO VPRE-ISIN                       00005490
           MOVE ZEROS TO WK-NUMPRE-MAX                                  00005500
           EXEC SQL                                                     00005510
                SELECT  COALESCE(MAX(VPRE_NUMPRE), 0)                   00005520
                  INTO :WK-NUMPRE-MAX                                   00005530
                  FROM  VLDTPRE                                         00005540
                 WHERE  VPRE_CUENTA = :VPRE-CUENTA                      00005550
                   AND  VPRE_PAVAL  = :VPRE-PAVAL                       00005560
                   AND  VPRE_VALOR  = :VPRE-VALOR                       00005570
                   AND  VPRE_ISIN   = :VPRE-ISIN                        00005580
           END-EXEC                                                     00005590
           IF SQLCODE NOT = ZERO AND 100                                00005600
              PERFORM 8900-ERROR-SQL                                    00005610
           END-IF                                                       00005620
                                                                        00005630
           COMPUTE VPRE-NUMPRE = WK-NUMPRE-MAX + 1                      00005640
           MOVE VREP-NUMREP          TO WK-NUMREP-ED                    00005650
           MOVE SPACES               TO VPRE-ACREEDOR                   00005660
           STRING 'REPORTE '         DELIMITED BY SIZE                  00005670
                  WK-NUMREP-ED       DELIMITED BY SIZE                  00005680
                  ' '                DELIMITED BY SIZE                  00005690
                  REP0-CONTRAPARTE   DELIMITED BY SIZE                  00005700
             INTO VPRE-ACREEDOR                                         00005710
           MOVE REP0-TITULOS         TO VPRE-CANTIDAD                   00005720
           MOVE REP0-FEC-CONTADO     TO VPRE-FECCONST                   00005730
           MOVE REP0-FEC-PLAZO       TO VPRE-FECLIBER                   00005740
           MOVE REP0-IMP-PLAZO       TO VPRE-IMPGAR                     00005750
           MOVE 'V'                  TO VPRE-ESTADO                     00005760
           MOVE W-FECHA-OPER-N       TO VPRE-FEULMOD                    00005770
           MOVE W-HORA-CURRENT-N     TO VPRE-HORULMOD                   00005780
           MOVE REP0-TERMINAL        TO VPRE-NUMTER                     00005790
           MOVE REP0-USERID          TO VPRE-USUARIO                    00005800
                                                                        00005810
           EXEC SQL                                                     00005820
                INSERT INTO VLDTPRE                                     00005830
                      ( VPRE_CUENTA                                     00005840
                      , VPRE_PAVAL                                      00005850
                      , VPRE_VALOR                                      00005860
                      , VPRE_ISIN                                       00005870
                      , VPRE_NUMPRE                                     00005880
                      , VPRE_ACREEDOR                                   00005890
                      , VPRE_CANTIDAD                                   00005900
                      , VPRE_IMPGAR                                     00005910
                      , VPRE_FECCONST                                   00005920
                      , VPRE_FECLIBER                                   00005930
                      , VPRE_ESTADO                                     00005940
                      , VPRE_FEULMOD                                    00005950
                      , VPRE_HORULMOD                                   00005960
                      , VPRE_NUMTER                                     00005970
                      , VPRE_USUARIO )                                  00005980
                VALUES                                                  00005990
                      ( :VPRE-CUENTA                                    00006000
                      , :VPRE-PAVAL                                     00006010
                      , :VPRE-VALOR                                     00006020
                      , :VPRE-ISIN                                      00006030
                      , :VPRE-NUMPRE                                    00006040
                      , :VPRE-ACREEDOR                                  00006050
                      , :VPRE-CANTIDAD                                  00006060
                      , :VPRE-IMPGAR                                    00006070
                      , :VPRE-FECCONST                                  00006080
                      , :VPRE-FECLIBER                                  00006090
                      , :VPRE-ESTADO                                    00006100
                      , :VPRE-FEULMOD                                   00006110
                      , :VPRE-HORULMOD                                  00006120
                      , :VPRE-NUMTER                                    00006130
                      , :VPRE-USUARIO )                                 00006140
           END-EXEC                                                     00006150
           IF SQLCODE NOT = ZERO                                        00006160
              PERFORM 8900-ERROR-SQL                                    00006170
           END-IF                                                       00006180
                                                                        00006190
           MOVE VPRE-NUMPRE          TO VREP-NUMPRE                     00006200
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00006210
           PERFORM 8100-AUDITA-PRENDA                                   00006220
           .                                                            00006230
      *                                                                *00006240
      *----------------------------------------------------------------*00006250
       5100-LIBERA-PRENDA.                                              00006260
      *----------------------------------------------------------------*00006270
           MOVE VREP-CUENTA          TO VPRE-CUENTA                     00006280
           MOVE VREP-PAVAL           TO VPRE-PAVAL                      00006290
           MOVE VREP-VALOR           TO VPRE-VALOR                      00006300
           MOVE VREP-ISIN            TO VPRE-ISIN                       00006310
           MOVE VREP-NUMPRE          TO VPRE-NUMPRE                     00006320
           MOVE 'L'                  TO VPRE-ESTADO                     00006330
           MOVE W-FECHA-OPER-N       TO VPRE-FEULMOD                    00006340
           MOVE W-HORA-CURRENT-N     TO VPRE-HORULMOD                   00006350
           MOVE REP0-TERMINAL        TO VPRE-NUMTER                     00006360
           MOVE REP0-USERID          TO VPRE-USUARIO                    00006370
           EXEC SQL                                                     00006380
                UPDATE VLDTPRE                                          00006390
                   SET VPRE_ESTADO    = :VPRE-ESTADO                    00006400
                     , VPRE_FEULMOD   = :VPRE-FEULMOD                   00006410
                     , VPRE_HORULMOD  = :VPRE-HORULMOD                  00006420
                     , VPRE_NUMTER    = :VPRE-NUMTER                    00006430
                     , VPRE_USUARIO   = :VPRE-USUARIO                   00006440
                 WHERE VPRE_CUENTA = :VPRE-CUENTA                       00006450
                   AND VPRE_PAVAL  = :VPRE-PAVAL                        00006460
                   AND VPRE_VALOR  = :VPRE-VALOR                        00006470
                   AND VPRE_ISIN   = :VPRE-ISIN                         00006480
                   AND VPRE_NUMPRE = :VPRE-NUMPRE                       00006490
                   AND VPRE_ESTADO = 'V'                                00006500
           END-EXEC                                                     00006510
           IF SQLCODE NOT = ZERO AND 100                                00006520
              PERFORM 8900-ERROR-SQL                                    00006530
           END-IF                                                       00006540
           IF SQLCODE = ZERO                                            00006550
              MOVE 'LIBERA  ' TO VL7LOG-OPERACION                       00006560
              PERFORM 8100-AUDITA-PRENDA                                00006570
           END-IF                                                       00006580
           .                                                            00006590
      *                                                                *00006600
      *----------------------------------------------------------------*00006610
       8000-GRABA-AUDITORIA.                                            00006620
      *----------------------------------------------------------------*00006630
           MOVE 'VLDTREP'             TO  W-TABLA-LOG                   00006640
           MOVE LENGTH OF DCLVLDTREP  TO  VL7LOG-REGISTRO-LEN           00006650
           MOVE SPACES                TO  LOGVLDTREP                    00006660
           MOVE DCLVLDTREP            TO  LOGVLDTREP                    00006670
           PERFORM 8200-LLAMA-VL7CRLOG                                  00006680
           .                                                            00006690
      *                                                                *00006700
      *----------------------------------------------------------------*00006710
       8100-AUDITA-PRENDA.                                              00006720
      *----------------------------------------------------------------*00006730
           MOVE 'VLDTPRE'             TO  W-TABLA-LOG                   00006740
           MOVE LENGTH OF DCLVLDTPRE  TO  VL7LOG-REGISTRO-LEN           00006750
           MOVE SPACES                TO  LOGVLDTREP                    00006760
           MOVE DCLVLDTPRE            TO  LOGVLDTREP                    00006770
           PERFORM 8200-LLAMA-VL7CRLOG                                  00006780
           .                                                            00006790
      *                                                                *00006800
      *----------------------------------------------------------------*00006810
       8200-LLAMA-VL7CRLOG.                                             00006820
      *----------------------------------------------------------------*00006830
           MOVE REP0-FECHA-OPER       TO  VL7LOG-FECHA                  00006840
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00006850
           MOVE REP0-TERMINAL         TO  VL7LOG-NUMTER                 00006860
           MOVE REP0-USERID           TO  VL7LOG-NUMUSER                00006870
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00006880
           MOVE W-TABLA-LOG           TO  VL7LOG-TABLA                  00006890
           MOVE LOGVLDTREP            TO  VL7LOG-REGISTRO-TEXT          00006900
                                                                        00006910
           EXEC CICS                                                    00006920
              LINK PROGRAM (VL7CRLOG)                                   00006930
              COMMAREA (W-VLWCLOG0)                                     00006940
           END-EXEC                                                     00006950
                                                                        00006960
           IF VL7LOG-CODRESP NOT = ZEROS                                00006970
              MOVE '98'                  TO REP0-COD-RETORNO            00006980
              MOVE 'VLE0907'             TO REP0-COD-ERROR-DEV          00006990
              MOVE 'VL7CRLOG'            TO REP0-VAR1-ERROR             00007000
              PERFORM 9999-FIN                                          00007010
           END-IF                                                       00007020
           .                                                            00007030
      *                                                                *00007040
      *----------------------------------------------------------------*00007050
       8900-ERROR-SQL.                                                  00007060
      *----------------------------------------------------------------*00007070
           MOVE '99'                  TO REP0-COD-RETORNO               00007080
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00007090
           MOVE 'VLE1000'             TO REP0-COD-ERROR-DEV             00007100
           MOVE 'VLDTREP '            TO REP0-VAR1-ERROR                00007110
           MOVE W-SQLCODE-EDIT        TO REP0-VAR2-ERROR                00007120
           PERFORM 9999-FIN.                                            00007130
      *                                                                *00007140
      *----------------------------------------------------------------*00007150
       9999-FIN.                                                        00007160
      *----------------------------------------------------------------*00007170
           EXEC CICS                                                    00007180
              RETURN                                                    00007190
           END-EXEC.                                                    00007200
      *=================================================================00007210
      *   FIN DEL PROGRAMA                                              00007220
      *=================================================================00007230
