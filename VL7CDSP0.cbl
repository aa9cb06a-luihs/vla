      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CDSP0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : ELECCION DEL TENEDOR SOBRE SUS DERECHOS DE       *00000080
      *               SUSCRIPCION PREFERENTE - TABLA VLDTDSE           *00000090
      *OBJETIVO     : CONSULTA DE LOS DERECHOS ABONADOS A UNA CUENTA   *00000100
      *               (VL4CDSPA) CON SU ELECCION, Y REGISTRO DE LA     *00000110
      *               ELECCION DENTRO DE LA VENTANA DE SUSCRIPCION:    *00000120
      *               EJERCER (CANTIDAD A SUSCRIBIR), VENDER (CANTIDAD *00000130
      *               A VENDER EN BOLSA) O DEJAR VENCER. LO NO         *00000140
      *               EJERCIDO NI VENDIDO CADUCA AL VENCIMIENTO. LOS   *00000150
      *               CAMBIOS SE AUDITAN EN VLDTRLOG VIA VL7CRLOG. EL  *00000160
      *               BATCH VL4CDSPE GENERA LAS ORDENES Y CIERRA.      *00000170
      ******************************************************************00000180
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000190
      *--------- ---------- ----------------- -------------------------*00000200
      *RITM49151 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000210
      *--------- ---------- ----------------- -------------------------*00000220
      ******************************************************************00000230
      *                                                                 00000240
      *=================================================================00000250
       ENVIRONMENT DIVISION.                                            00000260
      *=================================================================00000270
       CONFIGURATION SECTION.                                           00000280
      *-----------------------------------------------------------------00000290
       SPECIAL-NAMES.                                                   00000300
      *--------------                                                   00000310
                                                                        00000320
      *=================================================================00000330
       DATA DIVISION.                                                   00000340
      *=================================================================00000350
                                                                        00000360
      *-----------------------------------------------------------------00000370
       WORKING-STORAGE SECTION.                                         00000380
      *-----------------------------------------------------------------00000390
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CDSP0'.   00000400
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000410
                                                                        00000420
      *-----------------------------------------------------------------00000430
      *    VARIABLES.                                                   00000440
      *-----------------------------------------------------------------00000450
       01  W-VARIABLES.                                                 00000460
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000470
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000480
           03 WK-TOTAL-ELEGIDO         PIC S9(13)V COMP-3 VALUE ZEROS.  00000490
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000500
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000510
           03 W-HORA-CURRENT.                                           00000520
              05  W-HORA               PIC 99.                          00000530
              05  W-MINUTOS            PIC 99.                          00000540
              05  W-SEGUNDOS           PIC 99.                          00000550
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000560
                                                                        00000570
      ** COPY PARA RUTINA VL7CRLOG                                      00000580
       01 W-VLWCLOG0.                                                   00000590
           COPY VLWCLOG0.                                               00000600
       01 LOGVLDTDSE               PIC X(500).                          00000610
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000620
           COPY VLCPTEN0.                                               00000630
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000640
      *    VENTANA BATCH/ONLINE (VL9CVEN0 / VLDTVEN)                    00000650
           COPY VLCPTVE0.                                               00000660
       77  WK-VL9CVEN0             PIC X(08)       VALUE 'VL9CVEN0'.    00000670
                                                                        00000680
      *    EVENTOS Y ELECCIONES DE DERECHOS DE SUSCRIPCION              00000690
           COPY VLCPTDSP.                                               00000700
           COPY VLCPTDSE.                                               00000710
                                                                        00000720
      *-----------------------------------------------------------------00000730
      *    INCLUDES (DEFINICION DE TABLAS).                             00000740
      *-----------------------------------------------------------------00000750
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000760
                                                                        00000770
      *-----------------------------------------------------------------00000780
      *                   C U R S O R E S                              *00000790
      *-----------------------------------------------------------------00000800
           EXEC SQL                                                     00000810
                DECLARE VLDCDSE1  CURSOR FOR                            00000820
                SELECT  E.VDSE_CODDERE                                  00000830
                     ,  P.VDSP_CODVALOR                                 00000840
                     ,  E.VDSE_DERECHOS                                 00000850
                     ,  E.VDSE_ELECCION                                 00000860
                     ,  E.VDSE_CANT_EJER                                00000870
                     ,  E.VDSE_CANT_VEN                                 00000880
                     ,  P.VDSP_FECINI                                   00000890
                     ,  P.VDSP_FECFIN                                   00000900
                     ,  E.VDSE_ESTADO                                   00000910
                  FROM  VLDTDSE E                                       00000920
                     ,  VLDTDSP P                                       00000930
                 WHERE  E.VDSE_CUENTA  = :VDSE-CUENTA                   00000940
                   AND  P.VDSP_CODDERE = E.VDSE_CODDERE                 00000950
                 ORDER  BY P.VDSP_FECFIN DESC                           00000960
                     ,  E.VDSE_CODDERE                                  00000970
           END-EXEC.                                                    00000980
                                                                        00000990
      *---------------*                                                 00001000
       LINKAGE SECTION.                                                 00001010
      *---------------*                                                 00001020
       01  DFHCOMMAREA.                                                 00001030
           05  DSP0-DATOS-ENTRADA.                                      00001040
               10  DSP0-ACCION         PIC X(01).                       00001050
                   88  DSP0-ELECCION       VALUE 'E'.                   00001060
                   88  DSP0-CONSULTA       VALUE 'C'.                   00001070
               10  DSP0-CUENTA         PIC 9(07).                       00001080
               10  DSP0-CODDERE        PIC X(12).                       00001090
               10  DSP0-TIPO-ELEC      PIC X(01).                       00001100
                   88  DSP0-EJERCE         VALUE 'E'.                   00001110
                   88  DSP0-VENDE          VALUE 'V'.                   00001120
                   88  DSP0-DEJA-VENCER    VALUE 'N'.                   00001130
               10  DSP0-CANT-EJER      PIC 9(13).                       00001140
               10  DSP0-CANT-VEN       PIC 9(13).                       00001150
               10  DSP0-FECHA-OPER     PIC X(08).                       00001160
               10  DSP0-TERMINAL       PIC X(04).                       00001170
               10  DSP0-USERID         PIC X(08).                       00001180
           05  DSP0-DATOS-SALIDA.                                       00001190
               10  DSP0-COD-RETORNO    PIC X(02).                       00001200
               10  DSP0-COD-ERROR-DEV  PIC X(07).                       00001210
               10  DSP0-VAR1-ERROR     PIC X(08).                       00001220
               10  DSP0-VAR2-ERROR     PIC X(05).                       00001230
               10  DSP0-NUM-OCCURS     PIC 9(02).                       00001240
               10  DSP0-DERECHOS OCCURS 10 TIMES.                       00001250
                   15  DSP0-D-CODDERE      PIC X(12).                   00001260
                   15  DSP0-D-CODVALOR     PIC X(12).                   00001270
                   15  DSP0-D-DERECHOS     PIC 9(13).                   00001280
                   15  DSP0-D-ELECCION     PIC X(01).                   00001290
                   15  DSP0-D-CANT-EJER    PIC 9(13).                   00001300
                   15  DSP0-D-CANT-VEN     PIC 9(13).                   00001310
                   15  DSP0-D-FECINI       PIC 9(08).                   00001320
                   15  DSP0-D-FECFIN       PIC 9(08).                   00001330
                   15  DSP0-D-ESTADO       PIC X(01).                   00001340
      *-----------------------------------------------------------------00001350
                                                                        00001360
      *==================                                               00001370
       PROCEDURE DIVISION.                                              00001380
      *==================                                               00001390
           PERFORM 1000-INICIO                                          00001400
           EVALUATE TRUE                                                00001410
               WHEN DSP0-ELECCION                                       00001420
                    PERFORM 2000-REGISTRA-ELECCION                      00001430
               WHEN DSP0-CONSULTA                                       00001440
                    PERFORM 4000-CONSULTA-DERECHOS                      00001450
               WHEN OTHER                                               00001460
                    MOVE '01'                  TO DSP0-COD-RETORNO      00001470
                    MOVE 'VLE2172'             TO DSP0-COD-ERROR-DEV    00001480
                    MOVE 'ACCION  '            TO DSP0-VAR1-ERROR       00001490
           END-EVALUATE                                                 00001500
           PERFORM 9999-FIN.                                            00001510
                                                                        00001520
      *---------------------------------------------------------------- 00001530
       1000-INICIO.                                                     00001540
      *---------------------------------------------------------------- 00001550
           INITIALIZE      DSP0-DATOS-SALIDA                            00001560
                           DCLVLDTDSP                                   00001570
                           DCLVLDTDSE.                                  00001580
                                                                        00001590
           MOVE '00'                TO  DSP0-COD-RETORNO                00001600
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001610
           MOVE DSP0-CUENTA         TO  VDSE-CUENTA                     00001620
      *    LA ELECCION NO SE TOCA MIENTRAS EL BATCH DE DERECHOS TENGA   00001630
      *    SU VENTANA CERRADA                                           00001640
           IF NOT DSP0-CONSULTA                                         00001650
              INITIALIZE VL9CVEN0-AREA                                  00001660
              MOVE 'Q'           TO VEN0-ACCION                         00001670
              MOVE SPACES        TO VEN0-AMBITO                         00001680
              CALL WK-VL9CVEN0 USING VL9CVEN0-AREA                      00001690
              IF VEN0-CODRESP NOT = ZEROS                               00001700
                 MOVE '99'              TO DSP0-COD-RETORNO             00001710
                 MOVE 'VLE1000'         TO DSP0-COD-ERROR-DEV           00001720
                 MOVE 'VLDTVEN '        TO DSP0-VAR1-ERROR              00001730
                 PERFORM 9999-FIN                                       00001740
              END-IF                                                    00001750
              IF VEN0-CERRADAS > ZEROS                                  00001760
                 MOVE '90'              TO DSP0-COD-RETORNO             00001770
                 MOVE 'VLE2277'         TO DSP0-COD-ERROR-DEV           00001780
                 MOVE VEN0-AMBITO-CERR  TO DSP0-VAR1-ERROR              00001790
                 PERFORM 9999-FIN                                       00001800
              END-IF                                                    00001810
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001820
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001830
              INITIALIZE VL9CENT0-AREA                                  00001840
              MOVE DSP0-USERID        TO ENT0-USUARIO                   00001850
              MOVE 'VL7CDSP0'        TO ENT0-CODTRAN                    00001860
              MOVE DSP0-ACCION        TO ENT0-ACCION                    00001870
              MOVE DSP0-FECHA-OPER    TO ENT0-FECHA                     00001880
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001890
              MOVE DSP0-TERMINAL      TO ENT0-TERMINAL                  00001900
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001910
              IF ENT0-CODRESP NOT = ZEROS                               00001920
                 MOVE '99'              TO DSP0-COD-RETORNO             00001930
                 MOVE 'VLE1000'         TO DSP0-COD-ERROR-DEV           00001940
                 MOVE 'VLDTENT '        TO DSP0-VAR1-ERROR              00001950
                 PERFORM 9999-FIN                                       00001960
              END-IF                                                    00001970
              IF ENT0-PERMITIDO NOT = 'S'                               00001980
                 MOVE '91'              TO DSP0-COD-RETORNO             00001990
                 MOVE 'VLE2278'         TO DSP0-COD-ERROR-DEV           00002000
                 MOVE DSP0-USERID        TO DSP0-VAR1-ERROR             00002010
                 PERFORM 9999-FIN                                       00002020
              END-IF                                                    00002030
           END-IF                                                       00002040
           .                                                            00002050
      *                                                                *00002060
      *----------------------------------------------------------------*00002070
       2000-REGISTRA-ELECCION.                                          00002080
      *----------------------------------------------------------------*00002090
      *    CANTIDADES SEGUN LA ELECCION: QUIEN DEJA VENCER NO EJERCE    00002100
      *    NI VENDE; QUIEN EJERCE O VENDE INDICA AL MENOS UNA CANTIDAD  00002110
           EVALUATE TRUE                                                00002120
               WHEN DSP0-DEJA-VENCER                                    00002130
                    MOVE ZEROS           TO DSP0-CANT-EJER              00002140
                                            DSP0-CANT-VEN               00002150
               WHEN DSP0-EJERCE                                         00002160
                    IF DSP0-CANT-EJER NOT > ZEROS                       00002170
                       MOVE '02'         TO DSP0-COD-RETORNO            00002180
                       MOVE 'VLE2173'    TO DSP0-COD-ERROR-DEV          00002190
                       MOVE 'CANTEJER'   TO DSP0-VAR1-ERROR             00002200
                       PERFORM 9999-FIN                                 00002210
                    END-IF                                              00002220
               WHEN DSP0-VENDE                                          00002230
                    IF DSP0-CANT-VEN NOT > ZEROS                        00002240
                       MOVE '02'         TO DSP0-COD-RETORNO            00002250
                       MOVE 'VLE2173'    TO DSP0-COD-ERROR-DEV          00002260
                       MOVE 'CANTVEN '   TO DSP0-VAR1-ERROR             00002270
                       PERFORM 9999-FIN                                 00002280
                    END-IF                                              00002290
               WHEN OTHER                                               00002300
                    MOVE '03'            TO DSP0-COD-RETORNO            00002310
                    MOVE 'VLE2295'       TO DSP0-COD-ERROR-DEV          00002320
                    MOVE 'ELECCION'      TO DSP0-VAR1-ERROR             00002330
                    PERFORM 9999-FIN                                    00002340
           END-EVALUATE                                                 00002350
                                                                        00002360
      *    EL EVENTO DEBE ESTAR ABIERTO Y LA FECHA DENTRO DE LA VENTANA 00002370
           MOVE DSP0-CODDERE TO VDSP-CODDERE                            00002380
           EXEC SQL                                                     00002390
                SELECT  VDSP_FECINI                                     00002400
                     ,  VDSP_FECFIN                                     00002410
                     ,  VDSP_ESTADO                                     00002420
                  INTO :VDSP-FECINI                                     00002430
                     , :VDSP-FECFIN                                     00002440
                     , :VDSP-ESTADO                                     00002450
                  FROM  VLDTDSP                                         00002460
                 WHERE  VDSP_CODDERE = :VDSP-CODDERE                    00002470
           END-EXEC                                                     00002480
           IF SQLCODE = 100                                             00002490
              MOVE '04'                  TO DSP0-COD-RETORNO            00002500
              MOVE 'VLE2296'             TO DSP0-COD-ERROR-DEV          00002510
              MOVE 'VLDTDSP '            TO DSP0-VAR1-ERROR             00002520
              PERFORM 9999-FIN                                          00002530
           END-IF                                                       00002540
           IF SQLCODE NOT = ZERO                                        00002550
              PERFORM 8900-ERROR-SQL                                    00002560
           END-IF                                                       00002570
           IF NOT VDSP-ABIERTO                                          00002580
              MOVE '05'                  TO DSP0-COD-RETORNO            00002590
              MOVE 'VLE2296'             TO DSP0-COD-ERROR-DEV          00002600
              MOVE 'ESTADO  '            TO DSP0-VAR1-ERROR             00002610
              PERFORM 9999-FIN                                          00002620
           END-IF                                                       00002630
           MOVE DSP0-FECHA-OPER      TO W-FECHA-OPER                    00002640
           IF W-FECHA-OPER NOT NUMERIC                                  00002650
              OR W-FECHA-OPER-N < VDSP-FECINI                           00002660
              OR W-FECHA-OPER-N > VDSP-FECFIN                           00002670
              MOVE '06'                  TO DSP0-COD-RETORNO            00002680
              MOVE 'VLE2297'             TO DSP0-COD-ERROR-DEV          00002690
              MOVE DSP0-FECHA-OPER       TO DSP0-VAR1-ERROR             00002700
              PERFORM 9999-FIN                                          00002710
           END-IF                                                       00002720
                                                                        00002730
      *    FILA DE ELECCION DEL TENEDOR (CREADA EN EL ABONO)            00002740
           MOVE DSP0-CODDERE TO VDSE-CODDERE                            00002750
           EXEC SQL                                                     00002760
                SELECT  VDSE_DERECHOS                                   00002770
                     ,  VDSE_ELECCION                                   00002780
                     ,  VDSE_CANT_EJER                                  00002790
                     ,  VDSE_CANT_VEN                                   00002800
                     ,  VDSE_VENTA_GEN                                  00002810
                     ,  VDSE_CADUCADOS                                  00002820
                     ,  VDSE_ESTADO                                     00002830
                  INTO :VDSE-DERECHOS                                   00002840
                     , :VDSE-ELECCION                                   00002850
                     , :VDSE-CANT-EJER                                  00002860
                     , :VDSE-CANT-VEN                                   00002870
                     , :VDSE-VENTA-GEN                                  00002880
                     , :VDSE-CADUCADOS                                  00002890
                     , :VDSE-ESTADO                                     00002900
                  FROM  VLDTDSE                                         00002910
                 WHERE  VDSE_CODDERE = :VDSE-CODDERE                    00002920
                   AND  VDSE_CUENTA  = :VDSE-CUENTA                     00002930
           END-EXEC                                                     00002940
           IF SQLCODE = 100                                             00002950
              MOVE '07'                  TO DSP0-COD-RETORNO            00002960
              MOVE 'VLE2296'             TO DSP0-COD-ERROR-DEV          00002970
              MOVE 'VLDTDSE '            TO DSP0-VAR1-ERROR             00002980
              PERFORM 9999-FIN                                          00002990
           END-IF                                                       00003000
           IF SQLCODE NOT = ZERO                                        00003010
              PERFORM 8900-ERROR-SQL                                    00003020
           END-IF                                                       00003030
                                                                        00003040
      *    UNA VEZ GENERADA LA ORDEN DE VENTA LA ELECCION QUEDA FIRME   00003050
           IF VDSE-VENTA-GEN = 'S' OR NOT VDSE-PENDIENTE                00003060
              MOVE '08'                  TO DSP0-COD-RETORNO            00003070
              MOVE 'VLE2299'             TO DSP0-COD-ERROR-DEV          00003080
              MOVE 'VENTAGEN'            TO DSP0-VAR1-ERROR             00003090
              PERFORM 9999-FIN                                          00003100
           END-IF                                                       00003110
                                                                        00003120
           COMPUTE WK-TOTAL-ELEGIDO = DSP0-CANT-EJER + DSP0-CANT-VEN    00003130
           IF WK-TOTAL-ELEGIDO > VDSE-DERECHOS                          00003140
              MOVE '09'                  TO DSP0-COD-RETORNO            00003150
              MOVE 'VLE2298'             TO DSP0-COD-ERROR-DEV          00003160
              MOVE 'CANTIDAD'            TO DSP0-VAR1-ERROR             00003170
              PERFORM 9999-FIN                                          00003180
           END-IF                                                       00003190
                                                                        00003200
           MOVE DSP0-TIPO-ELEC       TO VDSE-ELECCION.                  00003210
           MOVE DSP0-CANT-EJER       TO VDSE-CANT-EJER.                 00003220
           MOVE DSP0-CANT-VEN        TO VDSE-CANT-VEN.                  00003230
           MOVE W-FECHA-OPER-N       TO VDSE-FEULMOD.                   00003240
           MOVE DSP0-TERMINAL        TO VDSE-NUMTER.                    00003250
           MOVE DSP0-USERID          TO VDSE-USUARIO.                   00003260
                                                                        00003270
           EXEC SQL                                                     00003280
                UPDATE VLDTDSE                                          00003290
                   SET VDSE_ELECCION  = :VDSE-ELECCION                  00003300
                     , VDSE_CANT_EJER = :VDSE-CANT-EJER                 00003310
                     , VDSE_CANT_VEN  = :VDSE-CANT-VEN                  00003320
                     , VDSE_FEULMOD   = :VDSE-FEULMOD                   00003330
                     , VDSE_NUMTER    = :VDSE-NUMTER                    00003340
                     , VDSE_USUARIO   = :VDSE-USUARIO                   00003350
                 WHERE VDSE_CODDERE   = :VDSE-CODDERE                   00003360
                   AND VDSE_CUENTA    = :VDSE-CUENTA                    00003370
           END-EXEC                                                     00003380
           IF SQLCODE NOT = ZERO                                        00003390
              PERFORM 8900-ERROR-SQL                                    00003400
           END-IF                                                       00003410
                                                                        00003420
           MOVE 'ELECCION' TO VL7LOG-OPERACION                          00003430
           PERFORM 8000-GRABA-AUDITORIA                                 00003440
           .                                                            00003450
      *                                                                *00003460
      *----------------------------------------------------------------*00003470
       4000-CONSULTA-DERECHOS.                                          00003480
      *----------------------------------------------------------------*00003490
           EXEC SQL                                                     00003500
                OPEN VLDCDSE1                                           00003510
           END-EXEC                                                     00003520
           IF SQLCODE NOT = ZERO                                        00003530
              PERFORM 8900-ERROR-SQL                                    00003540
           END-IF                                                       00003550
                                                                        00003560
           MOVE ZEROS TO IX                                             00003570
           PERFORM 4100-FETCH-DERECHO                                   00003580
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00003590
                                                                        00003600
           EXEC SQL                                                     00003610
                CLOSE VLDCDSE1                                          00003620
           END-EXEC                                                     00003630
           IF SQLCODE NOT = ZERO                                        00003640
              PERFORM 8900-ERROR-SQL                                    00003650
           END-IF                                                       00003660
                                                                        00003670
           MOVE IX                  TO DSP0-NUM-OCCURS                  00003680
           .                                                            00003690
      *                                                                *00003700
      *----------------------------------------------------------------*00003710
       4100-FETCH-DERECHO.                                              00003720
      *----------------------------------------------------------------*00003730
           EXEC SQL                                                     00003740
                FETCH VLDCDSE1                                          00003750
                 INTO :VDSE-CODDERE                                     00003760
                    , :VDSP-CODVALOR                                    00003770
                    , :VDSE-DERECHOS                                    00003780
                    , :VDSE-ELECCION                                    00003790
                    , :VDSE-CANT-EJER                                   00003800
                    , :VDSE-CANT-VEN                                    00003810
                    , :VDSP-FECINI                                      00003820
                    , :VDSP-FECFIN                                      00003830
                    , :VDSE-ESTADO                                      00003840
           END-EXEC                                                     00003850
           EVALUATE SQLCODE                                             00003860
               WHEN ZERO                                                00003870
                    ADD  1               TO IX                          00003880
                    MOVE VDSE-CODDERE    TO DSP0-D-CODDERE   (IX)       00003890
                    MOVE VDSP-CODVALOR   TO DSP0-D-CODVALOR  (IX)       00003900
                    MOVE VDSE-DERECHOS   TO DSP0-D-DERECHOS  (IX)       00003910
                    MOVE VDSE-ELECCION   TO DSP0-D-ELECCION  (IX)       00003920
                    MOVE VDSE-CANT-EJER  TO DSP0-D-CANT-EJER (IX)       00003930
                    MOVE VDSE-CANT-VEN   TO DSP0-D-CANT-VEN  (IX)       00003940
                    MOVE VDSP-FECINI     TO DSP0-D-FECINI    (IX)       00003950
                    MOVE VDSP-FECFIN     TO DSP0-D-FECFIN    (IX)       00003960
                    MOVE VDSE-ESTADO     TO DSP0-D-ESTADO    (IX)       00003970
               WHEN 100                                                 00003980
                    CONTINUE                                            00003990
               WHEN OTHER                                               00004000
                    PERFORM 8900-ERROR-SQL                              00004010
           END-EVALUATE                                                 00004020
           .                                                            00004030
      *                                                                *00004040
      *----------------------------------------------------------------*00004050
       8000-GRABA-AUDITORIA.                                            00004060
      *----------------------------------------------------------------*00004070
           MOVE DSP0-FECHA-OPER       TO  VL7LOG-FECHA                  00004080
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004090
           MOVE DSP0-TERMINAL         TO  VL7LOG-NUMTER                 00004100
           MOVE DSP0-USERID           TO  VL7LOG-NUMUSER                00004110
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004120
           MOVE 'VLDTDSE'             TO  VL7LOG-TABLA                  00004130
           MOVE LENGTH OF DCLVLDTDSE  TO  VL7LOG-REGISTRO-LEN           00004140
           MOVE SPACES                TO  LOGVLDTDSE                    00004150
           MOVE DCLVLDTDSE            TO  LOGVLDTDSE                    00004160
           MOVE LOGVLDTDSE            TO  VL7LOG-REGISTRO-TEXT          00004170
                                                                        00004180
           EXEC CICS                                                    00004190
              LINK PROGRAM (VL7CRLOG)                                   00004200
              COMMAREA (W-VLWCLOG0)                                     00004210
           END-EXEC                                                     00004220
                                                                        00004230
           IF VL7LOG-CODRESP NOT = ZEROS                                00004240
              MOVE '98'                  TO DSP0-COD-RETORNO            00004250
              MOVE 'VLE0907'             TO DSP0-COD-ERROR-DEV          00004260
              MOVE 'VL7CRLOG'            TO DSP0-VAR1-ERROR             00004270
              PERFORM 9999-FIN                                          00004280
           END-IF                                                       00004290
           .                                                            00004300
      *                                                                *00004310
      *----------------------------------------------------------------*00004320
       8900-ERROR-SQL.                                                  00004330
      *----------------------------------------------------------------*00004340
           MOVE '99'                  TO DSP0-COD-RETORNO               00004350
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00004360
           MOVE 'VLE1000'             TO DSP0-COD-ERROR-DEV             00004370
           MOVE 'VLDTDSE '            TO DSP0-VAR1-ERROR                00004380
           MOVE W-SQLCODE-EDIT        TO DSP0-VAR2-ERROR                00004390
           PERFORM 9999-FIN.                                            00004400
      *                                                                *00004410
      *----------------------------------------------------------------*00004420
       9999-FIN.                                                        00004430
      *----------------------------------------------------------------*00004440
           EXEC CICS                                                    00004450
              RETURN                                                    00004460
           END-EXEC.                                                    00004470
      *=================================================================00004480
      *   FIN DEL PROGRAMA                                              00004490
      *=================================================================00004500
