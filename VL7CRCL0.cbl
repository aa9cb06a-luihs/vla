      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CRCL0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : RECLAMOS DE CLIENTES - TABLA VLDTRCL             *00000080
      *OBJETIVO     : REGISTRO Y SEGUIMIENTO DE RECLAMOS HASTA SU      *00000090
      *               RESOLUCION:                                      *00000100
      *                 A = ALTA CONTRA CLIENTE Y CUENTA, ENLAZADO     *00000110
      *                     CON LA OPERACION (VDET_REFER), EL          *00000120
      *                     DOCUMENTO (VDRG_ID) O LA CONDICION DE      *00000130
      *                     COMISION (VCOM_CLACONT). FIJA EL PLAZO     *00000140
      *                     LEGAL (FECHA DE ALTA + 30 DIAS)            *00000150
      *                 M = ASIGNA O REASIGNA LA UNIDAD RESPONSABLE Y  *00000160
      *                     PASA EL RECLAMO A 'G' EN GESTION           *00000170
      *                 R = RESUELVE: ENCOLA LA CARTA DE RESPUESTA EN  *00000180
      *                     VLDTJFQ (FORMATO VLFRCL00) Y LA REGISTRA   *00000190
      *                     EN VLDTDRG (VL9CDRG0)                      *00000200
      *                 C = CONSULTA DE LOS RECLAMOS DE UNA CUENTA, O  *00000210
      *                     DE TODOS LOS NO RESUELTOS (CUENTA CEROS)   *00000220
      *               LAS ACCIONES DISTINTAS DE C DEBEN ESTAR          *00000230
      *               HABILITADAS EN VLDTENT (VL9CENT0). CADA CAMBIO   *00000240
      *               SE AUDITA EN VLDTRLOG VIA VL7CRLOG.              *00000250
      ******************************************************************00000260
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000270
      *--------- ---------- ----------------- -------------------------*00000280
      *RITM49177 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000290
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CRCL0'.   00000480
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000490
                                                                        00000500
      *-----------------------------------------------------------------00000510
      *    VARIABLES.                                                   00000520
      *-----------------------------------------------------------------00000530
       01  W-VARIABLES.                                                 00000540
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000550
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000560
           03 W-EXISTE                 PIC S9(9) COMP  VALUE ZEROS.     00000570
           03 W-DIAS-PLAZO             PIC 9(02)       VALUE 30.        00000580
           03 W-DIAS-SUMA              PIC 9(02)       VALUE ZEROS.     00000590
           03 W-OPERACION-LOG          PIC X(08)       VALUE SPACES.    00000600
           03 W-HORA-CURRENT.                                           00000610
              05  W-HORA               PIC 99.                          00000620
              05  W-MINUTOS            PIC 99.                          00000630
              05  W-SEGUNDOS           PIC 99.                          00000640
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000650
      *       CALCULO DEL PLAZO LEGAL                                   00000660
           03 W-FECHA-W.                                                00000670
              05  W-FW-AAAA            PIC 9(4).                        00000680
              05  W-FW-MM              PIC 9(2).                        00000690
              05  W-FW-DD              PIC 9(2).                        00000700
           03 W-FECHA-W-N REDEFINES W-FECHA-W PIC 9(8).                 00000710
           03 W-DIAS-MES               PIC 9(02)       VALUE ZEROS.     00000720
           03 W-COCIENTE               PIC 9(04)       VALUE ZEROS.     00000730
           03 W-RES4                   PIC 9(04)       VALUE ZEROS.     00000740
           03 W-RES100                 PIC 9(04)       VALUE ZEROS.     00000750
           03 W-RES400                 PIC 9(04)       VALUE ZEROS.     00000760
                                                                        00000770
      ** COPY PARA RUTINA VL7CRLOG                                      00000780
       01 W-VLWCLOG0.                                                   00000790
           COPY VLWCLOG0.                                               00000800
       01 LOGVLDTRCL               PIC X(500).                          00000810
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000820
           COPY VLCPTEN0.                                               00000830
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000840
                                                                        00000850
      *    RECLAMOS DE CLIENTES                                         00000860
           COPY VLCPTRCL.                                               00000870
                                                                        00000880
      *    CARTA DE RESPUESTA: COLA JETFORM Y REGISTRO DE DOCUMENTOS    00000890
      *    (VL9CDRG0)                                                   00000900
           COPY VLCPTJFQ.                                               00000910
           COPY VLCPTDRG.                                               00000920
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00000930
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00000940
       77  WK-JFQ-ID-GEN           PIC S9(9) COMP-3 VALUE ZEROS.        00000950
       01  W-LIN-RESP1.                                                 00000960
           05 FILLER               PIC X(28) VALUE                      00000970
              'RESPUESTA A SU RECLAMO NRO: '.                           00000980
           05 RSP-ID               PIC 9(09).                           00000990
           05 FILLER               PIC X(09) VALUE '  FECHA: '.         00001000
           05 RSP-FECHA            PIC 9(08).                           00001010
           05 FILLER               PIC X(26) VALUE SPACES.              00001020
       01  W-LIN-RESP2.                                                 00001030
           05 FILLER               PIC X(08) VALUE 'CUENTA: '.          00001040
           05 RSP-CUENTA           PIC 9(07).                           00001050
           05 FILLER               PIC X(11) VALUE '  CLIENTE: '.       00001060
           05 RSP-NUMCLI           PIC 9(08).                           00001070
           05 FILLER               PIC X(10) VALUE '  MOTIVO: '.        00001080
           05 RSP-TIPO             PIC X(08).                           00001090
           05 FILLER               PIC X(28) VALUE SPACES.              00001100
       01  W-LIN-RESP3.                                                 00001110
           05 FILLER               PIC X(11) VALUE 'RESULTADO: '.       00001120
           05 RSP-RESULTADO        PIC X(09).                           00001130
           05 FILLER               PIC X(21) VALUE                      00001140
              '  IMPORTE DEVUELTO:  '.                                  00001150
           05 RSP-IMP-DEVUELTO     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.            00001160
           05 FILLER               PIC X(19) VALUE SPACES.              00001170
                                                                        00001180
      *-----------------------------------------------------------------00001190
      *    INCLUDES (DEFINICION DE TABLAS).                             00001200
      *-----------------------------------------------------------------00001210
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00001220
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001230
                                                                        00001240
      *-----------------------------------------------------------------00001250
      *                   C U R S O R E S                              *00001260
      *-----------------------------------------------------------------00001270
           EXEC SQL                                                     00001280
                DECLARE VLDCRCL1  CURSOR FOR                            00001290
                SELECT  VRCL_ID                                         00001300
                     ,  VRCL_CUENTA                                     00001310
                     ,  VRCL_NUMCLI                                     00001320
                     ,  VRCL_FECALTA                                    00001330
                     ,  VRCL_CANAL                                      00001340
                     ,  VRCL_TIPO                                       00001350
                     ,  VRCL_REFER_OPE                                  00001360
                     ,  VRCL_DRG_ID                                     00001370
                     ,  VRCL_CLACONT                                    00001380
                     ,  VRCL_UNIDAD                                     00001390
                     ,  VRCL_ESTADO                                     00001400
                     ,  VRCL_FECLIMITE                                  00001410
                     ,  VRCL_FECRESOL                                   00001420
                     ,  VRCL_RESULTADO                                  00001430
                     ,  VRCL_JFQ_ID                                     00001440
                  FROM  VLDTRCL                                         00001450
                 WHERE (VRCL_CUENTA = :VRCL-CUENTA                      00001460
                    OR (0           = :VRCL-CUENTA                      00001470
                   AND  VRCL_ESTADO <> 'R'))                            00001480
                 ORDER  BY VRCL_FECLIMITE, VRCL_ID                      00001490
           END-EXEC.                                                    00001500
                                                                        00001510
      *---------------*                                                 00001520
       LINKAGE SECTION.                                                 00001530
      *---------------*                                                 00001540
       01  DFHCOMMAREA.                                                 00001550
           05  RCL0-DATOS-ENTRADA.                                      00001560
               10  RCL0-ACCION         PIC X(01).                       00001570
                   88  RCL0-ALTA           VALUE 'A'.                   00001580
                   88  RCL0-ASIGNA         VALUE 'M'.                   00001590
                   88  RCL0-RESUELVE       VALUE 'R'.                   00001600
                   88  RCL0-CONSULTA       VALUE 'C'.                   00001610
               10  RCL0-ID             PIC 9(09).                       00001620
               10  RCL0-CUENTA         PIC 9(07).                       00001630
               10  RCL0-NUMCLI         PIC 9(08).                       00001640
      *            CANAL: O OFICINA / T TELEFONO / E ESCRITO /          00001650
      *                   L LIBRO DE RECLAMACIONES                      00001660
               10  RCL0-CANAL          PIC X(01).                       00001670
      *            POLIZA / COMISION / LIQUIDAC / OTRO                  00001680
               10  RCL0-TIPO           PIC X(08).                       00001690
               10  RCL0-DESCRIPCION    PIC X(120).                      00001700
               10  RCL0-REFER-OPE      PIC 9(09).                       00001710
               10  RCL0-DRG-ID         PIC 9(09).                       00001720
               10  RCL0-CLACONT        PIC 9(02).                       00001730
               10  RCL0-IMP-RECLAMADO  PIC 9(13)V9(02).                 00001740
               10  RCL0-UNIDAD         PIC X(08).                       00001750
      *            RESULTADO: F FUNDADO / P PARCIAL / I INFUNDADO       00001760
               10  RCL0-RESULTADO      PIC X(01).                       00001770
               10  RCL0-RESPUESTA      PIC X(160).                      00001780
               10  RCL0-IMP-DEVUELTO   PIC 9(13)V9(02).                 00001790
               10  RCL0-FECHA-OPER     PIC X(08).                       00001800
               10  RCL0-TERMINAL       PIC X(04).                       00001810
               10  RCL0-USERID         PIC X(08).                       00001820
           05  RCL0-DATOS-SALIDA.                                       00001830
               10  RCL0-COD-RETORNO    PIC X(02).                       00001840
               10  RCL0-COD-ERROR-DEV  PIC X(07).                       00001850
               10  RCL0-VAR1-ERROR     PIC X(08).                       00001860
               10  RCL0-VAR2-ERROR     PIC X(05).                       00001870
               10  RCL0-ID-GENERADO    PIC 9(09).                       00001880
               10  RCL0-FECLIMITE      PIC 9(08).                       00001890
               10  RCL0-NUM-OCCURS     PIC 9(02).                       00001900
               10  RCL0-RECLAMOS OCCURS 15 TIMES.                       00001910
                   15  RCL0-R-ID           PIC 9(09).                   00001920
                   15  RCL0-R-CUENTA       PIC 9(07).                   00001930
                   15  RCL0-R-NUMCLI       PIC 9(08).                   00001940
                   15  RCL0-R-FECALTA      PIC 9(08).                   00001950
                   15  RCL0-R-CANAL        PIC X(01).                   00001960
                   15  RCL0-R-TIPO         PIC X(08).                   00001970
                   15  RCL0-R-REFER-OPE    PIC 9(09).                   00001980
                   15  RCL0-R-DRG-ID       PIC 9(09).                   00001990
                   15  RCL0-R-CLACONT      PIC 9(02).                   00002000
                   15  RCL0-R-UNIDAD       PIC X(08).                   00002010
                   15  RCL0-R-ESTADO       PIC X(01).                   00002020
                   15  RCL0-R-FECLIMITE    PIC 9(08).                   00002030
                   15  RCL0-R-FECRESOL     PIC 9(08).                   00002040
                   15  RCL0-R-RESULTADO    PIC X(01).                   00002050
                   15  RCL0-R-JFQ-ID       PIC 9(09).                   00002060
      *-----------------------------------------------------------------00002070
                                                                        00002080
      *==================                                               00002090
       PROCEDURE DIVISION.                                              00002100
      *==================                                               00002110
           PERFORM 1000-INICIO                                          00002120
           EVALUATE TRUE                                                00002130
               WHEN RCL0-ALTA                                           00002140
                    PERFORM 2000-ALTA-RECLAMO                           00002150
               WHEN RCL0-ASIGNA                                         00002160
                    PERFORM 3000-ASIGNA-UNIDAD                          00002170
               WHEN RCL0-RESUELVE                                       00002180
                    PERFORM 4000-RESUELVE-RECLAMO                       00002190
               WHEN RCL0-CONSULTA                                       00002200
                    PERFORM 5000-CONSULTA-RECLAMOS                      00002210
               WHEN OTHER                                               00002220
                    MOVE '01'                  TO RCL0-COD-RETORNO      00002230
                    MOVE 'VLE2373'             TO RCL0-COD-ERROR-DEV    00002240
                    MOVE 'ACCION  '            TO RCL0-VAR1-ERROR       00002250
           END-EVALUATE                                                 00002260
           PERFORM 9999-FIN.                                            00002270
                                                                        00002280
      *---------------------------------------------------------------- 00002290
       1000-INICIO.                                                     00002300
      *---------------------------------------------------------------- 00002310
           INITIALIZE      RCL0-DATOS-SALIDA                            00002320
                           DCLVLDTRCL.                                  00002330
                                                                        00002340
           MOVE '00'                TO  RCL0-COD-RETORNO                00002350
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00002360
      *    FACULTADES: EL ALTA, LA ASIGNACION Y LA RESOLUCION DEBEN     00002370
      *    ESTAR HABILITADAS EN VLDTENT PARA ESTE USUARIO               00002380
           IF NOT RCL0-CONSULTA                                         00002390
              INITIALIZE VL9CENT0-AREA                                  00002400
              MOVE RCL0-USERID        TO ENT0-USUARIO                   00002410
              MOVE 'VL7CRCL0'        TO ENT0-CODTRAN                    00002420
              MOVE RCL0-ACCION        TO ENT0-ACCION                    00002430
              MOVE RCL0-FECHA-OPER    TO ENT0-FECHA                     00002440
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00002450
              MOVE RCL0-TERMINAL      TO ENT0-TERMINAL                  00002460
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00002470
              IF ENT0-CODRESP NOT = ZEROS                               00002480
                 MOVE '99'              TO RCL0-COD-RETORNO             00002490
                 MOVE 'VLE1000'         TO RCL0-COD-ERROR-DEV           00002500
                 MOVE 'VLDTENT '        TO RCL0-VAR1-ERROR              00002510
                 PERFORM 9999-FIN                                       00002520
              END-IF                                                    00002530
              IF ENT0-PERMITIDO NOT = 'S'                               00002540
                 MOVE '91'              TO RCL0-COD-RETORNO             00002550
                 MOVE 'VLE2278'         TO RCL0-COD-ERROR-DEV           00002560
                 MOVE RCL0-USERID        TO RCL0-VAR1-ERROR             00002570
                 PERFORM 9999-FIN                                       00002580
              END-IF                                                    00002590
           END-IF                                                       00002600
           .                                                            00002610
      *                                                                *00002620
      *----------------------------------------------------------------*00002630
       2000-ALTA-RECLAMO.                                               00002640
      *----------------------------------------------------------------*00002650
           PERFORM 2100-VALIDA-ALTA                                     00002660
           PERFORM 2200-VALIDA-OBJETO                                   00002670
                                                                        00002680
           MOVE RCL0-CUENTA         TO VRCL-CUENTA                      00002690
           MOVE RCL0-FECHA-OPER     TO VRCL-FECALTA                     00002700
           MOVE W-HORA-CURRENT-N    TO VRCL-HORALTA                     00002710
           MOVE RCL0-CANAL          TO VRCL-CANAL                       00002720
           MOVE RCL0-TIPO           TO VRCL-TIPO                        00002730
           MOVE RCL0-DESCRIPCION    TO VRCL-DESCRIPCION                 00002740
           MOVE RCL0-REFER-OPE      TO VRCL-REFER-OPE                   00002750
           MOVE RCL0-DRG-ID         TO VRCL-DRG-ID                      00002760
           MOVE RCL0-CLACONT        TO VRCL-CLACONT                     00002770
           MOVE RCL0-IMP-RECLAMADO  TO VRCL-IMP-RECLAMADO               00002780
           MOVE RCL0-UNIDAD         TO VRCL-UNIDAD                      00002790
           MOVE 'A'                 TO VRCL-ESTADO                      00002800
           MOVE ZEROS               TO VRCL-FECRESOL                    00002810
                                       VRCL-IMP-DEVUELTO                00002820
                                       VRCL-JFQ-ID                      00002830
           MOVE SPACES              TO VRCL-RESULTADO                   00002840
                                       VRCL-RESPUESTA                   00002850
           MOVE VRCL-FECALTA        TO VRCL-FEULMOD                     00002860
           MOVE W-HORA-CURRENT-N    TO VRCL-HORULMOD                    00002870
           MOVE RCL0-TERMINAL       TO VRCL-NUMTER                      00002880
           MOVE RCL0-USERID         TO VRCL-USUARIO                     00002890
                                                                        00002900
      *    PLAZO LEGAL DE RESPUESTA: 30 DIAS CALENDARIO DESDE EL ALTA   00002910
           MOVE RCL0-FECHA-OPER     TO W-FECHA-W                        00002920
           MOVE ZEROS               TO W-DIAS-SUMA                      00002930
           PERFORM 7000-SUMA-UN-DIA                                     00002940
              UNTIL W-DIAS-SUMA NOT < W-DIAS-PLAZO                      00002950
           MOVE W-FECHA-W-N         TO VRCL-FECLIMITE                   00002960
                                                                        00002970
           EXEC SQL                                                     00002980
                INSERT INTO VLDTRCL                                     00002990
                      ( VRCL_CUENTA                                     00003000
                      , VRCL_NUMCLI                                     00003010
                      , VRCL_FECALTA                                    00003020
                      , VRCL_HORALTA                                    00003030
                      , VRCL_CANAL                                      00003040
                      , VRCL_TIPO                                       00003050
                      , VRCL_DESCRIPCION                                00003060
                      , VRCL_REFER_OPE                                  00003070
                      , VRCL_DRG_ID                                     00003080
                      , VRCL_CLACONT                                    00003090
                      , VRCL_IMP_RECLAMADO                              00003100
                      , VRCL_UNIDAD                                     00003110
                      , VRCL_ESTADO                                     00003120
                      , VRCL_FECLIMITE                                  00003130
                      , VRCL_FECRESOL                                   00003140
                      , VRCL_RESULTADO                                  00003150
                      , VRCL_RESPUESTA                                  00003160
                      , VRCL_IMP_DEVUELTO                               00003170
                      , VRCL_JFQ_ID                                     00003180
                      , VRCL_FEULMOD                                    00003190
                      , VRCL_HORULMOD                                   00003200
                      , VRCL_NUMTER                                     00003210
                      , VRCL_USUARIO )                                  00003220
                VALUES                                                  00003230
                      ( :VRCL-CUENTA                                    00003240
                      , :VRCL-NUMCLI                                    00003250
                      , :VRCL-FECALTA                                   00003260
                      , :VRCL-HORALTA                                   00003270
                      , :VRCL-CANAL                                     00003280
                      , :VRCL-TIPO                                      00003290
                      , :VRCL-DESCRIPCION                               00003300
                      , :VRCL-REFER-OPE                                 00003310
                      , :VRCL-DRG-ID                                    00003320
                      , :VRCL-CLACONT                                   00003330
                      , :VRCL-IMP-RECLAMADO                             00003340
                      , :VRCL-UNIDAD                                    00003350
                      , :VRCL-ESTADO                                    00003360
                      , :VRCL-FECLIMITE                                 00003370
                      , :VRCL-FECRESOL                                  00003380
                      , :VRCL-RESULTADO                                 00003390
                      , :VRCL-RESPUESTA                                 00003400
                      , :VRCL-IMP-DEVUELTO                              00003410
                      , :VRCL-JFQ-ID                                    00003420
                      , :VRCL-FEULMOD                                   00003430
                      , :VRCL-HORULMOD                                  00003440
                      , :VRCL-NUMTER                                    00003450
                      , :VRCL-USUARIO )                                 00003460
           END-EXEC                                                     00003470
           IF SQLCODE NOT = ZERO                                        00003480
              PERFORM 8900-ERROR-SQL                                    00003490
           END-IF                                                       00003500
           EXEC SQL                                                     00003510
                SET :VRCL-ID = IDENTITY_VAL_LOCAL()                     00003520
           END-EXEC                                                     00003530
           IF SQLCODE NOT = ZERO                                        00003540
              PERFORM 8900-ERROR-SQL                                    00003550
           END-IF                                                       00003560
                                                                        00003570
           MOVE VRCL-ID             TO RCL0-ID-GENERADO                 00003580
           MOVE VRCL-FECLIMITE      TO RCL0-FECLIMITE                   00003590
           MOVE 'INSERT'            TO W-OPERACION-LOG                  00003600
           PERFORM 8000-GRABA-AUDITORIA                                 00003610
           .                                                            00003620
      *                                                                *00003630
      *----------------------------------------------------------------*00003640
       2100-VALIDA-ALTA.                                                00003650
      *----------------------------------------------------------------*00003660
           IF RCL0-CUENTA NOT > ZEROS                                   00003670
              MOVE '02'                  TO RCL0-COD-RETORNO            00003680
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00003690
              MOVE 'CUENTA  '            TO RCL0-VAR1-ERROR             00003700
              PERFORM 9999-FIN                                          00003710
           END-IF                                                       00003720
                                                                        00003730
           IF RCL0-CANAL NOT = 'O' AND 'T' AND 'E' AND 'L'              00003740
              MOVE '02'                  TO RCL0-COD-RETORNO            00003750
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00003760
              MOVE 'CANAL   '            TO RCL0-VAR1-ERROR             00003770
              PERFORM 9999-FIN                                          00003780
           END-IF                                                       00003790
                                                                        00003800
           MOVE RCL0-TIPO           TO VRCL-TIPO                        00003810
           IF NOT VRCL-TIPO-POLIZA   AND NOT VRCL-TIPO-COMISION         00003820
              AND NOT VRCL-TIPO-LIQUIDAC AND NOT VRCL-TIPO-OTRO         00003830
              MOVE '02'                  TO RCL0-COD-RETORNO            00003840
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00003850
              MOVE 'TIPO    '            TO RCL0-VAR1-ERROR             00003860
              PERFORM 9999-FIN                                          00003870
           END-IF                                                       00003880
                                                                        00003890
           IF RCL0-DESCRIPCION = SPACES                                 00003900
              MOVE '02'                  TO RCL0-COD-RETORNO            00003910
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00003920
              MOVE 'DESCRIPC'            TO RCL0-VAR1-ERROR             00003930
              PERFORM 9999-FIN                                          00003940
           END-IF                                                       00003950
                                                                        00003960
           IF RCL0-UNIDAD = SPACES                                      00003970
              MOVE '02'                  TO RCL0-COD-RETORNO            00003980
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00003990
              MOVE 'UNIDAD  '            TO RCL0-VAR1-ERROR             00004000
              PERFORM 9999-FIN                                          00004010
           END-IF                                                       00004020
                                                                        00004030
      *    LA CUENTA DEBE EXISTIR (SE ADMITE INACTIVA: EL RECLAMO       00004040
      *    PUEDE LLEGAR DESPUES DEL CIERRE)                             00004050
           MOVE RCL0-CUENTA         TO VARC-CUENTA                      00004060
           EXEC SQL                                                     00004070
                SELECT VARC_NUMCLI                                      00004080
                  INTO :VARC-NUMCLI                                     00004090
                  FROM VLDTARC                                          00004100
                 WHERE VARC_CUENTA = :VARC-CUENTA                       00004110
           END-EXEC                                                     00004120
           IF SQLCODE = 100                                             00004130
              MOVE '03'                  TO RCL0-COD-RETORNO            00004140
              MOVE 'VLE2375'             TO RCL0-COD-ERROR-DEV          00004150
              MOVE 'VLDTARC '            TO RCL0-VAR1-ERROR             00004160
              PERFORM 9999-FIN                                          00004170
           END-IF                                                       00004180
           IF SQLCODE NOT = ZERO                                        00004190
              MOVE '99'                  TO RCL0-COD-RETORNO            00004200
              MOVE SQLCODE               TO W-SQLCODE-EDIT              00004210
              MOVE 'VLE1000'             TO RCL0-COD-ERROR-DEV          00004220
              MOVE 'VLDTARC '            TO RCL0-VAR1-ERROR             00004230
              MOVE W-SQLCODE-EDIT        TO RCL0-VAR2-ERROR             00004240
              PERFORM 9999-FIN                                          00004250
           END-IF                                                       00004260
                                                                        00004270
      *    SIN CLIENTE INFORMADO EL RECLAMO VA AL TITULAR DE LA         00004280
      *    CUENTA; SI SE INFORMA DEBE SER TITULAR DE ELLA               00004290
           IF RCL0-NUMCLI NOT > ZEROS                                   00004300
              MOVE VARC-NUMCLI       TO VRCL-NUMCLI                     00004310
           ELSE                                                         00004320
              MOVE RCL0-NUMCLI       TO VRCL-NUMCLI                     00004330
              MOVE RCL0-CUENTA       TO VRCL-CUENTA                     00004340
              EXEC SQL                                                  00004350
                   SELECT COUNT(*)                                      00004360
                     INTO :W-EXISTE                                     00004370
                     FROM VLDTADT                                       00004380
                    WHERE VADT_CUENTA = :VRCL-CUENTA                    00004390
                      AND VADT_NUMCLI = :VRCL-NUMCLI                    00004400
              END-EXEC                                                  00004410
              IF SQLCODE NOT = ZERO                                     00004420
                 MOVE '99'               TO RCL0-COD-RETORNO            00004430
                 MOVE SQLCODE            TO W-SQLCODE-EDIT              00004440
                 MOVE 'VLE1000'          TO RCL0-COD-ERROR-DEV          00004450
                 MOVE 'VLDTADT '         TO RCL0-VAR1-ERROR             00004460
                 MOVE W-SQLCODE-EDIT     TO RCL0-VAR2-ERROR             00004470
                 PERFORM 9999-FIN                                       00004480
              END-IF                                                    00004490
              IF W-EXISTE = ZEROS                                       00004500
                 MOVE '03'               TO RCL0-COD-RETORNO            00004510
                 MOVE 'VLE2375'          TO RCL0-COD-ERROR-DEV          00004520
                 MOVE 'VLDTADT '         TO RCL0-VAR1-ERROR             00004530
                 PERFORM 9999-FIN                                       00004540
              END-IF                                                    00004550
           END-IF                                                       00004560
           .                                                            00004570
      *                                                                *00004580
      *----------------------------------------------------------------*00004590
       2200-VALIDA-OBJETO.                                              00004600
      *----------------------------------------------------------------*00004610
      *    EL OBJETO RECLAMADO, CUANDO SE INFORMA, DEBE SER DE LA       00004620
      *    MISMA CUENTA: OPERACION, DOCUMENTO O CONDICION DE COMISION   00004630
           MOVE RCL0-CUENTA         TO VRCL-CUENTA                      00004640
           MOVE RCL0-REFER-OPE      TO VRCL-REFER-OPE                   00004650
           MOVE RCL0-DRG-ID         TO VRCL-DRG-ID                      00004660
           MOVE RCL0-CLACONT        TO VRCL-CLACONT                     00004670
                                                                        00004680
           IF RCL0-REFER-OPE > ZEROS                                    00004690
              EXEC SQL                                                  00004700
                   SELECT COUNT(*)                                      00004710
                     INTO :W-EXISTE                                     00004720
                     FROM VLDTDET                                       00004730
                    WHERE VDET_CTAVAL = :VRCL-CUENTA                    00004740
                      AND VDET_REFER  = :VRCL-REFER-OPE                 00004750
              END-EXEC                                                  00004760
              IF SQLCODE NOT = ZERO                                     00004770
                 MOVE '99'               TO RCL0-COD-RETORNO            00004780
                 MOVE SQLCODE            TO W-SQLCODE-EDIT              00004790
                 MOVE 'VLE1000'          TO RCL0-COD-ERROR-DEV          00004800
                 MOVE 'VLDTDET '         TO RCL0-VAR1-ERROR             00004810
                 MOVE W-SQLCODE-EDIT     TO RCL0-VAR2-ERROR             00004820
                 PERFORM 9999-FIN                                       00004830
              END-IF                                                    00004840
              IF W-EXISTE = ZEROS                                       00004850
                 MOVE '04'               TO RCL0-COD-RETORNO            00004860
                 MOVE 'VLE2376'          TO RCL0-COD-ERROR-DEV          00004870
                 MOVE 'VLDTDET '         TO RCL0-VAR1-ERROR             00004880
                 PERFORM 9999-FIN                                       00004890
              END-IF                                                    00004900
           END-IF                                                       00004910
                                                                        00004920
           IF RCL0-DRG-ID > ZEROS                                       00004930
              EXEC SQL                                                  00004940
                   SELECT COUNT(*)                                      00004950
                     INTO :W-EXISTE                                     00004960
                     FROM VLDTDRG                                       00004970
                    WHERE VDRG_ID     = :VRCL-DRG-ID                    00004980
                      AND VDRG_CUENTA = :VRCL-CUENTA                    00004990
              END-EXEC                                                  00005000
              IF SQLCODE NOT = ZERO                                     00005010
                 MOVE '99'               TO RCL0-COD-RETORNO            00005020
                 MOVE SQLCODE            TO W-SQLCODE-EDIT              00005030
                 MOVE 'VLE1000'          TO RCL0-COD-ERROR-DEV          00005040
                 MOVE 'VLDTDRG '         TO RCL0-VAR1-ERROR             00005050
                 MOVE W-SQLCODE-EDIT     TO RCL0-VAR2-ERROR             00005060
                 PERFORM 9999-FIN                                       00005070
              END-IF                                                    00005080
              IF W-EXISTE = ZEROS                                       00005090
                 MOVE '04'               TO RCL0-COD-RETORNO            00005100
                 MOVE 'VLE2376'          TO RCL0-COD-ERROR-DEV          00005110
                 MOVE 'VLDTDRG '         TO RCL0-VAR1-ERROR             00005120
                 PERFORM 9999-FIN                                       00005130
              END-IF                                                    00005140
           END-IF                                                       00005150
                                                                        00005160
           IF RCL0-CLACONT > ZEROS                                      00005170
              EXEC SQL                                                  00005180
                   SELECT COUNT(*)                                      00005190
                     INTO :W-EXISTE                                     00005200
                     FROM VLDTCOM                                       00005210
                    WHERE VCOM_CUENTA  = :VRCL-CUENTA                   00005220
                      AND VCOM_CLACONT = :VRCL-CLACONT                  00005230
              END-EXEC                                                  00005240
              IF SQLCODE NOT = ZERO                                     00005250
                 MOVE '99'               TO RCL0-COD-RETORNO            00005260
                 MOVE SQLCODE            TO W-SQLCODE-EDIT              00005270
                 MOVE 'VLE1000'          TO RCL0-COD-ERROR-DEV          00005280
                 MOVE 'VLDTCOM '         TO RCL0-VAR1-ERROR             00005290
                 MOVE W-SQLCODE-EDIT     TO RCL0-VAR2-ERROR             00005300
                 PERFORM 9999-FIN                                       00005310
              END-IF                                                    00005320
              IF W-EXISTE = ZEROS                                       00005330
                 MOVE '04'               TO RCL0-COD-RETORNO            00005340
                 MOVE 'VLE2376'          TO RCL0-COD-ERROR-DEV          00005350
                 MOVE 'VLDTCOM '         TO RCL0-VAR1-ERROR             00005360
                 PERFORM 9999-FIN                                       00005370
              END-IF                                                    00005380
           END-IF                                                       00005390
           .                                                            00005400
      *                                                                *00005410
      *----------------------------------------------------------------*00005420
       3000-ASIGNA-UNIDAD.                                              00005430
      *----------------------------------------------------------------*00005440
           IF RCL0-UNIDAD = SPACES                                      00005450
              MOVE '02'                  TO RCL0-COD-RETORNO            00005460
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00005470
              MOVE 'UNIDAD  '            TO RCL0-VAR1-ERROR             00005480
              PERFORM 9999-FIN                                          00005490
           END-IF                                                       00005500
                                                                        00005510
           PERFORM 6000-LEE-RECLAMO                                     00005520
                                                                        00005530
           MOVE RCL0-UNIDAD         TO VRCL-UNIDAD                      00005540
           MOVE 'G'                 TO VRCL-ESTADO                      00005550
           MOVE RCL0-FECHA-OPER     TO VRCL-FEULMOD                     00005560
           MOVE W-HORA-CURRENT-N    TO VRCL-HORULMOD                    00005570
           MOVE RCL0-TERMINAL       TO VRCL-NUMTER                      00005580
           MOVE RCL0-USERID         TO VRCL-USUARIO                     00005590
                                                                        00005600
           EXEC SQL                                                     00005610
                UPDATE VLDTRCL                                          00005620
                   SET VRCL_UNIDAD    = :VRCL-UNIDAD                    00005630
                     , VRCL_ESTADO    = :VRCL-ESTADO                    00005640
                     , VRCL_FEULMOD   = :VRCL-FEULMOD                   00005650
                     , VRCL_HORULMOD  = :VRCL-HORULMOD                  00005660
                     , VRCL_NUMTER    = :VRCL-NUMTER                    00005670
                     , VRCL_USUARIO   = :VRCL-USUARIO                   00005680
                 WHERE VRCL_ID        = :VRCL-ID                        00005690
                   AND VRCL_ESTADO   <> 'R'                             00005700
           END-EXEC                                                     00005710
           IF SQLCODE NOT = ZERO                                        00005720
              PERFORM 8900-ERROR-SQL                                    00005730
           END-IF                                                       00005740
                                                                        00005750
           MOVE VRCL-FECLIMITE      TO RCL0-FECLIMITE                   00005760
           MOVE 'UPDATE'            TO W-OPERACION-LOG                  00005770
           PERFORM 8000-GRABA-AUDITORIA                                 00005780
           .                                                            00005790
      *                                                                *00005800
      *----------------------------------------------------------------*00005810
       4000-RESUELVE-RECLAMO.                                           00005820
      *----------------------------------------------------------------*00005830
           IF RCL0-RESULTADO NOT = 'F' AND 'P' AND 'I'                  00005840
              MOVE '02'                  TO RCL0-COD-RETORNO            00005850
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00005860
              MOVE 'RESULTAD'            TO RCL0-VAR1-ERROR             00005870
              PERFORM 9999-FIN                                          00005880
           END-IF                                                       00005890
                                                                        00005900
      *    LA RESPUESTA AL CLIENTE ES OBLIGATORIA: VA EN LA CARTA       00005910
           IF RCL0-RESPUESTA = SPACES                                   00005920
              MOVE '02'                  TO RCL0-COD-RETORNO            00005930
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00005940
              MOVE 'RESPUEST'            TO RCL0-VAR1-ERROR             00005950
              PERFORM 9999-FIN                                          00005960
           END-IF                                                       00005970
                                                                        00005980
           PERFORM 6000-LEE-RECLAMO                                     00005990
                                                                        00006000
           MOVE RCL0-RESULTADO      TO VRCL-RESULTADO                   00006010
           MOVE RCL0-RESPUESTA      TO VRCL-RESPUESTA                   00006020
           IF VRCL-INFUNDADO                                            00006030
              MOVE ZEROS             TO VRCL-IMP-DEVUELTO               00006040
           ELSE                                                         00006050
              MOVE RCL0-IMP-DEVUELTO TO VRCL-IMP-DEVUELTO               00006060
           END-IF                                                       00006070
           MOVE 'R'                 TO VRCL-ESTADO                      00006080
           MOVE RCL0-FECHA-OPER     TO VRCL-FECRESOL                    00006090
           MOVE VRCL-FECRESOL       TO VRCL-FEULMOD                     00006100
           MOVE W-HORA-CURRENT-N    TO VRCL-HORULMOD                    00006110
           MOVE RCL0-TERMINAL       TO VRCL-NUMTER                      00006120
           MOVE RCL0-USERID         TO VRCL-USUARIO                     00006130
                                                                        00006140
           PERFORM 4100-CARTA-RESPUESTA                                 00006150
           MOVE WK-JFQ-ID-GEN       TO VRCL-JFQ-ID                      00006160
                                                                        00006170
           EXEC SQL                                                     00006180
                UPDATE VLDTRCL                                          00006190
                   SET VRCL_ESTADO        = :VRCL-ESTADO                00006200
                     , VRCL_FECRESOL      = :VRCL-FECRESOL              00006210
                     , VRCL_RESULTADO     = :VRCL-RESULTADO             00006220
                     , VRCL_RESPUESTA     = :VRCL-RESPUESTA             00006230
                     , VRCL_IMP_DEVUELTO  = :VRCL-IMP-DEVUELTO          00006240
                     , VRCL_JFQ_ID        = :VRCL-JFQ-ID                00006250
                     , VRCL_FEULMOD       = :VRCL-FEULMOD               00006260
                     , VRCL_HORULMOD      = :VRCL-HORULMOD              00006270
                     , VRCL_NUMTER        = :VRCL-NUMTER                00006280
                     , VRCL_USUARIO       = :VRCL-USUARIO               00006290
                 WHERE VRCL_ID            = :VRCL-ID                    00006300
                   AND VRCL_ESTADO       <> 'R'                         00006310
           END-EXEC                                                     00006320
           IF SQLCODE NOT = ZERO                                        00006330
              PERFORM 8900-ERROR-SQL                                    00006340
           END-IF                                                       00006350
                                                                        00006360
           MOVE VRCL-FECLIMITE      TO RCL0-FECLIMITE                   00006370
           MOVE 'UPDATE'            TO W-OPERACION-LOG                  00006380
           PERFORM 8000-GRABA-AUDITORIA                                 00006390
           .                                                            00006400
      *                                                                *00006410
      *----------------------------------------------------------------*00006420
       4100-CARTA-RESPUESTA.                                            00006430
      *----------------------------------------------------------------*00006440
      *    CARTA DE RESPUESTA AL CLIENTE POR LA COLA JETFORM VLDTJFQ,   00006450
      *    REGISTRADA EN VLDTDRG: ES LA CONSTANCIA QUE PIDE EL          00006460
      *    REGULADOR DE QUE EL RECLAMO SE CONTESTO Y CUANDO             00006470
           MOVE VRCL-ID             TO RSP-ID                           00006480
           MOVE VRCL-FECRESOL       TO RSP-FECHA                        00006490
           MOVE VRCL-CUENTA         TO RSP-CUENTA                       00006500
           MOVE VRCL-NUMCLI         TO RSP-NUMCLI                       00006510
           MOVE VRCL-TIPO           TO RSP-TIPO                         00006520
           EVALUATE TRUE                                                00006530
               WHEN VRCL-FUNDADO                                        00006540
                    MOVE 'FUNDADO  '     TO RSP-RESULTADO               00006550
               WHEN VRCL-PARCIAL                                        00006560
                    MOVE 'PARCIAL  '     TO RSP-RESULTADO               00006570
               WHEN OTHER                                               00006580
                    MOVE 'INFUNDADO'     TO RSP-RESULTADO               00006590
           END-EVALUATE                                                 00006600
           MOVE VRCL-IMP-DEVUELTO   TO RSP-IMP-DEVUELTO                 00006610
                                                                        00006620
           INITIALIZE DCLVLDTJFQ                                        00006630
           MOVE VRCL-FECRESOL       TO VJFQ-FECHA                       00006640
                                       VJFQ-FECULT                      00006650
           MOVE W-HORA-CURRENT-N    TO VJFQ-HORA                        00006660
           MOVE VRCL-CUENTA         TO VJFQ-CUENTA                      00006670
           MOVE 'VLFRCL00'          TO VJFQ-FORMATO                     00006680
           MOVE 'P'                 TO VJFQ-ESTADO                      00006690
           MOVE ZEROS               TO VJFQ-REINTENTOS                  00006700
           MOVE RCL0-TERMINAL       TO VJFQ-NUMTER                      00006710
           MOVE RCL0-USERID         TO VJFQ-USUARIO                     00006720
           MOVE SPACES              TO VJFQ-CONTENIDO-TEXT              00006730
           MOVE W-LIN-RESP1         TO VJFQ-CONTENIDO-TEXT (1:80)       00006740
           MOVE W-LIN-RESP2         TO VJFQ-CONTENIDO-TEXT (81:80)      00006750
           MOVE W-LIN-RESP3         TO VJFQ-CONTENIDO-TEXT (161:80)     00006760
           MOVE VRCL-RESPUESTA      TO VJFQ-CONTENIDO-TEXT (241:160)    00006770
           MOVE 400                 TO VJFQ-CONTENIDO-LEN               00006780
                                                                        00006790
           EXEC SQL                                                     00006800
                INSERT INTO VLDTJFQ                                     00006810
                      ( VJFQ_FECHA                                      00006820
                      , VJFQ_HORA                                       00006830
                      , VJFQ_CUENTA                                     00006840
                      , VJFQ_FORMATO                                    00006850
                      , VJFQ_ESTADO                                     00006860
                      , VJFQ_REINTENTOS                                 00006870
                      , VJFQ_FECULT                                     00006880
                      , VJFQ_NUMTER                                     00006890
                      , VJFQ_USUARIO                                    00006900
                      , VJFQ_CONTENIDO )                                00006910
                VALUES                                                  00006920
                      ( :VJFQ-FECHA                                     00006930
                      , :VJFQ-HORA                                      00006940
                      , :VJFQ-CUENTA                                    00006950
                      , :VJFQ-FORMATO                                   00006960
                      , :VJFQ-ESTADO                                    00006970
                      , :VJFQ-REINTENTOS                                00006980
                      , :VJFQ-FECULT                                    00006990
                      , :VJFQ-NUMTER                                    00007000
                      , :VJFQ-USUARIO                                   00007010
                      , :VJFQ-CONTENIDO )                               00007020
           END-EXEC                                                     00007030
           IF SQLCODE NOT = ZERO                                        00007040
              MOVE '99'                  TO RCL0-COD-RETORNO            00007050
              MOVE SQLCODE               TO W-SQLCODE-EDIT              00007060
              MOVE 'VLE1000'             TO RCL0-COD-ERROR-DEV          00007070
              MOVE 'VLDTJFQ '            TO RCL0-VAR1-ERROR             00007080
              MOVE W-SQLCODE-EDIT        TO RCL0-VAR2-ERROR             00007090
              PERFORM 9999-FIN                                          00007100
           END-IF                                                       00007110
           EXEC SQL                                                     00007120
                SET :WK-JFQ-ID-GEN = IDENTITY_VAL_LOCAL()               00007130
           END-EXEC                                                     00007140
           IF SQLCODE NOT = ZERO                                        00007150
              MOVE ZEROS TO WK-JFQ-ID-GEN                               00007160
           END-IF                                                       00007170
                                                                        00007180
           INITIALIZE DCLVLDTDRG                                        00007190
           MOVE VRCL-CUENTA         TO VDRG-CUENTA                      00007200
           MOVE 'RESPRECL'          TO VDRG-TIPODOC                     00007210
           MOVE VJFQ-FORMATO        TO VDRG-FORMATO                     00007220
           MOVE VRCL-FECRESOL       TO VDRG-FECHA                       00007230
           MOVE W-HORA-CURRENT-N    TO VDRG-HORA                        00007240
           MOVE 'P'                 TO VDRG-CANAL                       00007250
           MOVE WK-JFQ-ID-GEN       TO VDRG-JFQ-ID                      00007260
           MOVE RCL0-TERMINAL       TO VDRG-NUMTER                      00007270
           MOVE RCL0-USERID         TO VDRG-USUARIO                     00007280
           CALL WK-VL9CDRG0       USING DCLVLDTDRG WK-DRG-CODRESP       00007290
           IF WK-DRG-CODRESP NOT = ZEROS                                00007300
              MOVE '98'                  TO RCL0-COD-RETORNO            00007310
              MOVE 'VLE0908'             TO RCL0-COD-ERROR-DEV          00007320
              MOVE 'VL9CDRG0'            TO RCL0-VAR1-ERROR             00007330
              PERFORM 9999-FIN                                          00007340
           END-IF                                                       00007350
           .                                                            00007360
      *                                                                *00007370
      *----------------------------------------------------------------*00007380
       5000-CONSULTA-RECLAMOS.                                          00007390
      *----------------------------------------------------------------*00007400
      *    CUENTA EN CEROS: TODOS LOS RECLAMOS NO RESUELTOS, LOS MAS    00007410
      *    PROXIMOS AL PLAZO PRIMERO                                    00007420
           MOVE RCL0-CUENTA         TO VRCL-CUENTA                      00007430
           EXEC SQL                                                     00007440
                OPEN VLDCRCL1                                           00007450
           END-EXEC                                                     00007460
           IF SQLCODE NOT = ZERO                                        00007470
              PERFORM 8900-ERROR-SQL                                    00007480
           END-IF                                                       00007490
                                                                        00007500
           MOVE ZEROS TO IX                                             00007510
           PERFORM 5100-FETCH-RECLAMO                                   00007520
              UNTIL IX NOT < 15 OR SQLCODE NOT = ZERO                   00007530
                                                                        00007540
           EXEC SQL                                                     00007550
                CLOSE VLDCRCL1                                          00007560
           END-EXEC                                                     00007570
           IF SQLCODE NOT = ZERO                                        00007580
              PERFORM 8900-ERROR-SQL                                    00007590
           END-IF                                                       00007600
                                                                        00007610
           MOVE IX                  TO RCL0-NUM-OCCURS                  00007620
           .                                                            00007630
      *                                                                *00007640
      *----------------------------------------------------------------*00007650
       5100-FETCH-RECLAMO.                                              00007660
      *----------------------------------------------------------------*00007670
           EXEC SQL                                                     00007680
                FETCH VLDCRCL1                                          00007690
                 INTO :VRCL-ID                                          00007700
                    , :VRCL-CUENTA                                      00007710
                    , :VRCL-NUMCLI                                      00007720
                    , :VRCL-FECALTA                                     00007730
                    , :VRCL-CANAL                                       00007740
                    , :VRCL-TIPO                                        00007750
                    , :VRCL-REFER-OPE                                   00007760
                    , :VRCL-DRG-ID                                      00007770
                    , :VRCL-CLACONT                                     00007780
                    , :VRCL-UNIDAD                                      00007790
                    , :VRCL-ESTADO                                      00007800
                    , :VRCL-FECLIMITE                                   00007810
                    , :VRCL-FECRESOL                                    00007820
                    , :VRCL-RESULTADO                                   00007830
                    , :VRCL-JFQ-ID                                      00007840
           END-EXEC                                                     00007850
           EVALUATE SQLCODE                                             00007860
               WHEN ZERO                                                00007870
                    ADD  1               TO IX                          00007880
                    MOVE VRCL-ID         TO RCL0-R-ID        (IX)       00007890
                    MOVE VRCL-CUENTA     TO RCL0-R-CUENTA    (IX)       00007900
                    MOVE VRCL-NUMCLI     TO RCL0-R-NUMCLI    (IX)       00007910
                    MOVE VRCL-FECALTA    TO RCL0-R-FECALTA   (IX)       00007920
                    MOVE VRCL-CANAL      TO RCL0-R-CANAL     (IX)       00007930
                    MOVE VRCL-TIPO       TO RCL0-R-TIPO      (IX)       00007940
                    MOVE VRCL-REFER-OPE  TO RCL0-R-REFER-OPE (IX)       00007950
                    MOVE VRCL-DRG-ID     TO RCL0-R-DRG-ID    (IX)       00007960
                    MOVE VRCL-CLACONT    TO RCL0-R-CLACONT   (IX)       00007970
                    MOVE VRCL-UNIDAD     TO RCL0-R-UNIDAD    (IX)       00007980
                    MOVE VRCL-ESTADO     TO RCL0-R-ESTADO    (IX)       00007990
                    MOVE VRCL-FECLIMITE  TO RCL0-R-FECLIMITE (IX)       00008000
                    MOVE VRCL-FECRESOL   TO RCL0-R-FECRESOL  (IX)       00008010
                    MOVE VRCL-RESULTADO  TO RCL0-R-RESULTADO (IX)       00008020
                    MOVE VRCL-JFQ-ID     TO RCL0-R-JFQ-ID    (IX)       00008030
               WHEN 100                                                 00008040
                    CONTINUE                                            00008050
               WHEN OTHER                                               00008060
                    PERFORM 8900-ERROR-SQL                              00008070
           END-EVALUATE                                                 00008080
           .                                                            00008090
      *                                                                *00008100
      *----------------------------------------------------------------*00008110
       6000-LEE-RECLAMO.                                                00008120
      *----------------------------------------------------------------*00008130
      *    LECTURA DEL RECLAMO A ASIGNAR O RESOLVER; UN RECLAMO YA      00008140
      *    RESUELTO NO ADMITE MAS CAMBIOS                               00008150
           IF RCL0-ID NOT > ZEROS                                       00008160
              MOVE '02'                  TO RCL0-COD-RETORNO            00008170
              MOVE 'VLE2374'             TO RCL0-COD-ERROR-DEV          00008180
              MOVE 'ID RECLA'            TO RCL0-VAR1-ERROR             00008190
              PERFORM 9999-FIN                                          00008200
           END-IF                                                       00008210
                                                                        00008220
           MOVE RCL0-ID             TO VRCL-ID                          00008230
           EXEC SQL                                                     00008240
                SELECT  VRCL_CUENTA                                     00008250
                     ,  VRCL_NUMCLI                                     00008260
                     ,  VRCL_FECALTA                                    00008270
                     ,  VRCL_HORALTA                                    00008280
                     ,  VRCL_CANAL                                      00008290
                     ,  VRCL_TIPO                                       00008300
                     ,  VRCL_DESCRIPCION                                00008310
                     ,  VRCL_REFER_OPE                                  00008320
                     ,  VRCL_DRG_ID                                     00008330
                     ,  VRCL_CLACONT                                    00008340
                     ,  VRCL_IMP_RECLAMADO                              00008350
                     ,  VRCL_UNIDAD                                     00008360
                     ,  VRCL_ESTADO                                     00008370
                     ,  VRCL_FECLIMITE                                  00008380
                  INTO :VRCL-CUENTA                                     00008390
                     , :VRCL-NUMCLI                                     00008400
                     , :VRCL-FECALTA                                    00008410
                     , :VRCL-HORALTA                                    00008420
                     , :VRCL-CANAL                                      00008430
                     , :VRCL-TIPO                                       00008440
                     , :VRCL-DESCRIPCION                                00008450
                     , :VRCL-REFER-OPE                                  00008460
                     , :VRCL-DRG-ID                                     00008470
                     , :VRCL-CLACONT                                    00008480
                     , :VRCL-IMP-RECLAMADO                              00008490
                     , :VRCL-UNIDAD                                     00008500
                     , :VRCL-ESTADO                                     00008510
                     , :VRCL-FECLIMITE                                  00008520
                  FROM  VLDTRCL                                         00008530
                 WHERE  VRCL_ID = :VRCL-ID                              00008540
           END-EXEC                                                     00008550
           IF SQLCODE = 100                                             00008560
              MOVE '05'                  TO RCL0-COD-RETORNO            00008570
              MOVE 'VLE2377'             TO RCL0-COD-ERROR-DEV          00008580
              MOVE 'VLDTRCL '            TO RCL0-VAR1-ERROR             00008590
              PERFORM 9999-FIN                                          00008600
           END-IF                                                       00008610
           IF SQLCODE NOT = ZERO                                        00008620
              PERFORM 8900-ERROR-SQL                                    00008630
           END-IF                                                       00008640
                                                                        00008650
           IF VRCL-RESUELTO                                             00008660
              MOVE '06'                  TO RCL0-COD-RETORNO            00008670
              MOVE 'VLE2378'             TO RCL0-COD-ERROR-DEV          00008680
              MOVE 'ESTADO  '            TO RCL0-VAR1-ERROR             00008690
              PERFORM 9999-FIN                                          00008700
           END-IF                                                       00008710
           .                                                            00008720
      *                                                                *00008730
      *----------------------------------------------------------------*00008740
       7000-SUMA-UN-DIA.                                                00008750
      *----------------------------------------------------------------*00008760
           PERFORM 7100-DIAS-DEL-MES                                    00008770
           IF W-FW-DD < W-DIAS-MES                                      00008780
              ADD 1 TO W-FW-DD                                          00008790
           ELSE                                                         00008800
              MOVE 1 TO W-FW-DD                                         00008810
              IF W-FW-MM < 12                                           00008820
                 ADD 1 TO W-FW-MM                                       00008830
              ELSE                                                      00008840
                 MOVE 1 TO W-FW-MM                                      00008850
                 ADD 1 TO W-FW-AAAA                                     00008860
              END-IF                                                    00008870
           END-IF                                                       00008880
           ADD 1 TO W-DIAS-SUMA                                         00008890
           .                                                            00008900
      *                                                                *00008910
      *----------------------------------------------------------------*00008920
       7100-DIAS-DEL-MES.                                               00008930
      *----------------------------------------------------------------*00008940
           EVALUATE W-FW-MM                                             00008950
               WHEN 04                                                  00008960
               WHEN 06                                                  00008970
               WHEN 09                                                  00008980
               WHEN 11                                                  00008990
                    MOVE 30 TO W-DIAS-MES                               00009000
               WHEN 02                                                  00009010
                    MOVE 28 TO W-DIAS-MES                               00009020
                    DIVIDE W-FW-AAAA BY 4                               00009030
                           GIVING W-COCIENTE REMAINDER W-RES4           00009040
                    DIVIDE W-FW-AAAA BY 100                             00009050
                           GIVING W-COCIENTE REMAINDER W-RES100         00009060
                    DIVIDE W-FW-AAAA BY 400                             00009070
                           GIVING W-COCIENTE REMAINDER W-RES400         00009080
                    IF W-RES4 = ZEROS                                   00009090
                       AND (W-RES100 NOT = ZEROS                        00009100
                            OR W-RES400 = ZEROS)                        00009110
                       MOVE 29 TO W-DIAS-MES                            00009120
                    END-IF                                              00009130
               WHEN OTHER                                               00009140
                    MOVE 31 TO W-DIAS-MES                               00009150
           END-EVALUATE                                                 00009160
           .                                                            00009170
      *                                                                *00009180
      *----------------------------------------------------------------*00009190
       8000-GRABA-AUDITORIA.                                            00009200
      *----------------------------------------------------------------*00009210
           MOVE RCL0-FECHA-OPER       TO  VL7LOG-FECHA                  00009220
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00009230
           MOVE RCL0-TERMINAL         TO  VL7LOG-NUMTER                 00009240
           MOVE RCL0-USERID           TO  VL7LOG-NUMUSER                00009250
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00009260
           MOVE 'VLDTRCL'             TO  VL7LOG-TABLA                  00009270
           MOVE W-OPERACION-LOG       TO  VL7LOG-OPERACION              00009280
           MOVE LENGTH OF DCLVLDTRCL  TO  VL7LOG-REGISTRO-LEN           00009290
           MOVE SPACES                TO  LOGVLDTRCL                    00009300
           MOVE DCLVLDTRCL            TO  LOGVLDTRCL                    00009310
           MOVE LOGVLDTRCL            TO  VL7LOG-REGISTRO-TEXT          00009320
                                                                        00009330
           EXEC CICS                                                    00009340
              LINK PROGRAM (VL7CRLOG)                                   00009350
              COMMAREA (W-VLWCLOG0)                                     00009360
           END-EXEC                                                     00009370
                                                                        00009380
           IF VL7LOG-CODRESP NOT = ZEROS                                00009390
              MOVE '98'                  TO RCL0-COD-RETORNO            00009400
              MOVE 'VLE0907'             TO RCL0-COD-ERROR-DEV          00009410
              MOVE 'VL7CRLOG'            TO RCL0-VAR1-ERROR             00009420
              PERFORM 9999-FIN                                          00009430
           END-IF                                                       00009440
           .                                                            00009450
      *                                                                *00009460
      *----------------------------------------------------------------*00009470
       8900-ERROR-SQL.                                                  00009480
      *----------------------------------------------------------------*00009490
           MOVE '99'                  TO RCL0-COD-RETORNO               00009500
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00009510
           MOVE 'VLE1000'             TO RCL0-COD-ERROR-DEV             00009520
           MOVE 'VLDTRCL '            TO RCL0-VAR1-ERROR                00009530
           MOVE W-SQLCODE-EDIT        TO RCL0-VAR2-ERROR                00009540
           PERFORM 9999-FIN.                                            00009550
      *                                                                *00009560
      *----------------------------------------------------------------*00009570
       9999-FIN.                                                        00009580
      *----------------------------------------------------------------*00009590
           EXEC CICS                                                    00009600
              RETURN                                                    00009610
           END-EXEC.                                                    00009620
      *=================================================================00009630
      *   FIN DEL PROGRAMA                                              00009640
      *=================================================================00009650
