      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CCIC0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO DE LOS CICLOS DE LIQUIDACION POR   *00000080
      *               PLAZA Y TIPO DE INSTRUMENTO (VLDTCIC)            *00000090
      *OBJETIVO     : 'A' DA DE ALTA UN CICLO (PLAZA, TIPO 'V'/'F',    *00000100
      *               FECHA DE VIGENCIA Y DIAS HABILES T+N); UNA       *00000110
      *               MIGRACION DE CICLO ES UN ALTA CON VIGENCIA       *00000120
      *               FUTURA. 'B' DA DE BAJA UN CICLO QUE AUN NO HA    *00000130
      *               ENTRADO EN VIGOR (EL VIGENTE SOLO SE REEMPLAZA   *00000140
      *               CON OTRA ALTA). 'C' CONSULTA LOS CICLOS DE LA    *00000150
      *               PLAZA. LA TABLA LA RESUELVE VL9CCIC0 PARA        *00000160
      *               VL4CPREV, VL4CPLAN Y VL4CPROY. LOS CAMBIOS SE    *00000170
      *               AUDITAN EN VLDTRLOG VIA VL7CRLOG.                *00000180
      ******************************************************************00000190
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000200
      *--------- ---------- ----------------- -------------------------*00000210
      *RITM49162 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000220
      *--------- ---------- ----------------- -------------------------*00000230
      ******************************************************************00000240
      *                                                                 00000250
      *=================================================================00000260
       ENVIRONMENT DIVISION.                                            00000270
      *=================================================================00000280
       CONFIGURATION SECTION.                                           00000290
      *-----------------------------------------------------------------00000300
       SPECIAL-NAMES.                                                   00000310
      *--------------                                                   00000320
                                                                        00000330
      *=================================================================00000340
       DATA DIVISION.                                                   00000350
      *=================================================================00000360
                                                                        00000370
      *-----------------------------------------------------------------00000380
       WORKING-STORAGE SECTION.                                         00000390
      *-----------------------------------------------------------------00000400
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CCIC0'.   00000410
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000420
                                                                        00000430
      *-----------------------------------------------------------------00000440
      *    VARIABLES.                                                   00000450
      *-----------------------------------------------------------------00000460
       01  W-VARIABLES.                                                 00000470
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000480
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000490
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000500
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000510
           03 W-NUM-CICLOS             PIC S9(9) COMP  VALUE ZEROS.     00000520
           03 W-TIPINT-DESDE           PIC X(01)       VALUE SPACES.    00000530
           03 W-TIPINT-HASTA           PIC X(01)       VALUE SPACES.    00000540
           03 W-SW-FIN-CUR             PIC X(01)       VALUE 'N'.       00000550
              88 FIN-CUR-CIC                           VALUE 'S'.       00000560
           03 W-HORA-CURRENT.                                           00000570
              05  W-HORA               PIC 99.                          00000580
              05  W-MINUTOS            PIC 99.                          00000590
              05  W-SEGUNDOS           PIC 99.                          00000600
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000610
                                                                        00000620
      ** COPY PARA RUTINA VL7CRLOG                                      00000630
       01 W-VLWCLOG0.                                                   00000640
           COPY VLWCLOG0.                                               00000650
       01 LOGVLDTCIC               PIC X(500).                          00000660
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000670
           COPY VLCPTEN0.                                               00000680
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000690
                                                                        00000700
      *    CICLOS DE LIQUIDACION                                        00000710
           COPY VLCPTCIC.                                               00000720
                                                                        00000730
      *-----------------------------------------------------------------00000740
      *    INCLUDES (DEFINICION DE TABLAS).                             00000750
      *-----------------------------------------------------------------00000760
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000770
                                                                        00000780
      *-----------------------------------------------------------------00000790
      *                   C U R S O R E S                              *00000800
      *-----------------------------------------------------------------00000810
      *    CICLOS DE LA PLAZA (DE UN TIPO O DE AMBOS), EL MAS RECIENTE  00000820
      *    PRIMERO DENTRO DE CADA TIPO                                  00000830
           EXEC SQL                                                     00000840
                DECLARE VLDCCIC1  CURSOR FOR                            00000850
                SELECT  VCIC_TIPINT                                     00000860
                     ,  VCIC_FECVIG                                     00000870
                     ,  VCIC_DIAS                                       00000880
                     ,  VCIC_FEULMOD                                    00000890
                     ,  VCIC_USUARIO                                    00000900
                  FROM  VLDTCIC                                         00000910
                 WHERE  VCIC_PLAZA  = :VCIC-PLAZA                       00000920
                   AND  VCIC_TIPINT BETWEEN :W-TIPINT-DESDE             00000930
                                        AND :W-TIPINT-HASTA             00000940
                 ORDER  BY VCIC_TIPINT, VCIC_FECVIG DESC                00000950
           END-EXEC.                                                    00000960
                                                                        00000970
      *---------------*                                                 00000980
       LINKAGE SECTION.                                                 00000990
      *---------------*                                                 00001000
       01  DFHCOMMAREA.                                                 00001010
           05  CIC0-DATOS-ENTRADA.                                      00001020
               10  CIC0-ACCION         PIC X(01).                       00001030
                   88  CIC0-ALTA           VALUE 'A'.                   00001040
                   88  CIC0-BAJA           VALUE 'B'.                   00001050
                   88  CIC0-CONSULTA       VALUE 'C'.                   00001060
               10  CIC0-PLAZA          PIC X(03).                       00001070
               10  CIC0-TIPINT         PIC X(01).                       00001080
               10  CIC0-FECVIG         PIC 9(08).                       00001090
               10  CIC0-DIAS           PIC 9(02).                       00001100
               10  CIC0-FECHA-OPER     PIC X(08).                       00001110
               10  CIC0-TERMINAL       PIC X(04).                       00001120
               10  CIC0-USERID         PIC X(08).                       00001130
           05  CIC0-DATOS-SALIDA.                                       00001140
               10  CIC0-COD-RETORNO    PIC X(02).                       00001150
               10  CIC0-COD-ERROR-DEV  PIC X(07).                       00001160
               10  CIC0-VAR1-ERROR     PIC X(08).                       00001170
               10  CIC0-VAR2-ERROR     PIC X(05).                       00001180
               10  CIC0-NUM-OCCURS     PIC 9(02).                       00001190
               10  CIC0-CICLOS OCCURS 20 TIMES.                         00001200
                   15  CIC0-C-TIPINT       PIC X(01).                   00001210
                   15  CIC0-C-FECVIG       PIC 9(08).                   00001220
                   15  CIC0-C-DIAS         PIC 9(02).                   00001230
                   15  CIC0-C-FEULMOD      PIC 9(08).                   00001240
                   15  CIC0-C-USUARIO      PIC X(08).                   00001250
      *-----------------------------------------------------------------00001260
                                                                        00001270
      *==================                                               00001280
       PROCEDURE DIVISION.                                              00001290
      *==================                                               00001300
           PERFORM 1000-INICIO                                          00001310
           EVALUATE TRUE                                                00001320
               WHEN CIC0-ALTA                                           00001330
                    PERFORM 2000-ALTA-CICLO                             00001340
               WHEN CIC0-BAJA                                           00001350
                    PERFORM 3000-BAJA-CICLO                             00001360
               WHEN CIC0-CONSULTA                                       00001370
                    PERFORM 4000-CONSULTA-PLAZA                         00001380
               WHEN OTHER                                               00001390
                    MOVE '01'                  TO CIC0-COD-RETORNO      00001400
                    MOVE 'VLE2324'             TO CIC0-COD-ERROR-DEV    00001410
                    MOVE 'ACCION  '            TO CIC0-VAR1-ERROR       00001420
           END-EVALUATE                                                 00001430
           PERFORM 9999-FIN.                                            00001440
                                                                        00001450
      *---------------------------------------------------------------- 00001460
       1000-INICIO.                                                     00001470
      *---------------------------------------------------------------- 00001480
           INITIALIZE      CIC0-DATOS-SALIDA                            00001490
                           DCLVLDTCIC.                                  00001500
                                                                        00001510
           MOVE '00'                TO  CIC0-COD-RETORNO                00001520
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001530
      *    SIN PLAZA INFORMADA SE ASUME LA PLAZA DE LIMA                00001540
           IF CIC0-PLAZA = SPACES                                       00001550
              MOVE 'LIM'            TO  CIC0-PLAZA                      00001560
           END-IF                                                       00001570
           MOVE CIC0-PLAZA          TO  VCIC-PLAZA                      00001580
           MOVE CIC0-TIPINT         TO  VCIC-TIPINT                     00001590
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001600
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001610
           IF NOT CIC0-CONSULTA                                         00001620
              MOVE CIC0-FECHA-OPER    TO W-FECHA-OPER                   00001630
              IF W-FECHA-OPER NOT NUMERIC                               00001640
                 MOVE '02'              TO CIC0-COD-RETORNO             00001650
                 MOVE 'VLE2297'         TO CIC0-COD-ERROR-DEV           00001660
                 MOVE CIC0-FECHA-OPER   TO CIC0-VAR1-ERROR              00001670
                 PERFORM 9999-FIN                                       00001680
              END-IF                                                    00001690
              INITIALIZE VL9CENT0-AREA                                  00001700
              MOVE CIC0-USERID        TO ENT0-USUARIO                   00001710
              MOVE 'VL7CCIC0'        TO ENT0-CODTRAN                    00001720
              MOVE CIC0-ACCION        TO ENT0-ACCION                    00001730
              MOVE CIC0-FECHA-OPER    TO ENT0-FECHA                     00001740
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001750
              MOVE CIC0-TERMINAL      TO ENT0-TERMINAL                  00001760
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001770
              IF ENT0-CODRESP NOT = ZEROS                               00001780
                 MOVE '99'              TO CIC0-COD-RETORNO             00001790
                 MOVE 'VLE1000'         TO CIC0-COD-ERROR-DEV           00001800
                 MOVE 'VLDTENT '        TO CIC0-VAR1-ERROR              00001810
                 PERFORM 9999-FIN                                       00001820
              END-IF                                                    00001830
              IF ENT0-PERMITIDO NOT = 'S'                               00001840
                 MOVE '91'              TO CIC0-COD-RETORNO             00001850
                 MOVE 'VLE2278'         TO CIC0-COD-ERROR-DEV           00001860
                 MOVE CIC0-USERID        TO CIC0-VAR1-ERROR             00001870
                 PERFORM 9999-FIN                                       00001880
              END-IF                                                    00001890
              PERFORM 6000-VALIDA-CLAVE                                 00001900
           END-IF                                                       00001910
           .                                                            00001920
      *                                                                *00001930
      *----------------------------------------------------------------*00001940
       2000-ALTA-CICLO.                                                 00001950
      *----------------------------------------------------------------*00001960
           IF CIC0-DIAS NOT NUMERIC                                     00001970
              OR CIC0-DIAS > 10                                         00001980
              MOVE '02'                  TO CIC0-COD-RETORNO            00001990
              MOVE 'VLE2325'             TO CIC0-COD-ERROR-DEV          00002000
              MOVE 'DIAS    '            TO CIC0-VAR1-ERROR             00002010
              PERFORM 9999-FIN                                          00002020
           END-IF                                                       00002030
                                                                        00002040
      *    UN CICLO NO PUEDE REGIR HACIA ATRAS: CAMBIARIA LA FECHA      00002050
      *    VALOR DE OPERACIONES YA CARGADAS. SOLO LA PRIMERA VIGENCIA   00002060
      *    DE LA PLAZA/TIPO PUEDE SER ANTERIOR A LA FECHA DE HOY        00002070
           IF CIC0-FECVIG < W-FECHA-OPER-N                              00002080
              PERFORM 7000-CUENTA-CICLOS                                00002090
              IF W-NUM-CICLOS > ZEROS                                   00002100
                 MOVE '04'               TO CIC0-COD-RETORNO            00002110
                 MOVE 'VLE2326'          TO CIC0-COD-ERROR-DEV          00002120
                 MOVE 'FECVIG  '         TO CIC0-VAR1-ERROR             00002130
                 PERFORM 9999-FIN                                       00002140
              END-IF                                                    00002150
           END-IF                                                       00002160
                                                                        00002170
           MOVE CIC0-FECVIG          TO VCIC-FECVIG                     00002180
           MOVE CIC0-DIAS            TO VCIC-DIAS                       00002190
           MOVE W-FECHA-OPER-N       TO VCIC-FEULMOD                    00002200
           MOVE W-HORA-CURRENT-N     TO VCIC-HORULMOD                   00002210
           MOVE CIC0-TERMINAL        TO VCIC-NUMTER                     00002220
           MOVE CIC0-USERID          TO VCIC-USUARIO                    00002230
                                                                        00002240
           EXEC SQL                                                     00002250
                INSERT INTO VLDTCIC                                     00002260
                      ( VCIC_PLAZA                                      00002270
                      , VCIC_TIPINT                                     00002280
                      , VCIC_FECVIG                                     00002290
                      , VCIC_DIAS                                       00002300
                      , VCIC_FEULMOD                                    00002310
                      , VCIC_HORULMOD                                   00002320
                      , VCIC_NUMTER                                     00002330
                      , VCIC_USUARIO )                                  00002340
                VALUES                                                  00002350
                      ( :VCIC-PLAZA                                     00002360
                      , :VCIC-TIPINT                                    00002370
                      , :VCIC-FECVIG                                    00002380
                      , :VCIC-DIAS                                      00002390
                      , :VCIC-FEULMOD                                   00002400
                      , :VCIC-HORULMOD                                  00002410
                      , :VCIC-NUMTER                                    00002420
                      , :VCIC-USUARIO )                                 00002430
           END-EXEC                                                     00002440
                                                                        00002450
           EVALUATE SQLCODE                                             00002460
               WHEN +000                                                00002470
                    CONTINUE                                            00002480
               WHEN -803                                                00002490
                    MOVE '03'                  TO CIC0-COD-RETORNO      00002500
                    MOVE 'VLE2327'             TO CIC0-COD-ERROR-DEV    00002510
                    MOVE 'YA EXIST'            TO CIC0-VAR1-ERROR       00002520
                    PERFORM 9999-FIN                                    00002530
               WHEN OTHER                                               00002540
                    PERFORM 8900-ERROR-SQL                              00002550
           END-EVALUATE                                                 00002560
                                                                        00002570
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00002580
           PERFORM 8000-GRABA-AUDITORIA                                 00002590
           .                                                            00002600
      *                                                                *00002610
      *----------------------------------------------------------------*00002620
       3000-BAJA-CICLO.                                                 00002630
      *----------------------------------------------------------------*00002640
           MOVE CIC0-FECVIG          TO VCIC-FECVIG                     00002650
           EXEC SQL                                                     00002660
                SELECT  VCIC_DIAS                                       00002670
                     ,  VCIC_FEULMOD                                    00002680
                     ,  VCIC_HORULMOD                                   00002690
                     ,  VCIC_NUMTER                                     00002700
                     ,  VCIC_USUARIO                                    00002710
                  INTO :VCIC-DIAS                                       00002720
                     , :VCIC-FEULMOD                                    00002730
                     , :VCIC-HORULMOD                                   00002740
                     , :VCIC-NUMTER                                     00002750
                     , :VCIC-USUARIO                                    00002760
                  FROM  VLDTCIC                                         00002770
                 WHERE  VCIC_PLAZA  = :VCIC-PLAZA                       00002780
                   AND  VCIC_TIPINT = :VCIC-TIPINT                      00002790
                   AND  VCIC_FECVIG = :VCIC-FECVIG                      00002800
           END-EXEC                                                     00002810
                                                                        00002820
           EVALUATE SQLCODE                                             00002830
               WHEN +000                                                00002840
                    CONTINUE                                            00002850
               WHEN +100                                                00002860
                    MOVE '04'                  TO CIC0-COD-RETORNO      00002870
                    MOVE 'VLE2328'             TO CIC0-COD-ERROR-DEV    00002880
                    MOVE 'NO EXIST'            TO CIC0-VAR1-ERROR       00002890
                    PERFORM 9999-FIN                                    00002900
               WHEN OTHER                                               00002910
                    PERFORM 8900-ERROR-SQL                              00002920
           END-EVALUATE                                                 00002930
                                                                        00002940
      *    EL CICLO EN VIGOR (O YA VENCIDO) RESPALDA LAS FECHAS VALOR   00002950
      *    DE LAS OPERACIONES CARGADAS: NO SE BORRA                     00002960
           IF VCIC-FECVIG NOT > W-FECHA-OPER-N                          00002970
              MOVE '04'                  TO CIC0-COD-RETORNO            00002980
              MOVE 'VLE2326'             TO CIC0-COD-ERROR-DEV          00002990
              MOVE 'FECVIG  '            TO CIC0-VAR1-ERROR             00003000
              PERFORM 9999-FIN                                          00003010
           END-IF                                                       00003020
                                                                        00003030
      *    AUDITORIA DE LA IMAGEN QUE SE ELIMINA                        00003040
           MOVE 'ANT-DEL ' TO VL7LOG-OPERACION                          00003050
           PERFORM 8000-GRABA-AUDITORIA                                 00003060
                                                                        00003070
           EXEC SQL                                                     00003080
                DELETE FROM VLDTCIC                                     00003090
                 WHERE VCIC_PLAZA  = :VCIC-PLAZA                        00003100
                   AND VCIC_TIPINT = :VCIC-TIPINT                       00003110
                   AND VCIC_FECVIG = :VCIC-FECVIG                       00003120
           END-EXEC                                                     00003130
                                                                        00003140
           IF SQLCODE NOT = ZERO                                        00003150
              PERFORM 8900-ERROR-SQL                                    00003160
           END-IF                                                       00003170
                                                                        00003180
           MOVE W-FECHA-OPER-N       TO VCIC-FEULMOD                    00003190
           MOVE W-HORA-CURRENT-N     TO VCIC-HORULMOD                   00003200
           MOVE CIC0-TERMINAL        TO VCIC-NUMTER                     00003210
           MOVE CIC0-USERID          TO VCIC-USUARIO                    00003220
           MOVE 'DELETE  ' TO VL7LOG-OPERACION                          00003230
           PERFORM 8000-GRABA-AUDITORIA                                 00003240
           .                                                            00003250
      *                                                                *00003260
      *----------------------------------------------------------------*00003270
       4000-CONSULTA-PLAZA.                                             00003280
      *----------------------------------------------------------------*00003290
      *    SIN TIPO INFORMADO SE LISTAN LOS DOS                         00003300
           IF CIC0-TIPINT = SPACES                                      00003310
              MOVE LOW-VALUES          TO W-TIPINT-DESDE                00003320
              MOVE HIGH-VALUES         TO W-TIPINT-HASTA                00003330
           ELSE                                                         00003340
              MOVE CIC0-TIPINT         TO W-TIPINT-DESDE                00003350
                                          W-TIPINT-HASTA                00003360
           END-IF                                                       00003370
                                                                        00003380
           EXEC SQL                                                     00003390
                OPEN VLDCCIC1                                           00003400
           END-EXEC                                                     00003410
           IF SQLCODE NOT = ZERO                                        00003420
              PERFORM 8900-ERROR-SQL                                    00003430
           END-IF                                                       00003440
                                                                        00003450
           MOVE ZEROS TO IX                                             00003460
           MOVE 'N'   TO W-SW-FIN-CUR                                   00003470
           PERFORM 4100-FETCH-CICLO                                     00003480
           PERFORM 4200-CARGA-CICLO                                     00003490
             UNTIL IX NOT LESS 20                                       00003500
                OR FIN-CUR-CIC                                          00003510
                                                                        00003520
           EXEC SQL                                                     00003530
                CLOSE VLDCCIC1                                          00003540
           END-EXEC                                                     00003550
                                                                        00003560
           MOVE IX TO CIC0-NUM-OCCURS                                   00003570
           .                                                            00003580
      *                                                                *00003590
      *----------------------------------------------------------------*00003600
       4100-FETCH-CICLO.                                                00003610
      *----------------------------------------------------------------*00003620
           EXEC SQL                                                     00003630
                FETCH  VLDCCIC1                                         00003640
                 INTO :VCIC-TIPINT                                      00003650
                    , :VCIC-FECVIG                                      00003660
                    , :VCIC-DIAS                                        00003670
                    , :VCIC-FEULMOD                                     00003680
                    , :VCIC-USUARIO                                     00003690
           END-EXEC                                                     00003700
                                                                        00003710
           EVALUATE SQLCODE                                             00003720
               WHEN ZERO                                                00003730
                    CONTINUE                                            00003740
               WHEN 100                                                 00003750
                    MOVE 'S'           TO W-SW-FIN-CUR                  00003760
               WHEN OTHER                                               00003770
                    PERFORM 8900-ERROR-SQL                              00003780
           END-EVALUATE.                                                00003790
      *                                                                *00003800
      *----------------------------------------------------------------*00003810
       4200-CARGA-CICLO.                                                00003820
      *----------------------------------------------------------------*00003830
           ADD  1                   TO IX                               00003840
           MOVE VCIC-TIPINT         TO CIC0-C-TIPINT  (IX)              00003850
           MOVE VCIC-FECVIG         TO CIC0-C-FECVIG  (IX)              00003860
           MOVE VCIC-DIAS           TO CIC0-C-DIAS    (IX)              00003870
           MOVE VCIC-FEULMOD        TO CIC0-C-FEULMOD (IX)              00003880
           MOVE VCIC-USUARIO        TO CIC0-C-USUARIO (IX)              00003890
           PERFORM 4100-FETCH-CICLO                                     00003900
           .                                                            00003910
      *                                                                *00003920
      *----------------------------------------------------------------*00003930
       6000-VALIDA-CLAVE.                                               00003940
      *----------------------------------------------------------------*00003950
      *    TIPOS DE INSTRUMENTO DE VLDTXEN (VL7CXEN0)                   00003960
           IF CIC0-TIPINT NOT = 'V' AND 'F'                             00003970
              MOVE '02'                  TO CIC0-COD-RETORNO            00003980
              MOVE 'VLE2324'             TO CIC0-COD-ERROR-DEV          00003990
              MOVE 'TIPINT  '            TO CIC0-VAR1-ERROR             00004000
              PERFORM 9999-FIN                                          00004010
           END-IF                                                       00004020
                                                                        00004030
           IF CIC0-FECVIG NOT NUMERIC                                   00004040
              OR CIC0-FECVIG = ZEROS                                    00004050
              MOVE '02'                  TO CIC0-COD-RETORNO            00004060
              MOVE 'VLE2324'             TO CIC0-COD-ERROR-DEV          00004070
              MOVE 'FECVIG  '            TO CIC0-VAR1-ERROR             00004080
              PERFORM 9999-FIN                                          00004090
           END-IF                                                       00004100
           .                                                            00004110
      *                                                                *00004120
      *----------------------------------------------------------------*00004130
       7000-CUENTA-CICLOS.                                              00004140
      *----------------------------------------------------------------*00004150
           EXEC SQL                                                     00004160
                SELECT  COUNT(*)                                        00004170
                  INTO :W-NUM-CICLOS                                    00004180
                  FROM  VLDTCIC                                         00004190
                 WHERE  VCIC_PLAZA  = :VCIC-PLAZA                       00004200
                   AND  VCIC_TIPINT = :VCIC-TIPINT                      00004210
           END-EXEC                                                     00004220
           IF SQLCODE NOT = ZERO                                        00004230
              PERFORM 8900-ERROR-SQL                                    00004240
           END-IF                                                       00004250
           .                                                            00004260
      *                                                                *00004270
      *----------------------------------------------------------------*00004280
       8000-GRABA-AUDITORIA.                                            00004290
      *----------------------------------------------------------------*00004300
           MOVE CIC0-FECHA-OPER       TO  VL7LOG-FECHA                  00004310
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004320
           MOVE CIC0-TERMINAL         TO  VL7LOG-NUMTER                 00004330
           MOVE CIC0-USERID           TO  VL7LOG-NUMUSER                00004340
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004350
           MOVE 'VLDTCIC'             TO  VL7LOG-TABLA                  00004360
           MOVE LENGTH OF DCLVLDTCIC  TO  VL7LOG-REGISTRO-LEN           00004370
           MOVE SPACES                TO  LOGVLDTCIC                    00004380
           MOVE DCLVLDTCIC            TO  LOGVLDTCIC                    00004390
           MOVE LOGVLDTCIC            TO  VL7LOG-REGISTRO-TEXT          00004400
                                                                        00004410
           EXEC CICS                                                    00004420
              LINK PROGRAM (VL7CRLOG)                                   00004430
              COMMAREA (W-VLWCLOG0)                                     00004440
           END-EXEC                                                     00004450
                                                                        00004460
           IF VL7LOG-CODRESP NOT = ZEROS                                00004470
              MOVE '98'                  TO CIC0-COD-RETORNO            00004480
              MOVE 'VLE0907'             TO CIC0-COD-ERROR-DEV          00004490
              MOVE 'VL7CRLOG'            TO CIC0-VAR1-ERROR             00004500
              PERFORM 9999-FIN                                          00004510
           END-IF                                                       00004520
           .                                                            00004530
      *                                                                *00004540
      *----------------------------------------------------------------*00004550
       8900-ERROR-SQL.                                                  00004560
      *----------------------------------------------------------------*00004570
           MOVE '99'                  TO CIC0-COD-RETORNO               00004580
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00004590
           MOVE 'VLE1000'             TO CIC0-COD-ERROR-DEV             00004600
           MOVE 'VLDTCIC '            TO CIC0-VAR1-ERROR                00004610
           MOVE W-SQLCODE-EDIT        TO CIC0-VAR2-ERROR                00004620
           PERFORM 9999-FIN.                                            00004630
      *                                                                *00004640
      *----------------------------------------------------------------*00004650
       9999-FIN.                                                        00004660
      *----------------------------------------------------------------*00004670
           EXEC CICS                                                    00004680
              RETURN                                                    00004690
           END-EXEC.                                                    00004700
      *=================================================================00004710
      *   FIN DEL PROGRAMA                                              00004720
      *=================================================================00004730
