      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CEMI0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO DEL MAESTRO DE EMISORES - TABLA    *00000080
      *               VLDTEMI                                          *00000090
      *OBJETIVO     : 'A' DA DE ALTA UN EMISOR (CLAVE = VXEN_EMISOR),  *00000100
      *               'M' MODIFICA NOMBRE, SECTOR, PAIS, CALIFICACION  *00000110
      *               Y LIMITES DE CONCENTRACION, 'B' LO DA DE BAJA SI *00000120
      *               YA NO TIENE VALORES EN VLDTXEN Y 'C' LO          *00000130
      *               CONSULTA. LA CALIFICACION SE VALIDA CONTRA LA    *00000140
      *               ESCALA VLWCRAT0. LOS LIMITES LOS USA EL REPORTE  *00000150
      *               DE CONCENTRACION VL4CEMIC. CADA CAMBIO SE AUDITA *00000160
      *               EN VLDTRLOG VIA VL7CRLOG.                        *00000170
      ******************************************************************00000180
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000190
      *--------- ---------- ----------------- -------------------------*00000200
      *RITM49156 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000210
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CEMI0'.   00000400
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000410
                                                                        00000420
      *-----------------------------------------------------------------00000430
      *    VARIABLES.                                                   00000440
      *-----------------------------------------------------------------00000450
       01  W-VARIABLES.                                                 00000460
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000470
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000480
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000490
           03 W-NUM-VALORES            PIC S9(9) COMP  VALUE ZEROS.     00000500
           03 W-RATING-ANT             PIC X(04)       VALUE SPACES.    00000510
           03 W-SW-RATING              PIC X(01)       VALUE 'N'.       00000520
              88 RATING-VALIDO                         VALUE 'S'.       00000530
           03 W-HORA-CURRENT.                                           00000540
              05  W-HORA               PIC 99.                          00000550
              05  W-MINUTOS            PIC 99.                          00000560
              05  W-SEGUNDOS           PIC 99.                          00000570
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000580
                                                                        00000590
      ** COPY PARA RUTINA VL7CRLOG                                      00000600
       01 W-VLWCLOG0.                                                   00000610
           COPY VLWCLOG0.                                               00000620
       01 LOGVLDTEMI               PIC X(500).                          00000630
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000640
           COPY VLCPTEN0.                                               00000650
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000660
                                                                        00000670
      *    MAESTRO DE EMISORES                                          00000680
           COPY VLCPTEMI.                                               00000690
      *    ESCALA DE CALIFICACIONES                                     00000700
           COPY VLWCRAT0.                                               00000710
                                                                        00000720
      *-----------------------------------------------------------------00000730
      *    INCLUDES (DEFINICION DE TABLAS).                             00000740
      *-----------------------------------------------------------------00000750
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000760
                                                                        00000770
      *---------------*                                                 00000780
       LINKAGE SECTION.                                                 00000790
      *---------------*                                                 00000800
       01  DFHCOMMAREA.                                                 00000810
           05  EMI0-DATOS-ENTRADA.                                      00000820
               10  EMI0-ACCION         PIC X(01).                       00000830
                   88  EMI0-ALTA           VALUE 'A'.                   00000840
                   88  EMI0-MODIFICA       VALUE 'M'.                   00000850
                   88  EMI0-BAJA           VALUE 'B'.                   00000860
                   88  EMI0-CONSULTA       VALUE 'C'.                   00000870
               10  EMI0-EMISOR         PIC X(40).                       00000880
               10  EMI0-NOMBRE         PIC X(60).                       00000890
               10  EMI0-SECTOR         PIC X(04).                       00000900
               10  EMI0-PAIS           PIC X(03).                       00000910
               10  EMI0-RATING         PIC X(04).                       00000920
               10  EMI0-LIM-CLIENTE    PIC 9(13)V9(02).                 00000930
               10  EMI0-LIM-GRUPO      PIC 9(13)V9(02).                 00000940
               10  EMI0-LIM-CASA       PIC 9(13)V9(02).                 00000950
               10  EMI0-FECHA-OPER     PIC X(08).                       00000960
               10  EMI0-TERMINAL       PIC X(04).                       00000970
               10  EMI0-USERID         PIC X(08).                       00000980
           05  EMI0-DATOS-SALIDA.                                       00000990
               10  EMI0-COD-RETORNO    PIC X(02).                       00001000
               10  EMI0-COD-ERROR-DEV  PIC X(07).                       00001010
               10  EMI0-VAR1-ERROR     PIC X(08).                       00001020
               10  EMI0-VAR2-ERROR     PIC X(05).                       00001030
               10  EMI0-S-NOMBRE       PIC X(60).                       00001040
               10  EMI0-S-SECTOR       PIC X(04).                       00001050
               10  EMI0-S-PAIS         PIC X(03).                       00001060
               10  EMI0-S-RATING       PIC X(04).                       00001070
               10  EMI0-S-FEC-RATING   PIC 9(08).                       00001080
               10  EMI0-S-RATING-ULT   PIC X(04).                       00001090
               10  EMI0-S-FEC-ULTCONC  PIC 9(08).                       00001100
               10  EMI0-S-LIM-CLIENTE  PIC 9(13)V9(02).                 00001110
               10  EMI0-S-LIM-GRUPO    PIC 9(13)V9(02).                 00001120
               10  EMI0-S-LIM-CASA     PIC 9(13)V9(02).                 00001130
               10  EMI0-S-NUM-VALORES  PIC 9(05).                       00001140
      *-----------------------------------------------------------------00001150
                                                                        00001160
      *==================                                               00001170
       PROCEDURE DIVISION.                                              00001180
      *==================                                               00001190
           PERFORM 1000-INICIO                                          00001200
           EVALUATE TRUE                                                00001210
               WHEN EMI0-ALTA                                           00001220
                    PERFORM 2000-ALTA-EMISOR                            00001230
               WHEN EMI0-MODIFICA                                       00001240
                    PERFORM 3000-MODIFICA-EMISOR                        00001250
               WHEN EMI0-BAJA                                           00001260
                    PERFORM 5000-BAJA-EMISOR                            00001270
               WHEN EMI0-CONSULTA                                       00001280
                    PERFORM 4000-CONSULTA-EMISOR                        00001290
               WHEN OTHER                                               00001300
                    MOVE '01'                  TO EMI0-COD-RETORNO      00001310
                    MOVE 'VLE2172'             TO EMI0-COD-ERROR-DEV    00001320
                    MOVE 'ACCION  '            TO EMI0-VAR1-ERROR       00001330
           END-EVALUATE                                                 00001340
           PERFORM 9999-FIN.                                            00001350
                                                                        00001360
      *---------------------------------------------------------------- 00001370
       1000-INICIO.                                                     00001380
      *---------------------------------------------------------------- 00001390
           INITIALIZE      EMI0-DATOS-SALIDA                            00001400
                           DCLVLDTEMI.                                  00001410
                                                                        00001420
           MOVE '00'                TO  EMI0-COD-RETORNO                00001430
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001440
           IF EMI0-EMISOR = SPACES                                      00001450
              MOVE '02'                  TO EMI0-COD-RETORNO            00001460
              MOVE 'VLE2307'             TO EMI0-COD-ERROR-DEV          00001470
              MOVE 'EMISOR  '            TO EMI0-VAR1-ERROR             00001480
              PERFORM 9999-FIN                                          00001490
           END-IF                                                       00001500
           MOVE EMI0-EMISOR         TO  VEMI-EMISOR                     00001510
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001520
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001530
           IF NOT EMI0-CONSULTA                                         00001540
              MOVE EMI0-FECHA-OPER    TO W-FECHA-OPER                   00001550
              IF W-FECHA-OPER NOT NUMERIC                               00001560
                 MOVE '02'              TO EMI0-COD-RETORNO             00001570
                 MOVE 'VLE2297'         TO EMI0-COD-ERROR-DEV           00001580
                 MOVE EMI0-FECHA-OPER   TO EMI0-VAR1-ERROR              00001590
                 PERFORM 9999-FIN                                       00001600
              END-IF                                                    00001610
              INITIALIZE VL9CENT0-AREA                                  00001620
              MOVE EMI0-USERID        TO ENT0-USUARIO                   00001630
              MOVE 'VL7CEMI0'        TO ENT0-CODTRAN                    00001640
              MOVE EMI0-ACCION        TO ENT0-ACCION                    00001650
              MOVE EMI0-FECHA-OPER    TO ENT0-FECHA                     00001660
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001670
              MOVE EMI0-TERMINAL      TO ENT0-TERMINAL                  00001680
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001690
              IF ENT0-CODRESP NOT = ZEROS                               00001700
                 MOVE '99'              TO EMI0-COD-RETORNO             00001710
                 MOVE 'VLE1000'         TO EMI0-COD-ERROR-DEV           00001720
                 MOVE 'VLDTENT '        TO EMI0-VAR1-ERROR              00001730
                 PERFORM 9999-FIN                                       00001740
              END-IF                                                    00001750
              IF ENT0-PERMITIDO NOT = 'S'                               00001760
                 MOVE '91'              TO EMI0-COD-RETORNO             00001770
                 MOVE 'VLE2278'         TO EMI0-COD-ERROR-DEV           00001780
                 MOVE EMI0-USERID        TO EMI0-VAR1-ERROR             00001790
                 PERFORM 9999-FIN                                       00001800
              END-IF                                                    00001810
           END-IF                                                       00001820
           .                                                            00001830
      *                                                                *00001840
      *----------------------------------------------------------------*00001850
       2000-ALTA-EMISOR.                                                00001860
      *----------------------------------------------------------------*00001870
           PERFORM 6000-VALIDA-DATOS                                    00001880
                                                                        00001890
           MOVE EMI0-NOMBRE          TO VEMI-NOMBRE                     00001900
           MOVE EMI0-SECTOR          TO VEMI-SECTOR                     00001910
           MOVE EMI0-PAIS            TO VEMI-PAIS                       00001920
           MOVE EMI0-RATING          TO VEMI-RATING                     00001930
      *    LA CALIFICACION INICIAL ES TAMBIEN LA DE REFERENCIA DEL      00001940
      *    PROXIMO REPORTE DE CONCENTRACION (NO ES UNA REBAJA)          00001950
           MOVE EMI0-RATING          TO VEMI-RATING-ULT                 00001960
           MOVE W-FECHA-OPER-N       TO VEMI-FEC-RATING                 00001970
                                        VEMI-FEULMOD                    00001980
           MOVE ZEROS                TO VEMI-FEC-ULTCONC                00001990
           MOVE EMI0-LIM-CLIENTE     TO VEMI-LIM-CLIENTE                00002000
           MOVE EMI0-LIM-GRUPO       TO VEMI-LIM-GRUPO                  00002010
           MOVE EMI0-LIM-CASA        TO VEMI-LIM-CASA                   00002020
           MOVE EMI0-TERMINAL        TO VEMI-NUMTER                     00002030
           MOVE EMI0-USERID          TO VEMI-USUARIO                    00002040
                                                                        00002050
           EXEC SQL                                                     00002060
                INSERT INTO VLDTEMI                                     00002070
                      ( VEMI_EMISOR                                     00002080
                      , VEMI_NOMBRE                                     00002090
                      , VEMI_SECTOR                                     00002100
                      , VEMI_PAIS                                       00002110
                      , VEMI_RATING                                     00002120
                      , VEMI_FEC_RATING                                 00002130
                      , VEMI_RATING_ULT                                 00002140
                      , VEMI_FEC_ULTCONC                                00002150
                      , VEMI_LIM_CLIENTE                                00002160
                      , VEMI_LIM_GRUPO                                  00002170
                      , VEMI_LIM_CASA                                   00002180
                      , VEMI_FEULMOD                                    00002190
                      , VEMI_NUMTER                                     00002200
                      , VEMI_USUARIO )                                  00002210
                VALUES                                                  00002220
                      ( :VEMI-EMISOR                                    00002230
                      , :VEMI-NOMBRE                                    00002240
                      , :VEMI-SECTOR                                    00002250
                      , :VEMI-PAIS                                      00002260
                      , :VEMI-RATING                                    00002270
                      , :VEMI-FEC-RATING                                00002280
                      , :VEMI-RATING-ULT                                00002290
                      , :VEMI-FEC-ULTCONC                               00002300
                      , :VEMI-LIM-CLIENTE                               00002310
                      , :VEMI-LIM-GRUPO                                 00002320
                      , :VEMI-LIM-CASA                                  00002330
                      , :VEMI-FEULMOD                                   00002340
                      , :VEMI-NUMTER                                    00002350
                      , :VEMI-USUARIO )                                 00002360
           END-EXEC                                                     00002370
           IF SQLCODE = -803                                            00002380
              MOVE '03'                  TO EMI0-COD-RETORNO            00002390
              MOVE 'VLE2303'             TO EMI0-COD-ERROR-DEV          00002400
              MOVE 'YA EXIST'            TO EMI0-VAR1-ERROR             00002410
              PERFORM 9999-FIN                                          00002420
           END-IF                                                       00002430
           IF SQLCODE NOT = ZERO                                        00002440
              PERFORM 8900-ERROR-SQL                                    00002450
           END-IF                                                       00002460
                                                                        00002470
           MOVE 'ALTA    ' TO VL7LOG-OPERACION                          00002480
           PERFORM 8000-GRABA-AUDITORIA                                 00002490
           .                                                            00002500
      *                                                                *00002510
      *----------------------------------------------------------------*00002520
       3000-MODIFICA-EMISOR.                                            00002530
      *----------------------------------------------------------------*00002540
           PERFORM 6000-VALIDA-DATOS                                    00002550
           PERFORM 7000-LEE-EMISOR                                      00002560
                                                                        00002570
      *    UN CAMBIO DE CALIFICACION FECHA LA NUEVA; LA DE REFERENCIA   00002580
      *    (VEMI_RATING_ULT) SOLO LA MUEVE EL REPORTE DE CONCENTRACION  00002590
           MOVE VEMI-RATING          TO W-RATING-ANT                    00002600
           IF EMI0-RATING NOT = W-RATING-ANT                            00002610
              MOVE W-FECHA-OPER-N    TO VEMI-FEC-RATING                 00002620
           END-IF                                                       00002630
                                                                        00002640
           MOVE EMI0-NOMBRE          TO VEMI-NOMBRE                     00002650
           MOVE EMI0-SECTOR          TO VEMI-SECTOR                     00002660
           MOVE EMI0-PAIS            TO VEMI-PAIS                       00002670
           MOVE EMI0-RATING          TO VEMI-RATING                     00002680
           MOVE EMI0-LIM-CLIENTE     TO VEMI-LIM-CLIENTE                00002690
           MOVE EMI0-LIM-GRUPO       TO VEMI-LIM-GRUPO                  00002700
           MOVE EMI0-LIM-CASA        TO VEMI-LIM-CASA                   00002710
           MOVE W-FECHA-OPER-N       TO VEMI-FEULMOD                    00002720
           MOVE EMI0-TERMINAL        TO VEMI-NUMTER                     00002730
           MOVE EMI0-USERID          TO VEMI-USUARIO                    00002740
                                                                        00002750
           EXEC SQL                                                     00002760
                UPDATE VLDTEMI                                          00002770
                   SET VEMI_NOMBRE      = :VEMI-NOMBRE                  00002780
                     , VEMI_SECTOR      = :VEMI-SECTOR                  00002790
                     , VEMI_PAIS        = :VEMI-PAIS                    00002800
                     , VEMI_RATING      = :VEMI-RATING                  00002810
                     , VEMI_FEC_RATING  = :VEMI-FEC-RATING              00002820
                     , VEMI_LIM_CLIENTE = :VEMI-LIM-CLIENTE             00002830
                     , VEMI_LIM_GRUPO   = :VEMI-LIM-GRUPO               00002840
                     , VEMI_LIM_CASA    = :VEMI-LIM-CASA                00002850
                     , VEMI_FEULMOD     = :VEMI-FEULMOD                 00002860
                     , VEMI_NUMTER      = :VEMI-NUMTER                  00002870
                     , VEMI_USUARIO     = :VEMI-USUARIO                 00002880
                 WHERE VEMI_EMISOR      = :VEMI-EMISOR                  00002890
           END-EXEC                                                     00002900
           IF SQLCODE NOT = ZERO                                        00002910
              PERFORM 8900-ERROR-SQL                                    00002920
           END-IF                                                       00002930
                                                                        00002940
           MOVE 'MODIFICA' TO VL7LOG-OPERACION                          00002950
           PERFORM 8000-GRABA-AUDITORIA                                 00002960
           .                                                            00002970
      *                                                                *00002980
      *----------------------------------------------------------------*00002990
       4000-CONSULTA-EMISOR.                                            00003000
      *----------------------------------------------------------------*00003010
           PERFORM 7000-LEE-EMISOR                                      00003020
                                                                        00003030
           MOVE VEMI-NOMBRE          TO EMI0-S-NOMBRE                   00003040
           MOVE VEMI-SECTOR          TO EMI0-S-SECTOR                   00003050
           MOVE VEMI-PAIS            TO EMI0-S-PAIS                     00003060
           MOVE VEMI-RATING          TO EMI0-S-RATING                   00003070
           MOVE VEMI-FEC-RATING      TO EMI0-S-FEC-RATING               00003080
           MOVE VEMI-RATING-ULT      TO EMI0-S-RATING-ULT               00003090
           MOVE VEMI-FEC-ULTCONC     TO EMI0-S-FEC-ULTCONC              00003100
           MOVE VEMI-LIM-CLIENTE     TO EMI0-S-LIM-CLIENTE              00003110
           MOVE VEMI-LIM-GRUPO       TO EMI0-S-LIM-GRUPO                00003120
           MOVE VEMI-LIM-CASA        TO EMI0-S-LIM-CASA                 00003130
                                                                        00003140
           PERFORM 7100-CUENTA-VALORES                                  00003150
           MOVE W-NUM-VALORES        TO EMI0-S-NUM-VALORES              00003160
           .                                                            00003170
      *                                                                *00003180
      *----------------------------------------------------------------*00003190
       5000-BAJA-EMISOR.                                                00003200
      *----------------------------------------------------------------*00003210
           PERFORM 7000-LEE-EMISOR                                      00003220
                                                                        00003230
      *    NO SE BORRA UN EMISOR QUE AUN TIENE CODIGOS EN VLDTXEN       00003240
           PERFORM 7100-CUENTA-VALORES                                  00003250
           IF W-NUM-VALORES > ZEROS                                     00003260
              MOVE '05'                  TO EMI0-COD-RETORNO            00003270
              MOVE 'VLE2306'             TO EMI0-COD-ERROR-DEV          00003280
              MOVE 'VLDTXEN '            TO EMI0-VAR1-ERROR             00003290
              PERFORM 9999-FIN                                          00003300
           END-IF                                                       00003310
                                                                        00003320
           EXEC SQL                                                     00003330
                DELETE FROM VLDTEMI                                     00003340
                 WHERE VEMI_EMISOR = :VEMI-EMISOR                       00003350
           END-EXEC                                                     00003360
           IF SQLCODE NOT = ZERO                                        00003370
              PERFORM 8900-ERROR-SQL                                    00003380
           END-IF                                                       00003390
                                                                        00003400
           MOVE W-FECHA-OPER-N       TO VEMI-FEULMOD                    00003410
           MOVE EMI0-TERMINAL        TO VEMI-NUMTER                     00003420
           MOVE EMI0-USERID          TO VEMI-USUARIO                    00003430
           MOVE 'BAJA    ' TO VL7LOG-OPERACION                          00003440
           PERFORM 8000-GRABA-AUDITORIA                                 00003450
           .                                                            00003460
      *                                                                *00003470
      *----------------------------------------------------------------*00003480
       6000-VALIDA-DATOS.                                               00003490
      *----------------------------------------------------------------*00003500
           IF EMI0-NOMBRE = SPACES                                      00003510
              MOVE '02'                  TO EMI0-COD-RETORNO            00003520
              MOVE 'VLE2307'             TO EMI0-COD-ERROR-DEV          00003530
              MOVE 'NOMBRE  '            TO EMI0-VAR1-ERROR             00003540
              PERFORM 9999-FIN                                          00003550
           END-IF                                                       00003560
                                                                        00003570
      *    CALIFICACION EN BLANCO (SIN CALIFICAR) O DE LA ESCALA        00003580
           MOVE 'N'                  TO W-SW-RATING                     00003590
           IF EMI0-RATING = SPACES                                      00003600
              MOVE 'S'               TO W-SW-RATING                     00003610
           ELSE                                                         00003620
              PERFORM 6100-BUSCA-RATING                                 00003630
                 VARYING IX-RAT FROM 1 BY 1                             00003640
                   UNTIL IX-RAT > RAT-MAXIMO OR RATING-VALIDO           00003650
           END-IF                                                       00003660
           IF NOT RATING-VALIDO                                         00003670
              MOVE '04'                  TO EMI0-COD-RETORNO            00003680
              MOVE 'VLE2305'             TO EMI0-COD-ERROR-DEV          00003690
              MOVE 'RATING  '            TO EMI0-VAR1-ERROR             00003700
              MOVE EMI0-RATING           TO EMI0-VAR2-ERROR             00003710
              PERFORM 9999-FIN                                          00003720
           END-IF                                                       00003730
                                                                        00003740
           IF EMI0-LIM-CLIENTE NOT NUMERIC                              00003750
              OR EMI0-LIM-GRUPO NOT NUMERIC                             00003760
              OR EMI0-LIM-CASA  NOT NUMERIC                             00003770
              MOVE '02'                  TO EMI0-COD-RETORNO            00003780
              MOVE 'VLE2307'             TO EMI0-COD-ERROR-DEV          00003790
              MOVE 'LIMITES '            TO EMI0-VAR1-ERROR             00003800
              PERFORM 9999-FIN                                          00003810
           END-IF                                                       00003820
                                                                        00003830
      *    LOS LIMITES INFORMADOS VAN DE MENOR A MAYOR AMBITO           00003840
           IF (EMI0-LIM-GRUPO > ZEROS                                   00003850
               AND EMI0-LIM-CLIENTE > EMI0-LIM-GRUPO)                   00003860
              OR (EMI0-LIM-CASA > ZEROS                                 00003870
               AND EMI0-LIM-GRUPO > EMI0-LIM-CASA)                      00003880
              OR (EMI0-LIM-CASA > ZEROS                                 00003890
               AND EMI0-LIM-CLIENTE > EMI0-LIM-CASA)                    00003900
              MOVE '06'                  TO EMI0-COD-RETORNO            00003910
              MOVE 'VLE2308'             TO EMI0-COD-ERROR-DEV          00003920
              MOVE 'LIMITES '            TO EMI0-VAR1-ERROR             00003930
              PERFORM 9999-FIN                                          00003940
           END-IF                                                       00003950
           .                                                            00003960
      *                                                                *00003970
      *----------------------------------------------------------------*00003980
       6100-BUSCA-RATING.                                               00003990
      *----------------------------------------------------------------*00004000
           IF RAT-CALIFICACION (IX-RAT) = EMI0-RATING                   00004010
              MOVE 'S'               TO W-SW-RATING                     00004020
           END-IF                                                       00004030
           .                                                            00004040
      *                                                                *00004050
      *----------------------------------------------------------------*00004060
       7000-LEE-EMISOR.                                                 00004070
      *----------------------------------------------------------------*00004080
           EXEC SQL                                                     00004090
                SELECT  VEMI_NOMBRE                                     00004100
                     ,  VEMI_SECTOR                                     00004110
                     ,  VEMI_PAIS                                       00004120
                     ,  VEMI_RATING                                     00004130
                     ,  VEMI_FEC_RATING                                 00004140
                     ,  VEMI_RATING_ULT                                 00004150
                     ,  VEMI_FEC_ULTCONC                                00004160
                     ,  VEMI_LIM_CLIENTE                                00004170
                     ,  VEMI_LIM_GRUPO                                  00004180
                     ,  VEMI_LIM_CASA                                   00004190
                  INTO :VEMI-NOMBRE                                     00004200
                     , :VEMI-SECTOR                                     00004210
                     , :VEMI-PAIS                                       00004220
                     , :VEMI-RATING                                     00004230
                     , :VEMI-FEC-RATING                                 00004240
                     , :VEMI-RATING-ULT                                 00004250
                     , :VEMI-FEC-ULTCONC                                00004260
                     , :VEMI-LIM-CLIENTE                                00004270
                     , :VEMI-LIM-GRUPO                                  00004280
                     , :VEMI-LIM-CASA                                   00004290
                  FROM  VLDTEMI                                         00004300
                 WHERE  VEMI_EMISOR = :VEMI-EMISOR                      00004310
           END-EXEC                                                     00004320
           IF SQLCODE = 100                                             00004330
              MOVE '03'                  TO EMI0-COD-RETORNO            00004340
              MOVE 'VLE2304'             TO EMI0-COD-ERROR-DEV          00004350
              MOVE 'VLDTEMI '            TO EMI0-VAR1-ERROR             00004360
              PERFORM 9999-FIN                                          00004370
           END-IF                                                       00004380
           IF SQLCODE NOT = ZERO                                        00004390
              PERFORM 8900-ERROR-SQL                                    00004400
           END-IF                                                       00004410
           .                                                            00004420
      *                                                                *00004430
      *----------------------------------------------------------------*00004440
       7100-CUENTA-VALORES.                                             00004450
      *----------------------------------------------------------------*00004460
           EXEC SQL                                                     00004470
                SELECT  COUNT(*)                                        00004480
                  INTO :W-NUM-VALORES                                   00004490
                  FROM  VLDTXEN                                         00004500
                 WHERE  VXEN_EMISOR = :VEMI-EMISOR                      00004510
           END-EXEC                                                     00004520
           IF SQLCODE NOT = ZERO                                        00004530
              PERFORM 8900-ERROR-SQL                                    00004540
           END-IF                                                       00004550
           .                                                            00004560
      *                                                                *00004570
      *----------------------------------------------------------------*00004580
       8000-GRABA-AUDITORIA.                                            00004590
      *----------------------------------------------------------------*00004600
           MOVE EMI0-FECHA-OPER       TO  VL7LOG-FECHA                  00004610
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00004620
           MOVE EMI0-TERMINAL         TO  VL7LOG-NUMTER                 00004630
           MOVE EMI0-USERID           TO  VL7LOG-NUMUSER                00004640
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00004650
           MOVE 'VLDTEMI'             TO  VL7LOG-TABLA                  00004660
           MOVE LENGTH OF DCLVLDTEMI  TO  VL7LOG-REGISTRO-LEN           00004670
           MOVE SPACES                TO  LOGVLDTEMI                    00004680
           MOVE DCLVLDTEMI            TO  LOGVLDTEMI                    00004690
           MOVE LOGVLDTEMI            TO  VL7LOG-REGISTRO-TEXT          00004700
                                                                        00004710
           EXEC CICS                                                    00004720
              LINK PROGRAM (VL7CRLOG)                                   00004730
              COMMAREA (W-VLWCLOG0)                                     00004740
           END-EXEC                                                     00004750
                                                                        00004760
           IF VL7LOG-CODRESP NOT = ZEROS                                00004770
              MOVE '98'                  TO EMI0-COD-RETORNO            00004780
              MOVE 'VLE0907'             TO EMI0-COD-ERROR-DEV          00004790
              MOVE 'VL7CRLOG'            TO EMI0-VAR1-ERROR             00004800
              PERFORM 9999-FIN                                          00004810
           END-IF                                                       00004820
           .                                                            00004830
      *                                                                *00004840
      *----------------------------------------------------------------*00004850
       8900-ERROR-SQL.                                                  00004860
      *----------------------------------------------------------------*00004870
           MOVE '99'                  TO EMI0-COD-RETORNO               00004880
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00004890
           MOVE 'VLE1000'             TO EMI0-COD-ERROR-DEV             00004900
           MOVE 'VLDTEMI '            TO EMI0-VAR1-ERROR                00004910
           MOVE W-SQLCODE-EDIT        TO EMI0-VAR2-ERROR                00004920
           PERFORM 9999-FIN.                                            00004930
      *                                                                *00004940
      *----------------------------------------------------------------*00004950
       9999-FIN.                                                        00004960
      *----------------------------------------------------------------*00004970
           EXEC CICS                                                    00004980
              RETURN                                                    00004990
           END-EXEC.                                                    00005000
      *=================================================================00005010
      *   FIN DEL PROGRAMA                                              00005020
      *=================================================================00005030
