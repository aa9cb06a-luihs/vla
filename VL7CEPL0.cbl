      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CEPL0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : MANTENIMIENTO DEL REGISTRO DE EMPLEADOS CLIENTES *00000080
      *               - TABLA VLDTEPL                                  *00000090
      *OBJETIVO     : 'A' REGISTRA UN NUMERO DE CLIENTE (VLDTXMI) COMO *00000100
      *               EMPLEADO CON SU MATRICULA Y AREA, 'M' MODIFICA   *00000110
      *               MATRICULA Y AREA, 'B' LO DA DE BAJA (BAJA LOGICA *00000120
      *               CON FECHA, PARA NO PERDER EL HISTORICO QUE       *00000130
      *               REVISA VL4CEPLD) Y 'C' LO CONSULTA. UN CLIENTE   *00000140
      *               DADO DE BAJA SE REACTIVA CON 'A'. LO MANTIENE    *00000150
      *               CUMPLIMIENTO; CADA CAMBIO SE AUDITA EN VLDTRLOG  *00000160
      *               VIA VL7CRLOG.                                    *00000170
      ******************************************************************00000180
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000190
      *--------- ---------- ----------------- -------------------------*00000200
      *RITM49175 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000210
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CEPL0'.   00000400
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000410
                                                                        00000420
      *-----------------------------------------------------------------00000430
      *    VARIABLES.                                                   00000440
      *-----------------------------------------------------------------00000450
       01  W-VARIABLES.                                                 00000460
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000470
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000480
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000490
           03 W-HORA-CURRENT.                                           00000500
              05  W-HORA               PIC 99.                          00000510
              05  W-MINUTOS            PIC 99.                          00000520
              05  W-SEGUNDOS           PIC 99.                          00000530
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000540
                                                                        00000550
      ** COPY PARA RUTINA VL7CRLOG                                      00000560
       01 W-VLWCLOG0.                                                   00000570
           COPY VLWCLOG0.                                               00000580
       01 LOGVLDTEPL               PIC X(500).                          00000590
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000600
           COPY VLCPTEN0.                                               00000610
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000620
                                                                        00000630
      *    REGISTRO DE EMPLEADOS CLIENTES                               00000640
           COPY VLCPTEPL.                                               00000650
                                                                        00000660
      *-----------------------------------------------------------------00000670
      *    INCLUDES (DEFINICION DE TABLAS).                             00000680
      *-----------------------------------------------------------------00000690
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000700
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00000710
                                                                        00000720
      *---------------*                                                 00000730
       LINKAGE SECTION.                                                 00000740
      *---------------*                                                 00000750
       01  DFHCOMMAREA.                                                 00000760
           05  EPL0-DATOS-ENTRADA.                                      00000770
               10  EPL0-ACCION         PIC X(01).                       00000780
                   88  EPL0-ALTA           VALUE 'A'.                   00000790
                   88  EPL0-MODIFICA       VALUE 'M'.                   00000800
                   88  EPL0-BAJA           VALUE 'B'.                   00000810
                   88  EPL0-CONSULTA       VALUE 'C'.                   00000820
               10  EPL0-NUMCLI         PIC 9(08).                       00000830
               10  EPL0-CODEMP         PIC X(08).                       00000840
               10  EPL0-AREA           PIC X(30).                       00000850
               10  EPL0-FECHA-OPER     PIC X(08).                       00000860
               10  EPL0-TERMINAL       PIC X(04).                       00000870
               10  EPL0-USERID         PIC X(08).                       00000880
           05  EPL0-DATOS-SALIDA.                                       00000890
               10  EPL0-COD-RETORNO    PIC X(02).                       00000900
               10  EPL0-COD-ERROR-DEV  PIC X(07).                       00000910
               10  EPL0-VAR1-ERROR     PIC X(08).                       00000920
               10  EPL0-VAR2-ERROR     PIC X(05).                       00000930
               10  EPL0-S-DENOM        PIC X(60).                       00000940
               10  EPL0-S-CODEMP       PIC X(08).                       00000950
               10  EPL0-S-AREA         PIC X(30).                       00000960
               10  EPL0-S-FECALTA      PIC 9(08).                       00000970
               10  EPL0-S-FECBAJA      PIC 9(08).                       00000980
               10  EPL0-S-USUARIO      PIC X(08).                       00000990
      *-----------------------------------------------------------------00001000
                                                                        00001010
      *==================                                               00001020
       PROCEDURE DIVISION.                                              00001030
      *==================                                               00001040
           PERFORM 1000-INICIO                                          00001050
           EVALUATE TRUE                                                00001060
               WHEN EPL0-ALTA                                           00001070
                    PERFORM 2000-ALTA-EMPLEADO                          00001080
               WHEN EPL0-MODIFICA                                       00001090
                    PERFORM 3000-MODIFICA-EMPLEADO                      00001100
               WHEN EPL0-BAJA                                           00001110
                    PERFORM 5000-BAJA-EMPLEADO                          00001120
               WHEN EPL0-CONSULTA                                       00001130
                    PERFORM 4000-CONSULTA-EMPLEADO                      00001140
               WHEN OTHER                                               00001150
                    MOVE '01'                  TO EPL0-COD-RETORNO      00001160
                    MOVE 'VLE2172'             TO EPL0-COD-ERROR-DEV    00001170
                    MOVE 'ACCION  '            TO EPL0-VAR1-ERROR       00001180
           END-EVALUATE                                                 00001190
           PERFORM 9999-FIN.                                            00001200
                                                                        00001210
      *---------------------------------------------------------------- 00001220
       1000-INICIO.                                                     00001230
      *---------------------------------------------------------------- 00001240
           INITIALIZE      EPL0-DATOS-SALIDA                            00001250
                           DCLVLDTEPL.                                  00001260
                                                                        00001270
           MOVE '00'                TO  EPL0-COD-RETORNO                00001280
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001290
           IF EPL0-NUMCLI NOT NUMERIC OR EPL0-NUMCLI = ZEROS            00001300
              MOVE '02'                  TO EPL0-COD-RETORNO            00001310
              MOVE 'VLE2359'             TO EPL0-COD-ERROR-DEV          00001320
              MOVE 'NUMCLI  '            TO EPL0-VAR1-ERROR             00001330
              PERFORM 9999-FIN                                          00001340
           END-IF                                                       00001350
           MOVE EPL0-NUMCLI         TO  VEPL-NUMCLI                     00001360
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001370
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001380
           IF NOT EPL0-CONSULTA                                         00001390
              MOVE EPL0-FECHA-OPER    TO W-FECHA-OPER                   00001400
              IF W-FECHA-OPER NOT NUMERIC                               00001410
                 MOVE '02'              TO EPL0-COD-RETORNO             00001420
                 MOVE 'VLE2297'         TO EPL0-COD-ERROR-DEV           00001430
                 MOVE EPL0-FECHA-OPER   TO EPL0-VAR1-ERROR              00001440
                 PERFORM 9999-FIN                                       00001450
              END-IF                                                    00001460
              INITIALIZE VL9CENT0-AREA                                  00001470
              MOVE EPL0-USERID        TO ENT0-USUARIO                   00001480
              MOVE 'VL7CEPL0'        TO ENT0-CODTRAN                    00001490
              MOVE EPL0-ACCION        TO ENT0-ACCION                    00001500
              MOVE EPL0-FECHA-OPER    TO ENT0-FECHA                     00001510
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00001520
              MOVE EPL0-TERMINAL      TO ENT0-TERMINAL                  00001530
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001540
              IF ENT0-CODRESP NOT = ZEROS                               00001550
                 MOVE '99'              TO EPL0-COD-RETORNO             00001560
                 MOVE 'VLE1000'         TO EPL0-COD-ERROR-DEV           00001570
                 MOVE 'VLDTENT '        TO EPL0-VAR1-ERROR              00001580
                 PERFORM 9999-FIN                                       00001590
              END-IF                                                    00001600
              IF ENT0-PERMITIDO NOT = 'S'                               00001610
                 MOVE '91'              TO EPL0-COD-RETORNO             00001620
                 MOVE 'VLE2278'         TO EPL0-COD-ERROR-DEV           00001630
                 MOVE EPL0-USERID        TO EPL0-VAR1-ERROR             00001640
                 PERFORM 9999-FIN                                       00001650
              END-IF                                                    00001660
           END-IF                                                       00001670
           .                                                            00001680
      *                                                                *00001690
      *----------------------------------------------------------------*00001700
       2000-ALTA-EMPLEADO.                                              00001710
      *----------------------------------------------------------------*00001720
           PERFORM 6000-VALIDA-DATOS                                    00001730
           PERFORM 6100-LEE-CLIENTE                                     00001740
           MOVE EPL0-CODEMP          TO VEPL-CODEMP                     00001750
           MOVE EPL0-AREA            TO VEPL-AREA                       00001760
           MOVE W-FECHA-OPER-N       TO VEPL-FECALTA                    00001770
                                        VEPL-FEULMOD                    00001780
           MOVE ZEROS                TO VEPL-FECBAJA                    00001790
           MOVE EPL0-TERMINAL        TO VEPL-NUMTER                     00001800
           MOVE EPL0-USERID          TO VEPL-USUARIO                    00001810
           EXEC SQL                                                     00001820
                INSERT INTO VLDTEPL                                     00001830
                      ( VEPL_NUMCLI                                     00001840
                      , VEPL_CODEMP                                     00001850
                      , VEPL_AREA                                       00001860
                      , VEPL_FECALTA                                    00001870
                      , VEPL_FECBAJA                                    00001880
                      , VEPL_FEULMOD                                    00001890
                      , VEPL_NUMTER                                     00001900
                      , VEPL_USUARIO )                                  00001910
                VALUES                                                  00001920
                      ( :VEPL-NUMCLI                                    00001930
                      , :VEPL-CODEMP                                    00001940
                      , :VEPL-AREA                                      00001950
                      , :VEPL-FECALTA                                   00001960
                      , :VEPL-FECBAJA                                   00001970
                      , :VEPL-FEULMOD                                   00001980
                      , :VEPL-NUMTER                                    00001990
                      , :VEPL-USUARIO )                                 00002000
           END-EXEC                                                     00002010
      *    YA REGISTRADO: SI ESTABA DE BAJA SE REACTIVA CON NUEVA FECHA 00002020
      *    DE ALTA; SI ESTA VIGENTE ES UN ALTA DUPLICADA                00002030
           IF SQLCODE = -803                                            00002040
              EXEC SQL                                                  00002050
                   UPDATE VLDTEPL                                       00002060
                      SET VEPL_CODEMP   = :VEPL-CODEMP                  00002070
                        , VEPL_AREA     = :VEPL-AREA                    00002080
                        , VEPL_FECALTA  = :VEPL-FECALTA                 00002090
                        , VEPL_FECBAJA  = 0                             00002100
                        , VEPL_FEULMOD  = :VEPL-FEULMOD                 00002110
                        , VEPL_NUMTER   = :VEPL-NUMTER                  00002120
                        , VEPL_USUARIO  = :VEPL-USUARIO                 00002130
                    WHERE VEPL_NUMCLI   = :VEPL-NUMCLI                  00002140
                      AND VEPL_FECBAJA <> 0                             00002150
              END-EXEC                                                  00002160
              IF SQLCODE = 100                                          00002170
                 MOVE '03'               TO EPL0-COD-RETORNO            00002180
                 MOVE 'VLE2360'          TO EPL0-COD-ERROR-DEV          00002190
                 MOVE 'YA EXIST'         TO EPL0-VAR1-ERROR             00002200
                 PERFORM 9999-FIN                                       00002210
              END-IF                                                    00002220
           END-IF                                                       00002230
           IF SQLCODE NOT = ZERO                                        00002240
              PERFORM 8900-ERROR-SQL                                    00002250
           END-IF                                                       00002260
           MOVE 'ALTA    ' TO VL7LOG-OPERACION                          00002270
           PERFORM 8000-GRABA-AUDITORIA                                 00002280
           .                                                            00002290
      *                                                                *00002300
      *----------------------------------------------------------------*00002310
       3000-MODIFICA-EMPLEADO.                                          00002320
      *----------------------------------------------------------------*00002330
           PERFORM 6000-VALIDA-DATOS                                    00002340
           PERFORM 7000-LEE-EMPLEADO                                    00002350
           MOVE EPL0-CODEMP          TO VEPL-CODEMP                     00002360
           MOVE EPL0-AREA            TO VEPL-AREA                       00002370
           MOVE W-FECHA-OPER-N       TO VEPL-FEULMOD                    00002380
           MOVE EPL0-TERMINAL        TO VEPL-NUMTER                     00002390
           MOVE EPL0-USERID          TO VEPL-USUARIO                    00002400
           EXEC SQL                                                     00002410
                UPDATE VLDTEPL                                          00002420
                   SET VEPL_CODEMP      = :VEPL-CODEMP                  00002430
                     , VEPL_AREA        = :VEPL-AREA                    00002440
                     , VEPL_FEULMOD     = :VEPL-FEULMOD                 00002450
                     , VEPL_NUMTER      = :VEPL-NUMTER                  00002460
                     , VEPL_USUARIO     = :VEPL-USUARIO                 00002470
                 WHERE VEPL_NUMCLI      = :VEPL-NUMCLI                  00002480
           END-EXEC                                                     00002490
           IF SQLCODE NOT = ZERO                                        00002500
              PERFORM 8900-ERROR-SQL                                    00002510
           END-IF                                                       00002520
           MOVE 'MODIFICA' TO VL7LOG-OPERACION                          00002530
           PERFORM 8000-GRABA-AUDITORIA                                 00002540
           .                                                            00002550
      *                                                                *00002560
      *----------------------------------------------------------------*00002570
       4000-CONSULTA-EMPLEADO.                                          00002580
      *----------------------------------------------------------------*00002590
           PERFORM 7000-LEE-EMPLEADO                                    00002600
           PERFORM 6100-LEE-CLIENTE                                     00002610
           MOVE VXMI-DENOM           TO EPL0-S-DENOM                    00002620
           MOVE VEPL-CODEMP          TO EPL0-S-CODEMP                   00002630
           MOVE VEPL-AREA            TO EPL0-S-AREA                     00002640
           MOVE VEPL-FECALTA         TO EPL0-S-FECALTA                  00002650
           MOVE VEPL-FECBAJA         TO EPL0-S-FECBAJA                  00002660
           MOVE VEPL-USUARIO         TO EPL0-S-USUARIO                  00002670
           .                                                            00002680
      *                                                                *00002690
      *----------------------------------------------------------------*00002700
       5000-BAJA-EMPLEADO.                                              00002710
      *----------------------------------------------------------------*00002720
           PERFORM 7000-LEE-EMPLEADO                                    00002730
           IF VEPL-FECBAJA NOT = ZEROS                                  00002740
              MOVE '05'                  TO EPL0-COD-RETORNO            00002750
              MOVE 'VLE2361'             TO EPL0-COD-ERROR-DEV          00002760
              MOVE 'DE BAJA '            TO EPL0-VAR1-ERROR             00002770
              PERFORM 9999-FIN                                          00002780
           END-IF                                                       00002790
           MOVE W-FECHA-OPER-N       TO VEPL-FECBAJA                    00002800
                                        VEPL-FEULMOD                    00002810
           MOVE EPL0-TERMINAL        TO VEPL-NUMTER                     00002820
           MOVE EPL0-USERID          TO VEPL-USUARIO                    00002830
           EXEC SQL                                                     00002840
                UPDATE VLDTEPL                                          00002850
                   SET VEPL_FECBAJA     = :VEPL-FECBAJA                 00002860
                     , VEPL_FEULMOD     = :VEPL-FEULMOD                 00002870
                     , VEPL_NUMTER      = :VEPL-NUMTER                  00002880
                     , VEPL_USUARIO     = :VEPL-USUARIO                 00002890
                 WHERE VEPL_NUMCLI      = :VEPL-NUMCLI                  00002900
           END-EXEC                                                     00002910
           IF SQLCODE NOT = ZERO                                        00002920
              PERFORM 8900-ERROR-SQL                                    00002930
           END-IF                                                       00002940
           MOVE 'BAJA    ' TO VL7LOG-OPERACION                          00002950
           PERFORM 8000-GRABA-AUDITORIA                                 00002960
           .                                                            00002970
      *                                                                *00002980
      *----------------------------------------------------------------*00002990
       6000-VALIDA-DATOS.                                               00003000
      *----------------------------------------------------------------*00003010
           IF EPL0-CODEMP = SPACES                                      00003020
              MOVE '02'                  TO EPL0-COD-RETORNO            00003030
              MOVE 'VLE2359'             TO EPL0-COD-ERROR-DEV          00003040
              MOVE 'CODEMP  '            TO EPL0-VAR1-ERROR             00003050
              PERFORM 9999-FIN                                          00003060
           END-IF                                                       00003070
           .                                                            00003080
      *                                                                *00003090
      *----------------------------------------------------------------*00003100
       6100-LEE-CLIENTE.                                                00003110
      *----------------------------------------------------------------*00003120
      *    SOLO SE REGISTRAN CLIENTES QUE EXISTEN EN VLDTXMI            00003130
           MOVE EPL0-NUMCLI          TO VXMI-CODCLI                     00003140
           EXEC SQL                                                     00003150
                SELECT  VXMI_DENOM                                      00003160
                  INTO :VXMI-DENOM                                      00003170
                  FROM  VLDTXMI                                         00003180
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00003190
           END-EXEC                                                     00003200
           IF SQLCODE = 100                                             00003210
              MOVE '04'                  TO EPL0-COD-RETORNO            00003220
              MOVE 'VLE2362'             TO EPL0-COD-ERROR-DEV          00003230
              MOVE 'VLDTXMI '            TO EPL0-VAR1-ERROR             00003240
              PERFORM 9999-FIN                                          00003250
           END-IF                                                       00003260
           IF SQLCODE NOT = ZERO                                        00003270
              PERFORM 8900-ERROR-SQL                                    00003280
           END-IF                                                       00003290
           .                                                            00003300
      *                                                                *00003310
      *----------------------------------------------------------------*00003320
       7000-LEE-EMPLEADO.                                               00003330
      *----------------------------------------------------------------*00003340
           EXEC SQL                                                     00003350
                SELECT  VEPL_CODEMP                                     00003360
                     ,  VEPL_AREA                                       00003370
                     ,  VEPL_FECALTA                                    00003380
                     ,  VEPL_FECBAJA                                    00003390
                     ,  VEPL_USUARIO                                    00003400
                  INTO :VEPL-CODEMP                                     00003410
                     , :VEPL-AREA                                       00003420
                     , :VEPL-FECALTA                                    00003430
                     , :VEPL-FECBAJA                                    00003440
                     , :VEPL-USUARIO                                    00003450
                  FROM  VLDTEPL                                         00003460
                 WHERE  VEPL_NUMCLI = :VEPL-NUMCLI                      00003470
           END-EXEC                                                     00003480
           IF SQLCODE = 100                                             00003490
              MOVE '03'                  TO EPL0-COD-RETORNO            00003500
              MOVE 'VLE2361'             TO EPL0-COD-ERROR-DEV          00003510
              MOVE 'VLDTEPL '            TO EPL0-VAR1-ERROR             00003520
              PERFORM 9999-FIN                                          00003530
           END-IF                                                       00003540
           IF SQLCODE NOT = ZERO                                        00003550
              PERFORM 8900-ERROR-SQL                                    00003560
           END-IF                                                       00003570
           .                                                            00003580
      *                                                                *00003590
      *----------------------------------------------------------------*00003600
       8000-GRABA-AUDITORIA.                                            00003610
      *----------------------------------------------------------------*00003620
           MOVE EPL0-FECHA-OPER       TO  VL7LOG-FECHA                  00003630
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00003640
           MOVE EPL0-TERMINAL         TO  VL7LOG-NUMTER                 00003650
           MOVE EPL0-USERID           TO  VL7LOG-NUMUSER                00003660
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00003670
           MOVE 'VLDTEPL'             TO  VL7LOG-TABLA                  00003680
           MOVE LENGTH OF DCLVLDTEPL  TO  VL7LOG-REGISTRO-LEN           00003690
           MOVE SPACES                TO  LOGVLDTEPL                    00003700
           MOVE DCLVLDTEPL            TO  LOGVLDTEPL                    00003710
           MOVE LOGVLDTEPL            TO  VL7LOG-REGISTRO-TEXT          00003720
                                                                        00003730
           EXEC CICS                                                    00003740
              LINK PROGRAM (VL7CRLOG)                                   00003750
              COMMAREA (W-VLWCLOG0)                                     00003760
           END-EXEC                                                     00003770
                                                                        00003780
           IF VL7LOG-CODRESP NOT = ZEROS                                00003790
              MOVE '98'                  TO EPL0-COD-RETORNO            00003800
              MOVE 'VLE0907'             TO EPL0-COD-ERROR-DEV          00003810
              MOVE 'VL7CRLOG'            TO EPL0-VAR1-ERROR             00003820
              PERFORM 9999-FIN                                          00003830
           END-IF                                                       00003840
           .                                                            00003850
      *                                                                *00003860
      *----------------------------------------------------------------*00003870
       8900-ERROR-SQL.                                                  00003880
      *----------------------------------------------------------------*00003890
           MOVE '99'                  TO EPL0-COD-RETORNO               00003900
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00003910
           MOVE 'VLE1000'             TO EPL0-COD-ERROR-DEV             00003920
           MOVE 'VLDTEPL '            TO EPL0-VAR1-ERROR                00003930
           MOVE W-SQLCODE-EDIT        TO EPL0-VAR2-ERROR                00003940
           PERFORM 9999-FIN.                                            00003950
      *                                                                *00003960
      *----------------------------------------------------------------*00003970
       9999-FIN.                                                        00003980
      *----------------------------------------------------------------*00003990
           EXEC CICS                                                    00004000
              RETURN                                                    00004010
           END-EXEC.                                                    00004020
      *=================================================================00004030
      *   FIN DEL PROGRAMA                                              00004040
      *=================================================================00004050
