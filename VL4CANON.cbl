       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CANON.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : ANONIMIZACION ANUAL DE CLIENTES CUYO PLAZO LEGAL DE  *00000060
      *           CONSERVACION YA VENCIO. ES CANDIDATO EL CLIENTE QUE  *00000070
      *           TIENE CUENTAS EN VLDTARC Y TODAS LAS CUENTAS EN QUE  *00000080
      *           FIGURA (COMO TITULAR O INTERVINIENTE EN VLDTADT)     *00000090
      *           ESTAN EN SITUACION 'B' DESDE ANTES DE LA FECHA       *00000100
      *           LIMITE (HOY MENOS LOS ANOS DE CONSERVACION; LA FECHA *00000110
      *           DE BAJA ES VARC_FEULMOD DE LA CUENTA DADA DE BAJA).  *00000120
      *           SE EXCLUYE, DEJANDO CONSTANCIA EN EL REPORTE, SI     *00000130
      *           TIENE UN EMBARGO VIGENTE (VLDTEMB 'V'/'S'), UN       *00000140
      *           EXPEDIENTE DE SUCESION NO CERRADO (VLDTSUC) O UN     *00000150
      *           CASO UIF ABIERTO (VLDTUIC 'N'/'R').                  *00000160
      *           TAMBIEN SE EXCLUYE SI TIENE UN BLOQUEO LEGAL ACTIVO  *00000161
      *           SOBRE EL O SUS CUENTAS (RUTINA VL9CLHD0).            *00000162
      *           AL RESTO SE LE SUSTITUYEN DE FORMA IRREVERSIBLE      *00000170
      *           NOMBRE, DOCUMENTO, DOMICILIO Y TELEFONOS EN VLDTXMI, *00000180
      *           Y NOMBRE Y DOCUMENTO DE SUS BENEFICIARIOS FINALES    *00000190
      *           (VLDTBEF) Y DE LOS APODERADOS DE SUS CUENTAS         *00000200
      *           (VLDTAPO). LAS CLAVES NUMERICAS (CLIENTE, CUENTA) NO *00000210
      *           SE TOCAN, ASI LA CONTABILIDAD Y LAS ESTADISTICAS     *00000220
      *           HISTORICAS SIGUEN CUADRANDO. EL RASTRO EN VLDTRLOG   *00000230
      *           SOLO LLEVA LA CLAVE DEL CLIENTE, NUNCA LOS DATOS     *00000240
      *           SUSTITUIDOS. EL REPORTE S1RANON TAMPOCO LOS LISTA.   *00000250
      *           MODO 'S' (SIMULACION): SOLO REPORTA LO QUE HARIA.    *00000260
      *           MODO 'A' (ACTUALIZACION): ADEMAS ANONIMIZA.          *00000270
      * SYSIN   : 1. MODO 'S' / 'A' (BLANCO = 'S')                     *00000280
      *           2. ANOS DE CONSERVACION 99 (BLANCO = PARAMETRO       *00000290
      *              ANOS-RETEN DE VLDTPAR; SIN PARAMETRO, 10)         *00000300
      * FECHA   : 15-10-2026                                           *00000310
      ******************************************************************00000320
      ******************************************************************00000330
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000340
      *---------- ---------- ---------------- -------------------------*00000350
      *RITM49186  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000360
      *---------- ---------- ---------------- -------------------------*00000361
      *RITM49187  15-10-2026 LUIS RIVERA H.   EXCLUYE A LOS CLIENTES   *00000362
      *                                       CON BLOQUEO LEGAL ACTIVO *00000363
      *                                       (RUTINA VL9CLHD0).       *00000364
      *---------- ---------- ---------------- -------------------------*00000370
      ******************************************************************00000380
       ENVIRONMENT DIVISION.                                            00000390
       CONFIGURATION SECTION.                                           00000400
       SPECIAL-NAMES.                                                   00000410
       INPUT-OUTPUT SECTION.                                            00000420
       FILE-CONTROL.                                                    00000430
                                                                        00000440
           SELECT S1RANON   ASSIGN       TO S1RANON                     00000450
                            FILE STATUS  IS FS-SRANON.                  00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
      *                                                                *00000490
       FD  S1RANON                                                      00000500
           RECORDING MODE  IS  F                                        00000510
           LABEL  RECORDS  IS  STANDARD                                 00000520
           DATA   RECORD   IS  SAL-RANON.                               00000530
         01 SAL-RANON              PIC X(132).                          00000540
      *                                                                 00000550
      ******************************************************************00000560
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000570
      ******************************************************************00000580
       WORKING-STORAGE SECTION.                                         00000590
      *************************                                         00000600
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CANON'.          00000610
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00000620
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00000630
      *                                                                 00000640
      * VALORES DE SUSTITUCION. EL NOMBRE MARCA ADEMAS AL CLIENTE YA    00000650
      * ANONIMIZADO PARA QUE NO VUELVA A SER CANDIDATO                  00000660
       01  W-VALORES-ANON.                                              00000670
           05 WK-DENOM-ANON        PIC X(20) VALUE                      00000680
              'CLIENTE ANONIMIZADO'.                                    00000690
           05 WK-NOMBRE-ANON       PIC X(11) VALUE 'ANONIMIZADO'.       00000700
      *    DOCUMENTO SUSTITUTO: 'A' + NUMERO DE CLIENTE (UNICO Y SIN    00000710
      *    RELACION CON EL DOCUMENTO ORIGINAL)                          00000720
           05 WK-NIF-ANON.                                              00000730
              10 FILLER            PIC X(01) VALUE 'A'.                 00000740
              10 WK-NIF-ANON-CLI   PIC 9(08).                           00000750
              10 FILLER            PIC X(02) VALUE SPACES.              00000760
      *                                                                 00000770
      * PARAMETROS (SYSIN)                                              00000780
       01  WS-PARAMETROS.                                               00000790
           05 WA-CARD-MODO         PIC X(01) VALUE SPACE.               00000800
              88 MODO-SIMULACION             VALUE 'S'.                 00000810
              88 MODO-ACTUALIZA              VALUE 'A'.                 00000820
           05 WA-CARD-ANOS         PIC X(02) VALUE SPACES.              00000830
           05 WA-CARD-ANOS-N REDEFINES WA-CARD-ANOS PIC 9(02).          00000840
      *                                                                 00000850
      *    PARAMETROS CENTRALES (VLDTPAR VIA VL9CPAR0)                  00000860
       01  WK-VL9CPAR0             PIC X(08) VALUE 'VL9CPAR0'.          00000870
           COPY VLCPTPA0.                                               00000880
      *RITM49187-INI                                                    00000881
      *    BLOQUEOS LEGALES (RUTINA VL9CLHD0)                           00000882
           COPY VLCPTLH0.                                               00000883
       01  WK-VL9CLHD0            PIC X(08) VALUE 'VL9CLHD0'.           00000884
      *RITM49187-FIN                                                    00000885
      *                                                                 00000890
      * FECHA LIMITE DE BAJA PARA SER CANDIDATO                         00000900
       01  WK-FECHA-LIMITE         PIC S9(8)V COMP-3 VALUE ZEROS.       00000910
       01  WK-ANOS-RETEN           PIC 9(02) VALUE ZEROS.               00000920
      *                                                                 00000930
      * CLIENTE CANDIDATO LEIDO                                         00000940
       01  W-CANDIDATO.                                                 00000950
           05 W-NUMCLI             PIC S9(8)V COMP-3.                   00000960
           05 W-CUENTAS            PIC S9(9) COMP.                      00000970
           05 W-ULT-BAJA           PIC S9(8)V COMP-3.                   00000980
           05 W-CONTADOR           PIC S9(9) COMP.                      00000990
           05 W-FILAS-BEF          PIC S9(9) COMP.                      00001000
           05 W-FILAS-APO          PIC S9(9) COMP.                      00001010
      *                                                                 00001020
       01  WS-VARIOS.                                                   00001030
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00001040
              88 FIN-CURSOR                  VALUE 'SI'.                00001050
           05 SW-EXCLUSION         PIC X(01) VALUE SPACE.               00001060
      *RITM49187-INI                                                    00001061
              88 CLIENTE-EXCLUIDO            VALUE 'E' 'S' 'U' 'L'.     00001062
      *RITM49187-FIN                                                    00001063
              88 EXCLUIDO-EMBARGO            VALUE 'E'.                 00001080
              88 EXCLUIDO-SUCESION           VALUE 'S'.                 00001090
              88 EXCLUIDO-UIF                VALUE 'U'.                 00001100
      *RITM49187-INI                                                    00001101
              88 EXCLUIDO-BLOQUEO            VALUE 'L'.                 00001102
      *RITM49187-FIN                                                    00001103
      *                                                                 00001110
       01  W-DATE                  PIC 9(6).                            00001120
       01  FILLER                  REDEFINES W-DATE.                    00001130
           02 W-ANO                PIC 99.                              00001140
           02 W-MES                PIC 99.                              00001150
           02 W-DIA                PIC 99.                              00001160
       01  W-FECHA-AMD.                                                 00001170
           05 W-AA-AMD             PIC 9(4).                            00001180
           05 W-MM-AMD             PIC 9(2).                            00001190
           05 W-DD-AMD             PIC 9(2).                            00001200
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001210
       01  W-HORA-CURRENT.                                              00001220
           02  W-HORA              PIC 99.                              00001230
           02  W-MINUTOS           PIC 99.                              00001240
           02  W-SEGUNDOS          PIC 99.                              00001250
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001260
      *                                                                 00001270
       01 W-CONTADORES.                                                 00001280
          05 CONT-CANDIDATOS       PIC 9(08)  VALUE ZEROES.             00001290
          05 CONT-ANONIMIZADOS     PIC 9(08)  VALUE ZEROES.             00001300
          05 CONT-SIMULADOS        PIC 9(08)  VALUE ZEROES.             00001310
          05 CONT-EXCL-EMBARGO     PIC 9(08)  VALUE ZEROES.             00001320
          05 CONT-EXCL-SUCESION    PIC 9(08)  VALUE ZEROES.             00001330
          05 CONT-EXCL-UIF         PIC 9(08)  VALUE ZEROES.             00001340
      *RITM49187-INI                                                    00001341
          05 CONT-EXCL-BLOQUEO     PIC 9(08)  VALUE ZEROES.             00001342
      *RITM49187-FIN                                                    00001343
          05 CONT-BEF              PIC 9(08)  VALUE ZEROES.             00001350
          05 CONT-APO              PIC 9(08)  VALUE ZEROES.             00001360
      * VARIABLES PARA CONTROL DE ERRORES                               00001370
       01 WS-ERROR.                                                     00001380
          05 WS-ACCION             PIC X(24).                           00001390
          05 WS-PARRAFO            PIC X(19).                           00001400
      * VARIABLES CONTROL DE ARCHIVOS                                   00001410
       01 WS-CTRL-ARCHIVOS.                                             00001420
          05 FS-SRANON             PIC X(02) VALUE '00'.                00001430
             88 S1RANON-OK                   VALUE '00'.                00001440
      *                                                                 00001450
      * LINEAS DEL REPORTE DE CONTROL (SIN DATOS PERSONALES)            00001460
       01 LIN-CABECERA.                                                 00001470
          05 FILLER                PIC X(38) VALUE                      00001480
             ' ANONIMIZACION DE CLIENTES - FECHA    '.                  00001490
          05 CAB-FECHA             PIC 9(08).                           00001500
          05 FILLER                PIC X(08) VALUE '  MODO: '.          00001510
          05 CAB-MODO              PIC X(01).                           00001520
          05 FILLER                PIC X(23) VALUE                      00001530
             '  BAJAS ANTERIORES A : '.                                 00001540
          05 CAB-LIMITE            PIC 9(08).                           00001550
          05 FILLER                PIC X(46) VALUE SPACES.              00001560
       01 LIN-TITULOS.                                                  00001570
          05 FILLER                PIC X(50) VALUE                      00001580
             '  CLIENTE  CUENTAS  ULT.BAJA  RESULTADO          '.       00001590
          05 FILLER                PIC X(30) VALUE                      00001600
             'BENEF.  APODER.               '.                          00001610
          05 FILLER                PIC X(52) VALUE SPACES.              00001620
       01 LIN-DETALLE.                                                  00001630
          05 FILLER                PIC X(01) VALUE SPACES.              00001640
          05 DET-NUMCLI            PIC 9(08).                           00001650
          05 FILLER                PIC X(02) VALUE SPACES.              00001660
          05 DET-CUENTAS           PIC ZZZZZ9.                          00001670
          05 FILLER                PIC X(02) VALUE SPACES.              00001680
          05 DET-ULT-BAJA          PIC 9(08).                           00001690
          05 FILLER                PIC X(02) VALUE SPACES.              00001700
          05 DET-RESULTADO         PIC X(18).                           00001710
          05 FILLER                PIC X(01) VALUE SPACES.              00001720
          05 DET-BEF               PIC ZZZZZ9.                          00001730
          05 FILLER                PIC X(03) VALUE SPACES.              00001740
          05 DET-APO               PIC ZZZZZ9.                          00001750
          05 FILLER                PIC X(69) VALUE SPACES.              00001760
       01 LIN-BLANCO               PIC X(132) VALUE SPACES.             00001770
      *                                                                 00001780
      * IMAGEN PARA EL RASTRO: SOLO CLAVE Y MARCA                       00001790
       01 W-LOG-ANON.                                                   00001800
          05 LAN-NUMCLI            PIC S9(8)V COMP-3.                   00001810
          05 LAN-MARCA             PIC X(20).                           00001820
          05 LAN-BEF               PIC 9(05).                           00001830
          05 LAN-APO               PIC 9(05).                           00001840
      *                                                                 00001850
      *    RASTRO BATCH (VL9CRLOG)                                      00001860
           COPY VLCPTRLOG.                                              00001870
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001880
           COPY VLCPTCTL.                                               00001890
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001900
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001910
      *                                                                *00001920
      *  AREA DE COMUNICACION SQLCA                                    *00001930
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001940
      *                                                                 00001950
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00001960
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00001970
      *                                                                 00001980
      *  CLIENTES NO ANONIMIZADOS CUYAS CUENTAS (COMO TITULAR O COMO   *00001990
      *  INTERVINIENTE) ESTAN TODAS DE BAJA DESDE ANTES DEL LIMITE     *00002000
           EXEC SQL                                                     00002010
                DECLARE VLDCANO1 CURSOR FOR                             00002020
                 SELECT  X.VXMI_CODCLI                                  00002030
                      ,  (SELECT COUNT(*) FROM VLDTARC A                00002040
                           WHERE A.VARC_NUMCLI = X.VXMI_CODCLI)         00002050
                      ,  (SELECT MAX(A.VARC_FEULMOD) FROM VLDTARC A     00002060
                           WHERE A.VARC_NUMCLI = X.VXMI_CODCLI)         00002070
                   FROM  VLDTXMI X                                      00002080
                  WHERE  X.VXMI_DENOM <> :WK-DENOM-ANON                 00002090
                    AND  EXISTS                                         00002100
                        (SELECT 1 FROM VLDTARC A                        00002110
                          WHERE A.VARC_NUMCLI = X.VXMI_CODCLI)          00002120
                    AND  NOT EXISTS                                     00002130
                        (SELECT 1 FROM VLDTARC A                        00002140
                          WHERE A.VARC_NUMCLI = X.VXMI_CODCLI           00002150
                            AND (A.VARC_SITUAC  <> 'B'                  00002160
                             OR  A.VARC_FEULMOD >  :WK-FECHA-LIMITE))   00002170
                    AND  NOT EXISTS                                     00002180
                        (SELECT 1 FROM VLDTADT D, VLDTARC A             00002190
                          WHERE D.VADT_NUMCLI = X.VXMI_CODCLI           00002200
                            AND A.VARC_CUENTA = D.VADT_CUENTA           00002210
                            AND (A.VARC_SITUAC  <> 'B'                  00002220
                             OR  A.VARC_FEULMOD >  :WK-FECHA-LIMITE))   00002230
                  ORDER  BY X.VXMI_CODCLI                               00002240
           END-EXEC.                                                    00002250
      *                                                                *00002260
       PROCEDURE DIVISION.                                              00002270
      *                                                                *00002280
           PERFORM 1000-INICIO                                          00002290
              THRU 1000-INICIO-EXIT.                                    00002300
                                                                        00002310
           PERFORM 2000-PROCESO                                         00002320
              THRU 2000-PROCESO-EXIT                                    00002330
              UNTIL FIN-CURSOR.                                         00002340
                                                                        00002350
           PERFORM 3000-FIN                                             00002360
              THRU 3000-FIN-EXIT.                                       00002370
                                                                        00002380
           STOP RUN.                                                    00002390
      *                                                                *00002400
      *-----------*                                                     00002410
       1000-INICIO.                                                     00002420
      *-----------*                                                     00002430
           INITIALIZE W-CONTADORES.                                     00002440
                                                                        00002450
           ACCEPT WA-CARD-MODO.                                         00002460
           ACCEPT WA-CARD-ANOS.                                         00002470
           IF WA-CARD-MODO = SPACE                                      00002480
              MOVE 'S'             TO WA-CARD-MODO                      00002490
           END-IF.                                                      00002500
           IF NOT MODO-SIMULACION AND NOT MODO-ACTUALIZA                00002510
              MOVE 'MODO INVALIDO (S/A)'    TO WS-ACCION                00002520
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002530
              PERFORM 3001-ERROR                                        00002540
           END-IF.                                                      00002550
                                                                        00002560
           ACCEPT W-DATE FROM DATE.                                     00002570
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002580
           MOVE W-MES              TO W-MM-AMD.                         00002590
           MOVE W-DIA              TO W-DD-AMD.                         00002600
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002610
                                                                        00002620
      *    ANOS DE CONSERVACION: SYSIN, SI NO VLDTPAR, SI NO 10         00002630
           IF WA-CARD-ANOS NUMERIC                                      00002640
              AND WA-CARD-ANOS-N > ZEROS                                00002650
              MOVE WA-CARD-ANOS-N   TO WK-ANOS-RETEN                    00002660
           ELSE                                                         00002670
              MOVE 10               TO WK-ANOS-RETEN                    00002680
              MOVE W-PROGRAMA       TO PAR0-PROGRAMA                    00002690
              MOVE 'ANOS-RETEN'     TO PAR0-NOMBRE                      00002700
              MOVE W-FECHA-AMD-N    TO PAR0-FECHA                       00002710
              CALL WK-VL9CPAR0   USING VL9CPAR0-AREA                    00002720
              IF PAR0-CODRESP = ZEROS                                   00002730
                 AND PAR0-VALOR (1:2) NUMERIC                           00002740
                 AND PAR0-VALOR (1:2) > '00'                            00002750
                 MOVE PAR0-VALOR (1:2) TO WK-ANOS-RETEN                 00002760
              END-IF                                                    00002770
           END-IF.                                                      00002780
           COMPUTE WK-FECHA-LIMITE = W-FECHA-AMD-N                      00002790
                                   - WK-ANOS-RETEN * 10000.             00002800
                                                                        00002810
           OPEN OUTPUT S1RANON.                                         00002820
           IF NOT S1RANON-OK                                            00002830
              MOVE 'OPEN FICHERO S1RANON'   TO WS-ACCION                00002840
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002850
              PERFORM 3001-ERROR                                        00002860
           END-IF.                                                      00002870
                                                                        00002880
           MOVE W-FECHA-AMD-N      TO CAB-FECHA.                        00002890
           MOVE WA-CARD-MODO       TO CAB-MODO.                         00002900
           MOVE WK-FECHA-LIMITE    TO CAB-LIMITE.                       00002910
           WRITE SAL-RANON       FROM LIN-CABECERA.                     00002920
           WRITE SAL-RANON       FROM LIN-BLANCO.                       00002930
           WRITE SAL-RANON       FROM LIN-TITULOS.                      00002940
                                                                        00002950
           EXEC SQL                                                     00002960
                OPEN VLDCANO1                                           00002970
           END-EXEC.                                                    00002980
           IF SQLCODE NOT = ZERO                                        00002990
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003000
              MOVE 'VLDCANO1-1000'          TO WS-PARRAFO               00003010
              PERFORM 3001-ERROR                                        00003020
           END-IF.                                                      00003030
                                                                        00003040
           PERFORM 1300-FETCH-VLDCANO1                                  00003050
              THRU 1300-FETCH-VLDCANO1-EXIT.                            00003060
      *                                                                *00003070
      *----------------*                                                00003080
       1000-INICIO-EXIT.                                                00003090
      *----------------*                                                00003100
           EXIT.                                                        00003110
                                                                        00003120
      *--------------------*                                            00003130
       1300-FETCH-VLDCANO1.                                             00003140
      *--------------------*                                            00003150
           EXEC SQL                                                     00003160
                FETCH  VLDCANO1                                         00003170
                 INTO :W-NUMCLI                                         00003180
                    , :W-CUENTAS                                        00003190
                    , :W-ULT-BAJA                                       00003200
           END-EXEC.                                                    00003210
           EVALUATE SQLCODE                                             00003220
               WHEN ZERO                                                00003230
                    ADD 1 TO CONT-CANDIDATOS                            00003240
               WHEN 100                                                 00003250
                    MOVE 'SI'                  TO SW-FIN-CUR            00003260
               WHEN OTHER                                               00003270
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00003280
                    MOVE 'VLDCANO1-1300'       TO WS-PARRAFO            00003290
                    PERFORM 3001-ERROR                                  00003300
           END-EVALUATE.                                                00003310
      *                                                                *00003320
      *-------------------------*                                       00003330
       1300-FETCH-VLDCANO1-EXIT.                                        00003340
      *-------------------------*                                       00003350
           EXIT.                                                        00003360
                                                                        00003370
      *------------*                                                    00003380
       2000-PROCESO.                                                    00003390
      *------------*                                                    00003400
           MOVE ZEROS              TO W-FILAS-BEF                       00003410
                                      W-FILAS-APO.                      00003420
           PERFORM 2100-EXCLUSIONES                                     00003430
              THRU 2100-EXCLUSIONES-EXIT.                               00003440
                                                                        00003450
           EVALUATE TRUE                                                00003460
               WHEN EXCLUIDO-EMBARGO                                    00003470
                    ADD 1 TO CONT-EXCL-EMBARGO                          00003480
                    MOVE 'EXCLUIDO EMBARGO'    TO DET-RESULTADO         00003490
               WHEN EXCLUIDO-SUCESION                                   00003500
                    ADD 1 TO CONT-EXCL-SUCESION                         00003510
                    MOVE 'EXCLUIDO SUCESION'   TO DET-RESULTADO         00003520
               WHEN EXCLUIDO-UIF                                        00003530
                    ADD 1 TO CONT-EXCL-UIF                              00003540
                    MOVE 'EXCLUIDO CASO UIF'   TO DET-RESULTADO         00003550
      *RITM49187-INI                                                    00003551
               WHEN EXCLUIDO-BLOQUEO                                    00003552
                    ADD 1 TO CONT-EXCL-BLOQUEO                          00003553
                    MOVE 'EXCLUIDO BLOQ.LEG'   TO DET-RESULTADO         00003554
      *RITM49187-FIN                                                    00003555
               WHEN MODO-SIMULACION                                     00003560
                    PERFORM 2200-CUENTA-VINCULOS                        00003570
                       THRU 2200-CUENTA-VINCULOS-EXIT                   00003580
                    ADD 1 TO CONT-SIMULADOS                             00003590
                    MOVE 'SE ANONIMIZARIA'     TO DET-RESULTADO         00003600
               WHEN OTHER                                               00003610
                    PERFORM 2300-ANONIMIZA                              00003620
                       THRU 2300-ANONIMIZA-EXIT                         00003630
                    ADD 1 TO CONT-ANONIMIZADOS                          00003640
                    MOVE 'ANONIMIZADO'         TO DET-RESULTADO         00003650
           END-EVALUATE.                                                00003660
                                                                        00003670
           MOVE W-NUMCLI           TO DET-NUMCLI.                       00003680
           MOVE W-CUENTAS          TO DET-CUENTAS.                      00003690
           MOVE W-ULT-BAJA         TO DET-ULT-BAJA.                     00003700
           MOVE W-FILAS-BEF        TO DET-BEF.                          00003710
           MOVE W-FILAS-APO        TO DET-APO.                          00003720
           WRITE SAL-RANON       FROM LIN-DETALLE.                      00003730
                                                                        00003740
           PERFORM 1300-FETCH-VLDCANO1                                  00003750
              THRU 1300-FETCH-VLDCANO1-EXIT.                            00003760
      *                                                                *00003770
      *-----------------*                                               00003780
       2000-PROCESO-EXIT.                                               00003790
      *-----------------*                                               00003800
           EXIT.                                                        00003810
                                                                        00003820
      *------------------------*                                        00003830
       2100-EXCLUSIONES.                                                00003840
      *------------------------*                                        00003850
      *    EL CLIENTE SE CONSERVA MIENTRAS HAYA UN EMBARGO, UNA         00003860
      *    SUCESION O UN CASO UIF PENDIENTE SOBRE EL O SUS CUENTAS      00003870
           MOVE SPACE              TO SW-EXCLUSION.                     00003880
                                                                        00003881
      *RITM49187-INI                                                    00003882
      *    UN BLOQUEO LEGAL (LITIGIO, REGULADOR) PREVALECE SOBRE EL     00003883
      *    PLAZO DE CONSERVACION                                        00003884
           INITIALIZE VL9CLHD0-AREA.                                    00003885
           MOVE 'C'                TO LH0-TIPO.                         00003886
           MOVE W-NUMCLI           TO LH0-NUMCLI.                       00003887
           CALL WK-VL9CLHD0     USING VL9CLHD0-AREA.                    00003888
           IF LH0-CODRESP NOT = ZEROS                                   00003889
              MOVE 'CALL VL9CLHD0'          TO WS-ACCION                00003890
              MOVE 'VL9CLHD0-2100'          TO WS-PARRAFO               00003891
              PERFORM 3001-ERROR                                        00003892
           END-IF.                                                      00003893
           IF LH0-HAY-BLOQUEO                                           00003894
              MOVE 'L'             TO SW-EXCLUSION                      00003895
              GO TO 2100-EXCLUSIONES-EXIT                               00003896
           END-IF.                                                      00003897
      *RITM49187-FIN                                                    00003898
           EXEC SQL                                                     00003900
                SELECT  COUNT(*)                                        00003910
                  INTO :W-CONTADOR                                      00003920
                  FROM  VLDTEMB E                                       00003930
                 WHERE  E.VEMB_ESTADO IN ('V', 'S')                     00003940
                   AND  E.VEMB_CUENTA IN                                00003950
                       (SELECT VARC_CUENTA FROM VLDTARC                 00003960
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00003970
                        UNION                                           00003980
                        SELECT VADT_CUENTA FROM VLDTADT                 00003990
                         WHERE VADT_NUMCLI = :W-NUMCLI)                 00004000
           END-EXEC.                                                    00004010
           IF SQLCODE NOT = ZERO                                        00004020
              MOVE 'SELECT COUNT'           TO WS-ACCION                00004030
              MOVE 'VLDTEMB-2100'           TO WS-PARRAFO               00004040
              PERFORM 3001-ERROR                                        00004050
           END-IF.                                                      00004060
           IF W-CONTADOR > ZEROS                                        00004070
              MOVE 'E'             TO SW-EXCLUSION                      00004080
              GO TO 2100-EXCLUSIONES-EXIT                               00004090
           END-IF.                                                      00004100
                                                                        00004110
           EXEC SQL                                                     00004120
                SELECT  COUNT(*)                                        00004130
                  INTO :W-CONTADOR                                      00004140
                  FROM  VLDTSUC S                                       00004150
                 WHERE  S.VSUC_ESTADO <> 'C'                            00004160
                   AND (S.VSUC_NUMCLI  = :W-NUMCLI                      00004170
                    OR  S.VSUC_CUENTA IN                                00004180
                       (SELECT VARC_CUENTA FROM VLDTARC                 00004190
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00004200
                        UNION                                           00004210
                        SELECT VADT_CUENTA FROM VLDTADT                 00004220
                         WHERE VADT_NUMCLI = :W-NUMCLI))                00004230
           END-EXEC.                                                    00004240
           IF SQLCODE NOT = ZERO                                        00004250
              MOVE 'SELECT COUNT'           TO WS-ACCION                00004260
              MOVE 'VLDTSUC-2100'           TO WS-PARRAFO               00004270
              PERFORM 3001-ERROR                                        00004280
           END-IF.                                                      00004290
           IF W-CONTADOR > ZEROS                                        00004300
              MOVE 'S'             TO SW-EXCLUSION                      00004310
              GO TO 2100-EXCLUSIONES-EXIT                               00004320
           END-IF.                                                      00004330
                                                                        00004340
           EXEC SQL                                                     00004350
                SELECT  COUNT(*)                                        00004360
                  INTO :W-CONTADOR                                      00004370
                  FROM  VLDTUIC U                                       00004380
                 WHERE  U.VUIC_NUMCLI = :W-NUMCLI                       00004390
                   AND  U.VUIC_ESTADO IN ('N', 'R')                     00004400
           END-EXEC.                                                    00004410
           IF SQLCODE NOT = ZERO                                        00004420
              MOVE 'SELECT COUNT'           TO WS-ACCION                00004430
              MOVE 'VLDTUIC-2100'           TO WS-PARRAFO               00004440
              PERFORM 3001-ERROR                                        00004450
           END-IF.                                                      00004460
           IF W-CONTADOR > ZEROS                                        00004470
              MOVE 'U'             TO SW-EXCLUSION                      00004480
           END-IF.                                                      00004490
      *                                                                *00004500
      *-----------------------------*                                   00004510
       2100-EXCLUSIONES-EXIT.                                           00004520
      *-----------------------------*                                   00004530
           EXIT.                                                        00004540
                                                                        00004550
      *----------------------------*                                    00004560
       2200-CUENTA-VINCULOS.                                            00004570
      *----------------------------*                                    00004580
      *    EN SIMULACION SE INFORMA CUANTAS FILAS DE BENEFICIARIOS Y    00004590
      *    APODERADOS SE SUSTITUIRIAN                                   00004600
           EXEC SQL                                                     00004610
                SELECT  COUNT(*)                                        00004620
                  INTO :W-FILAS-BEF                                     00004630
                  FROM  VLDTBEF                                         00004640
                 WHERE  VBEF_NUMCLI = :W-NUMCLI                         00004650
           END-EXEC.                                                    00004660
           IF SQLCODE NOT = ZERO                                        00004670
              MOVE 'SELECT COUNT'           TO WS-ACCION                00004680
              MOVE 'VLDTBEF-2200'           TO WS-PARRAFO               00004690
              PERFORM 3001-ERROR                                        00004700
           END-IF.                                                      00004710
           EXEC SQL                                                     00004720
                SELECT  COUNT(*)                                        00004730
                  INTO :W-FILAS-APO                                     00004740
                  FROM  VLDTAPO                                         00004750
                 WHERE  VAPO_CUENTA IN                                  00004760
                       (SELECT VARC_CUENTA FROM VLDTARC                 00004770
                         WHERE VARC_NUMCLI = :W-NUMCLI)                 00004780
           END-EXEC.                                                    00004790
           IF SQLCODE NOT = ZERO                                        00004800
              MOVE 'SELECT COUNT'           TO WS-ACCION                00004810
              MOVE 'VLDTAPO-2200'           TO WS-PARRAFO               00004820
              PERFORM 3001-ERROR                                        00004830
           END-IF.                                                      00004840
      *                                                                *00004850
      *---------------------------------*                               00004860
       2200-CUENTA-VINCULOS-EXIT.                                       00004870
      *---------------------------------*                               00004880
           EXIT.                                                        00004890
                                                                        00004900
      *--------------------*                                            00004910
       2300-ANONIMIZA.                                                  00004920
      *--------------------*                                            00004930
      *    SUSTITUCION IRREVERSIBLE: NO SE GUARDA EN NINGUN SITIO EL    00004940
      *    VALOR ANTERIOR                                               00004950
           MOVE W-NUMCLI           TO VXMI-CODCLI                       00004960
                                      WK-NIF-ANON-CLI.                  00004970
           MOVE WK-DENOM-ANON      TO VXMI-DENOM.                       00004980
           MOVE WK-NIF-ANON        TO VXMI-NIF.                         00004990
           MOVE SPACES             TO VXMI-DOMIC                        00005000
                                      VXMI-LOCAL                        00005010
                                      VXMI-APNOMHAC.                    00005020
           MOVE ZEROS              TO VXMI-CODPOS                       00005030
                                      VXMI-PRETELHAC                    00005040
                                      VXMI-TELEFHAC.                    00005050
           MOVE W-FECHA-AMD-N      TO VXMI-FEULMOD.                     00005060
           MOVE W-HORA-CURRENT-N   TO VXMI-HORULMOD.                    00005070
           MOVE 'BATC'             TO VXMI-NUMTER.                      00005080
           MOVE W-PROGRAMA         TO VXMI-USUARIO.                     00005090
           EXEC SQL                                                     00005100
                UPDATE VLDTXMI                                          00005110
                   SET VXMI_DENOM     = :VXMI-DENOM                     00005120
                     , VXMI_NIF       = :VXMI-NIF                       00005130
                     , VXMI_DOMIC     = :VXMI-DOMIC                     00005140
                     , VXMI_LOCAL     = :VXMI-LOCAL                     00005150
                     , VXMI_CODPOS    = :VXMI-CODPOS                    00005160
                     , VXMI_PRETELHAC = :VXMI-PRETELHAC                 00005170
                     , VXMI_TELEFHAC  = :VXMI-TELEFHAC                  00005180
                     , VXMI_APNOMHAC  = :VXMI-APNOMHAC                  00005190
                     , VXMI_FEULMOD   = :VXMI-FEULMOD                   00005200
                     , VXMI_HORULMOD  = :VXMI-HORULMOD                  00005210
                     , VXMI_NUMTER    = :VXMI-NUMTER                    00005220
                     , VXMI_USUARIO   = :VXMI-USUARIO                   00005230
                 WHERE VXMI_CODCLI    = :VXMI-CODCLI                    00005240
           END-EXEC.                                                    00005250
           IF SQLCODE NOT = ZERO                                        00005260
              MOVE 'UPDATE'                 TO WS-ACCION                00005270
              MOVE 'VLDTXMI-2300'           TO WS-PARRAFO               00005280
              PERFORM 3001-ERROR                                        00005290
           END-IF.                                                      00005300
                                                                        00005310
      *    BENEFICIARIOS FINALES DEL CLIENTE                            00005320
           EXEC SQL                                                     00005330
                UPDATE VLDTBEF                                          00005340
                   SET VBEF_NOMBRE    = :WK-NOMBRE-ANON                 00005350
                     , VBEF_NRODOC    = ' '                             00005360
                     , VBEF_FEULMOD   = :VXMI-FEULMOD                   00005370
                     , VBEF_NUMTER    = 'BATC'                          00005380
                     , VBEF_USUARIO   = :W-PROGRAMA                     00005390
                 WHERE VBEF_NUMCLI    = :W-NUMCLI                       00005400
           END-EXEC.                                                    00005410
           EVALUATE SQLCODE                                             00005420
               WHEN ZERO                                                00005430
                    MOVE SQLERRD (3)   TO W-FILAS-BEF                   00005440
               WHEN 100                                                 00005450
                    MOVE ZEROS         TO W-FILAS-BEF                   00005460
               WHEN OTHER                                               00005470
                    MOVE 'UPDATE'              TO WS-ACCION             00005480
                    MOVE 'VLDTBEF-2300'        TO WS-PARRAFO            00005490
                    PERFORM 3001-ERROR                                  00005500
           END-EVALUATE.                                                00005510
                                                                        00005520
      *    APODERADOS DE LAS CUENTAS DE LAS QUE ES TITULAR              00005530
           EXEC SQL                                                     00005540
                UPDATE VLDTAPO                                          00005550
                   SET VAPO_NOMBRE    = :WK-NOMBRE-ANON                 00005560
                     , VAPO_NRODOC    = ' '                             00005570
                     , VAPO_FEULMOD   = :VXMI-FEULMOD                   00005580
                     , VAPO_NUMTER    = 'BATC'                          00005590
                     , VAPO_USUARIO   = :W-PROGRAMA                     00005600
                 WHERE VAPO_CUENTA IN                                   00005610
                       (SELECT VARC_CUENTA FROM VLDTARC                 00005620
                         WHERE VARC_NUMCLI = :W-NUMCLI)                 00005630
           END-EXEC.                                                    00005640
           EVALUATE SQLCODE                                             00005650
               WHEN ZERO                                                00005660
                    MOVE SQLERRD (3)   TO W-FILAS-APO                   00005670
               WHEN 100                                                 00005680
                    MOVE ZEROS         TO W-FILAS-APO                   00005690
               WHEN OTHER                                               00005700
                    MOVE 'UPDATE'              TO WS-ACCION             00005710
                    MOVE 'VLDTAPO-2300'        TO WS-PARRAFO            00005720
                    PERFORM 3001-ERROR                                  00005730
           END-EVALUATE.                                                00005740
           ADD W-FILAS-BEF         TO CONT-BEF.                         00005750
           ADD W-FILAS-APO         TO CONT-APO.                         00005760
                                                                        00005770
      *    RASTRO SOLO CON LA CLAVE DEL CLIENTE                         00005780
           MOVE W-NUMCLI           TO LAN-NUMCLI.                       00005790
           MOVE WK-DENOM-ANON      TO LAN-MARCA.                        00005800
           MOVE W-FILAS-BEF        TO LAN-BEF.                          00005810
           MOVE W-FILAS-APO        TO LAN-APO.                          00005820
           INITIALIZE DCLVLDTRLOG.                                      00005830
           MOVE W-FECHA-AMD        TO VRLOG-FECHA.                      00005840
           MOVE W-HORA-CURRENT     TO VRLOG-HORA.                       00005850
           MOVE 'BATC'             TO VRLOG-NUMTER.                     00005860
           MOVE W-PROGRAMA         TO VRLOG-NUMUSER                     00005870
                                      VRLOG-CODTRAN.                    00005880
           MOVE 'VLDTXMI'          TO VRLOG-TABLA.                      00005890
           MOVE 'ANONIMIZ'         TO VRLOG-OPERACION.                  00005900
           MOVE LENGTH OF VRLOG-REGISTRO-TEXT                           00005910
                                   TO VRLOG-REGISTRO-LEN.               00005920
           MOVE SPACES             TO VRLOG-REGISTRO-TEXT.              00005930
           MOVE W-LOG-ANON         TO VRLOG-REGISTRO-TEXT (1:35).       00005940
           CALL WK-VL9CRLOG     USING DCLVLDTRLOG WK-LOG-CODRESP.       00005950
           IF WK-LOG-CODRESP NOT = ZEROS                                00005960
              DISPLAY 'AVISO: RASTRO VLDTXMI NO GRABADO '               00005970
                      DET-NUMCLI                                        00005980
           END-IF.                                                      00005990
      *                                                                *00006000
      *-------------------------*                                       00006010
       2300-ANONIMIZA-EXIT.                                             00006020
      *-------------------------*                                       00006030
           EXIT.                                                        00006040
                                                                        00006050
      *--------*                                                        00006060
       3000-FIN.                                                        00006070
      *--------*                                                        00006080
           EXEC SQL                                                     00006090
                CLOSE VLDCANO1                                          00006100
           END-EXEC.                                                    00006110
           EXEC SQL                                                     00006120
                COMMIT                                                  00006130
           END-EXEC.                                                    00006140
           IF SQLCODE NOT = ZERO                                        00006150
              MOVE 'COMMIT'                 TO WS-ACCION                00006160
              MOVE '3000-FIN'               TO WS-PARRAFO               00006170
              PERFORM 3001-ERROR                                        00006180
           END-IF.                                                      00006190
           CLOSE S1RANON.                                               00006200
           DISPLAY '***** FIN ANONIMIZACION DE CLIENTES *****'.         00006210
           DISPLAY 'MODO                   : ' WA-CARD-MODO.            00006220
           DISPLAY 'ANOS DE CONSERVACION   : ' WK-ANOS-RETEN.           00006230
           DISPLAY 'CLIENTES CANDIDATOS    : ' CONT-CANDIDATOS.         00006240
           DISPLAY 'EXCLUIDOS POR EMBARGO  : ' CONT-EXCL-EMBARGO.       00006250
           DISPLAY 'EXCLUIDOS POR SUCESION : ' CONT-EXCL-SUCESION.      00006260
           DISPLAY 'EXCLUIDOS POR CASO UIF : ' CONT-EXCL-UIF.           00006270
      *RITM49187-INI                                                    00006271
           DISPLAY 'EXCLUIDOS BLOQ. LEGAL  : ' CONT-EXCL-BLOQUEO.       00006272
      *RITM49187-FIN                                                    00006273
           DISPLAY 'SIMULADOS              : ' CONT-SIMULADOS.          00006280
           DISPLAY 'ANONIMIZADOS           : ' CONT-ANONIMIZADOS.       00006290
           DISPLAY '  BENEFICIARIOS        : ' CONT-BEF.                00006300
           DISPLAY '  APODERADOS           : ' CONT-APO.                00006310
           IF MODO-SIMULACION                                           00006320
              DISPLAY 'EJECUCION EN MODO SIMULACION - NO SE MODIFICO '  00006330
                      'NINGUN DATO'                                     00006340
           END-IF.                                                      00006350
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006360
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006370
           INITIALIZE DCLVLDTCTL.                                       00006380
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00006390
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00006400
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00006410
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006420
           MOVE CONT-CANDIDATOS     TO VCTL-LEIDOS.                     00006430
           MOVE CONT-ANONIMIZADOS   TO VCTL-ESCRITOS.                   00006440
           MOVE ZEROS               TO VCTL-IMPORTE-TOT.                00006450
           MOVE 'OK'                TO VCTL-ESTADO.                     00006460
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00006470
           IF VCTL-CODRESP NOT = ZEROS                                  00006480
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00006490
           END-IF.                                                      00006500
      *                                                                *00006510
      *-------------*                                                   00006520
       3000-FIN-EXIT.                                                   00006530
      *-------------*                                                   00006540
           EXIT.                                                        00006550
       3001-ERROR.                                                      00006560
      *-----------*                                                     00006570
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00006580
           DISPLAY 'ACCION:          ' WS-ACCION.                       00006590
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00006600
           DISPLAY '******************************************'.        00006610
           MOVE 08 TO RETURN-CODE.                                      00006620
           STOP RUN.                                                    00006630
      *-----------------*                                               00006640
      * FIN DE PROGRAMA *                                               00006650
      *-----------------*                                               00006660
