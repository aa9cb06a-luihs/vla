       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CBEFR.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPORTE DE ESTRUCTURAS DE PROPIEDAD QUE NO CUADRAN.  *00000060
      *           RECORRE LOS BENEFICIARIOS FINALES REGISTRADOS EN     *00000070
      *           VLDTBEF (VL7CBEF0) AGRUPADOS POR CLIENTE Y REPORTA   *00000080
      *           EN S1RBEF LOS CLIENTES CUYA ESTRUCTURA NO CUADRA:    *00000090
      *             - SIN NINGUN BENEFICIARIO ACTIVO (TODOS DE BAJA)   *00000100
      *             - SUMA DE PARTICIPACION ACTIVA SUPERIOR AL 100%    *00000110
      *             - NINGUN BENEFICIARIO ALCANZA EL UMBRAL DE         *00000120
      *               PARTICIPACION (UMBRAL-PCT-BEF EN VLDTPAR VIA     *00000130
      *               VL9CPAR0, 10% POR DEFECTO) Y TAMPOCO HAY UNO     *00000140
      *               REGISTRADO POR CONTROL ('C') NI POR ALTA         *00000150
      *               GERENCIA ('G')                                   *00000160
      *           LA CORRIDA QUEDA REGISTRADA EN VLDTCTL (VL9CCTL0).   *00000170
      * FECHA   : 15-10-2026                                           *00000180
      ******************************************************************00000190
      ******************************************************************00000200
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000210
      *---------- ---------- ---------------- -------------------------*00000220
      *RITM49171  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      ******************************************************************00000250
                                                                        00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
       SPECIAL-NAMES.                                                   00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
           SELECT S1RBEF    ASSIGN       TO S1RBEF                      00000320
                            FILE STATUS  IS FS-SBEF.                    00000330
                                                                        00000340
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
      *                                                                *00000370
       FD  S1RBEF                                                       00000380
           RECORDING MODE  IS  F                                        00000390
           LABEL  RECORDS  IS  STANDARD                                 00000400
           DATA   RECORD   IS  SAL-BEF.                                 00000410
         01 SAL-BEF                PIC X(132).                          00000420
      *                                                                 00000430
      ******************************************************************00000440
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000450
      ******************************************************************00000460
       WORKING-STORAGE SECTION.                                         00000470
      *************************                                         00000480
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CBEFR'.          00000490
      *                                                                 00000500
       01  WS-VARIOS.                                                   00000510
           05 SW-FIN-CUR-BEF       PIC X(02) VALUE SPACES.              00000520
              88 FIN-CUR-BEF                 VALUE 'SI'.                00000530
           05 W-UMBRAL             PIC S9(3)V9(2) COMP-3 VALUE 10.      00000540
      *                                                                 00000550
      * ESTRUCTURA DE PROPIEDAD EN PROCESO (UNA FILA POR CLIENTE)       00000560
       01  W-EST.                                                       00000570
           05 WEST-NUMCLI          PIC S9(8)V COMP-3.                   00000580
           05 WEST-TOTAL           PIC S9(5)  COMP-3.                   00000590
           05 WEST-ACTIVOS         PIC S9(5)  COMP-3.                   00000600
           05 WEST-PCT             PIC S9(5)V9(2) COMP-3.               00000610
           05 WEST-CUMPLEN         PIC S9(5)  COMP-3.                   00000620
           05 WEST-DENOM           PIC X(40).                           00000630
           05 WEST-SUCVAL          PIC X(04).                           00000640
      *                                                                 00000650
       01  W-DATE                  PIC 9(6).                            00000660
       01  FILLER                  REDEFINES W-DATE.                    00000670
           02 W-ANO                PIC 99.                              00000680
           02 W-MES                PIC 99.                              00000690
           02 W-DIA                PIC 99.                              00000700
       01  W-FECHA-AMD.                                                 00000710
           05 W-AA-AMD             PIC 9(4).                            00000720
           05 W-MM-AMD             PIC 9(2).                            00000730
           05 W-DD-AMD             PIC 9(2).                            00000740
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00000750
       01  W-HORA-CURRENT.                                              00000760
           02  W-HORA              PIC 99.                              00000770
           02  W-MINUTOS           PIC 99.                              00000780
           02  W-SEGUNDOS          PIC 99.                              00000790
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000800
      *                                                                 00000810
       01 W-CONTADORES.                                                 00000820
          05 CONT-CLIENTES         PIC 9(08)  VALUE ZEROES.             00000830
          05 CONT-SIN-ACTIVOS      PIC 9(08)  VALUE ZEROES.             00000840
          05 CONT-EXCEDE           PIC 9(08)  VALUE ZEROES.             00000850
          05 CONT-SIN-UMBRAL       PIC 9(08)  VALUE ZEROES.             00000860
      * VARIABLES PARA CONTROL DE ERRORES                               00000870
       01 WS-ERROR.                                                     00000880
          05 WS-ACCION             PIC X(24).                           00000890
          05 WS-PARRAFO            PIC X(19).                           00000900
      * VARIABLES CONTROL DE ARCHIVOS                                   00000910
       01 WS-CTRL-ARCHIVOS.                                             00000920
          05 FS-SBEF               PIC X(02) VALUE '00'.                00000930
             88 S1RBEF-OK                    VALUE '00'.                00000940
      *                                                                 00000950
      * LINEAS DEL REPORTE                                              00000960
       01 LIN-CABECERA.                                                 00000970
          05 FILLER                PIC X(40) VALUE                      00000980
             ' ESTRUCTURAS DE PROPIEDAD QUE NO CUADRAN'.                00000990
          05 FILLER                PIC X(20) VALUE                      00001000
             ' (VLDTBEF) - UMBRAL '.                                    00001010
          05 CAB-UMBRAL            PIC ZZ9.99.                          00001020
          05 FILLER                PIC X(04) VALUE '% - '.              00001030
          05 CAB-FECHA             PIC 9(08).                           00001040
          05 FILLER                PIC X(54) VALUE SPACES.              00001050
       01 LIN-TITULOS.                                                  00001060
          05 FILLER                PIC X(40) VALUE                      00001070
             '  CLIENTE   DENOMINACION                '.                00001080
          05 FILLER                PIC X(40) VALUE                      00001090
             '              OFIC  ACT   PARTIC.  OBSER'.                00001100
          05 FILLER                PIC X(40) VALUE                      00001110
             'VACION                                  '.                00001120
          05 FILLER                PIC X(12) VALUE SPACES.              00001130
       01 LIN-DETALLE.                                                  00001140
          05 FILLER                PIC X(02) VALUE SPACES.              00001150
          05 DET-NUMCLI            PIC 9(08).                           00001160
          05 FILLER                PIC X(02) VALUE SPACES.              00001170
          05 DET-DENOM             PIC X(40).                           00001180
          05 FILLER                PIC X(02) VALUE SPACES.              00001190
          05 DET-SUCVAL            PIC X(04).                           00001200
          05 FILLER                PIC X(02) VALUE SPACES.              00001210
          05 DET-ACTIVOS           PIC ZZ9.                             00001220
          05 FILLER                PIC X(02) VALUE SPACES.              00001230
          05 DET-PCT               PIC ZZZZ9.99.                        00001240
          05 FILLER                PIC X(02) VALUE SPACES.              00001250
          05 DET-OBSERVA           PIC X(40).                           00001260
          05 FILLER                PIC X(17) VALUE SPACES.              00001270
       01 LIN-TOTALES.                                                  00001280
          05 FILLER                PIC X(30) VALUE                      00001290
             ' TOTAL CLIENTES REPORTADOS:   '.                          00001300
          05 TOT-CLIENTES          PIC ZZ,ZZZ,ZZ9.                      00001310
          05 FILLER                PIC X(92) VALUE SPACES.              00001320
      *                                                                 00001330
      *    BENEFICIARIOS FINALES                                        00001340
           COPY VLCPTBEF.                                               00001350
      *                                                                 00001360
      *    PARAMETROS (VL9CPAR0 / VLDTPAR)                              00001370
           COPY VLCPTPA0.                                               00001380
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00001390
       01  WK-UMBRAL-CARD         PIC X(03) VALUE ZEROS.                00001400
       01  WK-UMBRAL-CARD-N REDEFINES WK-UMBRAL-CARD PIC 9(03).         00001410
      *                                                                 00001420
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001430
           COPY VLCPTCTL.                                               00001440
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001450
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001460
      *                                                                *00001470
      *  AREA DE COMUNICACION SQLCA                                     00001480
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001490
      *                                                                 00001500
      *    CLIENTES CON BENEFICIARIOS REGISTRADOS CUYA ESTRUCTURA NO    00001510
      *    CUADRA: SIN ACTIVOS, MAS DEL 100% O NADIE SOBRE EL UMBRAL    00001520
      *    NI REGISTRADO POR CONTROL / ALTA GERENCIA                    00001530
           EXEC SQL                                                     00001540
                DECLARE VLDCBEF2 CURSOR FOR                             00001550
                 SELECT VBEF_NUMCLI                                     00001560
                      , COUNT(*)                                        00001570
                      , SUM(CASE WHEN VBEF_ESTADO = 'A'                 00001580
                                 THEN 1 ELSE 0 END)                     00001590
                      , SUM(CASE WHEN VBEF_ESTADO = 'A'                 00001600
                                 THEN VBEF_PCT ELSE 0 END)              00001610
                      , SUM(CASE WHEN VBEF_ESTADO = 'A'                 00001620
                                  AND (VBEF_TIPCTL IN ('C', 'G')        00001630
                                   OR  VBEF_PCT >= :W-UMBRAL)           00001640
                                 THEN 1 ELSE 0 END)                     00001650
                   FROM VLDTBEF                                         00001660
                  GROUP BY VBEF_NUMCLI                                  00001670
                 HAVING SUM(CASE WHEN VBEF_ESTADO = 'A'                 00001680
                                 THEN VBEF_PCT ELSE 0 END) > 100        00001690
                     OR SUM(CASE WHEN VBEF_ESTADO = 'A'                 00001700
                                  AND (VBEF_TIPCTL IN ('C', 'G')        00001710
                                   OR  VBEF_PCT >= :W-UMBRAL)           00001720
                                 THEN 1 ELSE 0 END) = 0                 00001730
                  ORDER BY VBEF_NUMCLI                                  00001740
           END-EXEC.                                                    00001750
      *                                                                *00001760
       PROCEDURE DIVISION.                                              00001770
      *                                                                 00001780
           PERFORM 1000-INICIO                                          00001790
              THRU 1000-INICIO-EXIT.                                    00001800
           EXEC SQL OPEN VLDCBEF2 END-EXEC.                             00001810
           IF SQLCODE NOT = ZERO                                        00001820
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00001830
              MOVE 'VLDCBEF2-PROC'          TO WS-PARRAFO               00001840
              PERFORM 3001-ERROR                                        00001850
           END-IF.                                                      00001860
           PERFORM 2100-FETCH-BEF                                       00001870
              THRU 2100-FETCH-BEF-EXIT.                                 00001880
           PERFORM 2000-PROCESO-CLIENTE                                 00001890
              THRU 2000-PROCESO-CLIENTE-EXIT                            00001900
              UNTIL FIN-CUR-BEF.                                        00001910
           EXEC SQL CLOSE VLDCBEF2 END-EXEC.                            00001920
           PERFORM 3000-FIN                                             00001930
              THRU 3000-FIN-EXIT.                                       00001940
           STOP RUN.                                                    00001950
      *                                                                *00001960
      *-----------*                                                     00001970
       1000-INICIO.                                                     00001980
      *-----------*                                                     00001990
           INITIALIZE W-CONTADORES.                                     00002000
           ACCEPT W-DATE FROM DATE.                                     00002010
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002020
           MOVE W-MES              TO W-MM-AMD.                         00002030
           MOVE W-DIA              TO W-DD-AMD.                         00002040
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002050
           OPEN OUTPUT S1RBEF.                                          00002060
           IF NOT S1RBEF-OK                                             00002070
              MOVE 'OPEN FICHERO S1RBEF'    TO WS-ACCION                00002080
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002090
              PERFORM 3001-ERROR                                        00002100
           END-IF.                                                      00002110
      *    UMBRAL DE PARTICIPACION PARAMETRIZADO; SIN PARAMETRO RIGE    00002120
      *    EL VALOR POR DEFECTO                                         00002130
           INITIALIZE VL9CPAR0-AREA.                                    00002140
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00002150
           MOVE 'UMBRAL-PCT-BEF'     TO  PAR0-NOMBRE.                   00002160
           MOVE W-FECHA-AMD-N        TO  PAR0-FECHA.                    00002170
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00002180
           IF PAR0-CODRESP = ZEROS                                      00002190
              AND PAR0-VALOR (1:3) NUMERIC                              00002200
              MOVE PAR0-VALOR (1:3)  TO  WK-UMBRAL-CARD                 00002210
              MOVE WK-UMBRAL-CARD-N  TO  W-UMBRAL                       00002220
           END-IF.                                                      00002230
           DISPLAY 'UMBRAL PARTICIPACION BENEFICIARIO: ' W-UMBRAL.      00002240
           MOVE W-UMBRAL           TO CAB-UMBRAL.                       00002250
           MOVE W-FECHA-AMD-N      TO CAB-FECHA.                        00002260
           WRITE SAL-BEF         FROM LIN-CABECERA.                     00002270
           WRITE SAL-BEF         FROM LIN-TITULOS AFTER 2.              00002280
      *                                                                 00002290
      *----------------*                                                00002300
       1000-INICIO-EXIT.                                                00002310
      *----------------*                                                00002320
           EXIT.                                                        00002330
      *------------------*                                              00002340
       2100-FETCH-BEF.                                                  00002350
      *------------------*                                              00002360
           EXEC SQL                                                     00002370
                FETCH VLDCBEF2                                          00002380
                 INTO :WEST-NUMCLI                                      00002390
                    , :WEST-TOTAL                                       00002400
                    , :WEST-ACTIVOS                                     00002410
                    , :WEST-PCT                                         00002420
                    , :WEST-CUMPLEN                                     00002430
           END-EXEC.                                                    00002440
           EVALUATE SQLCODE                                             00002450
               WHEN ZERO                                                00002460
                    CONTINUE                                            00002470
               WHEN 100                                                 00002480
                    MOVE 'SI'               TO SW-FIN-CUR-BEF           00002490
               WHEN OTHER                                               00002500
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00002510
                    MOVE 'VLDCBEF2-2100'    TO WS-PARRAFO               00002520
                    PERFORM 3001-ERROR                                  00002530
           END-EVALUATE.                                                00002540
      *                                                                 00002550
      *---------------------*                                           00002560
       2100-FETCH-BEF-EXIT.                                             00002570
      *---------------------*                                           00002580
           EXIT.                                                        00002590
      *--------------------*                                            00002600
       2000-PROCESO-CLIENTE.                                            00002610
      *--------------------*                                            00002620
      *    DENOMINACION Y OFICINA DEL CLIENTE EN EL MAESTRO             00002630
           MOVE SPACES             TO WEST-DENOM                        00002640
                                      WEST-SUCVAL.                      00002650
           MOVE WEST-NUMCLI        TO VBEF-NUMCLI.                      00002660
           EXEC SQL                                                     00002670
                SELECT VXMI_DENOM                                       00002680
                     , VXMI_SUCVAL                                      00002690
                  INTO :WEST-DENOM                                      00002700
                     , :WEST-SUCVAL                                     00002710
                  FROM VLDTXMI                                          00002720
                 WHERE VXMI_CODCLI = :VBEF-NUMCLI                       00002730
           END-EXEC.                                                    00002740
           IF SQLCODE NOT = ZERO AND 100                                00002750
              MOVE 'SELECT'                 TO WS-ACCION                00002760
              MOVE 'VLDTXMI-2000'           TO WS-PARRAFO               00002770
              PERFORM 3001-ERROR                                        00002780
           END-IF.                                                      00002790
           MOVE WEST-NUMCLI        TO DET-NUMCLI.                       00002800
           MOVE WEST-DENOM         TO DET-DENOM.                        00002810
           MOVE WEST-SUCVAL        TO DET-SUCVAL.                       00002820
           MOVE WEST-ACTIVOS       TO DET-ACTIVOS.                      00002830
           MOVE WEST-PCT           TO DET-PCT.                          00002840
           EVALUATE TRUE                                                00002850
               WHEN WEST-ACTIVOS = ZEROS                                00002860
                    MOVE 'SIN BENEFICIARIO FINAL ACTIVO'                00002870
                                            TO DET-OBSERVA              00002880
                    ADD 1                   TO CONT-SIN-ACTIVOS         00002890
               WHEN WEST-PCT > 100                                      00002900
                    MOVE 'PARTICIPACION SUMA MAS DEL 100%'              00002910
                                            TO DET-OBSERVA              00002920
                    ADD 1                   TO CONT-EXCEDE              00002930
               WHEN OTHER                                               00002940
                    MOVE 'NADIE LLEGA AL UMBRAL NI CONTROLA'            00002950
                                            TO DET-OBSERVA              00002960
                    ADD 1                   TO CONT-SIN-UMBRAL          00002970
           END-EVALUATE.                                                00002980
           WRITE SAL-BEF         FROM LIN-DETALLE.                      00002990
           ADD 1                   TO CONT-CLIENTES.                    00003000
           PERFORM 2100-FETCH-BEF                                       00003010
              THRU 2100-FETCH-BEF-EXIT.                                 00003020
      *                                                                 00003030
      *-------------------------*                                       00003040
       2000-PROCESO-CLIENTE-EXIT.                                       00003050
      *-------------------------*                                       00003060
           EXIT.                                                        00003070
      *--------*                                                        00003080
       3000-FIN.                                                        00003090
      *--------*                                                        00003100
      *                                                                 00003110
           MOVE CONT-CLIENTES      TO TOT-CLIENTES.                     00003120
           WRITE SAL-BEF         FROM LIN-TOTALES AFTER 2.              00003130
           CLOSE S1RBEF.                                                00003140
           DISPLAY '****** FIN REPORTE BENEFICIARIOS VL4CBEFR ******'.  00003150
           DISPLAY 'CLIENTES REPORTADOS    : ' CONT-CLIENTES.           00003160
           DISPLAY 'SIN BENEFICIARIO ACTIVO: ' CONT-SIN-ACTIVOS.        00003170
           DISPLAY 'PARTICIPACION > 100%   : ' CONT-EXCEDE.             00003180
           DISPLAY 'SIN UMBRAL NI CONTROL  : ' CONT-SIN-UMBRAL.         00003190
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00003200
           ACCEPT WK-HORA-FIN       FROM TIME.                          00003210
           INITIALIZE DCLVLDTCTL.                                       00003220
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00003230
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00003240
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00003250
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00003260
           MOVE CONT-CLIENTES       TO VCTL-LEIDOS.                     00003270
           MOVE CONT-CLIENTES       TO VCTL-ESCRITOS.                   00003280
           MOVE 'OK'                TO VCTL-ESTADO.                     00003290
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00003300
           IF VCTL-CODRESP NOT = ZEROS                                  00003310
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00003320
           END-IF.                                                      00003330
      *                                                                *00003340
      *-------------*                                                   00003350
       3000-FIN-EXIT.                                                   00003360
      *-------------*                                                   00003370
           EXIT.                                                        00003380
       3001-ERROR.                                                      00003390
      *-----------*                                                     00003400
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00003410
           DISPLAY 'ACCION:          ' WS-ACCION.                       00003420
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00003430
           DISPLAY '******************************************'.        00003440
           MOVE 08 TO RETURN-CODE.                                      00003450
           STOP RUN.                                                    00003460
      *-----------------*                                               00003470
      * FIN DE PROGRAMA *                                               00003480
      *-----------------*                                               00003490
