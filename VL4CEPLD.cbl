       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CEPLD.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : CONTROL DIARIO DE LA OPERATIVA POR CUENTA PROPIA DEL *00000060
      *           PERSONAL. RECORRE LAS OPERACIONES DE LA SESION       *00000070
      *           (VLDTOPE/VLDTDET) DE LAS CUENTAS CUYO TITULAR ESTABA *00000080
      *           REGISTRADO COMO EMPLEADO EN VLDTEPL A ESA FECHA Y    *00000090
      *           REPORTA A CUMPLIMIENTO (S1REPLD):                    *00000100
      *             - RESTRINGIDO: EL VALOR, O SU EMISOR, ESTABA EN LA *00000110
      *               LISTA RESTRINGIDA VLDTRST EN LA FECHA OPERADA.   *00000120
      *             - TENENCIA MINIMA: VENTA DE UN VALOR QUE EL MISMO  *00000130
      *               CLIENTE COMPRO (EN CUALQUIERA DE SUS CUENTAS)    *00000140
      *               DENTRO DEL PERIODO MINIMO DE TENENCIA.           *00000150
      *           EL PERIODO MINIMO EN DIAS SE LEE DE VLDTPAR          *00000160
      *           (VL9CPAR0, PARAMETRO EPL-DIAS-TENENC); SIN           *00000170
      *           PARAMETRO VIGENTE SON 30 DIAS.                       *00000180
      * SYSIN   : 1. FECHA PROCESO AAAAMMDD (BLANCOS = FECHA SISTEMA)  *00000190
      * FECHA   : 15-10-2026                                           *00000200
      ******************************************************************00000210
      ******************************************************************00000220
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      *RITM49175  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000250
      *---------- ---------- ---------------- -------------------------*00000260
      ******************************************************************00000270
       ENVIRONMENT DIVISION.                                            00000280
       CONFIGURATION SECTION.                                           00000290
       SPECIAL-NAMES.                                                   00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
                                                                        00000330
           SELECT S1REPLD   ASSIGN       TO S1REPLD                     00000340
                            FILE STATUS  IS FS-SREPLD.                  00000350
       DATA DIVISION.                                                   00000360
       FILE SECTION.                                                    00000370
      *                                                                *00000380
       FD  S1REPLD                                                      00000390
           RECORDING MODE  IS  F                                        00000400
           LABEL  RECORDS  IS  STANDARD                                 00000410
           DATA   RECORD   IS  SAL-REPLD.                               00000420
         01 SAL-REPLD              PIC X(132).                          00000430
      *                                                                 00000440
      ******************************************************************00000450
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000460
      ******************************************************************00000470
       WORKING-STORAGE SECTION.                                         00000480
      *************************                                         00000490
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CEPLD'.          00000500
      *                                                                 00000510
      * PARAMETROS DE EJECUCION (SYSIN)                                 00000520
       01  WS-PARAMETROS.                                               00000530
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000540
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA                   00000550
                                   PIC 9(08).                           00000560
           05 WK-PRM-CARD          PIC X(05) VALUE SPACES.              00000570
           05 WK-PRM-CARD-N REDEFINES WK-PRM-CARD PIC 9(05).            00000580
      *                                                                 00000590
       01  WS-FECHAS.                                                   00000600
           05 WK-FECHA-PROC        PIC S9(8)V COMP-3 VALUE ZEROS.       00000610
           05 WK-FECHA-DESDE       PIC S9(8)V COMP-3 VALUE ZEROS.       00000620
           05 WK-DIAS-TENENCIA     PIC S9(5)  COMP-3 VALUE ZEROS.       00000630
      *                                                                 00000640
      * OPERACION DEL EMPLEADO EN CURSO                                 00000650
       01  WS-OPERACION.                                                00000660
           05 WEPL-NUMCLI          PIC S9(8)V COMP-3 VALUE ZEROS.       00000670
           05 WEPL-CODEMP          PIC X(08)  VALUE SPACES.             00000680
           05 WEPL-CUENTA          PIC S9(7)V COMP-3 VALUE ZEROS.       00000690
           05 WEPL-TIPOP           PIC X(01)  VALUE SPACES.             00000700
           05 WEPL-PAVAL           PIC X(03)  VALUE SPACES.             00000710
           05 WEPL-VALOR           PIC X(08)  VALUE SPACES.             00000720
           05 WEPL-ISIN            PIC X(01)  VALUE SPACES.             00000730
           05 WEPL-TITUL           PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000740
           05 WEPL-EMISOR          PIC X(40)  VALUE SPACES.             00000750
           05 WEPL-CODVALOR        PIC X(40)  VALUE SPACES.             00000760
           05 WEPL-RESTRINGIDAS    PIC S9(9)  COMP-3 VALUE ZEROS.       00000770
           05 WEPL-COMPRAS         PIC S9(9)  COMP-3 VALUE ZEROS.       00000780
           05 WEPL-FEC-COMPRA      PIC S9(8)V COMP-3 VALUE ZEROS.       00000790
           05 WEPL-MOTIVO          PIC X(20)  VALUE SPACES.             00000800
      *                                                                 00000810
       01  WS-VARIOS.                                                   00000820
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000830
              88 FIN-CURSOR                  VALUE 'SI'.                00000840
           05 WK-DIAS-RESTA        PIC S9(5)  COMP-3 VALUE ZEROS.       00000850
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000860
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00000870
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00000880
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00000890
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00000900
       01  WK-FECHA-W.                                                  00000910
           05 WK-FW-AAAA           PIC 9(4).                            00000920
           05 WK-FW-MM             PIC 9(2).                            00000930
           05 WK-FW-DD             PIC 9(2).                            00000940
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00000950
      *                                                                 00000960
       01  W-DATE                  PIC 9(6).                            00000970
       01  FILLER                  REDEFINES W-DATE.                    00000980
           02 W-ANO                PIC 99.                              00000990
           02 W-MES                PIC 99.                              00001000
           02 W-DIA                PIC 99.                              00001010
       01  W-FECHA-AMD.                                                 00001020
           05 W-AA-AMD             PIC 9(4).                            00001030
           05 W-MM-AMD             PIC 9(2).                            00001040
           05 W-DD-AMD             PIC 9(2).                            00001050
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001060
       01  W-HORA-CURRENT.                                              00001070
           02  W-HORA              PIC 99.                              00001080
           02  W-MINUTOS           PIC 99.                              00001090
           02  W-SEGUNDOS          PIC 99.                              00001100
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001110
      *                                                                 00001120
       01 W-CONTADORES.                                                 00001130
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001140
          05 CONT-RESTRINGIDO      PIC 9(08)  VALUE ZEROES.             00001150
          05 CONT-TENENCIA         PIC 9(08)  VALUE ZEROES.             00001160
          05 CONT-REPORTADOS       PIC 9(08)  VALUE ZEROES.             00001170
      * VARIABLES PARA CONTROL DE ERRORES                               00001180
       01 WS-ERROR.                                                     00001190
          05 WS-ACCION             PIC X(24).                           00001200
          05 WS-PARRAFO            PIC X(19).                           00001210
      * VARIABLES CONTROL DE ARCHIVOS                                   00001220
       01 WS-CTRL-ARCHIVOS.                                             00001230
          05 FS-SREPLD             PIC X(02) VALUE '00'.                00001240
             88 S1REPLD-OK                   VALUE '00'.                00001250
      *                                                                 00001260
      * REPORTE PARA CUMPLIMIENTO                                       00001270
       01 CAB-REPLD-1.                                                  00001280
          05 FILLER                PIC X(36) VALUE                      00001290
             'OPERATIVA DEL PERSONAL A REVISAR - S'.                    00001300
          05 FILLER                PIC X(06) VALUE 'ESION '.            00001310
          05 CAB1-FECHA            PIC 9(08).                           00001320
          05 FILLER                PIC X(20) VALUE                      00001330
             '  TENENCIA MINIMA : '.                                    00001340
          05 CAB1-DIAS             PIC ZZZZ9.                           00001350
          05 FILLER                PIC X(05) VALUE ' DIAS'.             00001360
          05 FILLER                PIC X(52) VALUE SPACES.              00001370
       01 CAB-REPLD-2.                                                  00001380
          05 FILLER                PIC X(08) VALUE 'CLIENTE '.          00001390
          05 FILLER                PIC X(01) VALUE SPACE.               00001400
          05 FILLER                PIC X(08) VALUE 'MATRIC. '.          00001410
          05 FILLER                PIC X(01) VALUE SPACE.               00001420
          05 FILLER                PIC X(07) VALUE 'CUENTA '.           00001430
          05 FILLER                PIC X(01) VALUE SPACE.               00001440
          05 FILLER                PIC X(02) VALUE 'OP'.                00001450
          05 FILLER                PIC X(01) VALUE SPACE.               00001460
          05 FILLER                PIC X(12) VALUE 'VALOR'.             00001470
          05 FILLER                PIC X(01) VALUE SPACE.               00001480
          05 FILLER                PIC X(16) VALUE '         TITULOS'.  00001490
          05 FILLER                PIC X(01) VALUE SPACE.               00001500
          05 FILLER                PIC X(30) VALUE 'EMISOR'.            00001510
          05 FILLER                PIC X(01) VALUE SPACE.               00001520
          05 FILLER                PIC X(20) VALUE 'MOTIVO'.            00001530
          05 FILLER                PIC X(01) VALUE SPACE.               00001540
          05 FILLER                PIC X(08) VALUE 'F.COMPRA'.          00001550
          05 FILLER                PIC X(13) VALUE SPACES.              00001560
       01 DET-REPLD.                                                    00001570
          05 DET-NUMCLI            PIC 9(08).                           00001580
          05 FILLER                PIC X(01) VALUE SPACE.               00001590
          05 DET-CODEMP            PIC X(08).                           00001600
          05 FILLER                PIC X(01) VALUE SPACE.               00001610
          05 DET-CUENTA            PIC 9(07).                           00001620
          05 FILLER                PIC X(01) VALUE SPACE.               00001630
          05 DET-TIPOP             PIC X(02).                           00001640
          05 FILLER                PIC X(01) VALUE SPACE.               00001650
          05 DET-CODVALOR          PIC X(12).                           00001660
          05 FILLER                PIC X(01) VALUE SPACE.               00001670
          05 DET-TITULOS           PIC Z(12)9.99.                       00001680
          05 FILLER                PIC X(01) VALUE SPACE.               00001690
          05 DET-EMISOR            PIC X(30).                           00001700
          05 FILLER                PIC X(01) VALUE SPACE.               00001710
          05 DET-MOTIVO            PIC X(20).                           00001720
          05 FILLER                PIC X(01) VALUE SPACE.               00001730
          05 DET-FEC-COMPRA        PIC 9(08).                           00001740
          05 FILLER                PIC X(13) VALUE SPACES.              00001750
      *                                                                 00001760
      *    PARAMETROS CENTRALES (PERIODO MINIMO DE TENENCIA)            00001770
           COPY VLCPTPA0.                                               00001780
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00001790
      *                                                                 00001800
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001810
           COPY VLCPTCTL.                                               00001820
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001830
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001840
      *                                                                *00001850
      *  AREA DE COMUNICACION SQLCA                                    *00001860
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001870
      *                                                                *00001880
      *  OPERACIONES DE LA SESION DE LOS CLIENTES QUE ERAN EMPLEADOS   *00001890
      *  EN ESA FECHA, CON EL EMISOR DEL VALOR (VLDTXEN)               *00001900
           EXEC SQL                                                     00001910
                DECLARE VLDCEPL1 CURSOR FOR                             00001920
                 SELECT  E.VEPL_NUMCLI                                  00001930
                      ,  E.VEPL_CODEMP                                  00001940
                      ,  D.VDET_CTAVAL                                  00001950
                      ,  O.VOPE_TIPOP                                   00001960
                      ,  D.VDET_PAVAL                                   00001970
                      ,  D.VDET_VALOR                                   00001980
                      ,  D.VDET_ISIN                                    00001990
                      ,  D.VDET_TITUL                                   00002000
                      ,  X.VXEN_EMISOR                                  00002010
                   FROM  VLDTDET D                                      00002020
                      ,  VLDTOPE O                                      00002030
                      ,  VLDTARC A                                      00002040
                      ,  VLDTEPL E                                      00002050
                      ,  VLDTXEN X                                      00002060
                  WHERE  D.VDET_FECHOP  = :WK-FECHA-PROC                00002070
                    AND  O.VOPE_FECHOP  = D.VDET_FECHOP                 00002080
                    AND  O.VOPE_PAVAL   = D.VDET_PAVAL                  00002090
                    AND  O.VOPE_VALOR   = D.VDET_VALOR                  00002100
                    AND  O.VOPE_ISIN    = D.VDET_ISIN                   00002110
                    AND  O.VOPE_FORMAT  = D.VDET_FORMAT                 00002120
                    AND  A.VARC_CUENTA  = D.VDET_CTAVAL                 00002130
                    AND  E.VEPL_NUMCLI  = A.VARC_NUMCLI                 00002140
                    AND  E.VEPL_FECALTA <= D.VDET_FECHOP                00002150
                    AND (E.VEPL_FECBAJA = 0                             00002160
                     OR  E.VEPL_FECBAJA >= D.VDET_FECHOP)               00002170
                    AND  X.VXEN_PAVAL   = D.VDET_PAVAL                  00002180
                    AND  X.VXEN_VALOR   = D.VDET_VALOR                  00002190
                    AND  X.VXEN_ISIN    = D.VDET_ISIN                   00002200
                  ORDER  BY E.VEPL_NUMCLI, D.VDET_CTAVAL                00002210
           END-EXEC.                                                    00002220
      *                                                                 00002230
       PROCEDURE DIVISION.                                              00002240
      *                                                                 00002250
           PERFORM 1000-INICIO                                          00002260
              THRU 1000-INICIO-EXIT.                                    00002270
                                                                        00002280
           PERFORM 2000-PROCESO                                         00002290
              THRU 2000-PROCESO-EXIT                                    00002300
              UNTIL FIN-CURSOR.                                         00002310
                                                                        00002320
           PERFORM 3000-FIN                                             00002330
              THRU 3000-FIN-EXIT.                                       00002340
                                                                        00002350
           STOP RUN.                                                    00002360
      *                                                                *00002370
      *-----------*                                                     00002380
       1000-INICIO.                                                     00002390
      *-----------*                                                     00002400
           INITIALIZE W-CONTADORES.                                     00002410
                                                                        00002420
           ACCEPT W-DATE FROM DATE.                                     00002430
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002440
           MOVE W-MES              TO W-MM-AMD.                         00002450
           MOVE W-DIA              TO W-DD-AMD.                         00002460
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002470
                                                                        00002480
           ACCEPT WA-CARD-FECHA.                                        00002490
           IF WA-CARD-FECHA NUMERIC                                     00002500
              MOVE WA-CARD-FECHA-N TO WK-FECHA-PROC                     00002510
           ELSE                                                         00002520
              MOVE W-FECHA-AMD-N   TO WK-FECHA-PROC                     00002530
                                      WA-CARD-FECHA-N                   00002540
           END-IF.                                                      00002550
                                                                        00002560
           PERFORM 1100-LEE-PARAMETRO                                   00002570
              THRU 1100-LEE-PARAMETRO-EXIT.                             00002580
                                                                        00002590
      *    PRIMER DIA DEL PERIODO MINIMO DE TENENCIA (HOY - N DIAS)     00002600
           MOVE WK-FECHA-PROC      TO WK-FECHA-W-N.                     00002610
           MOVE WK-DIAS-TENENCIA   TO WK-DIAS-RESTA.                    00002620
           PERFORM 1200-RESTA-UN-DIA                                    00002630
              THRU 1200-RESTA-UN-DIA-EXIT                               00002640
              UNTIL WK-DIAS-RESTA NOT > ZEROS.                          00002650
           MOVE WK-FECHA-W-N       TO WK-FECHA-DESDE.                   00002660
                                                                        00002670
           OPEN OUTPUT S1REPLD.                                         00002680
           IF NOT S1REPLD-OK                                            00002690
              MOVE 'OPEN FICHERO S1REPLD'    TO WS-ACCION               00002700
              MOVE '1000-INICIO'             TO WS-PARRAFO              00002710
              PERFORM 3001-ERROR                                        00002720
           END-IF.                                                      00002730
                                                                        00002740
           MOVE WK-FECHA-PROC      TO CAB1-FECHA.                       00002750
           MOVE WK-DIAS-TENENCIA   TO CAB1-DIAS.                        00002760
           MOVE CAB-REPLD-1        TO SAL-REPLD.                        00002770
           WRITE SAL-REPLD.                                             00002780
           MOVE CAB-REPLD-2        TO SAL-REPLD.                        00002790
           WRITE SAL-REPLD.                                             00002800
           MOVE SPACES             TO SAL-REPLD.                        00002810
           WRITE SAL-REPLD.                                             00002820
                                                                        00002830
           MOVE SPACES             TO SW-FIN-CUR.                       00002840
           EXEC SQL                                                     00002850
                OPEN VLDCEPL1                                           00002860
           END-EXEC.                                                    00002870
           IF SQLCODE NOT = ZERO                                        00002880
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00002890
              MOVE 'VLDCEPL1-1000'          TO WS-PARRAFO               00002900
              PERFORM 3001-ERROR                                        00002910
           END-IF.                                                      00002920
                                                                        00002930
           PERFORM 1300-LEE-OPERACION                                   00002940
              THRU 1300-LEE-OPERACION-EXIT.                             00002950
      *                                                                *00002960
      *----------------*                                                00002970
       1000-INICIO-EXIT.                                                00002980
      *----------------*                                                00002990
           EXIT.                                                        00003000
                                                                        00003010
      *---------------------*                                           00003020
       1100-LEE-PARAMETRO.                                              00003030
      *---------------------*                                           00003040
      *    EL PARAMETRO VIAJA COMO 5 DIGITOS ENTEROS (EJ. 00030)        00003050
           INITIALIZE VL9CPAR0-AREA.                                    00003060
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00003070
           MOVE 'EPL-DIAS-TENENC'  TO  PAR0-NOMBRE.                     00003080
           MOVE WA-CARD-FECHA-N      TO  PAR0-FECHA.                    00003090
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00003100
           MOVE PAR0-VALOR (1:5)     TO  WK-PRM-CARD.                   00003110
           IF PAR0-CODRESP = ZEROS                                      00003120
              AND WK-PRM-CARD NUMERIC                                   00003130
              MOVE WK-PRM-CARD-N     TO  WK-DIAS-TENENCIA               00003140
           ELSE                                                         00003150
              MOVE 30                TO  WK-DIAS-TENENCIA               00003160
           END-IF.                                                      00003170
           DISPLAY 'PARAMETRO EPL-DIAS-TENENC: ' WK-DIAS-TENENCIA.      00003180
      *                                                                *00003190
      *-------------------------*                                       00003200
       1100-LEE-PARAMETRO-EXIT.                                         00003210
      *-------------------------*                                       00003220
           EXIT.                                                        00003230
                                                                        00003240
      *----------------------*                                          00003250
       1200-RESTA-UN-DIA.                                               00003260
      *----------------------*                                          00003270
           IF WK-FW-DD > 1                                              00003280
              SUBTRACT 1 FROM WK-FW-DD                                  00003290
           ELSE                                                         00003300
              IF WK-FW-MM > 1                                           00003310
                 SUBTRACT 1 FROM WK-FW-MM                               00003320
              ELSE                                                      00003330
                 MOVE 12 TO WK-FW-MM                                    00003340
                 SUBTRACT 1 FROM WK-FW-AAAA                             00003350
              END-IF                                                    00003360
              PERFORM 1250-DIAS-DEL-MES                                 00003370
                 THRU 1250-DIAS-DEL-MES-EXIT                            00003380
              MOVE WK-DIAS-MES TO WK-FW-DD                              00003390
           END-IF.                                                      00003400
           SUBTRACT 1 FROM WK-DIAS-RESTA.                               00003410
      *                                                                *00003420
      *---------------------------*                                     00003430
       1200-RESTA-UN-DIA-EXIT.                                          00003440
      *---------------------------*                                     00003450
           EXIT.                                                        00003460
                                                                        00003470
      *----------------------*                                          00003480
       1250-DIAS-DEL-MES.                                               00003490
      *----------------------*                                          00003500
           EVALUATE WK-FW-MM                                            00003510
               WHEN 01                                                  00003520
               WHEN 03                                                  00003530
               WHEN 05                                                  00003540
               WHEN 07                                                  00003550
               WHEN 08                                                  00003560
               WHEN 10                                                  00003570
               WHEN 12                                                  00003580
                    MOVE 31 TO WK-DIAS-MES                              00003590
               WHEN 04                                                  00003600
               WHEN 06                                                  00003610
               WHEN 09                                                  00003620
               WHEN 11                                                  00003630
                    MOVE 30 TO WK-DIAS-MES                              00003640
               WHEN 02                                                  00003650
                    MOVE 28 TO WK-DIAS-MES                              00003660
                    DIVIDE WK-FW-AAAA BY 4                              00003670
                           GIVING WK-COC4 REMAINDER WK-RES4             00003680
                    DIVIDE WK-FW-AAAA BY 100                            00003690
                           GIVING WK-COC4 REMAINDER WK-RES100           00003700
                    DIVIDE WK-FW-AAAA BY 400                            00003710
                           GIVING WK-COC4 REMAINDER WK-RES400           00003720
                    IF WK-RES4 = ZEROS                                  00003730
                       AND (WK-RES100 NOT = ZEROS                       00003740
                            OR WK-RES400 = ZEROS)                       00003750
                       MOVE 29 TO WK-DIAS-MES                           00003760
                    END-IF                                              00003770
           END-EVALUATE.                                                00003780
      *                                                                *00003790
      *---------------------------*                                     00003800
       1250-DIAS-DEL-MES-EXIT.                                          00003810
      *---------------------------*                                     00003820
           EXIT.                                                        00003830
                                                                        00003840
      *----------------------*                                          00003850
       1300-LEE-OPERACION.                                              00003860
      *----------------------*                                          00003870
           EXEC SQL                                                     00003880
                FETCH  VLDCEPL1                                         00003890
                 INTO :WEPL-NUMCLI                                      00003900
                    , :WEPL-CODEMP                                      00003910
                    , :WEPL-CUENTA                                      00003920
                    , :WEPL-TIPOP                                       00003930
                    , :WEPL-PAVAL                                       00003940
                    , :WEPL-VALOR                                       00003950
                    , :WEPL-ISIN                                        00003960
                    , :WEPL-TITUL                                       00003970
                    , :WEPL-EMISOR                                      00003980
           END-EXEC.                                                    00003990
                                                                        00004000
           EVALUATE SQLCODE                                             00004010
               WHEN ZERO                                                00004020
                    ADD 1 TO CONT-LEIDOS                                00004030
               WHEN 100                                                 00004040
                    MOVE 'SI'           TO SW-FIN-CUR                   00004050
               WHEN OTHER                                               00004060
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00004070
                    MOVE 'VLDCEPL1-1300'      TO WS-PARRAFO             00004080
                    PERFORM 3001-ERROR                                  00004090
           END-EVALUATE.                                                00004100
      *                                                                *00004110
      *---------------------------*                                     00004120
       1300-LEE-OPERACION-EXIT.                                         00004130
      *---------------------------*                                     00004140
           EXIT.                                                        00004150
                                                                        00004160
      *------------*                                                    00004170
       2000-PROCESO.                                                    00004180
      *------------*                                                    00004190
           MOVE SPACES             TO WEPL-CODVALOR.                    00004200
           MOVE WEPL-PAVAL         TO WEPL-CODVALOR (01:03).            00004210
           MOVE WEPL-VALOR         TO WEPL-CODVALOR (04:08).            00004220
           MOVE WEPL-ISIN          TO WEPL-CODVALOR (12:01).            00004230
                                                                        00004240
           PERFORM 2100-LISTA-RESTRINGIDA                               00004250
              THRU 2100-LISTA-RESTRINGIDA-EXIT.                         00004260
                                                                        00004270
           IF WEPL-TIPOP = 'V'                                          00004280
              PERFORM 2200-TENENCIA-MINIMA                              00004290
                 THRU 2200-TENENCIA-MINIMA-EXIT                         00004300
           END-IF.                                                      00004310
                                                                        00004320
           PERFORM 1300-LEE-OPERACION                                   00004330
              THRU 1300-LEE-OPERACION-EXIT.                             00004340
      *                                                                *00004350
      *-----------------*                                               00004360
       2000-PROCESO-EXIT.                                               00004370
      *-----------------*                                               00004380
           EXIT.                                                        00004390
                                                                        00004400
      *---------------------------*                                     00004410
       2100-LISTA-RESTRINGIDA.                                          00004420
      *---------------------------*                                     00004430
      *    EL VALOR O SU EMISOR EN LA LISTA, VIGENTE A LA FECHA OPERADA 00004440
           MOVE ZEROS              TO WEPL-RESTRINGIDAS.                00004450
           EXEC SQL                                                     00004460
                SELECT COUNT(*)                                         00004470
                  INTO :WEPL-RESTRINGIDAS                               00004480
                  FROM VLDTRST                                          00004490
                 WHERE ((VRST_TIPO   = 'V'                              00004500
                   AND   VRST_CODIGO = :WEPL-CODVALOR)                  00004510
                    OR  (VRST_TIPO   = 'E'                              00004520
                   AND   VRST_CODIGO = :WEPL-EMISOR))                   00004530
                   AND VRST_FECDESDE <= :WK-FECHA-PROC                  00004540
                   AND (VRST_FECHASTA = 0                               00004550
                    OR  VRST_FECHASTA >= :WK-FECHA-PROC)                00004560
           END-EXEC.                                                    00004570
           IF SQLCODE NOT = ZERO                                        00004580
              MOVE 'SELECT'             TO WS-ACCION                    00004590
              MOVE 'VLDTRST-2100'       TO WS-PARRAFO                   00004600
              PERFORM 3001-ERROR                                        00004610
           END-IF.                                                      00004620
                                                                        00004630
           IF WEPL-RESTRINGIDAS > ZEROS                                 00004640
              MOVE 'VALOR RESTRINGIDO'  TO WEPL-MOTIVO                  00004650
              MOVE ZEROS                TO WEPL-FEC-COMPRA              00004660
              ADD 1                     TO CONT-RESTRINGIDO             00004670
              PERFORM 2900-GRABA-LINEA                                  00004680
                 THRU 2900-GRABA-LINEA-EXIT                             00004690
           END-IF.                                                      00004700
      *                                                                *00004710
      *--------------------------------*                                00004720
       2100-LISTA-RESTRINGIDA-EXIT.                                     00004730
      *--------------------------------*                                00004740
           EXIT.                                                        00004750
                                                                        00004760
      *-------------------------*                                       00004770
       2200-TENENCIA-MINIMA.                                            00004780
      *-------------------------*                                       00004790
      *    COMPRAS DEL MISMO VALOR POR EL MISMO CLIENTE, EN CUALQUIERA  00004800
      *    DE SUS CUENTAS, DENTRO DEL PERIODO MINIMO DE TENENCIA        00004810
           MOVE ZEROS              TO WEPL-COMPRAS WEPL-FEC-COMPRA.     00004820
           EXEC SQL                                                     00004830
                SELECT COUNT(*)                                         00004840
                     , VALUE(MAX(D.VDET_FECHOP), 0)                     00004850
                  INTO :WEPL-COMPRAS                                    00004860
                     , :WEPL-FEC-COMPRA                                 00004870
                  FROM VLDTDET D                                        00004880
                     , VLDTOPE O                                        00004890
                     , VLDTARC A                                        00004900
                 WHERE D.VDET_FECHOP >= :WK-FECHA-DESDE                 00004910
                   AND D.VDET_FECHOP <= :WK-FECHA-PROC                  00004920
                   AND D.VDET_PAVAL   = :WEPL-PAVAL                     00004930
                   AND D.VDET_VALOR   = :WEPL-VALOR                     00004940
                   AND D.VDET_ISIN    = :WEPL-ISIN                      00004950
                   AND O.VOPE_FECHOP  = D.VDET_FECHOP                   00004960
                   AND O.VOPE_PAVAL   = D.VDET_PAVAL                    00004970
                   AND O.VOPE_VALOR   = D.VDET_VALOR                    00004980
                   AND O.VOPE_ISIN    = D.VDET_ISIN                     00004990
                   AND O.VOPE_FORMAT  = D.VDET_FORMAT                   00005000
                   AND O.VOPE_TIPOP   = 'C'                             00005010
                   AND A.VARC_CUENTA  = D.VDET_CTAVAL                   00005020
                   AND A.VARC_NUMCLI  = :WEPL-NUMCLI                    00005030
           END-EXEC.                                                    00005040
           IF SQLCODE NOT = ZERO                                        00005050
              MOVE 'SELECT'             TO WS-ACCION                    00005060
              MOVE 'VLDTDET-2200'       TO WS-PARRAFO                   00005070
              PERFORM 3001-ERROR                                        00005080
           END-IF.                                                      00005090
                                                                        00005100
           IF WEPL-COMPRAS > ZEROS                                      00005110
              MOVE 'TENENCIA MINIMA'    TO WEPL-MOTIVO                  00005120
              ADD 1                     TO CONT-TENENCIA                00005130
              PERFORM 2900-GRABA-LINEA                                  00005140
                 THRU 2900-GRABA-LINEA-EXIT                             00005150
           END-IF.                                                      00005160
      *                                                                *00005170
      *------------------------------*                                  00005180
       2200-TENENCIA-MINIMA-EXIT.                                       00005190
      *------------------------------*                                  00005200
           EXIT.                                                        00005210
                                                                        00005220
      *----------------------*                                          00005230
       2900-GRABA-LINEA.                                                00005240
      *----------------------*                                          00005250
           MOVE WEPL-NUMCLI        TO DET-NUMCLI.                       00005260
           MOVE WEPL-CODEMP        TO DET-CODEMP.                       00005270
           MOVE WEPL-CUENTA        TO DET-CUENTA.                       00005280
           MOVE WEPL-TIPOP         TO DET-TIPOP.                        00005290
           MOVE WEPL-CODVALOR      TO DET-CODVALOR.                     00005300
           MOVE WEPL-TITUL         TO DET-TITULOS.                      00005310
           MOVE WEPL-EMISOR        TO DET-EMISOR.                       00005320
           MOVE WEPL-MOTIVO        TO DET-MOTIVO.                       00005330
           MOVE WEPL-FEC-COMPRA    TO DET-FEC-COMPRA.                   00005340
           MOVE DET-REPLD          TO SAL-REPLD.                        00005350
           WRITE SAL-REPLD.                                             00005360
           ADD 1 TO CONT-REPORTADOS.                                    00005370
      *                                                                *00005380
      *---------------------------*                                     00005390
       2900-GRABA-LINEA-EXIT.                                           00005400
      *---------------------------*                                     00005410
           EXIT.                                                        00005420
                                                                        00005430
      *--------*                                                        00005440
       3000-FIN.                                                        00005450
      *--------*                                                        00005460
           EXEC SQL                                                     00005470
                CLOSE VLDCEPL1                                          00005480
           END-EXEC.                                                    00005490
                                                                        00005500
           CLOSE S1REPLD.                                               00005510
                                                                        00005520
           DISPLAY '******* FIN CONTROL OPERATIVA DEL PERSONAL *******'.00005530
           DISPLAY 'OPERACIONES DE EMPLEADOS : ' CONT-LEIDOS.           00005540
           DISPLAY 'EN LISTA RESTRINGIDA     : ' CONT-RESTRINGIDO.      00005550
           DISPLAY 'BAJO TENENCIA MINIMA     : ' CONT-TENENCIA.         00005560
           DISPLAY 'LINEAS REPORTADAS        : ' CONT-REPORTADOS.       00005570
                                                                        00005580
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00005590
           ACCEPT WK-HORA-FIN       FROM TIME.                          00005600
           INITIALIZE DCLVLDTCTL.                                       00005610
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00005620
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00005630
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00005640
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00005650
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00005660
           MOVE CONT-REPORTADOS     TO VCTL-ESCRITOS.                   00005670
           MOVE 'OK'                TO VCTL-ESTADO.                     00005680
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00005690
           IF VCTL-CODRESP NOT = ZEROS                                  00005700
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00005710
           END-IF.                                                      00005720
      *                                                                *00005730
      *-------------*                                                   00005740
       3000-FIN-EXIT.                                                   00005750
      *-------------*                                                   00005760
           EXIT.                                                        00005770
                                                                        00005780
       3001-ERROR.                                                      00005790
      *-----------*                                                     00005800
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00005810
           DISPLAY 'ACCION:          ' WS-ACCION.                       00005820
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00005830
           DISPLAY '******************************************'.        00005840
           MOVE 08 TO RETURN-CODE.                                      00005850
           STOP RUN.                                                    00005860
      *-----------------*                                               00005870
      * FIN DE PROGRAMA *                                               00005880
      *-----------------*                                               00005890
