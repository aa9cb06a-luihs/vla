       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CXENC.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : CARGA DIARIA DEL FICHERO DE VALORES DE LA BVL/CAVALI *00000060
      *           (E1DQXENB) EN EL MAESTRO DE VALORES VLDTXEN, PARA    *00000070
      *           QUE UN VALOR NUEVO NO DEPENDA DE QUE ALGUIEN LO      *00000080
      *           DIGITE EN VL7CXEN0 ANTES DE LA PRIMERA ORDEN         *00000090
      *           (VL4CPREV RECHAZA LO QUE NO ESTA EN VLDTXEN):        *00000100
      *             'A' ALTA EN BOLSA: CREA EL CODIGO (NOMBRE, EMISOR, *00000110
      *                 DIVISA, TIPO DE RENTA, NOMINAL, NEMOTECNICO);  *00000120
      *                 SI YA EXISTE ACTUALIZA SUS DATOS               *00000130
      *             'S' SUSPENSION / 'L' LEVANTAMIENTO: VXEN_SUSPDT    *00000140
      *             'D' DESLISTADO: EL MAESTRO NO TIENE ESTADO DE      *00000150
      *                 INSCRIPCION, SE DEJA SUSPENDIDO DESDE LA       *00000160
      *                 FECHA DE BAJA (LA AUDITORIA LO MARCA           *00000170
      *                 'DESLISTA')                                    *00000180
      *           SE VALIDA EL DIGITO DE CONTROL DEL CODIGO ISIN Y     *00000190
      *           CADA CAMBIO SE AUDITA EN VLDTRLOG VIA VL9CRLOG (CON  *00000200
      *           LA IMAGEN ANTERIOR, COMO VL7CXEN0). NO SE APLICAN Y  *00000210
      *           QUEDAN EN EL REPORTE S1RXENC PARA SU REVISION: EL    *00000220
      *           CAMBIO DE DIVISA DE UN CODIGO EXISTENTE Y EL         *00000230
      *           DESLISTADO DE UN CODIGO CON POSICIONES VIVAS EN      *00000240
      *           VLDTADS. LOS CODIGOS NUEVOS ENTRAN CON CATEGORIA DE  *00000250
      *           RIESGO '3' HASTA QUE SE CLASIFIQUEN EN VL7CXEN0.     *00000260
      * FECHA   : 15-10-2026                                           *00000270
      ******************************************************************00000280
      ******************************************************************00000290
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000300
      *---------- ---------- ---------------- -------------------------*00000310
      *RITM49192  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000320
      *---------- ---------- ---------------- -------------------------*00000330
      ******************************************************************00000340
       ENVIRONMENT DIVISION.                                            00000350
       CONFIGURATION SECTION.                                           00000360
       SPECIAL-NAMES.                                                   00000370
       INPUT-OUTPUT SECTION.                                            00000380
       FILE-CONTROL.                                                    00000390
                                                                        00000400
           SELECT E1DQXENB  ASSIGN       TO E1DQXENB                    00000410
                            FILE STATUS  IS FS-EXENB.                   00000420
                                                                        00000430
           SELECT S1RXENC   ASSIGN       TO S1RXENC                     00000440
                            FILE STATUS  IS FS-SXENC.                   00000450
       DATA DIVISION.                                                   00000460
       FILE SECTION.                                                    00000470
      *                                                                *00000480
       FD  E1DQXENB                                                     00000490
           RECORDING MODE  IS  F                                        00000500
           LABEL  RECORDS  IS  STANDARD                                 00000510
           DATA   RECORD   IS  REG-E1DQXENB.                            00000520
         01 REG-E1DQXENB           PIC X(200).                          00000530
      *                                                                *00000540
       FD  S1RXENC                                                      00000550
           RECORDING MODE  IS  F                                        00000560
           LABEL  RECORDS  IS  STANDARD                                 00000570
           DATA   RECORD   IS  SAL-XENC.                                00000580
         01 SAL-XENC               PIC X(132).                          00000590
      *                                                                 00000600
      ******************************************************************00000610
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000620
      ******************************************************************00000630
       WORKING-STORAGE SECTION.                                         00000640
      *************************                                         00000650
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CXENC'.          00000660
      *                                                                 00000670
      * MOVIMIENTO DEL FICHERO DE VALORES DE LA BOLSA                   00000680
       01  W-REG-XENB.                                                  00000690
           05 XNB-TIPMOV           PIC X(01).                           00000700
              88 XNB-ALTA                    VALUE 'A'.                 00000710
              88 XNB-SUSPENSION              VALUE 'S'.                 00000720
              88 XNB-LEVANTAMIENTO           VALUE 'L'.                 00000730
              88 XNB-DESLISTADO              VALUE 'D'.                 00000740
      *    CODIGO ISIN: PAVAL(3) + VALOR(8) + DIGITO DE CONTROL(1)      00000750
           05 XNB-CODVALOR         PIC X(12).                           00000760
           05 XNB-NEMOTEC          PIC X(12).                           00000770
           05 XNB-NOMBRE           PIC X(40).                           00000780
           05 XNB-EMISOR           PIC X(40).                           00000790
           05 XNB-CODDIVI          PIC X(03).                           00000800
           05 XNB-TIPINT           PIC X(01).                           00000810
           05 XNB-NOMINEM          PIC 9(13)V9(05).                     00000820
           05 XNB-NOMINEM-X REDEFINES XNB-NOMINEM PIC X(18).            00000830
      *    FECHA EFECTIVA DE LA SUSPENSION, LEVANTAMIENTO O BAJA        00000840
           05 XNB-FECHA            PIC 9(08).                           00000850
           05 XNB-FECHA-X REDEFINES XNB-FECHA PIC X(08).                00000860
           05 FILLER               PIC X(65).                           00000870
      *                                                                 00000880
       01  WS-VARIOS.                                                   00000890
           05 WK-FILAS             PIC S9(5) COMP-3  VALUE ZEROS.       00000900
           05 WK-FEULMOD           PIC S9(8)V COMP-3 VALUE ZEROS.       00000910
           05 WK-HORULMOD          PIC S9(6)V COMP-3 VALUE ZEROS.       00000920
           05 WK-SUSPDT            PIC S9(8)V COMP-3 VALUE ZEROS.       00000930
           05 WK-OPERACION         PIC X(08) VALUE SPACES.              00000940
           05 WK-OPERACION-NUEVA   PIC X(08) VALUE SPACES.              00000950
           05 IX-CAR               PIC 9(02) VALUE ZEROS.               00000960
           05 IX-LET               PIC 9(02) VALUE ZEROS.               00000970
           05 IX-DIG               PIC 9(02) VALUE ZEROS.               00000980
           05 IX-ENC               PIC 9(02) VALUE ZEROS.               00000990
      *                                                                 00001000
      * DIGITO DE CONTROL ISIN: LAS LETRAS VALEN A=10 ... Z=35, SE      00001010
      * DOBLA UN DIGITO DE CADA DOS EMPEZANDO POR EL DE LA DERECHA Y    00001020
      * EL CONTROL ES LO QUE FALTA PARA LA DECENA (MODULO 10)           00001030
       01  W-ALFABETO-INI          PIC X(26) VALUE                      00001040
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                                00001050
       01  W-ALFABETO REDEFINES W-ALFABETO-INI.                         00001060
           05 ALF-LETRA            OCCURS 26 TIMES                      00001070
                                   PIC X(01).                           00001080
       01  W-ISIN.                                                      00001090
           05 ISN-CODIGO           PIC X(12).                           00001100
           05 FILLER REDEFINES ISN-CODIGO.                              00001110
              10 ISN-CAR           OCCURS 12 TIMES                      00001120
                                   PIC X(01).                           00001130
           05 ISN-DIGITOS          PIC X(22).                           00001140
           05 FILLER REDEFINES ISN-DIGITOS.                             00001150
              10 ISN-DIG           OCCURS 22 TIMES                      00001160
                                   PIC 9(01).                           00001170
           05 ISN-LONG             PIC 9(02).                           00001180
           05 ISN-VALOR-LETRA      PIC 9(02).                           00001190
           05 FILLER REDEFINES ISN-VALOR-LETRA.                         00001200
              10 ISN-VALOR-DEC     PIC 9(01).                           00001210
              10 ISN-VALOR-UNI     PIC 9(01).                           00001220
           05 ISN-PRODUCTO         PIC 9(02).                           00001230
           05 ISN-SUMA             PIC 9(04).                           00001240
           05 ISN-COCIENTE         PIC 9(04).                           00001250
           05 ISN-RESTO            PIC 9(01).                           00001260
           05 ISN-CONTROL          PIC 9(01).                           00001270
           05 ISN-INFORMADO        PIC X(01).                           00001280
           05 ISN-INFORMADO-N REDEFINES ISN-INFORMADO PIC 9(01).        00001290
      *                                                                 00001300
       01  WS-SWITCHES.                                                 00001310
          05 SW-ISIN               PIC X(01) VALUE 'S'.                 00001320
             88 ISIN-VALIDO                  VALUE 'S'.                 00001330
          05 SW-DOBLA              PIC X(01) VALUE 'S'.                 00001340
             88 DOBLA-DIGITO                 VALUE 'S'.                 00001350
          05 SW-EXISTE-XEN         PIC X(01) VALUE 'N'.                 00001360
             88 EXISTE-VALOR                 VALUE 'S'.                 00001370
      *                                                                 00001380
       01  W-DATE                  PIC 9(6).                            00001390
       01  FILLER                  REDEFINES W-DATE.                    00001400
           02 W-ANO                PIC 99.                              00001410
           02 W-MES                PIC 99.                              00001420
           02 W-DIA                PIC 99.                              00001430
       01  W-FECHA-AMD.                                                 00001440
           05 W-AA-AMD             PIC 9(4).                            00001450
           05 W-MM-AMD             PIC 9(2).                            00001460
           05 W-DD-AMD             PIC 9(2).                            00001470
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001480
       01  W-HORA-CURRENT.                                              00001490
           02  W-HORA              PIC 99.                              00001500
           02  W-MINUTOS           PIC 99.                              00001510
           02  W-SEGUNDOS          PIC 99.                              00001520
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001530
      *                                                                 00001540
       01 W-CONTADORES.                                                 00001550
          05 CONT-MOVIMIENTOS      PIC 9(08)  VALUE ZEROES.             00001560
          05 CONT-ALTAS            PIC 9(08)  VALUE ZEROES.             00001570
          05 CONT-MODIFICADOS      PIC 9(08)  VALUE ZEROES.             00001580
          05 CONT-SUSPENDIDOS      PIC 9(08)  VALUE ZEROES.             00001590
          05 CONT-LEVANTADOS       PIC 9(08)  VALUE ZEROES.             00001600
          05 CONT-DESLISTADOS      PIC 9(08)  VALUE ZEROES.             00001610
          05 CONT-SIN-CAMBIO       PIC 9(08)  VALUE ZEROES.             00001620
          05 CONT-REVISION         PIC 9(08)  VALUE ZEROES.             00001630
          05 CONT-RECHAZADOS       PIC 9(08)  VALUE ZEROES.             00001640
          05 CONT-APLICADOS        PIC 9(08)  VALUE ZEROES.             00001650
      * VARIABLES PARA CONTROL DE ERRORES                               00001660
       01 WS-ERROR.                                                     00001670
          05 WS-ACCION             PIC X(24).                           00001680
          05 WS-PARRAFO            PIC X(19).                           00001690
      * VARIABLES CONTROL DE ARCHIVOS                                   00001700
       01 WS-CTRL-ARCHIVOS.                                             00001710
          05 FS-EXENB              PIC X(02) VALUE '00'.                00001720
             88 E1DQXENB-OK                  VALUE '00'.                00001730
          05 FS-SXENC              PIC X(02) VALUE '00'.                00001740
             88 S1RXENC-OK                   VALUE '00'.                00001750
          05 FIN-FILE-XENB         PIC X(02) VALUE SPACES.              00001760
             88 FIN-E1DQXENB                 VALUE '10'.                00001770
      *                                                                 00001780
      * LINEAS DEL REPORTE                                              00001790
       01 LIN-CABECERA.                                                 00001800
          05 FILLER                PIC X(44) VALUE                      00001810
             ' CARGA DE VALORES BVL/CAVALI        - FECHA '.            00001820
          05 CAB-FECHA             PIC 9(08).                           00001830
          05 FILLER                PIC X(80) VALUE SPACES.              00001840
       01 LIN-DETALLE.                                                  00001850
          05 FILLER                PIC X(01) VALUE SPACES.              00001860
          05 DET-TEXTO             PIC X(24).                           00001870
          05 FILLER                PIC X(06) VALUE ' MOV: '.            00001880
          05 DET-TIPMOV            PIC X(01).                           00001890
          05 FILLER                PIC X(06) VALUE ' VAL: '.            00001900
          05 DET-CODVALOR          PIC X(12).                           00001910
          05 FILLER                PIC X(06) VALUE ' NEM: '.            00001920
          05 DET-NEMOTEC           PIC X(12).                           00001930
          05 FILLER                PIC X(06) VALUE ' DIV: '.            00001940
          05 DET-DIVISA-ACT        PIC X(03).                           00001950
          05 FILLER                PIC X(01) VALUE '/'.                 00001960
          05 DET-DIVISA-NUE        PIC X(03).                           00001970
          05 FILLER                PIC X(06) VALUE ' FEC: '.            00001980
          05 DET-FECHA             PIC X(08).                           00001990
          05 FILLER                PIC X(06) VALUE ' POS: '.            00002000
          05 DET-POSICIONES        PIC ZZZZ9.                           00002010
          05 FILLER                PIC X(26) VALUE SPACES.              00002020
      *                                                                 00002030
      *    AUDITORIA BATCH (VL9CRLOG)                                   00002040
           COPY VLCPTRLOG.                                              00002050
       77  WK-VL9CRLOG             PIC X(08) VALUE 'VL9CRLOG'.          00002060
       77  WK-LOG-CODRESP          PIC 9(02) VALUE ZEROS.               00002070
       01  LOGVLDTXEN              PIC X(500).                          00002080
      *                                                                 00002090
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002100
           COPY VLCPTCTL.                                               00002110
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002120
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002130
      *                                                                *00002140
      *  AREA DE COMUNICACION SQLCA                                     00002150
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002160
      *                                                                 00002170
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002180
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00002190
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00002200
      *                                                                *00002210
       PROCEDURE DIVISION.                                              00002220
      *                                                                 00002230
           PERFORM 1000-INICIO                                          00002240
              THRU 1000-INICIO-EXIT.                                    00002250
                                                                        00002260
           PERFORM 2000-PROCESO-MOVIMIENTO                              00002270
              THRU 2000-PROCESO-MOVIMIENTO-EXIT                         00002280
              UNTIL FIN-E1DQXENB.                                       00002290
                                                                        00002300
           PERFORM 6000-FIN                                             00002310
              THRU 6000-FIN-EXIT.                                       00002320
                                                                        00002330
           STOP RUN.                                                    00002340
      *                                                                *00002350
      *-----------*                                                     00002360
       1000-INICIO.                                                     00002370
      *-----------*                                                     00002380
           INITIALIZE W-CONTADORES.                                     00002390
                                                                        00002400
           ACCEPT W-DATE FROM DATE.                                     00002410
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002420
           MOVE W-MES              TO W-MM-AMD.                         00002430
           MOVE W-DIA              TO W-DD-AMD.                         00002440
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002450
           MOVE W-FECHA-AMD-N      TO WK-FEULMOD.                       00002460
           MOVE W-HORA-CURRENT-N   TO WK-HORULMOD.                      00002470
                                                                        00002480
           OPEN INPUT  E1DQXENB.                                        00002490
           IF NOT E1DQXENB-OK                                           00002500
              MOVE 'OPEN FICHERO E1DQXENB'  TO WS-ACCION                00002510
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002520
              PERFORM 3001-ERROR                                        00002530
           END-IF.                                                      00002540
                                                                        00002550
           OPEN OUTPUT S1RXENC.                                         00002560
           IF NOT S1RXENC-OK                                            00002570
              MOVE 'OPEN FICHERO S1RXENC'   TO WS-ACCION                00002580
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002590
              PERFORM 3001-ERROR                                        00002600
           END-IF.                                                      00002610
                                                                        00002620
           MOVE W-FECHA-AMD-N      TO CAB-FECHA.                        00002630
           WRITE SAL-XENC        FROM LIN-CABECERA.                     00002640
                                                                        00002650
           PERFORM 1500-LEE-E1DQXENB.                                   00002660
      *                                                                 00002670
      *----------------*                                                00002680
       1000-INICIO-EXIT.                                                00002690
      *----------------*                                                00002700
           EXIT.                                                        00002710
                                                                        00002720
      *--------------------*                                            00002730
       1500-LEE-E1DQXENB.                                               00002740
      *--------------------*                                            00002750
           READ E1DQXENB                                                00002760
           AT END                                                       00002770
              MOVE '10'            TO FIN-FILE-XENB                     00002780
           NOT AT END                                                   00002790
              MOVE REG-E1DQXENB    TO W-REG-XENB                        00002800
              ADD 1                TO CONT-MOVIMIENTOS                  00002810
           END-READ.                                                    00002820
      *                                                                 00002830
      *---------------------------*                                     00002840
       2000-PROCESO-MOVIMIENTO.                                         00002850
      *---------------------------*                                     00002860
           MOVE XNB-TIPMOV         TO DET-TIPMOV.                       00002870
           MOVE XNB-CODVALOR       TO DET-CODVALOR.                     00002880
           MOVE XNB-NEMOTEC        TO DET-NEMOTEC.                      00002890
           MOVE SPACES             TO DET-DIVISA-ACT.                   00002900
           MOVE XNB-CODDIVI        TO DET-DIVISA-NUE.                   00002910
           MOVE XNB-FECHA-X        TO DET-FECHA.                        00002920
           MOVE ZEROS              TO DET-POSICIONES.                   00002930
                                                                        00002940
           IF NOT XNB-ALTA AND NOT XNB-SUSPENSION                       00002950
              AND NOT XNB-LEVANTAMIENTO AND NOT XNB-DESLISTADO          00002960
              MOVE 'MOVIMIENTO INVALIDO     ' TO DET-TEXTO              00002970
              GO TO 2000-PROCESO-RECHAZO                                00002980
           END-IF.                                                      00002990
                                                                        00003000
           PERFORM 2100-VALIDA-ISIN                                     00003010
              THRU 2100-VALIDA-ISIN-EXIT.                               00003020
           IF NOT ISIN-VALIDO                                           00003030
              MOVE 'DIGITO ISIN ERRONEO     ' TO DET-TEXTO              00003040
              GO TO 2000-PROCESO-RECHAZO                                00003050
           END-IF.                                                      00003060
                                                                        00003070
      *    MISMAS VALIDACIONES DEL ALTA EN LINEA (VL7CXEN0)             00003080
           IF XNB-ALTA                                                  00003090
              IF XNB-NOMBRE = SPACES OR XNB-EMISOR = SPACES             00003100
                 OR XNB-CODDIVI = SPACES                                00003110
                 OR (XNB-TIPINT NOT = 'V' AND 'F')                      00003120
                 OR XNB-NOMINEM-X NOT NUMERIC                           00003130
                 MOVE 'DATOS DEL VALOR INVALID.' TO DET-TEXTO           00003140
                 GO TO 2000-PROCESO-RECHAZO                             00003150
              END-IF                                                    00003160
           ELSE                                                         00003170
              IF XNB-FECHA-X NOT NUMERIC                                00003180
                 OR XNB-FECHA = ZEROS                                   00003190
                 MOVE 'FECHA EFECTIVA INVALIDA ' TO DET-TEXTO           00003200
                 GO TO 2000-PROCESO-RECHAZO                             00003210
              END-IF                                                    00003220
           END-IF.                                                      00003230
                                                                        00003240
           PERFORM 2200-LEE-VLDTXEN                                     00003250
              THRU 2200-LEE-VLDTXEN-EXIT.                               00003260
           IF NOT XNB-ALTA AND NOT EXISTE-VALOR                         00003270
              MOVE 'VALOR NO EXISTE EN XEN  ' TO DET-TEXTO              00003280
              GO TO 2000-PROCESO-RECHAZO                                00003290
           END-IF.                                                      00003300
                                                                        00003310
           EVALUATE TRUE                                                00003320
               WHEN XNB-ALTA AND NOT EXISTE-VALOR                       00003330
                    PERFORM 3100-ALTA-VALOR                             00003340
                       THRU 3100-ALTA-VALOR-EXIT                        00003350
               WHEN XNB-ALTA                                            00003360
                    PERFORM 3200-MODIFICA-VALOR                         00003370
                       THRU 3200-MODIFICA-VALOR-EXIT                    00003380
               WHEN XNB-SUSPENSION                                      00003390
                    PERFORM 3300-SUSPENDE-VALOR                         00003400
                       THRU 3300-SUSPENDE-VALOR-EXIT                    00003410
               WHEN XNB-LEVANTAMIENTO                                   00003420
                    PERFORM 3400-LEVANTA-SUSPEN                         00003430
                       THRU 3400-LEVANTA-SUSPEN-EXIT                    00003440
               WHEN XNB-DESLISTADO                                      00003450
                    PERFORM 3500-DESLISTA-VALOR                         00003460
                       THRU 3500-DESLISTA-VALOR-EXIT                    00003470
           END-EVALUATE.                                                00003480
           WRITE SAL-XENC        FROM LIN-DETALLE.                      00003490
           GO TO 2000-PROCESO-MOVIMIENTO-SIG.                           00003500
      *                                                                 00003510
       2000-PROCESO-RECHAZO.                                            00003520
           ADD 1                   TO CONT-RECHAZADOS.                  00003530
           WRITE SAL-XENC        FROM LIN-DETALLE.                      00003540
      *                                                                 00003550
       2000-PROCESO-MOVIMIENTO-SIG.                                     00003560
           PERFORM 1500-LEE-E1DQXENB.                                   00003570
      *                                                                 00003580
      *--------------------------------*                                00003590
       2000-PROCESO-MOVIMIENTO-EXIT.                                    00003600
      *--------------------------------*                                00003610
           EXIT.                                                        00003620
                                                                        00003630
      *--------------------*                                            00003640
       2100-VALIDA-ISIN.                                                00003650
      *--------------------*                                            00003660
      *    PASA LAS 11 PRIMERAS POSICIONES A DIGITOS Y CALCULA EL       00003670
      *    CONTROL QUE DEBE TRAER LA POSICION 12                        00003680
           MOVE 'S'                TO SW-ISIN.                          00003690
           MOVE XNB-CODVALOR       TO ISN-CODIGO.                       00003700
           MOVE ZEROS              TO ISN-DIGITOS.                      00003710
           MOVE ZEROS              TO ISN-LONG.                         00003720
           MOVE ISN-CAR (12)       TO ISN-INFORMADO.                    00003730
           IF ISN-INFORMADO NOT NUMERIC                                 00003740
              MOVE 'N'             TO SW-ISIN                           00003750
              GO TO 2100-VALIDA-ISIN-EXIT                               00003760
           END-IF.                                                      00003770
                                                                        00003780
           PERFORM 2110-CONVIERTE-CARACTER                              00003790
              THRU 2110-CONVIERTE-CARACTER-EXIT                         00003800
              VARYING IX-CAR FROM 1 BY 1                                00003810
              UNTIL IX-CAR > 11 OR NOT ISIN-VALIDO.                     00003820
           IF NOT ISIN-VALIDO                                           00003830
              GO TO 2100-VALIDA-ISIN-EXIT                               00003840
           END-IF.                                                      00003850
                                                                        00003860
           MOVE ZEROS              TO ISN-SUMA.                         00003870
           MOVE 'S'                TO SW-DOBLA.                         00003880
           PERFORM 2120-SUMA-DIGITO                                     00003890
              THRU 2120-SUMA-DIGITO-EXIT                                00003900
              VARYING IX-DIG FROM ISN-LONG BY -1                        00003910
              UNTIL IX-DIG < 1.                                         00003920
                                                                        00003930
           DIVIDE ISN-SUMA BY 10 GIVING ISN-COCIENTE                    00003940
                              REMAINDER ISN-RESTO.                      00003950
           IF ISN-RESTO = ZEROS                                         00003960
              MOVE ZEROS           TO ISN-CONTROL                       00003970
           ELSE                                                         00003980
              COMPUTE ISN-CONTROL = 10 - ISN-RESTO                      00003990
           END-IF.                                                      00004000
           IF ISN-CONTROL NOT = ISN-INFORMADO-N                         00004010
              MOVE 'N'             TO SW-ISIN                           00004020
           END-IF.                                                      00004030
      *                                                                 00004040
      *-----------------------*                                         00004050
       2100-VALIDA-ISIN-EXIT.                                           00004060
      *-----------------------*                                         00004070
           EXIT.                                                        00004080
                                                                        00004090
      *---------------------------*                                     00004100
       2110-CONVIERTE-CARACTER.                                         00004110
      *---------------------------*                                     00004120
           IF ISN-CAR (IX-CAR) NUMERIC                                  00004130
              ADD 1                TO ISN-LONG                          00004140
              MOVE ISN-CAR (IX-CAR) TO ISN-DIG (ISN-LONG)               00004150
              GO TO 2110-CONVIERTE-CARACTER-EXIT                        00004160
           END-IF.                                                      00004170
                                                                        00004180
           MOVE ZEROS              TO IX-ENC.                           00004190
           PERFORM 2115-BUSCA-LETRA                                     00004200
              THRU 2115-BUSCA-LETRA-EXIT                                00004210
              VARYING IX-LET FROM 1 BY 1                                00004220
              UNTIL IX-LET > 26 OR IX-ENC > ZEROS.                      00004230
           IF IX-ENC = ZEROS                                            00004240
              MOVE 'N'             TO SW-ISIN                           00004250
              GO TO 2110-CONVIERTE-CARACTER-EXIT                        00004260
           END-IF.                                                      00004270
                                                                        00004280
           COMPUTE ISN-VALOR-LETRA = IX-ENC + 9.                        00004290
           ADD 1                   TO ISN-LONG.                         00004300
           MOVE ISN-VALOR-DEC      TO ISN-DIG (ISN-LONG).               00004310
           ADD 1                   TO ISN-LONG.                         00004320
           MOVE ISN-VALOR-UNI      TO ISN-DIG (ISN-LONG).               00004330
      *                                                                 00004340
      *--------------------------------*                                00004350
       2110-CONVIERTE-CARACTER-EXIT.                                    00004360
      *--------------------------------*                                00004370
           EXIT.                                                        00004380
                                                                        00004390
      *--------------------*                                            00004400
       2115-BUSCA-LETRA.                                                00004410
      *--------------------*                                            00004420
           IF ALF-LETRA (IX-LET) = ISN-CAR (IX-CAR)                     00004430
              MOVE IX-LET          TO IX-ENC                            00004440
           END-IF.                                                      00004450
      *                                                                 00004460
      *-------------------------*                                       00004470
       2115-BUSCA-LETRA-EXIT.                                           00004480
      *-------------------------*                                       00004490
           EXIT.                                                        00004500
                                                                        00004510
      *--------------------*                                            00004520
       2120-SUMA-DIGITO.                                                00004530
      *--------------------*                                            00004540
           MOVE ISN-DIG (IX-DIG)   TO ISN-PRODUCTO.                     00004550
           IF DOBLA-DIGITO                                              00004560
              COMPUTE ISN-PRODUCTO = ISN-PRODUCTO * 2                   00004570
              IF ISN-PRODUCTO > 9                                       00004580
                 SUBTRACT 9        FROM ISN-PRODUCTO                    00004590
              END-IF                                                    00004600
              MOVE 'N'             TO SW-DOBLA                          00004610
           ELSE                                                         00004620
              MOVE 'S'             TO SW-DOBLA                          00004630
           END-IF.                                                      00004640
           ADD ISN-PRODUCTO        TO ISN-SUMA.                         00004650
      *                                                                 00004660
      *-------------------------*                                       00004670
       2120-SUMA-DIGITO-EXIT.                                           00004680
      *-------------------------*                                       00004690
           EXIT.                                                        00004700
                                                                        00004710
      *--------------------*                                            00004720
       2200-LEE-VLDTXEN.                                                00004730
      *--------------------*                                            00004740
           INITIALIZE DCLVLDTXEN.                                       00004750
           MOVE 'N'                      TO SW-EXISTE-XEN.              00004760
           MOVE XNB-CODVALOR (01:03)     TO VXEN-PAVAL.                 00004770
           MOVE XNB-CODVALOR (04:08)     TO VXEN-VALOR.                 00004780
           MOVE XNB-CODVALOR (12:01)     TO VXEN-ISIN.                  00004790
                                                                        00004800
           EXEC SQL                                                     00004810
               SELECT VXEN_NOMBRE                                       00004820
                    , VXEN_NEMOTEC                                      00004830
                    , VXEN_CODDIVI                                      00004840
                    , VXEN_TIPINT                                       00004850
                    , VXEN_NOMINEM                                      00004860
                    , VXEN_EMISOR                                       00004870
                    , VXEN_SUSPDT                                       00004880
                    , VXEN_CATRIESG                                     00004890
                 INTO :VXEN-NOMBRE                                      00004900
                    , :VXEN-NEMOTEC                                     00004910
                    , :VXEN-CODDIVI                                     00004920
                    , :VXEN-TIPINT                                      00004930
                    , :VXEN-NOMINEM                                     00004940
                    , :VXEN-EMISOR                                      00004950
                    , :VXEN-SUSPDT                                      00004960
                    , :VXEN-CATRIESG                                    00004970
                 FROM VLDTXEN                                           00004980
                WHERE VXEN_PAVAL  = :VXEN-PAVAL                         00004990
                  AND VXEN_VALOR  = :VXEN-VALOR                         00005000
                  AND VXEN_ISIN   = :VXEN-ISIN                          00005010
           END-EXEC.                                                    00005020
           EVALUATE SQLCODE                                             00005030
               WHEN ZERO                                                00005040
                    MOVE 'S'             TO SW-EXISTE-XEN               00005050
                    MOVE VXEN-CODDIVI    TO DET-DIVISA-ACT              00005060
               WHEN 100                                                 00005070
                    CONTINUE                                            00005080
               WHEN OTHER                                               00005090
                    MOVE 'SELECT'           TO WS-ACCION                00005100
                    MOVE 'VLDTXEN-2200'     TO WS-PARRAFO               00005110
                    PERFORM 3001-ERROR                                  00005120
           END-EVALUATE.                                                00005130
      *                                                                 00005140
      *-----------------------*                                         00005150
       2200-LEE-VLDTXEN-EXIT.                                           00005160
      *-----------------------*                                         00005170
           EXIT.                                                        00005180
                                                                        00005190
      *-------------------*                                             00005200
       3100-ALTA-VALOR.                                                 00005210
      *-------------------*                                             00005220
           MOVE XNB-NOMBRE         TO VXEN-NOMBRE.                      00005230
           MOVE XNB-EMISOR         TO VXEN-EMISOR.                      00005240
           MOVE XNB-NEMOTEC        TO VXEN-NEMOTEC.                     00005250
           MOVE XNB-CODDIVI        TO VXEN-CODDIVI.                     00005260
           MOVE XNB-TIPINT         TO VXEN-TIPINT.                      00005270
           MOVE XNB-NOMINEM        TO VXEN-NOMINEM.                     00005280
      *    SIN CLASIFICAR: RIESGO ALTO HASTA QUE SE REVISE EN VL7CXEN0  00005290
           MOVE '3'                TO VXEN-CATRIESG.                    00005300
           MOVE ZEROS              TO VXEN-SUSPDT.                      00005310
           PERFORM 3900-SELLO-MODIFICACION                              00005320
              THRU 3900-SELLO-MODIFICACION-EXIT.                        00005330
                                                                        00005340
           EXEC SQL                                                     00005350
               INSERT INTO VLDTXEN                                      00005360
                     ( VXEN_PAVAL                                       00005370
                     , VXEN_VALOR                                       00005380
                     , VXEN_ISIN                                        00005390
                     , VXEN_NOMBRE                                      00005400
                     , VXEN_EMISOR                                      00005410
                     , VXEN_NEMOTEC                                     00005420
                     , VXEN_CODDIVI                                     00005430
                     , VXEN_TIPINT                                      00005440
                     , VXEN_NOMINEM                                     00005450
                     , VXEN_CATRIESG                                    00005460
                     , VXEN_SUSPDT                                      00005470
                     , VXEN_FEULMOD                                     00005480
                     , VXEN_HORULMOD                                    00005490
                     , VXEN_NUMTER                                      00005500
                     , VXEN_USUARIO )                                   00005510
               VALUES                                                   00005520
                     ( :VXEN-PAVAL                                      00005530
                     , :VXEN-VALOR                                      00005540
                     , :VXEN-ISIN                                       00005550
                     , :VXEN-NOMBRE                                     00005560
                     , :VXEN-EMISOR                                     00005570
                     , :VXEN-NEMOTEC                                    00005580
                     , :VXEN-CODDIVI                                    00005590
                     , :VXEN-TIPINT                                     00005600
                     , :VXEN-NOMINEM                                    00005610
                     , :VXEN-CATRIESG                                   00005620
                     , :VXEN-SUSPDT                                     00005630
                     , :VXEN-FEULMOD                                    00005640
                     , :VXEN-HORULMOD                                   00005650
                     , :VXEN-NUMTER                                     00005660
                     , :VXEN-USUARIO )                                  00005670
           END-EXEC.                                                    00005680
           IF SQLCODE NOT = ZERO                                        00005690
              MOVE 'INSERT'                 TO WS-ACCION                00005700
              MOVE 'VLDTXEN-3100'           TO WS-PARRAFO               00005710
              PERFORM 3001-ERROR                                        00005720
           END-IF.                                                      00005730
                                                                        00005740
           MOVE 'INSERT  '         TO WK-OPERACION.                     00005750
           PERFORM 8000-GRABA-AUDITORIA                                 00005760
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00005770
           ADD 1                   TO CONT-ALTAS                        00005780
                                      CONT-APLICADOS.                   00005790
           MOVE 'ALTA DE VALOR (RIESGO 3)' TO DET-TEXTO.                00005800
      *                                                                 00005810
      *-----------------------*                                         00005820
       3100-ALTA-VALOR-EXIT.                                            00005830
      *-----------------------*                                         00005840
           EXIT.                                                        00005850
                                                                        00005860
      *-----------------------*                                         00005870
       3200-MODIFICA-VALOR.                                             00005880
      *-----------------------*                                         00005890
      *    EL CAMBIO DE DIVISA DE UN CODIGO EXISTENTE ALTERA LA         00005900
      *    VALORIZACION DE TODAS SUS POSICIONES: SE REVISA, NO SE APLICA00005910
           IF XNB-CODDIVI NOT = VXEN-CODDIVI                            00005920
              ADD 1                TO CONT-REVISION                     00005930
              MOVE 'REVISAR: CAMBIO DIVISA  ' TO DET-TEXTO              00005940
              GO TO 3200-MODIFICA-VALOR-EXIT                            00005950
           END-IF.                                                      00005960
                                                                        00005970
           IF XNB-NOMBRE   = VXEN-NOMBRE                                00005980
              AND XNB-EMISOR   = VXEN-EMISOR                            00005990
              AND XNB-NEMOTEC  = VXEN-NEMOTEC                           00006000
              AND XNB-TIPINT   = VXEN-TIPINT                            00006010
              AND XNB-NOMINEM  = VXEN-NOMINEM                           00006020
              ADD 1                TO CONT-SIN-CAMBIO                   00006030
              MOVE 'SIN CAMBIOS             ' TO DET-TEXTO              00006040
              GO TO 3200-MODIFICA-VALOR-EXIT                            00006050
           END-IF.                                                      00006060
                                                                        00006070
           MOVE 'ANT-UPD '         TO WK-OPERACION.                     00006080
           PERFORM 8000-GRABA-AUDITORIA                                 00006090
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00006100
                                                                        00006110
           MOVE XNB-NOMBRE         TO VXEN-NOMBRE.                      00006120
           MOVE XNB-EMISOR         TO VXEN-EMISOR.                      00006130
           MOVE XNB-NEMOTEC        TO VXEN-NEMOTEC.                     00006140
           MOVE XNB-TIPINT         TO VXEN-TIPINT.                      00006150
           MOVE XNB-NOMINEM        TO VXEN-NOMINEM.                     00006160
           PERFORM 3900-SELLO-MODIFICACION                              00006170
              THRU 3900-SELLO-MODIFICACION-EXIT.                        00006180
                                                                        00006190
           EXEC SQL                                                     00006200
               UPDATE VLDTXEN                                           00006210
                  SET VXEN_NOMBRE    = :VXEN-NOMBRE                     00006220
                    , VXEN_EMISOR    = :VXEN-EMISOR                     00006230
                    , VXEN_NEMOTEC   = :VXEN-NEMOTEC                    00006240
                    , VXEN_TIPINT    = :VXEN-TIPINT                     00006250
                    , VXEN_NOMINEM   = :VXEN-NOMINEM                    00006260
                    , VXEN_FEULMOD   = :VXEN-FEULMOD                    00006270
                    , VXEN_HORULMOD  = :VXEN-HORULMOD                   00006280
                    , VXEN_NUMTER    = :VXEN-NUMTER                     00006290
                    , VXEN_USUARIO   = :VXEN-USUARIO                    00006300
                WHERE VXEN_PAVAL  = :VXEN-PAVAL                         00006310
                  AND VXEN_VALOR  = :VXEN-VALOR                         00006320
                  AND VXEN_ISIN   = :VXEN-ISIN                          00006330
           END-EXEC.                                                    00006340
           IF SQLCODE NOT = ZERO                                        00006350
              MOVE 'UPDATE'                 TO WS-ACCION                00006360
              MOVE 'VLDTXEN-3200'           TO WS-PARRAFO               00006370
              PERFORM 3001-ERROR                                        00006380
           END-IF.                                                      00006390
                                                                        00006400
           MOVE 'UPDATE  '         TO WK-OPERACION.                     00006410
           PERFORM 8000-GRABA-AUDITORIA                                 00006420
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00006430
           ADD 1                   TO CONT-MODIFICADOS                  00006440
                                      CONT-APLICADOS.                   00006450
           MOVE 'DATOS ACTUALIZADOS      ' TO DET-TEXTO.                00006460
      *                                                                 00006470
      *---------------------------*                                     00006480
       3200-MODIFICA-VALOR-EXIT.                                        00006490
      *---------------------------*                                     00006500
           EXIT.                                                        00006510
                                                                        00006520
      *-----------------------*                                         00006530
       3300-SUSPENDE-VALOR.                                             00006540
      *-----------------------*                                         00006550
           IF VXEN-SUSPDT = XNB-FECHA                                   00006560
              ADD 1                TO CONT-SIN-CAMBIO                   00006570
              MOVE 'YA SUSPENDIDO           ' TO DET-TEXTO              00006580
              GO TO 3300-SUSPENDE-VALOR-EXIT                            00006590
           END-IF.                                                      00006600
                                                                        00006610
           MOVE XNB-FECHA          TO WK-SUSPDT.                        00006620
           MOVE 'SUSPENDE'         TO WK-OPERACION.                     00006630
           PERFORM 3800-ACTUALIZA-SUSPDT                                00006640
              THRU 3800-ACTUALIZA-SUSPDT-EXIT.                          00006650
           ADD 1                   TO CONT-SUSPENDIDOS                  00006660
                                      CONT-APLICADOS.                   00006670
           MOVE 'SUSPENDIDO              ' TO DET-TEXTO.                00006680
      *                                                                 00006690
      *---------------------------*                                     00006700
       3300-SUSPENDE-VALOR-EXIT.                                        00006710
      *---------------------------*                                     00006720
           EXIT.                                                        00006730
                                                                        00006740
      *-----------------------*                                         00006750
       3400-LEVANTA-SUSPEN.                                             00006760
      *-----------------------*                                         00006770
           IF VXEN-SUSPDT = ZEROS                                       00006780
              ADD 1                TO CONT-SIN-CAMBIO                   00006790
              MOVE 'NO ESTABA SUSPENDIDO    ' TO DET-TEXTO              00006800
              GO TO 3400-LEVANTA-SUSPEN-EXIT                            00006810
           END-IF.                                                      00006820
                                                                        00006830
           MOVE ZEROS              TO WK-SUSPDT.                        00006840
           MOVE 'LEVANTA '         TO WK-OPERACION.                     00006850
           PERFORM 3800-ACTUALIZA-SUSPDT                                00006860
              THRU 3800-ACTUALIZA-SUSPDT-EXIT.                          00006870
           ADD 1                   TO CONT-LEVANTADOS                   00006880
                                      CONT-APLICADOS.                   00006890
           MOVE 'SUSPENSION LEVANTADA    ' TO DET-TEXTO.                00006900
      *                                                                 00006910
      *---------------------------*                                     00006920
       3400-LEVANTA-SUSPEN-EXIT.                                        00006930
      *---------------------------*                                     00006940
           EXIT.                                                        00006950
                                                                        00006960
      *-----------------------*                                         00006970
       3500-DESLISTA-VALOR.                                             00006980
      *-----------------------*                                         00006990
      *    CON CLIENTES TODAVIA POSICIONADOS LA BAJA LA DECIDE          00007000
      *    OPERACIONES (CANJE, AMORTIZACION, TRASPASO...)               00007010
           MOVE XNB-CODVALOR (01:03)     TO VADS-PAVAL.                 00007020
           MOVE XNB-CODVALOR (04:08)     TO VADS-VALOR.                 00007030
           MOVE XNB-CODVALOR (12:01)     TO VADS-ISIN.                  00007040
           MOVE ZEROS              TO WK-FILAS.                         00007050
           EXEC SQL                                                     00007060
                SELECT  COUNT(*)                                        00007070
                  INTO :WK-FILAS                                        00007080
                  FROM  VLDTADS                                         00007090
                 WHERE  VADS_PAVAL  = :VADS-PAVAL                       00007100
                   AND  VADS_VALOR  = :VADS-VALOR                       00007110
                   AND  VADS_ISIN   = :VADS-ISIN                        00007120
                   AND (VADS_DEPOS <> 0 OR VADS_BLOQ  <> 0              00007130
                    OR  VADS_COMPR <> 0 OR VADS_VENTA <> 0              00007140
                    OR  VADS_SUSCR <> 0 OR VADS_ORDVE <> 0)             00007150
           END-EXEC.                                                    00007160
           IF SQLCODE NOT = ZERO AND 100                                00007170
              MOVE 'SELECT COUNT'           TO WS-ACCION                00007180
              MOVE 'VLDTADS-3500'           TO WS-PARRAFO               00007190
              PERFORM 3001-ERROR                                        00007200
           END-IF.                                                      00007210
           IF WK-FILAS > ZEROS                                          00007220
              ADD 1                TO CONT-REVISION                     00007230
              MOVE WK-FILAS        TO DET-POSICIONES                    00007240
              MOVE 'REVISAR: DESLISTADO CON ' TO DET-TEXTO              00007250
              GO TO 3500-DESLISTA-VALOR-EXIT                            00007260
           END-IF.                                                      00007270
                                                                        00007280
           MOVE XNB-FECHA          TO WK-SUSPDT.                        00007290
           MOVE 'DESLISTA'         TO WK-OPERACION.                     00007300
           PERFORM 3800-ACTUALIZA-SUSPDT                                00007310
              THRU 3800-ACTUALIZA-SUSPDT-EXIT.                          00007320
           ADD 1                   TO CONT-DESLISTADOS                  00007330
                                      CONT-APLICADOS.                   00007340
           MOVE 'DESLISTADO (SUSPENDIDO) ' TO DET-TEXTO.                00007350
      *                                                                 00007360
      *---------------------------*                                     00007370
       3500-DESLISTA-VALOR-EXIT.                                        00007380
      *---------------------------*                                     00007390
           EXIT.                                                        00007400
                                                                        00007410
      *-------------------------*                                       00007420
       3800-ACTUALIZA-SUSPDT.                                           00007430
      *-------------------------*                                       00007440
      *    LLEGA CON LA NUEVA FECHA EN WK-SUSPDT Y LA OPERACION A       00007450
      *    AUDITAR EN WK-OPERACION                                      00007460
           MOVE WK-OPERACION       TO WK-OPERACION-NUEVA.               00007470
           MOVE 'ANT-UPD '         TO WK-OPERACION.                     00007480
           PERFORM 8000-GRABA-AUDITORIA                                 00007490
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00007500
           MOVE WK-OPERACION-NUEVA TO WK-OPERACION.                     00007510
                                                                        00007520
           MOVE WK-SUSPDT          TO VXEN-SUSPDT.                      00007530
           PERFORM 3900-SELLO-MODIFICACION                              00007540
              THRU 3900-SELLO-MODIFICACION-EXIT.                        00007550
                                                                        00007560
           EXEC SQL                                                     00007570
               UPDATE VLDTXEN                                           00007580
                  SET VXEN_SUSPDT    = :VXEN-SUSPDT                     00007590
                    , VXEN_FEULMOD   = :VXEN-FEULMOD                    00007600
                    , VXEN_HORULMOD  = :VXEN-HORULMOD                   00007610
                    , VXEN_NUMTER    = :VXEN-NUMTER                     00007620
                    , VXEN_USUARIO   = :VXEN-USUARIO                    00007630
                WHERE VXEN_PAVAL  = :VXEN-PAVAL                         00007640
                  AND VXEN_VALOR  = :VXEN-VALOR                         00007650
                  AND VXEN_ISIN   = :VXEN-ISIN                          00007660
           END-EXEC.                                                    00007670
           IF SQLCODE NOT = ZERO                                        00007680
              MOVE 'UPDATE'                 TO WS-ACCION                00007690
              MOVE 'VLDTXEN-3800'           TO WS-PARRAFO               00007700
              PERFORM 3001-ERROR                                        00007710
           END-IF.                                                      00007720
                                                                        00007730
           PERFORM 8000-GRABA-AUDITORIA                                 00007740
              THRU 8000-GRABA-AUDITORIA-EXIT.                           00007750
      *                                                                 00007760
      *------------------------------*                                  00007770
       3800-ACTUALIZA-SUSPDT-EXIT.                                      00007780
      *------------------------------*                                  00007790
           EXIT.                                                        00007800
                                                                        00007810
      *---------------------------*                                     00007820
       3900-SELLO-MODIFICACION.                                         00007830
      *---------------------------*                                     00007840
           MOVE WK-FEULMOD         TO VXEN-FEULMOD.                     00007850
           MOVE WK-HORULMOD        TO VXEN-HORULMOD.                    00007860
           MOVE 'BATC'             TO VXEN-NUMTER.                      00007870
           MOVE W-PROGRAMA         TO VXEN-USUARIO.                     00007880
      *                                                                 00007890
      *--------------------------------*                                00007900
       3900-SELLO-MODIFICACION-EXIT.                                    00007910
      *--------------------------------*                                00007920
           EXIT.                                                        00007930
                                                                        00007940
      *------------------------*                                        00007950
       8000-GRABA-AUDITORIA.                                            00007960
      *------------------------*                                        00007970
      *    IMAGEN DE DCLVLDTXEN CON LA OPERACION DE WK-OPERACION        00007980
           INITIALIZE DCLVLDTRLOG.                                      00007990
           MOVE W-FECHA-AMD          TO VRLOG-FECHA.                    00008000
           MOVE W-HORA-CURRENT       TO VRLOG-HORA.                     00008010
           MOVE 'BATC'               TO VRLOG-NUMTER.                   00008020
           MOVE W-PROGRAMA           TO VRLOG-NUMUSER                   00008030
                                        VRLOG-CODTRAN.                  00008040
           MOVE 'VLDTXEN'            TO VRLOG-TABLA.                    00008050
           MOVE WK-OPERACION         TO VRLOG-OPERACION.                00008060
           MOVE LENGTH OF DCLVLDTXEN TO VRLOG-REGISTRO-LEN.             00008070
           MOVE SPACES               TO LOGVLDTXEN.                     00008080
           MOVE DCLVLDTXEN           TO LOGVLDTXEN.                     00008090
           MOVE LOGVLDTXEN           TO VRLOG-REGISTRO-TEXT.            00008100
           CALL WK-VL9CRLOG       USING DCLVLDTRLOG WK-LOG-CODRESP.     00008110
           IF WK-LOG-CODRESP NOT = ZEROS                                00008120
              DISPLAY 'AVISO: AUDITORIA VLDTXEN NO GRABADA '            00008130
                      XNB-CODVALOR                                      00008140
           END-IF.                                                      00008150
      *                                                                 00008160
      *-----------------------------*                                   00008170
       8000-GRABA-AUDITORIA-EXIT.                                       00008180
      *-----------------------------*                                   00008190
           EXIT.                                                        00008200
                                                                        00008210
      *--------*                                                        00008220
       6000-FIN.                                                        00008230
      *--------*                                                        00008240
      *                                                                 00008250
           EXEC SQL                                                     00008260
                COMMIT                                                  00008270
           END-EXEC.                                                    00008280
           IF SQLCODE NOT = ZERO                                        00008290
              MOVE 'COMMIT'                 TO WS-ACCION                00008300
              MOVE '6000-FIN'               TO WS-PARRAFO               00008310
              PERFORM 3001-ERROR                                        00008320
           END-IF.                                                      00008330
                                                                        00008340
           CLOSE E1DQXENB S1RXENC.                                      00008350
                                                                        00008360
           DISPLAY '****** FIN CARGA DE VALORES VL4CXENC ******'.       00008370
           DISPLAY 'MOVIMIENTOS LEIDOS     : ' CONT-MOVIMIENTOS.        00008380
           DISPLAY 'ALTAS DE VALOR         : ' CONT-ALTAS.              00008390
           DISPLAY 'VALORES ACTUALIZADOS   : ' CONT-MODIFICADOS.        00008400
           DISPLAY 'SUSPENDIDOS            : ' CONT-SUSPENDIDOS.        00008410
           DISPLAY 'SUSPENSIONES LEVANTADAS: ' CONT-LEVANTADOS.         00008420
           DISPLAY 'DESLISTADOS            : ' CONT-DESLISTADOS.        00008430
           DISPLAY 'SIN CAMBIOS            : ' CONT-SIN-CAMBIO.         00008440
           DISPLAY 'A REVISION (NO APLIC.) : ' CONT-REVISION.           00008450
           DISPLAY 'RECHAZADOS             : ' CONT-RECHAZADOS.         00008460
                                                                        00008470
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00008480
           ACCEPT WK-HORA-FIN       FROM TIME.                          00008490
           INITIALIZE DCLVLDTCTL.                                       00008500
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00008510
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00008520
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00008530
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00008540
           MOVE CONT-MOVIMIENTOS    TO VCTL-LEIDOS.                     00008550
           MOVE CONT-APLICADOS      TO VCTL-ESCRITOS.                   00008560
           COMPUTE VCTL-RECHAZADOS = CONT-RECHAZADOS + CONT-REVISION.   00008570
           MOVE 'OK'                TO VCTL-ESTADO.                     00008580
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00008590
           IF VCTL-CODRESP NOT = ZEROS                                  00008600
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00008610
           END-IF.                                                      00008620
      *                                                                *00008630
      *-------------*                                                   00008640
       6000-FIN-EXIT.                                                   00008650
      *-------------*                                                   00008660
           EXIT.                                                        00008670
                                                                        00008680
       3001-ERROR.                                                      00008690
      *-----------*                                                     00008700
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00008710
           DISPLAY 'ACCION:          ' WS-ACCION.                       00008720
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00008730
           DISPLAY '******************************************'.        00008740
           MOVE 08 TO RETURN-CODE.                                      00008750
           STOP RUN.                                                    00008760
      *-----------------*                                               00008770
      * FIN DE PROGRAMA *                                               00008780
      *-----------------*                                               00008790
