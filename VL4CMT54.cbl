       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CMT54.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RECEPCION DE CONFIRMACIONES DE LIQUIDACION MT544-547 *00000060
      *           Y ESTADOS MT548 (ISO 15022) DE LOS CUSTODIOS         *00000070
      *           INTERNACIONALES DE LA LISTA E1DQCUST. CADA MENSAJE   *00000080
      *           SE CASA POR SU REFERENCIA RELA CON LA INSTRUCCION    *00000090
      *           MT540-543 QUE ENVIO VL4C54X0 (TABLA VLDTI54):        *00000100
      *             - MT544-547: LA INSTRUCCION QUEDA LIQUIDADA ('C')  *00000110
      *               CON FECHA, TITULOS E IMPORTE EFECTIVOS; SI HABIA *00000120
      *               FALLIDA EN VLDTFLQ SE DA POR RESUELTA.           *00000130
      *             - MT548: ACEPTADA/CASADA ('A'), PENDIENTE ('P'),   *00000140
      *               RECHAZADA ('R') O CANCELADA ('X'). LAS           *00000150
      *               RECHAZADAS, LAS SIN CASAR (NMAT) Y LAS QUE       *00000160
      *               FALLAN (PENF) ENTRAN EN LA COLA VLDTFLQ CON EL   *00000170
      *               CODIGO DE MOTIVO DEL CUSTODIO.                   *00000180
      *           AL FINAL LISTA LAS INSTRUCCIONES SIN CONFIRMAR N     *00000190
      *           DIAS DESPUES DE SU FECHA VALOR. DETALLE EN S1RMT54.  *00000200
      * SYSIN   : 1. FECHA PROCESO AAAAMMDD (BLANCOS = FECHA SISTEMA)  *00000210
      *           2. DIAS SIN CONFIRMAR PARA LISTAR 9(03)              *00000220
      * ENTRADAS: E1DQCUST LISTA DE CUSTODIOS                          *00000230
      *           E1DQSWIF MENSAJES RECIBIDOS DEL GATEWAY SWIFT (80)   *00000240
      * FECHA   : 15-10-2026                                           *00000250
      ******************************************************************00000260
      ******************************************************************00000270
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000280
      *---------- ---------- ---------------- -------------------------*00000290
      *RITM49155  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000300
      *---------- ---------- ---------------- -------------------------*00000310
      ******************************************************************00000320
       ENVIRONMENT DIVISION.                                            00000330
       CONFIGURATION SECTION.                                           00000340
       SPECIAL-NAMES.                                                   00000350
       INPUT-OUTPUT SECTION.                                            00000360
       FILE-CONTROL.                                                    00000370
                                                                        00000380
           SELECT E1DQCUST  ASSIGN       TO E1DQCUST                    00000390
                            FILE STATUS  IS FS-ECUST.                   00000400
                                                                        00000410
           SELECT E1DQSWIF  ASSIGN       TO E1DQSWIF                    00000420
                            FILE STATUS  IS FS-ESWIF.                   00000430
                                                                        00000440
           SELECT S1RMT54   ASSIGN       TO S1RMT54                     00000450
                            FILE STATUS  IS FS-SRMT54.                  00000460
       DATA DIVISION.                                                   00000470
       FILE SECTION.                                                    00000480
      *                                                                *00000490
       FD  E1DQCUST                                                     00000500
           RECORDING MODE  IS  F                                        00000510
           LABEL  RECORDS  IS  STANDARD                                 00000520
           DATA   RECORD   IS  REG-E1DQCUST.                            00000530
         01 REG-E1DQCUST           PIC X(40).                           00000540
      *                                                                *00000550
       FD  E1DQSWIF                                                     00000560
           RECORDING MODE  IS  F                                        00000570
           LABEL  RECORDS  IS  STANDARD                                 00000580
           DATA   RECORD   IS  REG-E1DQSWIF.                            00000590
         01 REG-E1DQSWIF           PIC X(80).                           00000600
      *                                                                *00000610
       FD  S1RMT54                                                      00000620
           RECORDING MODE  IS  F                                        00000630
           LABEL  RECORDS  IS  STANDARD                                 00000640
           DATA   RECORD   IS  SAL-RMT54.                               00000650
         01 SAL-RMT54              PIC X(132).                          00000660
      *                                                                 00000670
      ******************************************************************00000680
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000690
      ******************************************************************00000700
       WORKING-STORAGE SECTION.                                         00000710
      *************************                                         00000720
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CMT54'.          00000730
      *                                                                 00000740
      * PARAMETROS (SYSIN)                                              00000750
       01  WS-PARAMETROS.                                               00000760
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000770
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000780
           05 WA-CARD-DIAS         PIC X(03) VALUE SPACES.              00000790
           05 WA-CARD-DIAS-N REDEFINES WA-CARD-DIAS PIC 9(03).          00000800
           05 WA-DIAS-AVISO        PIC 9(03) VALUE ZEROS.               00000810
      *                                                                 00000820
      * LISTA TABLADA DE CUSTODIOS INTERNACIONALES: CODIGO + BIC        00000830
       01  W-REG-CUST.                                                  00000840
           05 CUS-CODIGO           PIC X(08).                           00000850
           05 CUS-BIC              PIC X(11).                           00000860
           05 CUS-PLAZA            PIC X(03).                           00000870
           05 FILLER               PIC X(18).                           00000880
       01  TB-CUSTODIOS.                                                00000890
           05 CONT-CUST            PIC 9(02) VALUE ZEROS.               00000900
           05 IN-CUS               PIC 9(02) VALUE ZEROS.               00000910
           05 TB-CUS-FILA          OCCURS 21.                           00000920
              10 TB-CUS-CODIGO     PIC X(08).                           00000930
              10 TB-CUS-BIC        PIC X(11).                           00000940
      *                                                                 00000950
      * MENSAJE EN CURSO (UN MT544-548 ENTRE '{1:' Y '-}')              00000960
       01  WS-MENSAJE.                                                  00000970
           05 MSG-TIPO             PIC X(03).                           00000980
              88 MSG-CONFIRMACION            VALUE '544' '545'          00000990
                                                   '546' '547'.         00001000
              88 MSG-ESTADO                  VALUE '548'.               00001010
           05 MSG-BIC              PIC X(11).                           00001020
           05 MSG-CODSUS           PIC X(08).                           00001030
           05 MSG-RELA             PIC X(16).                           00001040
           05 MSG-FUNCION          PIC X(04).                           00001050
              88 MSG-ANULACION               VALUE 'CANC'.              00001060
           05 MSG-IPRC             PIC X(04).                           00001070
           05 MSG-MTCH             PIC X(04).                           00001080
           05 MSG-SETT             PIC X(04).                           00001090
           05 MSG-MOTIVO           PIC X(04).                           00001100
           05 MSG-FEC-LIQ          PIC 9(08).                           00001110
           05 MSG-TITUL            PIC 9(13).                           00001120
           05 MSG-IMPORTE          PIC 9(13)V9(02).                     00001130
      *                                                                 00001140
      * CONVERSION DE NUMEROS SWIFT (COMA DECIMAL, LONGITUD VARIABLE)   00001150
       01  WS-CONVERSION.                                               00001160
           05 WK-NUM-TXT           PIC X(30).                           00001170
           05 WK-NUM-ENT           PIC X(13).                           00001180
           05 WK-NUM-DEC           PIC X(06).                           00001190
           05 WK-LEN-ENT           PIC 9(02) COMP.                      00001200
           05 WK-LEN-DEC           PIC 9(02) COMP.                      00001210
           05 WK-ENT-9             PIC 9(13).                           00001220
           05 WK-DEC-9             PIC 9(06).                           00001230
           05 WK-NUM-CONV          PIC 9(13)V9(06).                     00001240
      *                                                                 00001250
       01  WS-VARIOS.                                                   00001260
           05 SW-EN-MENSAJE        PIC X(01) VALUE 'N'.                 00001270
              88 EN-MENSAJE                  VALUE 'S'.                 00001280
           05 SW-CUS-HALLADO       PIC X(01) VALUE 'N'.                 00001290
              88 CUS-HALLADO                 VALUE 'S'.                 00001300
           05 SW-FIN-CUR-I54       PIC X(02) VALUE SPACES.              00001310
              88 FIN-CUR-I54                 VALUE 'SI'.                00001320
           05 SW-A-COLA            PIC X(01) VALUE 'N'.                 00001330
              88 A-COLA-FALLIDAS             VALUE 'S'.                 00001340
           05 WK-BLOQUE-1          PIC X(80) VALUE SPACES.              00001350
           05 WK-BLOQUE-2          PIC X(80) VALUE SPACES.              00001360
           05 WK-TIPO-INSTR        PIC X(03) VALUE SPACES.              00001370
           05 WK-NUEVO-ESTADO      PIC X(01) VALUE SPACES.              00001380
           05 WK-COD-STATUS        PIC X(04) VALUE SPACES.              00001390
           05 WK-MOTIVO-FALLO      PIC X(20) VALUE SPACES.              00001400
      *                                                                 00001410
      * FECHA DE CORTE PARA EL AVISO DE NO CONFIRMADAS (VER VL4CFLQR)   00001420
       01  W-FECHA-CORTE.                                               00001430
           05 WCO-AAAA             PIC 9(04).                           00001440
           05 WCO-MM               PIC 9(02).                           00001450
           05 WCO-DD               PIC 9(02).                           00001460
       01  W-FECHA-CORTE-N REDEFINES W-FECHA-CORTE PIC 9(08).           00001470
       01  W-DIAS-MES.                                                  00001480
           05 FILLER               PIC 9(02) VALUE 31.                  00001490
           05 FILLER               PIC 9(02) VALUE 28.                  00001500
           05 FILLER               PIC 9(02) VALUE 31.                  00001510
           05 FILLER               PIC 9(02) VALUE 30.                  00001520
           05 FILLER               PIC 9(02) VALUE 31.                  00001530
           05 FILLER               PIC 9(02) VALUE 30.                  00001540
           05 FILLER               PIC 9(02) VALUE 31.                  00001550
           05 FILLER               PIC 9(02) VALUE 31.                  00001560
           05 FILLER               PIC 9(02) VALUE 30.                  00001570
           05 FILLER               PIC 9(02) VALUE 31.                  00001580
           05 FILLER               PIC 9(02) VALUE 30.                  00001590
           05 FILLER               PIC 9(02) VALUE 31.                  00001600
       01  FILLER REDEFINES W-DIAS-MES.                                 00001610
           05 W-DIAS-X-MES         PIC 9(02) OCCURS 12.                 00001620
       77  IX-DIAS                 PIC 9(03) VALUE ZEROS.               00001630
      *                                                                 00001640
       01  W-DATE                  PIC 9(6).                            00001650
       01  FILLER                  REDEFINES W-DATE.                    00001660
           02 W-ANO                PIC 99.                              00001670
           02 W-MES                PIC 99.                              00001680
           02 W-DIA                PIC 99.                              00001690
       01  W-FECHA-AMD.                                                 00001700
           05 W-AA-AMD             PIC 9(4).                            00001710
           05 W-MM-AMD             PIC 9(2).                            00001720
           05 W-DD-AMD             PIC 9(2).                            00001730
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001740
       01  W-HORA-CURRENT.                                              00001750
           02  W-HORA              PIC 99.                              00001760
           02  W-MINUTOS           PIC 99.                              00001770
           02  W-SEGUNDOS          PIC 99.                              00001780
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001790
      *                                                                 00001800
       01 W-CONTADORES.                                                 00001810
          05 CONT-LINEAS           PIC 9(08)  VALUE ZEROES.             00001820
          05 CONT-MENSAJES         PIC 9(08)  VALUE ZEROES.             00001830
          05 CONT-CONFIRMADAS      PIC 9(08)  VALUE ZEROES.             00001840
          05 CONT-ESTADOS          PIC 9(08)  VALUE ZEROES.             00001850
          05 CONT-A-FALLIDAS       PIC 9(08)  VALUE ZEROES.             00001860
          05 CONT-RECHAZADOS       PIC 9(08)  VALUE ZEROES.             00001870
          05 CONT-SIN-CONFIRMAR    PIC 9(08)  VALUE ZEROES.             00001880
      * VARIABLES PARA CONTROL DE ERRORES                               00001890
       01 WS-ERROR.                                                     00001900
          05 WS-ACCION             PIC X(24).                           00001910
          05 WS-PARRAFO            PIC X(19).                           00001920
      * VARIABLES CONTROL DE ARCHIVOS                                   00001930
       01 WS-CTRL-ARCHIVOS.                                             00001940
          05 FS-ECUST              PIC X(02) VALUE '00'.                00001950
             88 E1DQCUST-OK                  VALUE '00'.                00001960
          05 FS-ESWIF              PIC X(02) VALUE '00'.                00001970
             88 E1DQSWIF-OK                  VALUE '00'.                00001980
          05 FS-SRMT54             PIC X(02) VALUE '00'.                00001990
             88 S1RMT54-OK                   VALUE '00'.                00002000
          05 FIN-FILE-CUST         PIC X(02) VALUE SPACES.              00002010
             88 FIN-E1DQCUST                 VALUE '10'.                00002020
          05 FIN-FILE-SWIF         PIC X(02) VALUE SPACES.              00002030
             88 FIN-E1DQSWIF                 VALUE '10'.                00002040
      *                                                                 00002050
      * LINEAS DEL REPORTE                                              00002060
       01 LIN-CABECERA.                                                 00002070
          05 FILLER                PIC X(50) VALUE                      00002080
             ' CONFIRMACIONES Y ESTADOS MT544-548 - FECHA '.            00002090
          05 CAB-FECHA             PIC 9(08).                           00002100
          05 FILLER                PIC X(74) VALUE SPACES.              00002110
       01 LIN-DETALLE.                                                  00002120
          05 FILLER                PIC X(01) VALUE SPACES.              00002130
          05 DET-TIPO              PIC X(03).                           00002140
          05 FILLER                PIC X(01) VALUE SPACES.              00002150
          05 DET-CODSUS            PIC X(08).                           00002160
          05 FILLER                PIC X(01) VALUE SPACES.              00002170
          05 DET-RELA              PIC X(16).                           00002180
          05 FILLER                PIC X(01) VALUE SPACES.              00002190
          05 DET-CUENTA            PIC 9(07).                           00002200
          05 FILLER                PIC X(01) VALUE SPACES.              00002210
          05 DET-REFER             PIC 9(09).                           00002220
          05 FILLER                PIC X(01) VALUE SPACES.              00002230
          05 DET-STATUS            PIC X(04).                           00002240
          05 FILLER                PIC X(01) VALUE SPACES.              00002250
          05 DET-MOTIVO            PIC X(04).                           00002260
          05 FILLER                PIC X(01) VALUE SPACES.              00002270
          05 DET-RESULTADO         PIC X(30).                           00002280
          05 FILLER                PIC X(01) VALUE SPACES.              00002290
          05 DET-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002300
          05 FILLER                PIC X(01) VALUE SPACES.              00002310
          05 DET-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002320
          05 FILLER                PIC X(08) VALUE SPACES.              00002330
       01 LIN-CAB-PENDIENTES.                                           00002340
          05 FILLER                PIC X(45) VALUE                      00002350
             ' INSTRUCCIONES SIN CONFIRMAR CON FECHA VALOR '.           00002360
          05 FILLER                PIC X(12) VALUE 'ANTERIOR A: '.      00002370
          05 CAB-CORTE             PIC 9(08).                           00002380
          05 FILLER                PIC X(67) VALUE SPACES.              00002390
       01 LIN-PENDIENTE.                                                00002400
          05 FILLER                PIC X(01) VALUE SPACES.              00002410
          05 PEN-CODSUS            PIC X(08).                           00002420
          05 FILLER                PIC X(01) VALUE SPACES.              00002430
          05 PEN-SEME              PIC X(16).                           00002440
          05 FILLER                PIC X(01) VALUE SPACES.              00002450
          05 PEN-TIPMSG            PIC X(03).                           00002460
          05 FILLER                PIC X(01) VALUE SPACES.              00002470
          05 PEN-CUENTA            PIC 9(07).                           00002480
          05 FILLER                PIC X(01) VALUE SPACES.              00002490
          05 PEN-REFER             PIC 9(09).                           00002500
          05 FILLER                PIC X(01) VALUE SPACES.              00002510
          05 PEN-CODVALOR          PIC X(12).                           00002520
          05 FILLER                PIC X(01) VALUE SPACES.              00002530
          05 PEN-FVALOR            PIC 9(08).                           00002540
          05 FILLER                PIC X(01) VALUE SPACES.              00002550
          05 PEN-ESTADO            PIC X(01).                           00002560
          05 FILLER                PIC X(01) VALUE SPACES.              00002570
          05 PEN-STATUS            PIC X(04).                           00002580
          05 FILLER                PIC X(01) VALUE SPACES.              00002590
          05 PEN-MOTIVO            PIC X(04).                           00002600
          05 FILLER                PIC X(01) VALUE SPACES.              00002610
          05 PEN-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002620
          05 FILLER                PIC X(33) VALUE SPACES.              00002630
       01 LIN-TOTAL.                                                    00002640
          05 FILLER                PIC X(18) VALUE ' MENSAJES LEIDOS: '.00002650
          05 TOT-MENSAJES          PIC ZZ,ZZ9.                          00002660
          05 FILLER                PIC X(13) VALUE '  LIQUIDADAS:'.     00002670
          05 TOT-CONFIRMADAS       PIC ZZ,ZZ9.                          00002680
          05 FILLER                PIC X(10) VALUE '  ESTADOS:'.        00002690
          05 TOT-ESTADOS           PIC ZZ,ZZ9.                          00002700
          05 FILLER                PIC X(12) VALUE '  A VLDTFLQ:'.      00002710
          05 TOT-A-FALLIDAS        PIC ZZ,ZZ9.                          00002720
          05 FILLER                PIC X(13) VALUE '  RECHAZADOS:'.     00002730
          05 TOT-RECHAZADOS        PIC ZZ,ZZ9.                          00002740
          05 FILLER                PIC X(17) VALUE '  SIN CONFIRMAR: '. 00002750
          05 TOT-SIN-CONFIRMAR     PIC ZZ,ZZ9.                          00002760
          05 FILLER                PIC X(23) VALUE SPACES.              00002770
      *                                                                 00002780
      *    INSTRUCCIONES ENVIADAS A LOS CUSTODIOS (VLDTI54)             00002790
           COPY VLCPTI54.                                               00002800
      *    COLA DE LIQUIDACIONES FALLIDAS (VLDTFLQ)                     00002810
           COPY VLCPTFLQ.                                               00002820
      *                                                                 00002830
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002840
           COPY VLCPTCTL.                                               00002850
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002860
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002870
      *                                                                *00002880
      *  AREA DE COMUNICACION SQLCA                                    *00002890
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002900
      *                                                                *00002910
      *  INSTRUCCIONES VIVAS CON FECHA VALOR VENCIDA HACE N DIAS       *00002920
           EXEC SQL                                                     00002930
                DECLARE VLDCI541 CURSOR FOR                             00002940
                 SELECT  VI54_CODSUS                                    00002950
                      ,  VI54_SEME                                      00002960
                      ,  VI54_TIPMSG                                    00002970
                      ,  VI54_CUENTA                                    00002980
                      ,  VI54_REFER                                     00002990
                      ,  VI54_CODVALOR                                  00003000
                      ,  VI54_FVALOR                                    00003010
                      ,  VI54_ESTADO                                    00003020
                      ,  VI54_COD_STATUS                                00003030
                      ,  VI54_MOTIVO                                    00003040
                      ,  VI54_TITUL                                     00003050
                   FROM  VLDTI54                                        00003060
                  WHERE  VI54_ESTADO IN ('E', 'A', 'P')                 00003070
                    AND  VI54_FVALOR <= :W-FECHA-CORTE-N                00003080
                  ORDER  BY VI54_CODSUS                                 00003090
                         ,  VI54_FVALOR                                 00003100
                         ,  VI54_SEME                                   00003110
           END-EXEC.                                                    00003120
      *                                                                *00003130
       PROCEDURE DIVISION.                                              00003140
      *                                                                *00003150
           PERFORM 1000-INICIO                                          00003160
              THRU 1000-INICIO-EXIT.                                    00003170
                                                                        00003180
           PERFORM 2000-PROCESA-LINEA                                   00003190
              THRU 2000-PROCESA-LINEA-EXIT                              00003200
              UNTIL FIN-E1DQSWIF.                                       00003210
                                                                        00003220
           PERFORM 2500-SIN-CONFIRMAR                                   00003230
              THRU 2500-SIN-CONFIRMAR-EXIT.                             00003240
                                                                        00003250
           PERFORM 3000-FIN                                             00003260
              THRU 3000-FIN-EXIT.                                       00003270
                                                                        00003280
           STOP RUN.                                                    00003290
      *                                                                *00003300
      *-----------*                                                     00003310
       1000-INICIO.                                                     00003320
      *-----------*                                                     00003330
           INITIALIZE W-CONTADORES                                      00003340
                      TB-CUSTODIOS.                                     00003350
                                                                        00003360
           ACCEPT W-DATE FROM DATE.                                     00003370
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003380
           MOVE W-MES              TO W-MM-AMD.                         00003390
           MOVE W-DIA              TO W-DD-AMD.                         00003400
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003410
                                                                        00003420
           ACCEPT WA-CARD-FECHA.                                        00003430
           IF WA-CARD-FECHA = SPACES                                    00003440
              MOVE W-FECHA-AMD     TO WA-CARD-FECHA                     00003450
           END-IF.                                                      00003460
           IF WA-CARD-FECHA NOT NUMERIC                                 00003470
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00003480
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003490
              PERFORM 3001-ERROR                                        00003500
           END-IF.                                                      00003510
                                                                        00003520
           ACCEPT WA-CARD-DIAS.                                         00003530
           IF WA-CARD-DIAS NUMERIC                                      00003540
              MOVE WA-CARD-DIAS-N  TO WA-DIAS-AVISO                     00003550
           ELSE                                                         00003560
              MOVE 'DIAS AVISO INVALIDO'    TO WS-ACCION                00003570
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003580
              PERFORM 3001-ERROR                                        00003590
           END-IF.                                                      00003600
                                                                        00003610
      *    FECHA DE CORTE = FECHA PROCESO MENOS LOS DIAS DE AVISO       00003620
           MOVE WA-CARD-FECHA-N    TO W-FECHA-CORTE-N.                  00003630
           MOVE ZEROS              TO IX-DIAS.                          00003640
           PERFORM 1200-RESTA-UN-DIA                                    00003650
              THRU 1200-RESTA-UN-DIA-EXIT                               00003660
              UNTIL IX-DIAS NOT < WA-DIAS-AVISO.                        00003670
                                                                        00003680
           OPEN INPUT  E1DQCUST E1DQSWIF.                               00003690
           IF NOT E1DQCUST-OK OR NOT E1DQSWIF-OK                        00003700
              MOVE 'OPEN FICHEROS ENTRADA'  TO WS-ACCION                00003710
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003720
              PERFORM 3001-ERROR                                        00003730
           END-IF.                                                      00003740
                                                                        00003750
           OPEN OUTPUT S1RMT54.                                         00003760
           IF NOT S1RMT54-OK                                            00003770
              MOVE 'OPEN FICHERO S1RMT54'   TO WS-ACCION                00003780
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003790
              PERFORM 3001-ERROR                                        00003800
           END-IF.                                                      00003810
                                                                        00003820
           PERFORM 1100-CARGA-CUSTODIOS                                 00003830
              THRU 1100-CARGA-CUSTODIOS-EXIT                            00003840
              UNTIL FIN-E1DQCUST.                                       00003850
                                                                        00003860
           MOVE WA-CARD-FECHA-N     TO CAB-FECHA.                       00003870
           WRITE SAL-RMT54       FROM LIN-CABECERA.                     00003880
                                                                        00003890
           PERFORM 1300-LEE-SWIFT                                       00003900
              THRU 1300-LEE-SWIFT-EXIT.                                 00003910
      *                                                                *00003920
      *----------------*                                                00003930
       1000-INICIO-EXIT.                                                00003940
      *----------------*                                                00003950
           EXIT.                                                        00003960
                                                                        00003970
      *------------------------*                                        00003980
       1100-CARGA-CUSTODIOS.                                            00003990
      *------------------------*                                        00004000
           READ E1DQCUST                                                00004010
           AT END                                                       00004020
              MOVE '10'            TO FIN-FILE-CUST                     00004030
           NOT AT END                                                   00004040
              MOVE REG-E1DQCUST    TO W-REG-CUST                        00004050
              IF CONT-CUST = 20                                         00004060
                 MOVE 'DESBORDE TB-CUSTODIOS' TO WS-ACCION              00004070
                 MOVE '1100-CARGA-CUSTODIOS'  TO WS-PARRAFO             00004080
                 PERFORM 3001-ERROR                                     00004090
              END-IF                                                    00004100
              ADD  1               TO CONT-CUST                         00004110
              MOVE CUS-CODIGO      TO TB-CUS-CODIGO (CONT-CUST)         00004120
              MOVE CUS-BIC         TO TB-CUS-BIC    (CONT-CUST)         00004130
           END-READ.                                                    00004140
      *                                                                *00004150
      *-----------------------------*                                   00004160
       1100-CARGA-CUSTODIOS-EXIT.                                       00004170
      *-----------------------------*                                   00004180
           EXIT.                                                        00004190
                                                                        00004200
      *--------------------*                                            00004210
       1200-RESTA-UN-DIA.                                               00004220
      *--------------------*                                            00004230
           ADD 1                   TO IX-DIAS.                          00004240
           IF WCO-DD > 1                                                00004250
              SUBTRACT 1         FROM WCO-DD                            00004260
           ELSE                                                         00004270
              IF WCO-MM > 1                                             00004280
                 SUBTRACT 1      FROM WCO-MM                            00004290
              ELSE                                                      00004300
                 MOVE 12           TO WCO-MM                            00004310
                 SUBTRACT 1      FROM WCO-AAAA                          00004320
              END-IF                                                    00004330
              MOVE W-DIAS-X-MES (WCO-MM) TO WCO-DD                      00004340
           END-IF.                                                      00004350
      *                                                                *00004360
      *------------------------*                                        00004370
       1200-RESTA-UN-DIA-EXIT.                                          00004380
      *------------------------*                                        00004390
           EXIT.                                                        00004400
                                                                        00004410
      *------------------*                                              00004420
       1300-LEE-SWIFT.                                                  00004430
      *------------------*                                              00004440
           READ E1DQSWIF                                                00004450
           AT END                                                       00004460
              MOVE '10'            TO FIN-FILE-SWIF                     00004470
           NOT AT END                                                   00004480
              ADD 1                TO CONT-LINEAS                       00004490
           END-READ.                                                    00004500
      *                                                                *00004510
      *-----------------------*                                         00004520
       1300-LEE-SWIFT-EXIT.                                             00004530
      *-----------------------*                                         00004540
           EXIT.                                                        00004550
                                                                        00004560
      *----------------------*                                          00004570
       2000-PROCESA-LINEA.                                              00004580
      *----------------------*                                          00004590
      *    SOLO SE RECOGEN LOS CAMPOS QUE NECESITA EL CASE: REFERENCIA  00004600
      *    RELA, FUNCION, ESTADOS (:25D:), MOTIVO (:24B:) Y LO LIQUIDADO00004610
           EVALUATE TRUE                                                00004620
               WHEN REG-E1DQSWIF (01:03) = '{1:'                        00004630
               WHEN REG-E1DQSWIF (01:03) = '{2:'                        00004640
                    PERFORM 2050-CABECERA                               00004650
                       THRU 2050-CABECERA-EXIT                          00004660
               WHEN NOT EN-MENSAJE                                      00004670
                    CONTINUE                                            00004680
               WHEN REG-E1DQSWIF (01:12) = ':20C::RELA//'               00004690
                    MOVE REG-E1DQSWIF (13:16) TO MSG-RELA               00004700
               WHEN REG-E1DQSWIF (01:05) = ':23G:'                      00004710
                    MOVE REG-E1DQSWIF (06:04) TO MSG-FUNCION            00004720
               WHEN REG-E1DQSWIF (01:12) = ':25D::IPRC//'               00004730
                    MOVE REG-E1DQSWIF (13:04) TO MSG-IPRC               00004740
               WHEN REG-E1DQSWIF (01:12) = ':25D::MTCH//'               00004750
                    MOVE REG-E1DQSWIF (13:04) TO MSG-MTCH               00004760
               WHEN REG-E1DQSWIF (01:12) = ':25D::SETT//'               00004770
                    MOVE REG-E1DQSWIF (13:04) TO MSG-SETT               00004780
               WHEN REG-E1DQSWIF (01:06) = ':24B::'                     00004790
                    MOVE REG-E1DQSWIF (13:04) TO MSG-MOTIVO             00004800
               WHEN REG-E1DQSWIF (01:12) = ':98A::ESET//'               00004810
               WHEN REG-E1DQSWIF (01:12) = ':98C::ESET//'               00004820
                    MOVE REG-E1DQSWIF (13:08) TO MSG-FEC-LIQ            00004830
               WHEN REG-E1DQSWIF (01:17) = ':36B::ESTT//UNIT/'          00004840
                    MOVE REG-E1DQSWIF (18:30) TO WK-NUM-TXT             00004850
                    PERFORM 2700-CONVIERTE-NUMERO                       00004860
                       THRU 2700-CONVIERTE-NUMERO-EXIT                  00004870
                    MOVE WK-NUM-CONV          TO MSG-TITUL              00004880
               WHEN REG-E1DQSWIF (01:12) = ':19A::ESTT//'               00004890
                    MOVE REG-E1DQSWIF (16:30) TO WK-NUM-TXT             00004900
                    PERFORM 2700-CONVIERTE-NUMERO                       00004910
                       THRU 2700-CONVIERTE-NUMERO-EXIT                  00004920
                    MOVE WK-NUM-CONV          TO MSG-IMPORTE            00004930
               WHEN REG-E1DQSWIF (01:02) = '-}'                         00004940
                    PERFORM 2100-FIN-MENSAJE                            00004950
                       THRU 2100-FIN-MENSAJE-EXIT                       00004960
               WHEN OTHER                                               00004970
                    CONTINUE                                            00004980
           END-EVALUATE.                                                00004990
                                                                        00005000
           PERFORM 1300-LEE-SWIFT                                       00005010
              THRU 1300-LEE-SWIFT-EXIT.                                 00005020
      *                                                                *00005030
      *---------------------------*                                     00005040
       2000-PROCESA-LINEA-EXIT.                                         00005050
      *---------------------------*                                     00005060
           EXIT.                                                        00005070
                                                                        00005080
      *-----------------*                                               00005090
       2050-CABECERA.                                                   00005100
      *-----------------*                                               00005110
      *    EL BLOQUE 1 ABRE EL MENSAJE; EL BLOQUE 2 DE SALIDA DEL       00005120
      *    CUSTODIO (O54N + HORA + FECHA + DIRECCION LT) DA EL TIPO Y   00005130
      *    EL BIC EMISOR. AMBOS PUEDEN VENIR EN LA MISMA LINEA.         00005140
           IF REG-E1DQSWIF (01:03) = '{1:'                              00005150
              INITIALIZE WS-MENSAJE                                     00005160
              MOVE 'S'              TO SW-EN-MENSAJE                    00005170
           END-IF.                                                      00005180
           MOVE SPACES              TO WK-BLOQUE-1                      00005190
                                       WK-BLOQUE-2.                     00005200
           UNSTRING REG-E1DQSWIF DELIMITED BY '{2:'                     00005210
               INTO WK-BLOQUE-1 WK-BLOQUE-2                             00005220
           END-UNSTRING.                                                00005230
           IF REG-E1DQSWIF (01:03) = '{2:'                              00005240
              MOVE REG-E1DQSWIF (04:77) TO WK-BLOQUE-2                  00005250
           END-IF.                                                      00005260
           IF WK-BLOQUE-2 (01:01) = 'O'                                 00005270
              MOVE WK-BLOQUE-2 (02:03) TO MSG-TIPO                      00005280
              MOVE WK-BLOQUE-2 (15:08) TO MSG-BIC (01:08)               00005290
              MOVE WK-BLOQUE-2 (24:03) TO MSG-BIC (09:03)               00005300
           END-IF.                                                      00005310
      *                                                                *00005320
      *---------------------*                                           00005330
       2050-CABECERA-EXIT.                                              00005340
      *---------------------*                                           00005350
           EXIT.                                                        00005360
                                                                        00005370
      *---------------------*                                           00005380
       2100-FIN-MENSAJE.                                                00005390
      *---------------------*                                           00005400
           MOVE 'N'                 TO SW-EN-MENSAJE.                   00005410
           IF NOT MSG-CONFIRMACION AND NOT MSG-ESTADO                   00005420
              GO TO 2100-FIN-MENSAJE-EXIT                               00005430
           END-IF.                                                      00005440
           ADD 1                    TO CONT-MENSAJES.                   00005450
                                                                        00005460
           MOVE MSG-TIPO            TO DET-TIPO.                        00005470
           MOVE MSG-RELA            TO DET-RELA.                        00005480
           MOVE SPACES              TO DET-CODSUS                       00005490
                                       DET-STATUS                       00005500
                                       DET-MOTIVO.                      00005510
           MOVE ZEROS               TO DET-CUENTA                       00005520
                                       DET-REFER                        00005530
                                       DET-TITULOS                      00005540
                                       DET-IMPORTE.                     00005550
                                                                        00005560
      *    SOLO CUSTODIOS DE LA LISTA INTERNACIONAL                     00005570
           MOVE 'N'                 TO SW-CUS-HALLADO.                  00005580
           PERFORM 2150-BUSCA-CUSTODIO                                  00005590
              THRU 2150-BUSCA-CUSTODIO-EXIT                             00005600
              VARYING IN-CUS FROM 1 BY 1                                00005610
                UNTIL IN-CUS > CONT-CUST OR CUS-HALLADO.                00005620
           IF NOT CUS-HALLADO                                           00005630
              MOVE MSG-BIC (01:08)          TO DET-CODSUS               00005640
              MOVE 'CUSTODIO FUERA DE LISTA' TO DET-RESULTADO           00005650
              PERFORM 2800-RECHAZA                                      00005660
                 THRU 2800-RECHAZA-EXIT                                 00005670
              GO TO 2100-FIN-MENSAJE-EXIT                               00005680
           END-IF.                                                      00005690
           MOVE MSG-CODSUS          TO DET-CODSUS.                      00005700
                                                                        00005710
      *    CASE POR LA REFERENCIA DE LA INSTRUCCION ORIGINAL            00005720
           MOVE MSG-RELA            TO VI54-SEME.                       00005730
           EXEC SQL                                                     00005740
                SELECT VI54_CODSUS                                      00005750
                     , VI54_TIPMSG                                      00005760
                     , VI54_CUENTA                                      00005770
                     , VI54_REFER                                       00005780
                     , VI54_CODVALOR                                    00005790
                     , VI54_TITUL                                       00005800
                     , VI54_IMPORTE                                     00005810
                     , VI54_ESTADO                                      00005820
                  INTO :VI54-CODSUS                                     00005830
                     , :VI54-TIPMSG                                     00005840
                     , :VI54-CUENTA                                     00005850
                     , :VI54-REFER                                      00005860
                     , :VI54-CODVALOR                                   00005870
                     , :VI54-TITUL                                      00005880
                     , :VI54-IMPORTE                                    00005890
                     , :VI54-ESTADO                                     00005900
                  FROM VLDTI54                                          00005910
                 WHERE VI54_SEME = :VI54-SEME                           00005920
           END-EXEC.                                                    00005930
           EVALUATE SQLCODE                                             00005940
               WHEN ZERO                                                00005950
                    CONTINUE                                            00005960
               WHEN 100                                                 00005970
                    MOVE 'SIN INSTRUCCION ORIGINAL' TO DET-RESULTADO    00005980
                    PERFORM 2800-RECHAZA                                00005990
                       THRU 2800-RECHAZA-EXIT                           00006000
                    GO TO 2100-FIN-MENSAJE-EXIT                         00006010
               WHEN OTHER                                               00006020
                    MOVE 'SELECT'              TO WS-ACCION             00006030
                    MOVE 'VLDTI54-2100'        TO WS-PARRAFO            00006040
                    PERFORM 3001-ERROR                                  00006050
           END-EVALUATE.                                                00006060
           MOVE VI54-CUENTA         TO DET-CUENTA.                      00006070
           MOVE VI54-REFER          TO DET-REFER.                       00006080
                                                                        00006090
           IF VI54-CODSUS NOT = MSG-CODSUS                              00006100
              MOVE 'CUSTODIO NO CORRESPONDE'  TO DET-RESULTADO          00006110
              PERFORM 2800-RECHAZA                                      00006120
                 THRU 2800-RECHAZA-EXIT                                 00006130
              GO TO 2100-FIN-MENSAJE-EXIT                               00006140
           END-IF.                                                      00006150
                                                                        00006160
           IF MSG-CONFIRMACION                                          00006170
              PERFORM 2200-CONFIRMACION                                 00006180
                 THRU 2200-CONFIRMACION-EXIT                            00006190
           ELSE                                                         00006200
              PERFORM 2300-ESTADO-MT548                                 00006210
                 THRU 2300-ESTADO-MT548-EXIT                            00006220
           END-IF.                                                      00006230
      *                                                                *00006240
      *--------------------------*                                      00006250
       2100-FIN-MENSAJE-EXIT.                                           00006260
      *--------------------------*                                      00006270
           EXIT.                                                        00006280
                                                                        00006290
      *-----------------------*                                         00006300
       2150-BUSCA-CUSTODIO.                                             00006310
      *-----------------------*                                         00006320
           IF TB-CUS-BIC (IN-CUS) = MSG-BIC                             00006330
              OR (TB-CUS-BIC (IN-CUS) (09:03) = SPACES                  00006340
                  AND TB-CUS-BIC (IN-CUS) (01:08) = MSG-BIC (01:08))    00006350
              MOVE 'S'                    TO SW-CUS-HALLADO             00006360
              MOVE TB-CUS-CODIGO (IN-CUS) TO MSG-CODSUS                 00006370
           END-IF.                                                      00006380
      *                                                                *00006390
      *----------------------------*                                    00006400
       2150-BUSCA-CUSTODIO-EXIT.                                        00006410
      *----------------------------*                                    00006420
           EXIT.                                                        00006430
                                                                        00006440
      *---------------------*                                           00006450
       2200-CONFIRMACION.                                               00006460
      *---------------------*                                           00006470
      *    544 CONFIRMA UN 540, 545 UN 541, 546 UN 542 Y 547 UN 543     00006480
           EVALUATE MSG-TIPO                                            00006490
               WHEN '544'                                               00006500
                    MOVE '540'         TO WK-TIPO-INSTR                 00006510
               WHEN '545'                                               00006520
                    MOVE '541'         TO WK-TIPO-INSTR                 00006530
               WHEN '546'                                               00006540
                    MOVE '542'         TO WK-TIPO-INSTR                 00006550
               WHEN OTHER                                               00006560
                    MOVE '543'         TO WK-TIPO-INSTR                 00006570
           END-EVALUATE.                                                00006580
           IF WK-TIPO-INSTR NOT = VI54-TIPMSG                           00006590
              MOVE 'TIPO NO CORRESPONDE'    TO DET-RESULTADO            00006600
              PERFORM 2800-RECHAZA                                      00006610
                 THRU 2800-RECHAZA-EXIT                                 00006620
              GO TO 2200-CONFIRMACION-EXIT                              00006630
           END-IF.                                                      00006640
           ADD 1                    TO CONT-CONFIRMADAS.                00006650
           MOVE MSG-TITUL           TO DET-TITULOS.                     00006660
           MOVE MSG-IMPORTE         TO DET-IMPORTE.                     00006670
                                                                        00006680
      *    LA ANULACION DE UNA CONFIRMACION DEVUELVE LA INSTRUCCION A   00006690
      *    ACEPTADA, SIN DATOS DE LIQUIDACION                           00006700
           IF MSG-ANULACION                                             00006710
              MOVE 'A'              TO VI54-ESTADO                      00006720
              MOVE 'CANC'           TO VI54-COD-STATUS                  00006730
              MOVE ZEROS            TO VI54-FEC-LIQ                     00006740
                                       VI54-TITUL-LIQ                   00006750
                                       VI54-IMPORTE-LIQ                 00006760
              MOVE 'CONFIRMACION ANULADA'   TO DET-RESULTADO            00006770
           ELSE                                                         00006780
              MOVE MSG-FEC-LIQ      TO VI54-FEC-LIQ                     00006790
              MOVE MSG-TITUL        TO VI54-TITUL-LIQ                   00006800
              MOVE MSG-IMPORTE      TO VI54-IMPORTE-LIQ                 00006810
              IF MSG-TITUL < VI54-TITUL                                 00006820
                 MOVE 'P'           TO VI54-ESTADO                      00006830
                 MOVE 'PART'        TO VI54-COD-STATUS                  00006840
                 MOVE 'LIQUIDACION PARCIAL'  TO DET-RESULTADO           00006850
              ELSE                                                      00006860
                 MOVE 'C'           TO VI54-ESTADO                      00006870
                 MOVE 'SETT'        TO VI54-COD-STATUS                  00006880
                 MOVE 'LIQUIDADA EN CUSTODIO' TO DET-RESULTADO          00006890
              END-IF                                                    00006900
           END-IF.                                                      00006910
           MOVE SPACES              TO VI54-MOTIVO.                     00006920
           MOVE VI54-COD-STATUS     TO DET-STATUS.                      00006930
                                                                        00006940
           PERFORM 2400-ACTUALIZA-INSTR                                 00006950
              THRU 2400-ACTUALIZA-INSTR-EXIT.                           00006960
                                                                        00006970
      *    LA OPERACION YA LIQUIDADA SALE DE LA COLA DE FALLIDAS        00006980
           IF VI54-LIQUIDADA                                            00006990
              PERFORM 2620-RESUELVE-FALLIDA                             00007000
                 THRU 2620-RESUELVE-FALLIDA-EXIT                        00007010
           END-IF.                                                      00007020
                                                                        00007030
           PERFORM 2900-ESCRIBE-LINEA                                   00007040
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00007050
      *                                                                *00007060
      *--------------------------*                                      00007070
       2200-CONFIRMACION-EXIT.                                          00007080
      *--------------------------*                                      00007090
           EXIT.                                                        00007100
                                                                        00007110
      *---------------------*                                           00007120
       2300-ESTADO-MT548.                                               00007130
      *---------------------*                                           00007140
      *    UNA INSTRUCCION LIQUIDADA O CANCELADA YA NO CAMBIA DE ESTADO 00007150
           ADD 1                    TO CONT-ESTADOS.                    00007160
           IF VI54-LIQUIDADA OR VI54-CANCELADA                          00007170
              MOVE 'INSTRUCCION YA CERRADA' TO DET-RESULTADO            00007180
              PERFORM 2800-RECHAZA                                      00007190
                 THRU 2800-RECHAZA-EXIT                                 00007200
              GO TO 2300-ESTADO-MT548-EXIT                              00007210
           END-IF.                                                      00007220
                                                                        00007230
      *    PRIORIDAD: RECHAZO, CANCELACION, SIN CASAR, FALLANDO,        00007240
      *    PENDIENTE Y, POR ULTIMO, ACEPTADA / CASADA                   00007250
           MOVE 'N'                 TO SW-A-COLA.                       00007260
           EVALUATE TRUE                                                00007270
               WHEN MSG-IPRC = 'REJT'                                   00007280
                    MOVE 'R'           TO WK-NUEVO-ESTADO               00007290
                    MOVE 'REJT'        TO WK-COD-STATUS                 00007300
                    MOVE 'S'           TO SW-A-COLA                     00007310
                    MOVE 'RECHAZADA POR CUSTODIO' TO DET-RESULTADO      00007320
               WHEN MSG-IPRC = 'CAND'                                   00007330
                    MOVE 'X'           TO WK-NUEVO-ESTADO               00007340
                    MOVE 'CAND'        TO WK-COD-STATUS                 00007350
                    MOVE 'CANCELADA'           TO DET-RESULTADO         00007360
               WHEN MSG-MTCH = 'NMAT'                                   00007370
                    MOVE 'P'           TO WK-NUEVO-ESTADO               00007380
                    MOVE 'NMAT'        TO WK-COD-STATUS                 00007390
                    MOVE 'S'           TO SW-A-COLA                     00007400
                    MOVE 'SIN CASAR CON CONTRAPARTE' TO DET-RESULTADO   00007410
               WHEN MSG-SETT = 'PENF'                                   00007420
                    MOVE 'P'           TO WK-NUEVO-ESTADO               00007430
                    MOVE 'PENF'        TO WK-COD-STATUS                 00007440
                    MOVE 'S'           TO SW-A-COLA                     00007450
                    MOVE 'FALLANDO EN LIQUIDACION' TO DET-RESULTADO     00007460
               WHEN MSG-SETT = 'PEND'                                   00007470
                    MOVE 'P'           TO WK-NUEVO-ESTADO               00007480
                    MOVE 'PEND'        TO WK-COD-STATUS                 00007490
                    MOVE 'PENDIENTE DE LIQUIDAR'   TO DET-RESULTADO     00007500
               WHEN MSG-IPRC = 'PACK'                                   00007510
               WHEN MSG-MTCH = 'MACH'                                   00007520
                    MOVE 'A'           TO WK-NUEVO-ESTADO               00007530
                    MOVE 'PACK'        TO WK-COD-STATUS                 00007540
                    IF MSG-MTCH = 'MACH'                                00007550
                       MOVE 'MACH'     TO WK-COD-STATUS                 00007560
                    END-IF                                              00007570
                    MOVE 'ACEPTADA POR CUSTODIO'   TO DET-RESULTADO     00007580
               WHEN OTHER                                               00007590
                    MOVE 'ESTADO NO RECONOCIDO'    TO DET-RESULTADO     00007600
                    PERFORM 2800-RECHAZA                                00007610
                       THRU 2800-RECHAZA-EXIT                           00007620
                    GO TO 2300-ESTADO-MT548-EXIT                        00007630
           END-EVALUATE.                                                00007640
                                                                        00007650
           MOVE WK-NUEVO-ESTADO     TO VI54-ESTADO.                     00007660
           MOVE WK-COD-STATUS       TO VI54-COD-STATUS                  00007670
                                       DET-STATUS.                      00007680
           MOVE MSG-MOTIVO          TO VI54-MOTIVO                      00007690
                                       DET-MOTIVO.                      00007700
           MOVE ZEROS               TO VI54-FEC-LIQ                     00007710
                                       VI54-TITUL-LIQ                   00007720
                                       VI54-IMPORTE-LIQ.                00007730
           PERFORM 2400-ACTUALIZA-INSTR                                 00007740
              THRU 2400-ACTUALIZA-INSTR-EXIT.                           00007750
                                                                        00007760
           IF A-COLA-FALLIDAS                                           00007770
              PERFORM 2600-REGISTRA-FALLIDA                             00007780
                 THRU 2600-REGISTRA-FALLIDA-EXIT                        00007790
           END-IF.                                                      00007800
                                                                        00007810
           PERFORM 2900-ESCRIBE-LINEA                                   00007820
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00007830
      *                                                                *00007840
      *--------------------------*                                      00007850
       2300-ESTADO-MT548-EXIT.                                          00007860
      *--------------------------*                                      00007870
           EXIT.                                                        00007880
                                                                        00007890
      *------------------------*                                        00007900
       2400-ACTUALIZA-INSTR.                                            00007910
      *------------------------*                                        00007920
           MOVE WA-CARD-FECHA-N     TO VI54-FEC-ESTADO.                 00007930
           MOVE W-FECHA-AMD-N       TO VI54-FEULMOD.                    00007940
           MOVE 'BATC'              TO VI54-NUMTER.                     00007950
           MOVE W-PROGRAMA          TO VI54-USUARIO.                    00007960
           EXEC SQL                                                     00007970
                UPDATE VLDTI54                                          00007980
                   SET VI54_ESTADO      = :VI54-ESTADO                  00007990
                     , VI54_COD_STATUS  = :VI54-COD-STATUS              00008000
                     , VI54_MOTIVO      = :VI54-MOTIVO                  00008010
                     , VI54_FEC_ESTADO  = :VI54-FEC-ESTADO              00008020
                     , VI54_FEC_LIQ     = :VI54-FEC-LIQ                 00008030
                     , VI54_TITUL_LIQ   = :VI54-TITUL-LIQ               00008040
                     , VI54_IMPORTE_LIQ = :VI54-IMPORTE-LIQ             00008050
                     , VI54_FEULMOD     = :VI54-FEULMOD                 00008060
                     , VI54_NUMTER      = :VI54-NUMTER                  00008070
                     , VI54_USUARIO     = :VI54-USUARIO                 00008080
                 WHERE VI54_SEME        = :VI54-SEME                    00008090
           END-EXEC.                                                    00008100
           IF SQLCODE NOT = ZERO                                        00008110
              MOVE 'UPDATE'                 TO WS-ACCION                00008120
              MOVE 'VLDTI54-2400'           TO WS-PARRAFO               00008130
              PERFORM 3001-ERROR                                        00008140
           END-IF.                                                      00008150
      *                                                                *00008160
      *-----------------------------*                                   00008170
       2400-ACTUALIZA-INSTR-EXIT.                                       00008180
      *-----------------------------*                                   00008190
           EXIT.                                                        00008200
                                                                        00008210
      *--------------------------*                                      00008220
       2500-SIN-CONFIRMAR.                                              00008230
      *--------------------------*                                      00008240
      *    INSTRUCCIONES VIVAS N DIAS DESPUES DE SU FECHA VALOR         00008250
           MOVE W-FECHA-CORTE-N     TO CAB-CORTE.                       00008260
           WRITE SAL-RMT54       FROM LIN-CAB-PENDIENTES AFTER 2.       00008270
                                                                        00008280
           EXEC SQL                                                     00008290
                OPEN VLDCI541                                           00008300
           END-EXEC.                                                    00008310
           IF SQLCODE NOT = ZERO                                        00008320
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008330
              MOVE 'VLDCI541-2500'          TO WS-PARRAFO               00008340
              PERFORM 3001-ERROR                                        00008350
           END-IF.                                                      00008360
                                                                        00008370
           PERFORM 2510-FETCH-PENDIENTE                                 00008380
              THRU 2510-FETCH-PENDIENTE-EXIT                            00008390
              UNTIL FIN-CUR-I54.                                        00008400
                                                                        00008410
           EXEC SQL                                                     00008420
                CLOSE VLDCI541                                          00008430
           END-EXEC.                                                    00008440
      *                                                                *00008450
      *-------------------------------*                                 00008460
       2500-SIN-CONFIRMAR-EXIT.                                         00008470
      *-------------------------------*                                 00008480
           EXIT.                                                        00008490
                                                                        00008500
      *---------------------------*                                     00008510
       2510-FETCH-PENDIENTE.                                            00008520
      *---------------------------*                                     00008530
           EXEC SQL                                                     00008540
                FETCH  VLDCI541                                         00008550
                 INTO :VI54-CODSUS                                      00008560
                    , :VI54-SEME                                        00008570
                    , :VI54-TIPMSG                                      00008580
                    , :VI54-CUENTA                                      00008590
                    , :VI54-REFER                                       00008600
                    , :VI54-CODVALOR                                    00008610
                    , :VI54-FVALOR                                      00008620
                    , :VI54-ESTADO                                      00008630
                    , :VI54-COD-STATUS                                  00008640
                    , :VI54-MOTIVO                                      00008650
                    , :VI54-TITUL                                       00008660
           END-EXEC.                                                    00008670
           EVALUATE SQLCODE                                             00008680
               WHEN ZERO                                                00008690
                    CONTINUE                                            00008700
               WHEN 100                                                 00008710
                    MOVE 'SI'            TO SW-FIN-CUR-I54              00008720
                    GO TO 2510-FETCH-PENDIENTE-EXIT                     00008730
               WHEN OTHER                                               00008740
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00008750
                    MOVE 'VLDCI541-2510'       TO WS-PARRAFO            00008760
                    PERFORM 3001-ERROR                                  00008770
           END-EVALUATE.                                                00008780
                                                                        00008790
           ADD 1                    TO CONT-SIN-CONFIRMAR.              00008800
           MOVE VI54-CODSUS         TO PEN-CODSUS.                      00008810
           MOVE VI54-SEME           TO PEN-SEME.                        00008820
           MOVE VI54-TIPMSG         TO PEN-TIPMSG.                      00008830
           MOVE VI54-CUENTA         TO PEN-CUENTA.                      00008840
           MOVE VI54-REFER          TO PEN-REFER.                       00008850
           MOVE VI54-CODVALOR       TO PEN-CODVALOR.                    00008860
           MOVE VI54-FVALOR         TO PEN-FVALOR.                      00008870
           MOVE VI54-ESTADO         TO PEN-ESTADO.                      00008880
           MOVE VI54-COD-STATUS     TO PEN-STATUS.                      00008890
           MOVE VI54-MOTIVO         TO PEN-MOTIVO.                      00008900
           MOVE VI54-TITUL          TO PEN-TITULOS.                     00008910
           WRITE SAL-RMT54       FROM LIN-PENDIENTE.                    00008920
      *                                                                *00008930
      *--------------------------------*                                00008940
       2510-FETCH-PENDIENTE-EXIT.                                       00008950
      *--------------------------------*                                00008960
           EXIT.                                                        00008970
                                                                        00008980
      *---------------------------*                                     00008990
       2600-REGISTRA-FALLIDA.                                           00009000
      *---------------------------*                                     00009010
      *    DEJA (O REFRESCA) LA OPERACION EN LA COLA DE LIQUIDACIONES   00009020
      *    FALLIDAS CON EL MOTIVO DEL CUSTODIO; CADA ESTADO QUE LLEGA   00009030
      *    SUMA UN REINTENTO (MISMO CRITERIO QUE VL4C3050)              00009040
           MOVE SPACES              TO WK-MOTIVO-FALLO.                 00009050
           STRING 'MT548 '          DELIMITED BY SIZE                   00009060
                  WK-COD-STATUS     DELIMITED BY SIZE                   00009070
                  ' '               DELIMITED BY SIZE                   00009080
                  MSG-MOTIVO        DELIMITED BY SIZE                   00009090
             INTO WK-MOTIVO-FALLO.                                      00009100
           MOVE VI54-CUENTA         TO VFLQ-CUENTA.                     00009110
           MOVE VI54-REFER          TO VFLQ-REFER.                      00009120
           MOVE WK-MOTIVO-FALLO     TO VFLQ-MOTIVO.                     00009130
           MOVE WA-CARD-FECHA-N     TO VFLQ-FEC-ULTREI.                 00009140
           EXEC SQL                                                     00009150
                UPDATE VLDTFLQ                                          00009160
                   SET VFLQ_REINTENTOS = VFLQ_REINTENTOS + 1            00009170
                     , VFLQ_FEC_ULTREI = :VFLQ-FEC-ULTREI               00009180
                     , VFLQ_MOTIVO     = :VFLQ-MOTIVO                   00009190
                 WHERE VFLQ_CUENTA = :VFLQ-CUENTA                       00009200
                   AND VFLQ_REFER  = :VFLQ-REFER                        00009210
                   AND VFLQ_ESTADO = 'P'                                00009220
           END-EXEC.                                                    00009230
           EVALUATE SQLCODE                                             00009240
               WHEN ZERO                                                00009250
                    CONTINUE                                            00009260
               WHEN 100                                                 00009270
                    MOVE VI54-CODVALOR   TO VFLQ-CODVALOR               00009280
                    MOVE VI54-IMPORTE    TO VFLQ-IMPORTE                00009290
                    MOVE 'P'             TO VFLQ-ESTADO                 00009300
                    MOVE WA-CARD-FECHA-N TO VFLQ-FEC-ALTA               00009310
                    MOVE ZEROS           TO VFLQ-REINTENTOS             00009320
                                            VFLQ-FEC-RESUEL             00009330
                    MOVE W-PROGRAMA      TO VFLQ-USUARIO                00009340
                    EXEC SQL                                            00009350
                         INSERT INTO VLDTFLQ                            00009360
                               ( VFLQ_CUENTA                            00009370
                               , VFLQ_REFER                             00009380
                               , VFLQ_CODVALOR                          00009390
                               , VFLQ_IMPORTE                           00009400
                               , VFLQ_MOTIVO                            00009410
                               , VFLQ_ESTADO                            00009420
                               , VFLQ_FEC_ALTA                          00009430
                               , VFLQ_FEC_ULTREI                        00009440
                               , VFLQ_REINTENTOS                        00009450
                               , VFLQ_FEC_RESUEL                        00009460
                               , VFLQ_USUARIO )                         00009470
                         VALUES                                         00009480
                               ( :VFLQ-CUENTA                           00009490
                               , :VFLQ-REFER                            00009500
                               , :VFLQ-CODVALOR                         00009510
                               , :VFLQ-IMPORTE                          00009520
                               , :VFLQ-MOTIVO                           00009530
                               , :VFLQ-ESTADO                           00009540
                               , :VFLQ-FEC-ALTA                         00009550
                               , :VFLQ-FEC-ULTREI                       00009560
                               , :VFLQ-REINTENTOS                       00009570
                               , :VFLQ-FEC-RESUEL                       00009580
                               , :VFLQ-USUARIO )                        00009590
                    END-EXEC                                            00009600
                    IF SQLCODE NOT = ZERO                               00009610
                       MOVE 'INSERT'              TO WS-ACCION          00009620
                       MOVE 'VLDTFLQ-2600'        TO WS-PARRAFO         00009630
                       PERFORM 3001-ERROR                               00009640
                    END-IF                                              00009650
               WHEN OTHER                                               00009660
                    MOVE 'UPDATE'              TO WS-ACCION             00009670
                    MOVE 'VLDTFLQ-2600'        TO WS-PARRAFO            00009680
                    PERFORM 3001-ERROR                                  00009690
           END-EVALUATE.                                                00009700
           ADD 1                    TO CONT-A-FALLIDAS.                 00009710
      *                                                                *00009720
      *--------------------------------*                                00009730
       2600-REGISTRA-FALLIDA-EXIT.                                      00009740
      *--------------------------------*                                00009750
           EXIT.                                                        00009760
                                                                        00009770
      *---------------------------*                                     00009780
       2620-RESUELVE-FALLIDA.                                           00009790
      *---------------------------*                                     00009800
           MOVE VI54-CUENTA         TO VFLQ-CUENTA.                     00009810
           MOVE VI54-REFER          TO VFLQ-REFER.                      00009820
           MOVE WA-CARD-FECHA-N     TO VFLQ-FEC-RESUEL.                 00009830
           EXEC SQL                                                     00009840
                UPDATE VLDTFLQ                                          00009850
                   SET VFLQ_ESTADO     = 'R'                            00009860
                     , VFLQ_FEC_RESUEL = :VFLQ-FEC-RESUEL               00009870
                 WHERE VFLQ_CUENTA = :VFLQ-CUENTA                       00009880
                   AND VFLQ_REFER  = :VFLQ-REFER                        00009890
                   AND VFLQ_ESTADO = 'P'                                00009900
           END-EXEC.                                                    00009910
           IF SQLCODE NOT = ZERO AND 100                                00009920
              MOVE 'UPDATE'                 TO WS-ACCION                00009930
              MOVE 'VLDTFLQ-2620'           TO WS-PARRAFO               00009940
              PERFORM 3001-ERROR                                        00009950
           END-IF.                                                      00009960
      *                                                                *00009970
      *--------------------------------*                                00009980
       2620-RESUELVE-FALLIDA-EXIT.                                      00009990
      *--------------------------------*                                00010000
           EXIT.                                                        00010010
                                                                        00010020
      *--------------------------*                                      00010030
       2700-CONVIERTE-NUMERO.                                           00010040
      *--------------------------*                                      00010050
      *    PASA UN NUMERO SWIFT ('1234,56') DE WK-NUM-TXT A WK-NUM-CONV 00010060
           MOVE ZEROS               TO WK-NUM-CONV                      00010070
                                       WK-ENT-9                         00010080
                                       WK-DEC-9                         00010090
                                       WK-LEN-ENT                       00010100
                                       WK-LEN-DEC.                      00010110
           MOVE SPACES              TO WK-NUM-ENT                       00010120
                                       WK-NUM-DEC.                      00010130
           UNSTRING WK-NUM-TXT DELIMITED BY ',' OR SPACE OR '/'         00010140
               INTO WK-NUM-ENT COUNT IN WK-LEN-ENT                      00010150
                    WK-NUM-DEC COUNT IN WK-LEN-DEC                      00010160
           END-UNSTRING.                                                00010170
                                                                        00010180
           IF WK-LEN-ENT > ZEROS AND WK-LEN-ENT NOT > 13                00010190
              IF WK-NUM-ENT (1:WK-LEN-ENT) NUMERIC                      00010200
                 MOVE WK-NUM-ENT (1:WK-LEN-ENT) TO WK-ENT-9             00010210
              END-IF                                                    00010220
           END-IF.                                                      00010230
           INSPECT WK-NUM-DEC REPLACING ALL SPACE BY '0'.               00010240
           IF WK-NUM-DEC NUMERIC                                        00010250
              MOVE WK-NUM-DEC       TO WK-DEC-9                         00010260
           END-IF.                                                      00010270
           COMPUTE WK-NUM-CONV = WK-ENT-9 + WK-DEC-9 / 1000000.         00010280
      *                                                                *00010290
      *-------------------------------*                                 00010300
       2700-CONVIERTE-NUMERO-EXIT.                                      00010310
      *-------------------------------*                                 00010320
           EXIT.                                                        00010330
                                                                        00010340
      *----------------*                                                00010350
       2800-RECHAZA.                                                    00010360
      *----------------*                                                00010370
           ADD 1                    TO CONT-RECHAZADOS.                 00010380
           PERFORM 2900-ESCRIBE-LINEA                                   00010390
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00010400
      *                                                                *00010410
      *---------------------*                                           00010420
       2800-RECHAZA-EXIT.                                               00010430
      *---------------------*                                           00010440
           EXIT.                                                        00010450
                                                                        00010460
      *------------------------*                                        00010470
       2900-ESCRIBE-LINEA.                                              00010480
      *------------------------*                                        00010490
           WRITE SAL-RMT54       FROM LIN-DETALLE.                      00010500
           IF NOT S1RMT54-OK                                            00010510
              MOVE 'WRITE S1RMT54'          TO WS-ACCION                00010520
              MOVE '2900-ESCRIBE-LINEA'     TO WS-PARRAFO               00010530
              PERFORM 3001-ERROR                                        00010540
           END-IF.                                                      00010550
      *                                                                *00010560
      *-----------------------------*                                   00010570
       2900-ESCRIBE-LINEA-EXIT.                                         00010580
      *-----------------------------*                                   00010590
           EXIT.                                                        00010600
                                                                        00010610
      *--------*                                                        00010620
       3000-FIN.                                                        00010630
      *--------*                                                        00010640
      *                                                                 00010650
           IF EN-MENSAJE                                                00010660
              DISPLAY 'AVISO: ULTIMO MENSAJE SIN CIERRE -}'             00010670
           END-IF.                                                      00010680
                                                                        00010690
           EXEC SQL                                                     00010700
                COMMIT                                                  00010710
           END-EXEC.                                                    00010720
           IF SQLCODE NOT = ZERO                                        00010730
              MOVE 'COMMIT'                 TO WS-ACCION                00010740
              MOVE '3000-FIN'               TO WS-PARRAFO               00010750
              PERFORM 3001-ERROR                                        00010760
           END-IF.                                                      00010770
                                                                        00010780
           MOVE CONT-MENSAJES       TO TOT-MENSAJES.                    00010790
           MOVE CONT-CONFIRMADAS    TO TOT-CONFIRMADAS.                 00010800
           MOVE CONT-ESTADOS        TO TOT-ESTADOS.                     00010810
           MOVE CONT-A-FALLIDAS     TO TOT-A-FALLIDAS.                  00010820
           MOVE CONT-RECHAZADOS     TO TOT-RECHAZADOS.                  00010830
           MOVE CONT-SIN-CONFIRMAR  TO TOT-SIN-CONFIRMAR.               00010840
           WRITE SAL-RMT54       FROM LIN-TOTAL AFTER 2.                00010850
                                                                        00010860
           CLOSE E1DQCUST E1DQSWIF S1RMT54.                             00010870
                                                                        00010880
           DISPLAY '****** FIN RECEPCION MT544-548 ******'.             00010890
           DISPLAY 'LINEAS LEIDAS          : ' CONT-LINEAS.             00010900
           DISPLAY 'MENSAJES PROCESADOS    : ' CONT-MENSAJES.           00010910
           DISPLAY 'CONFIRMACIONES 544-547 : ' CONT-CONFIRMADAS.        00010920
           DISPLAY 'ESTADOS MT548          : ' CONT-ESTADOS.            00010930
           DISPLAY 'ENVIADAS A VLDTFLQ     : ' CONT-A-FALLIDAS.         00010940
           DISPLAY 'MENSAJES RECHAZADOS    : ' CONT-RECHAZADOS.         00010950
           DISPLAY 'SIN CONFIRMAR (> N DIAS: ' CONT-SIN-CONFIRMAR.      00010960
                                                                        00010970
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00010980
           ACCEPT WK-HORA-FIN       FROM TIME.                          00010990
           INITIALIZE DCLVLDTCTL.                                       00011000
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00011010
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00011020
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00011030
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00011040
           MOVE CONT-MENSAJES       TO VCTL-LEIDOS.                     00011050
           COMPUTE VCTL-ESCRITOS = CONT-CONFIRMADAS + CONT-ESTADOS.     00011060
           MOVE CONT-RECHAZADOS     TO VCTL-RECHAZADOS.                 00011070
           MOVE 'OK'                TO VCTL-ESTADO.                     00011080
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00011090
           IF VCTL-CODRESP NOT = ZEROS                                  00011100
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00011110
           END-IF.                                                      00011120
      *                                                                *00011130
      *-------------*                                                   00011140
       3000-FIN-EXIT.                                                   00011150
      *-------------*                                                   00011160
           EXIT.                                                        00011170
                                                                        00011180
       3001-ERROR.                                                      00011190
      *-----------*                                                     00011200
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00011210
           DISPLAY 'ACCION:          ' WS-ACCION.                       00011220
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00011230
           DISPLAY '******************************************'.        00011240
           MOVE 08 TO RETURN-CODE.                                      00011250
           STOP RUN.                                                    00011260
      *-----------------*                                               00011270
      * FIN DE PROGRAMA *                                               00011280
      *-----------------*                                               00011290
