       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CATOA.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : ALERTA NOCTURNA DE TOMA DE CUENTA. RECORRE LAS       *00000060
      *           IMAGENES DE VLDTRLOG DE LOS ULTIMOS N DIAS DE        *00000070
      *           VLDTARC Y VLDTADT (UPDATE Y CANALENT DE VL7CCEN0) Y  *00000080
      *           LAS COMPARA CON LA IMAGEN ANTERIOR DE LA MISMA       *00000090
      *           CUENTA PARA DETECTAR CAMBIOS SENSIBLES:              *00000100
      *             - DOMICILIO DE CORRESPONDENCIA (VADT_NUMDOM)       *00000110
      *             - CANAL DE ENTREGA (VADT_CANALENT)                 *00000120
      *             - CUENTA DE ABONO (VARC_CTAABO)                    *00000130
      *           SIN IMAGEN ANTERIOR EN LA HISTORIA EL CAMBIO SE      *00000140
      *           TRATA COMO SENSIBLE (SINPREV). SI DESDE EL CAMBIO    *00000150
      *           LA CUENTA LIQUIDO VENTAS (VOPE_FVALOR) POR ENCIMA    *00000160
      *           DEL UMBRAL O ENVIO TRASPASOS DE SALIDA A CAVALI      *00000170
      *           (VLDTTRX 'S'), GRABA LA ALERTA EN VLDTATO COMO       *00000180
      *           BLOQUEADA CON EL USUARIO Y TERMINAL DEL CAMBIO Y LA  *00000190
      *           LISTA EN S1RATOA. MIENTRAS ESTE BLOQUEADA NO SALEN   *00000200
      *           VENTAS (VL7CORD0), TRASPASOS (VL4CTRAS) NI CARGOS    *00000210
      *           DE EFECTIVO (VL4C3050); OPERACIONES LA LIBERA EN     *00000220
      *           VL7CATO0.                                            *00000230
      *           PARAMETROS DE VLDTPAR (VL9CPAR0):                    *00000240
      *             ATO-DIAS        DIAS DE VIGILANCIA (DEFECTO 5)     *00000250
      *             ATO-IMPORTE-MIN VENTAS MINIMAS (DEFECTO 50000)     *00000260
      *             ATO-DIAS-HIST   HISTORIA PARA LA IMAGEN ANTERIOR   *00000270
      *                             (DEFECTO 365)                      *00000280
      * SYSIN   : 1. FECHA PROCESO AAAAMMDD (BLANCOS = FECHA SISTEMA)  *00000290
      * FECHA   : 15-10-2026                                           *00000300
      ******************************************************************00000310
      ******************************************************************00000320
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      *RITM49176  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000350
      *---------- ---------- ---------------- -------------------------*00000360
      ******************************************************************00000370
       ENVIRONMENT DIVISION.                                            00000380
       CONFIGURATION SECTION.                                           00000390
       SPECIAL-NAMES.                                                   00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
                                                                        00000430
           SELECT S1RATOA   ASSIGN       TO S1RATOA                     00000440
                            FILE STATUS  IS FS-SRATOA.                  00000450
       DATA DIVISION.                                                   00000460
       FILE SECTION.                                                    00000470
      *                                                                *00000480
       FD  S1RATOA                                                      00000490
           RECORDING MODE  IS  F                                        00000500
           LABEL  RECORDS  IS  STANDARD                                 00000510
           DATA   RECORD   IS  SAL-RATOA.                               00000520
         01 SAL-RATOA              PIC X(132).                          00000530
      *                                                                 00000540
      ******************************************************************00000550
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000560
      ******************************************************************00000570
       WORKING-STORAGE SECTION.                                         00000580
      *************************                                         00000590
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CATOA'.          00000600
      *                                                                 00000610
      * PARAMETROS DE EJECUCION (SYSIN)                                 00000620
       01  WS-PARAMETROS.                                               00000630
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000640
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA                   00000650
                                   PIC 9(08).                           00000660
           05 WK-PRM-NOMBRE        PIC X(16) VALUE SPACES.              00000670
           05 WK-PRM-DEFECTO       PIC 9(05) VALUE ZEROS.               00000680
           05 WK-PRM-VALOR         PIC 9(05) VALUE ZEROS.               00000690
           05 WK-PRM-CARD          PIC X(05) VALUE SPACES.              00000700
           05 WK-PRM-CARD-N REDEFINES WK-PRM-CARD PIC 9(05).            00000710
      *                                                                 00000720
       01  WS-FECHAS.                                                   00000730
           05 WK-FECHA-PROC        PIC S9(8)V COMP-3 VALUE ZEROS.       00000740
           05 WK-DIAS-VIGILA       PIC S9(5)  COMP-3 VALUE ZEROS.       00000750
           05 WK-DIAS-HIST         PIC S9(5)  COMP-3 VALUE ZEROS.       00000760
           05 WK-IMPORTE-MIN       PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000770
      *       LIMITES DE VRLOG_FECHA (CHAR AAAAMMDD)                    00000780
           05 WK-FPROC-X           PIC X(08) VALUE SPACES.              00000790
           05 WK-FPROC-N REDEFINES WK-FPROC-X PIC 9(08).                00000800
           05 WK-FDESDE-X          PIC X(08) VALUE SPACES.              00000810
           05 WK-FDESDE-N REDEFINES WK-FDESDE-X PIC 9(08).              00000820
           05 WK-FHIST-X           PIC X(08) VALUE SPACES.              00000830
           05 WK-FHIST-N REDEFINES WK-FHIST-X PIC 9(08).                00000840
      *                                                                 00000850
      * CAMBIO AUDITADO EN CURSO Y SU IMAGEN ANTERIOR                   00000860
       01  WS-CAMBIO.                                                   00000870
           05 WATO-FECHA-X         PIC X(08) VALUE SPACES.              00000880
           05 WATO-FECHA-N REDEFINES WATO-FECHA-X PIC 9(08).            00000890
           05 WATO-TABLA           PIC X(08) VALUE SPACES.              00000900
           05 WATO-CTAABO-ACT      PIC S9(12)V COMP-3 VALUE ZEROS.      00000910
           05 WATO-CTAABO-ANT      PIC S9(12)V COMP-3 VALUE ZEROS.      00000920
           05 WATO-NUMDOM-ACT      PIC S9(3)V COMP-3 VALUE ZEROS.       00000930
           05 WATO-NUMDOM-ANT      PIC S9(3)V COMP-3 VALUE ZEROS.       00000940
           05 WATO-CANAL-ACT       PIC X(01) VALUE SPACES.              00000950
           05 WATO-CANAL-ANT       PIC X(01) VALUE SPACES.              00000960
           05 WK-IMG-ANT           PIC X(500) VALUE SPACES.             00000970
           05 WK-TRASPASOS         PIC S9(9)  COMP-3 VALUE ZEROS.       00000980
           05 WK-FEC-VENTA         PIC S9(8)V COMP-3 VALUE ZEROS.       00000990
           05 WK-FEC-TRASP         PIC S9(8)V COMP-3 VALUE ZEROS.       00001000
           05 WK-EXISTE            PIC S9(9)  COMP-3 VALUE ZEROS.       00001010
      *                                                                 00001020
       01  WS-VARIOS.                                                   00001030
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00001040
              88 FIN-CURSOR                  VALUE 'SI'.                00001050
           05 SW-FIN-ANT           PIC X(02) VALUE SPACES.              00001060
              88 FIN-ANTERIOR                VALUE 'SI'.                00001070
           05 SW-ANTERIOR          PIC X(01) VALUE 'N'.                 00001080
              88 HAY-ANTERIOR                VALUE 'S'.                 00001090
           05 WK-DIAS-RESTA        PIC S9(5)  COMP-3 VALUE ZEROS.       00001100
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00001110
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00001120
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00001130
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00001140
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00001150
       01  WK-FECHA-W.                                                  00001160
           05 WK-FW-AAAA           PIC 9(4).                            00001170
           05 WK-FW-MM             PIC 9(2).                            00001180
           05 WK-FW-DD             PIC 9(2).                            00001190
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00001200
      *                                                                 00001210
       01  W-DATE                  PIC 9(6).                            00001220
       01  FILLER                  REDEFINES W-DATE.                    00001230
           02 W-ANO                PIC 99.                              00001240
           02 W-MES                PIC 99.                              00001250
           02 W-DIA                PIC 99.                              00001260
       01  W-FECHA-AMD.                                                 00001270
           05 W-AA-AMD             PIC 9(4).                            00001280
           05 W-MM-AMD             PIC 9(2).                            00001290
           05 W-DD-AMD             PIC 9(2).                            00001300
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001310
       01  W-HORA-CURRENT.                                              00001320
           02  W-HORA              PIC 99.                              00001330
           02  W-MINUTOS           PIC 99.                              00001340
           02  W-SEGUNDOS          PIC 99.                              00001350
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001360
      *                                                                 00001370
       01 W-CONTADORES.                                                 00001380
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00001390
          05 CONT-SENSIBLES        PIC 9(08)  VALUE ZEROES.             00001400
          05 CONT-SIN-PREVIA       PIC 9(08)  VALUE ZEROES.             00001410
          05 CONT-YA-ALERTADOS     PIC 9(08)  VALUE ZEROES.             00001420
          05 CONT-ALERTAS          PIC 9(08)  VALUE ZEROES.             00001430
      * VARIABLES PARA CONTROL DE ERRORES                               00001440
       01 WS-ERROR.                                                     00001450
          05 WS-ACCION             PIC X(24).                           00001460
          05 WS-PARRAFO            PIC X(19).                           00001470
      * VARIABLES CONTROL DE ARCHIVOS                                   00001480
       01 WS-CTRL-ARCHIVOS.                                             00001490
          05 FS-SRATOA             PIC X(02) VALUE '00'.                00001500
             88 S1RATOA-OK                   VALUE '00'.                00001510
      *                                                                 00001520
      * REPORTE PARA OPERACIONES Y SEGURIDAD                            00001530
       01 CAB-RATOA-1.                                                  00001540
          05 FILLER                PIC X(36) VALUE                      00001550
             'ALERTAS DE TOMA DE CUENTA - PROCESO '.                    00001560
          05 CAB1-FECHA            PIC 9(08).                           00001570
          05 FILLER                PIC X(12) VALUE '  VIGILANCIA'.      00001580
          05 FILLER                PIC X(03) VALUE ' : '.               00001590
          05 CAB1-DIAS             PIC ZZZZ9.                           00001600
          05 FILLER                PIC X(17) VALUE                      00001610
             ' DIAS  UMBRAL : '.                                        00001620
          05 CAB1-IMPORTE          PIC Z(12)9.99.                       00001630
          05 FILLER                PIC X(35) VALUE SPACES.              00001640
       01 CAB-RATOA-2.                                                  00001650
          05 FILLER                PIC X(07) VALUE 'CUENTA '.           00001660
          05 FILLER                PIC X(01) VALUE SPACE.               00001670
          05 FILLER                PIC X(08) VALUE 'CLIENTE '.          00001680
          05 FILLER                PIC X(01) VALUE SPACE.               00001690
          05 FILLER                PIC X(08) VALUE 'CAMBIO  '.          00001700
          05 FILLER                PIC X(01) VALUE SPACE.               00001710
          05 FILLER                PIC X(08) VALUE 'F.CAMBIO'.          00001720
          05 FILLER                PIC X(01) VALUE SPACE.               00001730
          05 FILLER                PIC X(06) VALUE 'HORA  '.            00001740
          05 FILLER                PIC X(01) VALUE SPACE.               00001750
          05 FILLER                PIC X(08) VALUE 'USUARIO '.          00001760
          05 FILLER                PIC X(01) VALUE SPACE.               00001770
          05 FILLER                PIC X(04) VALUE 'TERM'.              00001780
          05 FILLER                PIC X(01) VALUE SPACE.               00001790
          05 FILLER                PIC X(08) VALUE 'TRANSAC.'.          00001800
          05 FILLER                PIC X(01) VALUE SPACE.               00001810
          05 FILLER                PIC X(02) VALUE 'SA'.                00001820
          05 FILLER                PIC X(01) VALUE SPACE.               00001830
          05 FILLER                PIC X(08) VALUE 'F.SALIDA'.          00001840
          05 FILLER                PIC X(01) VALUE SPACE.               00001850
          05 FILLER                PIC X(16) VALUE '   IMPORTE VENTA'.  00001860
          05 FILLER                PIC X(01) VALUE SPACE.               00001870
          05 FILLER                PIC X(14) VALUE '  TIT.TRASPASO'.    00001880
          05 FILLER                PIC X(24) VALUE SPACES.              00001890
       01 DET-RATOA.                                                    00001900
          05 DET-CUENTA            PIC 9(07).                           00001910
          05 FILLER                PIC X(01) VALUE SPACE.               00001920
          05 DET-NUMCLI            PIC 9(08).                           00001930
          05 FILLER                PIC X(01) VALUE SPACE.               00001940
          05 DET-CAMPO             PIC X(08).                           00001950
          05 FILLER                PIC X(01) VALUE SPACE.               00001960
          05 DET-FECCAMBIO         PIC 9(08).                           00001970
          05 FILLER                PIC X(01) VALUE SPACE.               00001980
          05 DET-HORCAMBIO         PIC X(06).                           00001990
          05 FILLER                PIC X(01) VALUE SPACE.               00002000
          05 DET-USUARIO           PIC X(08).                           00002010
          05 FILLER                PIC X(01) VALUE SPACE.               00002020
          05 DET-TERMINAL          PIC X(04).                           00002030
          05 FILLER                PIC X(01) VALUE SPACE.               00002040
          05 DET-CODTRAN           PIC X(08).                           00002050
          05 FILLER                PIC X(01) VALUE SPACE.               00002060
          05 DET-TIPOSAL           PIC X(02).                           00002070
          05 FILLER                PIC X(01) VALUE SPACE.               00002080
          05 DET-FECSALIDA         PIC 9(08).                           00002090
          05 FILLER                PIC X(01) VALUE SPACE.               00002100
          05 DET-IMPVENTAS         PIC Z(12)9.99.                       00002110
          05 FILLER                PIC X(01) VALUE SPACE.               00002120
          05 DET-TITTRASP          PIC Z(13)9.                          00002130
          05 FILLER                PIC X(24) VALUE SPACES.              00002140
      *                                                                 00002150
      *    AUDITORIA EN LINEA (IMAGEN VIGENTE DE CADA CAMBIO)           00002160
           COPY VLCPTRLOG.                                              00002170
      *                                                                 00002180
      *    ALERTAS DE TOMA DE CUENTA                                    00002190
           COPY VLCPTATO.                                               00002200
      *                                                                 00002210
      *    PARAMETROS CENTRALES (DIAS, UMBRAL E HISTORIA)               00002220
           COPY VLCPTPA0.                                               00002230
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00002240
      *                                                                 00002250
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002260
           COPY VLCPTCTL.                                               00002270
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002280
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002290
      *                                                                *00002300
      *  AREA DE COMUNICACION SQLCA                                    *00002310
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002320
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002330
           EXEC SQL INCLUDE VLGTADT END-EXEC.                           00002340
      *                                                                *00002350
      *  CAMBIOS DE CUENTAS Y TITULARES AUDITADOS EN LA VIGILANCIA     *00002360
           EXEC SQL                                                     00002370
                DECLARE VLDCATO1 CURSOR FOR                             00002380
                 SELECT  VRLOG_FECHA                                    00002390
                      ,  VRLOG_HORA                                     00002400
                      ,  VRLOG_NUMTER                                   00002410
                      ,  VRLOG_NUMUSER                                  00002420
                      ,  VRLOG_CODTRAN                                  00002430
                      ,  VRLOG_TABLA                                    00002440
                      ,  VRLOG_OPERACION                                00002450
                      ,  VRLOG_REGISTRO_LEN                             00002460
                      ,  VRLOG_REGISTRO_TEXT                            00002470
                   FROM  VLDTRLOG                                       00002480
                  WHERE  VRLOG_FECHA BETWEEN :WK-FDESDE-X               00002490
                                         AND :WK-FPROC-X                00002500
                    AND  VRLOG_TABLA IN ('VLDTARC', 'VLDTADT')          00002510
                    AND  VRLOG_OPERACION IN ('UPDATE', 'CANALENT')      00002520
                  ORDER  BY VRLOG_FECHA, VRLOG_HORA                     00002530
           END-EXEC.                                                    00002540
      *                                                                *00002550
      *  IMAGENES ANTERIORES DE LA MISMA TABLA, DE LA MAS RECIENTE A   *00002560
      *  LA MAS ANTIGUA DENTRO DE LA HISTORIA                          *00002570
           EXEC SQL                                                     00002580
                DECLARE VLDCATO2 CURSOR FOR                             00002590
                 SELECT  VRLOG_REGISTRO_TEXT                            00002600
                   FROM  VLDTRLOG                                       00002610
                  WHERE  VRLOG_TABLA  = :WATO-TABLA                     00002620
                    AND  VRLOG_FECHA >= :WK-FHIST-X                     00002630
                    AND (VRLOG_FECHA  < :WATO-FECHA-X                   00002640
                     OR (VRLOG_FECHA  = :WATO-FECHA-X                   00002650
                    AND  VRLOG_HORA   < :VATO-HORCAMBIO))               00002660
                  ORDER  BY VRLOG_FECHA DESC, VRLOG_HORA DESC           00002670
           END-EXEC.                                                    00002680
      *                                                                 00002690
       PROCEDURE DIVISION.                                              00002700
      *                                                                 00002710
           PERFORM 1000-INICIO                                          00002720
              THRU 1000-INICIO-EXIT.                                    00002730
                                                                        00002740
           PERFORM 2000-PROCESO                                         00002750
              THRU 2000-PROCESO-EXIT                                    00002760
              UNTIL FIN-CURSOR.                                         00002770
                                                                        00002780
           PERFORM 3000-FIN                                             00002790
              THRU 3000-FIN-EXIT.                                       00002800
                                                                        00002810
           STOP RUN.                                                    00002820
      *                                                                *00002830
      *-----------*                                                     00002840
       1000-INICIO.                                                     00002850
      *-----------*                                                     00002860
           INITIALIZE W-CONTADORES.                                     00002870
                                                                        00002880
           ACCEPT W-DATE FROM DATE.                                     00002890
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002900
           MOVE W-MES              TO W-MM-AMD.                         00002910
           MOVE W-DIA              TO W-DD-AMD.                         00002920
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002930
                                                                        00002940
           ACCEPT WA-CARD-FECHA.                                        00002950
           IF WA-CARD-FECHA NUMERIC                                     00002960
              MOVE WA-CARD-FECHA-N TO WK-FECHA-PROC                     00002970
           ELSE                                                         00002980
              MOVE W-FECHA-AMD-N   TO WK-FECHA-PROC                     00002990
                                      WA-CARD-FECHA-N                   00003000
           END-IF.                                                      00003010
           MOVE WA-CARD-FECHA-N    TO WK-FPROC-N.                       00003020
                                                                        00003030
           MOVE 'ATO-DIAS'         TO WK-PRM-NOMBRE.                    00003040
           MOVE 5                  TO WK-PRM-DEFECTO.                   00003050
           PERFORM 1100-LEE-PARAMETRO                                   00003060
              THRU 1100-LEE-PARAMETRO-EXIT.                             00003070
           MOVE WK-PRM-VALOR       TO WK-DIAS-VIGILA.                   00003080
                                                                        00003090
           MOVE 'ATO-IMPORTE-MIN'  TO WK-PRM-NOMBRE.                    00003100
           MOVE 50000              TO WK-PRM-DEFECTO.                   00003110
           PERFORM 1100-LEE-PARAMETRO                                   00003120
              THRU 1100-LEE-PARAMETRO-EXIT.                             00003130
           MOVE WK-PRM-VALOR       TO WK-IMPORTE-MIN.                   00003140
                                                                        00003150
           MOVE 'ATO-DIAS-HIST'    TO WK-PRM-NOMBRE.                    00003160
           MOVE 365                TO WK-PRM-DEFECTO.                   00003170
           PERFORM 1100-LEE-PARAMETRO                                   00003180
              THRU 1100-LEE-PARAMETRO-EXIT.                             00003190
           MOVE WK-PRM-VALOR       TO WK-DIAS-HIST.                     00003200
                                                                        00003210
      *    PRIMER DIA DE LA VIGILANCIA (HOY - N DIAS)                   00003220
           MOVE WK-FECHA-PROC      TO WK-FECHA-W-N.                     00003230
           MOVE WK-DIAS-VIGILA     TO WK-DIAS-RESTA.                    00003240
           PERFORM 1200-RESTA-UN-DIA                                    00003250
              THRU 1200-RESTA-UN-DIA-EXIT                               00003260
              UNTIL WK-DIAS-RESTA NOT > ZEROS.                          00003270
           MOVE WK-FECHA-W-N       TO WK-FDESDE-N.                      00003280
                                                                        00003290
      *    PRIMER DIA DE LA HISTORIA PARA LA IMAGEN ANTERIOR            00003300
           MOVE WK-FECHA-PROC      TO WK-FECHA-W-N.                     00003310
           MOVE WK-DIAS-HIST       TO WK-DIAS-RESTA.                    00003320
           PERFORM 1200-RESTA-UN-DIA                                    00003330
              THRU 1200-RESTA-UN-DIA-EXIT                               00003340
              UNTIL WK-DIAS-RESTA NOT > ZEROS.                          00003350
           MOVE WK-FECHA-W-N       TO WK-FHIST-N.                       00003360
                                                                        00003370
           OPEN OUTPUT S1RATOA.                                         00003380
           IF NOT S1RATOA-OK                                            00003390
              MOVE 'OPEN FICHERO S1RATOA'    TO WS-ACCION               00003400
              MOVE '1000-INICIO'             TO WS-PARRAFO              00003410
              PERFORM 3001-ERROR                                        00003420
           END-IF.                                                      00003430
                                                                        00003440
           MOVE WK-FECHA-PROC      TO CAB1-FECHA.                       00003450
           MOVE WK-DIAS-VIGILA     TO CAB1-DIAS.                        00003460
           MOVE WK-IMPORTE-MIN     TO CAB1-IMPORTE.                     00003470
           MOVE CAB-RATOA-1        TO SAL-RATOA.                        00003480
           WRITE SAL-RATOA.                                             00003490
           MOVE CAB-RATOA-2        TO SAL-RATOA.                        00003500
           WRITE SAL-RATOA.                                             00003510
           MOVE SPACES             TO SAL-RATOA.                        00003520
           WRITE SAL-RATOA.                                             00003530
                                                                        00003540
           MOVE SPACES             TO SW-FIN-CUR.                       00003550
           EXEC SQL                                                     00003560
                OPEN VLDCATO1                                           00003570
           END-EXEC.                                                    00003580
           IF SQLCODE NOT = ZERO                                        00003590
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003600
              MOVE 'VLDCATO1-1000'          TO WS-PARRAFO               00003610
              PERFORM 3001-ERROR                                        00003620
           END-IF.                                                      00003630
                                                                        00003640
           PERFORM 1300-LEE-CAMBIO                                      00003650
              THRU 1300-LEE-CAMBIO-EXIT.                                00003660
      *                                                                *00003670
      *----------------*                                                00003680
       1000-INICIO-EXIT.                                                00003690
      *----------------*                                                00003700
           EXIT.                                                        00003710
                                                                        00003720
      *---------------------*                                           00003730
       1100-LEE-PARAMETRO.                                              00003740
      *---------------------*                                           00003750
      *    EL PARAMETRO VIAJA COMO 5 DIGITOS ENTEROS (EJ. 00005)        00003760
           INITIALIZE VL9CPAR0-AREA.                                    00003770
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00003780
           MOVE WK-PRM-NOMBRE        TO  PAR0-NOMBRE.                   00003790
           MOVE WA-CARD-FECHA-N      TO  PAR0-FECHA.                    00003800
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00003810
           MOVE PAR0-VALOR (1:5)     TO  WK-PRM-CARD.                   00003820
           IF PAR0-CODRESP = ZEROS                                      00003830
              AND WK-PRM-CARD NUMERIC                                   00003840
              MOVE WK-PRM-CARD-N     TO  WK-PRM-VALOR                   00003850
           ELSE                                                         00003860
              MOVE WK-PRM-DEFECTO    TO  WK-PRM-VALOR                   00003870
           END-IF.                                                      00003880
           DISPLAY 'PARAMETRO ' WK-PRM-NOMBRE ': ' WK-PRM-VALOR.        00003890
      *                                                                *00003900
      *-------------------------*                                       00003910
       1100-LEE-PARAMETRO-EXIT.                                         00003920
      *-------------------------*                                       00003930
           EXIT.                                                        00003940
                                                                        00003950
      *----------------------*                                          00003960
       1200-RESTA-UN-DIA.                                               00003970
      *----------------------*                                          00003980
           IF WK-FW-DD > 1                                              00003990
              SUBTRACT 1 FROM WK-FW-DD                                  00004000
           ELSE                                                         00004010
              IF WK-FW-MM > 1                                           00004020
                 SUBTRACT 1 FROM WK-FW-MM                               00004030
              ELSE                                                      00004040
                 MOVE 12 TO WK-FW-MM                                    00004050
                 SUBTRACT 1 FROM WK-FW-AAAA                             00004060
              END-IF                                                    00004070
              PERFORM 1250-DIAS-DEL-MES                                 00004080
                 THRU 1250-DIAS-DEL-MES-EXIT                            00004090
              MOVE WK-DIAS-MES TO WK-FW-DD                              00004100
           END-IF.                                                      00004110
           SUBTRACT 1 FROM WK-DIAS-RESTA.                               00004120
      *                                                                *00004130
      *---------------------------*                                     00004140
       1200-RESTA-UN-DIA-EXIT.                                          00004150
      *---------------------------*                                     00004160
           EXIT.                                                        00004170
                                                                        00004180
      *----------------------*                                          00004190
       1250-DIAS-DEL-MES.                                               00004200
      *----------------------*                                          00004210
           EVALUATE WK-FW-MM                                            00004220
               WHEN 01                                                  00004230
               WHEN 03                                                  00004240
               WHEN 05                                                  00004250
               WHEN 07                                                  00004260
               WHEN 08                                                  00004270
               WHEN 10                                                  00004280
               WHEN 12                                                  00004290
                    MOVE 31 TO WK-DIAS-MES                              00004300
               WHEN 04                                                  00004310
               WHEN 06                                                  00004320
               WHEN 09                                                  00004330
               WHEN 11                                                  00004340
                    MOVE 30 TO WK-DIAS-MES                              00004350
               WHEN 02                                                  00004360
                    MOVE 28 TO WK-DIAS-MES                              00004370
                    DIVIDE WK-FW-AAAA BY 4                              00004380
                           GIVING WK-COC4 REMAINDER WK-RES4             00004390
                    DIVIDE WK-FW-AAAA BY 100                            00004400
                           GIVING WK-COC4 REMAINDER WK-RES100           00004410
                    DIVIDE WK-FW-AAAA BY 400                            00004420
                           GIVING WK-COC4 REMAINDER WK-RES400           00004430
                    IF WK-RES4 = ZEROS                                  00004440
                       AND (WK-RES100 NOT = ZEROS                       00004450
                            OR WK-RES400 = ZEROS)                       00004460
                       MOVE 29 TO WK-DIAS-MES                           00004470
                    END-IF                                              00004480
           END-EVALUATE.                                                00004490
      *                                                                *00004500
      *---------------------------*                                     00004510
       1250-DIAS-DEL-MES-EXIT.                                          00004520
      *---------------------------*                                     00004530
           EXIT.                                                        00004540
                                                                        00004550
      *----------------------*                                          00004560
       1300-LEE-CAMBIO.                                                 00004570
      *----------------------*                                          00004580
           EXEC SQL                                                     00004590
                FETCH  VLDCATO1                                         00004600
                 INTO :VRLOG-FECHA                                      00004610
                    , :VRLOG-HORA                                       00004620
                    , :VRLOG-NUMTER                                     00004630
                    , :VRLOG-NUMUSER                                    00004640
                    , :VRLOG-CODTRAN                                    00004650
                    , :VRLOG-TABLA                                      00004660
                    , :VRLOG-OPERACION                                  00004670
                    , :VRLOG-REGISTRO-LEN                               00004680
                    , :VRLOG-REGISTRO-TEXT                              00004690
           END-EXEC.                                                    00004700
                                                                        00004710
           EVALUATE SQLCODE                                             00004720
               WHEN ZERO                                                00004730
                    ADD 1 TO CONT-LEIDOS                                00004740
               WHEN 100                                                 00004750
                    MOVE 'SI'           TO SW-FIN-CUR                   00004760
               WHEN OTHER                                               00004770
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00004780
                    MOVE 'VLDCATO1-1300'      TO WS-PARRAFO             00004790
                    PERFORM 3001-ERROR                                  00004800
           END-EVALUATE.                                                00004810
      *                                                                *00004820
      *---------------------------*                                     00004830
       1300-LEE-CAMBIO-EXIT.                                            00004840
      *---------------------------*                                     00004850
           EXIT.                                                        00004860
                                                                        00004870
      *------------*                                                    00004880
       2000-PROCESO.                                                    00004890
      *------------*                                                    00004900
           INITIALIZE DCLVLDTATO.                                       00004910
           MOVE VRLOG-FECHA        TO WATO-FECHA-X.                     00004920
           MOVE VRLOG-TABLA        TO WATO-TABLA.                       00004930
           MOVE WATO-FECHA-N       TO VATO-FECCAMBIO.                   00004940
           MOVE VRLOG-HORA         TO VATO-HORCAMBIO.                   00004950
           MOVE VRLOG-NUMUSER      TO VATO-USU-CAMBIO.                  00004960
           MOVE VRLOG-NUMTER       TO VATO-TER-CAMBIO.                  00004970
           MOVE VRLOG-CODTRAN      TO VATO-TRN-CAMBIO.                  00004980
                                                                        00004990
      *    LA IMAGEN SE LEE CON EL LAYOUT DE SU TABLA, COMO VL7CRCON    00005000
           IF WATO-TABLA = 'VLDTARC'                                    00005010
              MOVE VRLOG-REGISTRO-TEXT (1:LENGTH OF DCLVLDTARC)         00005020
                                   TO DCLVLDTARC                        00005030
              MOVE VARC-CUENTA     TO VATO-CUENTA                       00005040
              MOVE VARC-NUMCLI     TO VATO-NUMCLI                       00005050
              MOVE VARC-CTAABO     TO WATO-CTAABO-ACT                   00005060
           ELSE                                                         00005070
              MOVE VRLOG-REGISTRO-TEXT (1:LENGTH OF DCLVLDTADT)         00005080
                                   TO DCLVLDTADT                        00005090
              MOVE VADT-CUENTA     TO VATO-CUENTA                       00005100
              MOVE VADT-NUMCLI     TO VATO-NUMCLI                       00005110
              MOVE VADT-NUMDOM     TO WATO-NUMDOM-ACT                   00005120
              MOVE VADT-CANALENT   TO WATO-CANAL-ACT                    00005130
           END-IF.                                                      00005140
                                                                        00005150
           PERFORM 2100-BUSCA-ANTERIOR                                  00005160
              THRU 2100-BUSCA-ANTERIOR-EXIT.                            00005170
                                                                        00005180
           IF VATO-CAMPO = SPACES                                       00005190
              GO TO 2000-PROCESO-LEE                                    00005200
           END-IF.                                                      00005210
           ADD 1 TO CONT-SENSIBLES.                                     00005220
                                                                        00005230
           PERFORM 2200-SALIDAS                                         00005240
              THRU 2200-SALIDAS-EXIT.                                   00005250
                                                                        00005260
           IF VATO-TIPOSAL NOT = SPACES                                 00005270
              PERFORM 2900-GRABA-ALERTA                                 00005280
                 THRU 2900-GRABA-ALERTA-EXIT                            00005290
           END-IF.                                                      00005300
                                                                        00005310
       2000-PROCESO-LEE.                                                00005320
           PERFORM 1300-LEE-CAMBIO                                      00005330
              THRU 1300-LEE-CAMBIO-EXIT.                                00005340
      *                                                                *00005350
      *-----------------*                                               00005360
       2000-PROCESO-EXIT.                                               00005370
      *-----------------*                                               00005380
           EXIT.                                                        00005390
                                                                        00005400
      *------------------------*                                        00005410
       2100-BUSCA-ANTERIOR.                                             00005420
      *------------------------*                                        00005430
      *    RECORRE HACIA ATRAS LAS IMAGENES DE LA MISMA TABLA HASTA     00005440
      *    DAR CON LA DE LA MISMA CUENTA (Y TITULAR EN VLDTADT)         00005450
           MOVE SPACES             TO SW-FIN-ANT.                       00005460
           MOVE 'N'                TO SW-ANTERIOR.                      00005470
           EXEC SQL                                                     00005480
                OPEN VLDCATO2                                           00005490
           END-EXEC.                                                    00005500
           IF SQLCODE NOT = ZERO                                        00005510
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005520
              MOVE 'VLDCATO2-2100'          TO WS-PARRAFO               00005530
              PERFORM 3001-ERROR                                        00005540
           END-IF.                                                      00005550
                                                                        00005560
           PERFORM 2150-LEE-ANTERIOR                                    00005570
              THRU 2150-LEE-ANTERIOR-EXIT                               00005580
              UNTIL FIN-ANTERIOR OR HAY-ANTERIOR.                       00005590
                                                                        00005600
           EXEC SQL                                                     00005610
                CLOSE VLDCATO2                                          00005620
           END-EXEC.                                                    00005630
                                                                        00005640
           IF NOT HAY-ANTERIOR                                          00005650
              IF VRLOG-OPERACION = 'CANALENT'                           00005660
                 MOVE 'CANALENT'   TO VATO-CAMPO                        00005670
              ELSE                                                      00005680
                 MOVE 'SINPREV '   TO VATO-CAMPO                        00005690
                 ADD 1             TO CONT-SIN-PREVIA                   00005700
              END-IF                                                    00005710
              GO TO 2100-BUSCA-ANTERIOR-EXIT                            00005720
           END-IF.                                                      00005730
                                                                        00005740
           IF WATO-TABLA = 'VLDTARC'                                    00005750
              IF WATO-CTAABO-ACT NOT = WATO-CTAABO-ANT                  00005760
                 MOVE 'CTAABO  '   TO VATO-CAMPO                        00005770
              END-IF                                                    00005780
           ELSE                                                         00005790
              IF WATO-NUMDOM-ACT NOT = WATO-NUMDOM-ANT                  00005800
                 MOVE 'DOMICIL '   TO VATO-CAMPO                        00005810
              ELSE                                                      00005820
                 IF WATO-CANAL-ACT NOT = WATO-CANAL-ANT                 00005830
                    MOVE 'CANALENT' TO VATO-CAMPO                       00005840
                 END-IF                                                 00005850
              END-IF                                                    00005860
           END-IF.                                                      00005870
      *                                                                *00005880
      *-----------------------------*                                   00005890
       2100-BUSCA-ANTERIOR-EXIT.                                        00005900
      *-----------------------------*                                   00005910
           EXIT.                                                        00005920
                                                                        00005930
      *----------------------*                                          00005940
       2150-LEE-ANTERIOR.                                               00005950
      *----------------------*                                          00005960
           EXEC SQL                                                     00005970
                FETCH  VLDCATO2                                         00005980
                 INTO :WK-IMG-ANT                                       00005990
           END-EXEC.                                                    00006000
           EVALUATE SQLCODE                                             00006010
               WHEN ZERO                                                00006020
                    CONTINUE                                            00006030
               WHEN 100                                                 00006040
                    MOVE 'SI'           TO SW-FIN-ANT                   00006050
                    GO TO 2150-LEE-ANTERIOR-EXIT                        00006060
               WHEN OTHER                                               00006070
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00006080
                    MOVE 'VLDCATO2-2150'      TO WS-PARRAFO             00006090
                    PERFORM 3001-ERROR                                  00006100
           END-EVALUATE.                                                00006110
                                                                        00006120
           IF WATO-TABLA = 'VLDTARC'                                    00006130
              MOVE WK-IMG-ANT (1:LENGTH OF DCLVLDTARC)                  00006140
                                   TO DCLVLDTARC                        00006150
              IF VARC-CUENTA = VATO-CUENTA                              00006160
                 MOVE VARC-CTAABO  TO WATO-CTAABO-ANT                   00006170
                 MOVE 'S'          TO SW-ANTERIOR                       00006180
              END-IF                                                    00006190
           ELSE                                                         00006200
              MOVE WK-IMG-ANT (1:LENGTH OF DCLVLDTADT)                  00006210
                                   TO DCLVLDTADT                        00006220
              IF VADT-CUENTA = VATO-CUENTA                              00006230
                 AND VADT-NUMCLI = VATO-NUMCLI                          00006240
                 MOVE VADT-NUMDOM   TO WATO-NUMDOM-ANT                  00006250
                 MOVE VADT-CANALENT TO WATO-CANAL-ANT                   00006260
                 MOVE 'S'           TO SW-ANTERIOR                      00006270
              END-IF                                                    00006280
           END-IF.                                                      00006290
      *                                                                *00006300
      *---------------------------*                                     00006310
       2150-LEE-ANTERIOR-EXIT.                                          00006320
      *---------------------------*                                     00006330
           EXIT.                                                        00006340
                                                                        00006350
      *------------------*                                              00006360
       2200-SALIDAS.                                                    00006370
      *------------------*                                              00006380
      *    VENTAS LIQUIDADAS DE LA CUENTA DESDE EL DIA DEL CAMBIO       00006390
           EXEC SQL                                                     00006400
                SELECT COALESCE(SUM(D.VDET_PTS_COMVEN), 0)              00006410
                     , COALESCE(MIN(O.VOPE_FVALOR), 0)                  00006420
                  INTO :VATO-IMPVENTAS                                  00006430
                     , :WK-FEC-VENTA                                    00006440
                  FROM VLDTDET D                                        00006450
                     , VLDTOPE O                                        00006460
                 WHERE D.VDET_CTAVAL  = :VATO-CUENTA                    00006470
                   AND O.VOPE_FECHOP  = D.VDET_FECHOP                   00006480
                   AND O.VOPE_PAVAL   = D.VDET_PAVAL                    00006490
                   AND O.VOPE_VALOR   = D.VDET_VALOR                    00006500
                   AND O.VOPE_ISIN    = D.VDET_ISIN                     00006510
                   AND O.VOPE_FORMAT  = D.VDET_FORMAT                   00006520
                   AND O.VOPE_TIPOP   = 'V'                             00006530
                   AND O.VOPE_FVALOR >= :VATO-FECCAMBIO                 00006540
                   AND O.VOPE_FVALOR <= :WK-FECHA-PROC                  00006550
           END-EXEC.                                                    00006560
           IF SQLCODE NOT = ZERO                                        00006570
              MOVE 'SELECT'             TO WS-ACCION                    00006580
              MOVE 'VLDTDET-2200'       TO WS-PARRAFO                   00006590
              PERFORM 3001-ERROR                                        00006600
           END-IF.                                                      00006610
                                                                        00006620
      *    TRASPASOS DE SALIDA A OTRO PARTICIPANTE NO RECHAZADOS        00006630
           EXEC SQL                                                     00006640
                SELECT COUNT(*)                                         00006650
                     , COALESCE(SUM(VTRX_CANTIDAD), 0)                  00006660
                     , COALESCE(MIN(VTRX_FECHA), 0)                     00006670
                  INTO :WK-TRASPASOS                                    00006680
                     , :VATO-TITTRASP                                   00006690
                     , :WK-FEC-TRASP                                    00006700
                  FROM VLDTTRX                                          00006710
                 WHERE VTRX_CUENTA   = :VATO-CUENTA                     00006720
                   AND VTRX_SENTIDO  = 'S'                              00006730
                   AND VTRX_ESTADO  IN ('E', 'C')                       00006740
                   AND VTRX_FECHA   >= :VATO-FECCAMBIO                  00006750
                   AND VTRX_FECHA   <= :WK-FECHA-PROC                   00006760
           END-EXEC.                                                    00006770
           IF SQLCODE NOT = ZERO                                        00006780
              MOVE 'SELECT'             TO WS-ACCION                    00006790
              MOVE 'VLDTTRX-2200'       TO WS-PARRAFO                   00006800
              PERFORM 3001-ERROR                                        00006810
           END-IF.                                                      00006820
                                                                        00006830
           IF VATO-IMPVENTAS NOT < WK-IMPORTE-MIN                       00006840
              AND VATO-IMPVENTAS > ZEROS                                00006850
              MOVE 'V'             TO VATO-TIPOSAL                      00006860
              MOVE WK-FEC-VENTA    TO VATO-FECSALIDA                    00006870
           END-IF.                                                      00006880
           IF WK-TRASPASOS > ZEROS                                      00006890
              IF VATO-TIPOSAL = 'V'                                     00006900
                 MOVE 'A'          TO VATO-TIPOSAL                      00006910
                 IF WK-FEC-TRASP < VATO-FECSALIDA                       00006920
                    MOVE WK-FEC-TRASP TO VATO-FECSALIDA                 00006930
                 END-IF                                                 00006940
              ELSE                                                      00006950
                 MOVE 'T'          TO VATO-TIPOSAL                      00006960
                 MOVE WK-FEC-TRASP TO VATO-FECSALIDA                    00006970
              END-IF                                                    00006980
           END-IF.                                                      00006990
      *                                                                *00007000
      *-----------------------*                                         00007010
       2200-SALIDAS-EXIT.                                               00007020
      *-----------------------*                                         00007030
           EXIT.                                                        00007040
                                                                        00007050
      *----------------------*                                          00007060
       2900-GRABA-ALERTA.                                               00007070
      *----------------------*                                          00007080
      *    EL MISMO CAMBIO SE VIGILA VARIAS NOCHES: SOLO SE ALERTA UNA  00007090
      *    VEZ, AUNQUE OPERACIONES YA LA HAYA LIBERADO                  00007100
           MOVE ZEROS              TO WK-EXISTE.                        00007110
           EXEC SQL                                                     00007120
                SELECT COUNT(*)                                         00007130
                  INTO :WK-EXISTE                                       00007140
                  FROM VLDTATO                                          00007150
                 WHERE VATO_CUENTA    = :VATO-CUENTA                    00007160
                   AND VATO_FECCAMBIO = :VATO-FECCAMBIO                 00007170
                   AND VATO_HORCAMBIO = :VATO-HORCAMBIO                 00007180
                   AND VATO_CAMPO     = :VATO-CAMPO                     00007190
           END-EXEC.                                                    00007200
           IF SQLCODE NOT = ZERO                                        00007210
              MOVE 'SELECT'             TO WS-ACCION                    00007220
              MOVE 'VLDTATO-2900'       TO WS-PARRAFO                   00007230
              PERFORM 3001-ERROR                                        00007240
           END-IF.                                                      00007250
           IF WK-EXISTE > ZEROS                                         00007260
              ADD 1 TO CONT-YA-ALERTADOS                                00007270
              GO TO 2900-GRABA-ALERTA-EXIT                              00007280
           END-IF.                                                      00007290
                                                                        00007300
           MOVE WK-FECHA-PROC      TO VATO-FECALERTA                    00007310
                                      VATO-FEULMOD.                     00007320
           MOVE 'B'                TO VATO-ESTADO.                      00007330
           MOVE SPACES             TO VATO-MOTIVO-LIB                   00007340
                                      VATO-USUARIO-LIB.                 00007350
           MOVE ZEROS              TO VATO-FECLIB.                      00007360
           MOVE 'BTCH'             TO VATO-NUMTER.                      00007370
           MOVE W-PROGRAMA         TO VATO-USUARIO.                     00007380
           EXEC SQL                                                     00007390
                INSERT INTO VLDTATO                                     00007400
                      ( VATO_CUENTA                                     00007410
                      , VATO_NUMCLI                                     00007420
                      , VATO_FECCAMBIO                                  00007430
                      , VATO_HORCAMBIO                                  00007440
                      , VATO_CAMPO                                      00007450
                      , VATO_USU_CAMBIO                                 00007460
                      , VATO_TER_CAMBIO                                 00007470
                      , VATO_TRN_CAMBIO                                 00007480
                      , VATO_TIPOSAL                                    00007490
                      , VATO_FECSALIDA                                  00007500
                      , VATO_IMPVENTAS                                  00007510
                      , VATO_TITTRASP                                   00007520
                      , VATO_FECALERTA                                  00007530
                      , VATO_ESTADO                                     00007540
                      , VATO_MOTIVO_LIB                                 00007550
                      , VATO_USUARIO_LIB                                00007560
                      , VATO_FECLIB                                     00007570
                      , VATO_FEULMOD                                    00007580
                      , VATO_NUMTER                                     00007590
                      , VATO_USUARIO )                                  00007600
                VALUES                                                  00007610
                      ( :VATO-CUENTA                                    00007620
                      , :VATO-NUMCLI                                    00007630
                      , :VATO-FECCAMBIO                                 00007640
                      , :VATO-HORCAMBIO                                 00007650
                      , :VATO-CAMPO                                     00007660
                      , :VATO-USU-CAMBIO                                00007670
                      , :VATO-TER-CAMBIO                                00007680
                      , :VATO-TRN-CAMBIO                                00007690
                      , :VATO-TIPOSAL                                   00007700
                      , :VATO-FECSALIDA                                 00007710
                      , :VATO-IMPVENTAS                                 00007720
                      , :VATO-TITTRASP                                  00007730
                      , :VATO-FECALERTA                                 00007740
                      , :VATO-ESTADO                                    00007750
                      , :VATO-MOTIVO-LIB                                00007760
                      , :VATO-USUARIO-LIB                               00007770
                      , :VATO-FECLIB                                    00007780
                      , :VATO-FEULMOD                                   00007790
                      , :VATO-NUMTER                                    00007800
                      , :VATO-USUARIO )                                 00007810
           END-EXEC.                                                    00007820
           IF SQLCODE NOT = ZERO                                        00007830
              MOVE 'INSERT'             TO WS-ACCION                    00007840
              MOVE 'VLDTATO-2900'       TO WS-PARRAFO                   00007850
              PERFORM 3001-ERROR                                        00007860
           END-IF.                                                      00007870
           ADD 1 TO CONT-ALERTAS.                                       00007880
                                                                        00007890
           MOVE VATO-CUENTA        TO DET-CUENTA.                       00007900
           MOVE VATO-NUMCLI        TO DET-NUMCLI.                       00007910
           MOVE VATO-CAMPO         TO DET-CAMPO.                        00007920
           MOVE VATO-FECCAMBIO     TO DET-FECCAMBIO.                    00007930
           MOVE VATO-HORCAMBIO     TO DET-HORCAMBIO.                    00007940
           MOVE VATO-USU-CAMBIO    TO DET-USUARIO.                      00007950
           MOVE VATO-TER-CAMBIO    TO DET-TERMINAL.                     00007960
           MOVE VATO-TRN-CAMBIO    TO DET-CODTRAN.                      00007970
           MOVE VATO-TIPOSAL       TO DET-TIPOSAL.                      00007980
           MOVE VATO-FECSALIDA     TO DET-FECSALIDA.                    00007990
           MOVE VATO-IMPVENTAS     TO DET-IMPVENTAS.                    00008000
           MOVE VATO-TITTRASP      TO DET-TITTRASP.                     00008010
           MOVE DET-RATOA          TO SAL-RATOA.                        00008020
           WRITE SAL-RATOA.                                             00008030
      *                                                                *00008040
      *---------------------------*                                     00008050
       2900-GRABA-ALERTA-EXIT.                                          00008060
      *---------------------------*                                     00008070
           EXIT.                                                        00008080
                                                                        00008090
      *--------*                                                        00008100
       3000-FIN.                                                        00008110
      *--------*                                                        00008120
           EXEC SQL                                                     00008130
                CLOSE VLDCATO1                                          00008140
           END-EXEC.                                                    00008150
                                                                        00008160
           CLOSE S1RATOA.                                               00008170
                                                                        00008180
           DISPLAY '********* FIN ALERTAS DE TOMA DE CUENTA *********'. 00008190
           DISPLAY 'CAMBIOS AUDITADOS LEIDOS : ' CONT-LEIDOS.           00008200
           DISPLAY 'CAMBIOS SENSIBLES        : ' CONT-SENSIBLES.        00008210
           DISPLAY 'SIN IMAGEN ANTERIOR      : ' CONT-SIN-PREVIA.       00008220
           DISPLAY 'YA ALERTADOS ANTES       : ' CONT-YA-ALERTADOS.     00008230
           DISPLAY 'ALERTAS NUEVAS (BLOQUEO) : ' CONT-ALERTAS.          00008240
                                                                        00008250
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00008260
           ACCEPT WK-HORA-FIN       FROM TIME.                          00008270
           INITIALIZE DCLVLDTCTL.                                       00008280
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00008290
           MOVE WA-CARD-FECHA-N     TO VCTL-FECPROC.                    00008300
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00008310
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00008320
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00008330
           MOVE CONT-ALERTAS        TO VCTL-ESCRITOS.                   00008340
           MOVE 'OK'                TO VCTL-ESTADO.                     00008350
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00008360
           IF VCTL-CODRESP NOT = ZEROS                                  00008370
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00008380
           END-IF.                                                      00008390
      *                                                                *00008400
      *-------------*                                                   00008410
       3000-FIN-EXIT.                                                   00008420
      *-------------*                                                   00008430
           EXIT.                                                        00008440
                                                                        00008450
       3001-ERROR.                                                      00008460
      *-----------*                                                     00008470
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00008480
           DISPLAY 'ACCION:          ' WS-ACCION.                       00008490
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00008500
           DISPLAY '******************************************'.        00008510
           MOVE 08 TO RETURN-CODE.                                      00008520
           STOP RUN.                                                    00008530
      *-----------------*                                               00008540
      * FIN DE PROGRAMA *                                               00008550
      *-----------------*                                               00008560
