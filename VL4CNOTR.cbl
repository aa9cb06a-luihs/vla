       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CNOTR.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : CARGA DEL RESULTADO DE ENTREGA QUE DEVUELVE LA       *00000060
      *           PLATAFORMA DE MENSAJERIA SMS / CORREO DEL BANCO PARA *00000070
      *           LOS AVISOS ENVIADOS POR VL4CNOTF (E1DQNOTR, LAYOUT   *00000080
      *           REG-NTF-RESULTADO DE VLCPTNTF, ENTRE 'HDR' Y 'TRL'   *00000090
      *           VLCPTCTF CON HASH = SUMA DE RNT-ID).                 *00000100
      *           UNA PRIMERA LECTURA VALIDA LA COLA CONTRA LO LEIDO;  *00000110
      *           SI NO CUADRA NO SE APLICA NADA. LUEGO, POR CADA      *00000120
      *           RESULTADO, EL AVISO DE VLDTNOT PASA A 'R' (ENTREGADO)*00000130
      *           O A 'F' (NO ENTREGADO, CON EL MOTIVO DE LA           *00000140
      *           PLATAFORMA). CON CANAL 'A' UNA ENTREGA POR CUALQUIER *00000150
      *           CANAL PREVALECE SOBRE EL FALLO DEL OTRO. LOS         *00000160
      *           RESULTADOS DE AVISOS DESCONOCIDOS O NO ENVIADOS SE   *00000170
      *           LISTAN EN S1RNOTR. LA CORRIDA QUEDA EN VLDTCTL.      *00000180
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000190
      * FECHA   : 15-10-2026                                           *00000200
      ******************************************************************00000210
      ******************************************************************00000220
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      *RITM49198  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000250
      *---------- ---------- ---------------- -------------------------*00000260
      ******************************************************************00000270
       ENVIRONMENT DIVISION.                                            00000280
       CONFIGURATION SECTION.                                           00000290
       SPECIAL-NAMES.                                                   00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
                                                                        00000330
           SELECT E1DQNOTR  ASSIGN       TO E1DQNOTR                    00000340
                            FILE STATUS  IS FS-ENOTR.                   00000350
           SELECT S1RNOTR   ASSIGN       TO S1RNOTR                     00000360
                            FILE STATUS  IS FS-RNOTR.                   00000370
       DATA DIVISION.                                                   00000380
       FILE SECTION.                                                    00000390
      *                                                                *00000400
       FD  E1DQNOTR                                                     00000410
           RECORDING MODE  IS  F                                        00000420
           LABEL  RECORDS  IS  STANDARD                                 00000430
           DATA   RECORD   IS  ENT-NOTR.                                00000440
         01 ENT-NOTR               PIC X(100).                          00000450
      *                                                                 00000460
       FD  S1RNOTR                                                      00000470
           RECORDING MODE  IS  F                                        00000480
           LABEL  RECORDS  IS  STANDARD                                 00000490
           DATA   RECORD   IS  SAL-RNOTR.                               00000500
         01 SAL-RNOTR              PIC X(132).                          00000510
      *                                                                 00000520
      ******************************************************************00000530
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000540
      ******************************************************************00000550
       WORKING-STORAGE SECTION.                                         00000560
      *************************                                         00000570
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CNOTR'.          00000580
      *                                                                 00000590
      * PARAMETROS (SYSIN): FECHA DE PROCESO (AAAAMMDD)                 00000600
       01  WS-PARAMETROS.                                               00000610
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000620
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00000630
      *                                                                 00000640
       01  WS-VARIOS.                                                   00000650
           05 SW-FIN-ENT           PIC X(02) VALUE SPACES.              00000660
              88 FIN-ENTRADA                 VALUE 'SI'.                00000670
           05 SW-CTF-ENTRADA       PIC X(01) VALUE 'N'.                 00000680
              88 CTF-HDR-VISTO               VALUE 'H'.                 00000690
              88 CTF-TRL-VISTO               VALUE 'T'.                 00000700
           05 WK-CTF-CNT-ENT       PIC 9(09) VALUE ZEROS.               00000710
           05 WK-CTF-HASH-ENT      PIC 9(15) VALUE ZEROS.               00000720
           05 WK-ESTADO            PIC X(01) VALUE SPACES.              00000730
           05 WK-FECRESUL          PIC S9(8)V COMP-3 VALUE ZEROS.       00000740
           05 WK-INCIDENCIA        PIC X(20) VALUE SPACES.              00000750
      *                                                                 00000760
       01  W-DATE                  PIC 9(6).                            00000770
       01  FILLER                  REDEFINES W-DATE.                    00000780
           02 W-ANO                PIC 99.                              00000790
           02 W-MES                PIC 99.                              00000800
           02 W-DIA                PIC 99.                              00000810
       01  W-FECHA-AMD.                                                 00000820
           05 W-AA-AMD             PIC 9(4).                            00000830
           05 W-MM-AMD             PIC 9(2).                            00000840
           05 W-DD-AMD             PIC 9(2).                            00000850
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00000860
       01  W-HORA-CURRENT.                                              00000870
           02  W-HORA              PIC 99.                              00000880
           02  W-MINUTOS           PIC 99.                              00000890
           02  W-SEGUNDOS          PIC 99.                              00000900
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000910
      *                                                                 00000920
       01 W-CONTADORES.                                                 00000930
          05 CONT-LEIDOS           PIC 9(08)  VALUE ZEROES.             00000940
          05 CONT-ENTREGADOS       PIC 9(08)  VALUE ZEROES.             00000950
          05 CONT-NO-ENTREGADOS    PIC 9(08)  VALUE ZEROES.             00000960
          05 CONT-YA-ENTREGADOS    PIC 9(08)  VALUE ZEROES.             00000970
          05 CONT-INCIDENCIAS      PIC 9(08)  VALUE ZEROES.             00000980
      * VARIABLES PARA CONTROL DE ERRORES                               00000990
       01 WS-ERROR.                                                     00001000
          05 WS-ACCION             PIC X(24).                           00001010
          05 WS-PARRAFO            PIC X(19).                           00001020
      * VARIABLES CONTROL DE ARCHIVOS                                   00001030
       01 WS-CTRL-ARCHIVOS.                                             00001040
          05 FS-ENOTR              PIC X(02) VALUE '00'.                00001050
             88 E1DQNOTR-OK                  VALUE '00'.                00001060
             88 E1DQNOTR-FIN                 VALUE '10'.                00001070
          05 FS-RNOTR              PIC X(02) VALUE '00'.                00001080
             88 S1RNOTR-OK                   VALUE '00'.                00001090
      *                                                                 00001100
      * LINEAS DEL REPORTE                                              00001110
       01 LIN-CABECERA.                                                 00001120
          05 FILLER                PIC X(50) VALUE                      00001130
             ' RESULTADO DE ENTREGA DE AVISOS SMS/CORREO - FECHA'.      00001140
          05 FILLER                PIC X(01) VALUE SPACES.              00001150
          05 CAB-FECHA             PIC 9(08).                           00001160
          05 FILLER                PIC X(73) VALUE SPACES.              00001170
       01 LIN-TITULO.                                                   00001180
          05 FILLER                PIC X(50) VALUE                      00001190
             '    ID AVISO CANAL RESULTADO INCIDENCIA          '.       00001200
          05 FILLER                PIC X(82) VALUE                      00001210
             'MOTIVO PLATAFORMA'.                                       00001220
       01 LIN-DETALLE.                                                  00001230
          05 FILLER                PIC X(01) VALUE SPACES.              00001240
          05 DET-ID                PIC X(09).                           00001250
          05 FILLER                PIC X(05) VALUE SPACES.              00001260
          05 DET-CANAL             PIC X(01).                           00001270
          05 FILLER                PIC X(09) VALUE SPACES.              00001280
          05 DET-RESULTADO         PIC X(01).                           00001290
          05 FILLER                PIC X(03) VALUE SPACES.              00001300
          05 DET-INCIDENCIA        PIC X(20).                           00001310
          05 FILLER                PIC X(01) VALUE SPACES.              00001320
          05 DET-MOTIVO            PIC X(20).                           00001330
          05 FILLER                PIC X(62) VALUE SPACES.              00001340
       01 LIN-TOTAL.                                                    00001350
          05 FILLER                PIC X(01) VALUE SPACES.              00001360
          05 TOT-CONCEPTO          PIC X(30).                           00001370
          05 TOT-VALOR             PIC ZZ,ZZZ,ZZ9.                      00001380
          05 FILLER                PIC X(91) VALUE SPACES.              00001390
      *                                                                 00001400
      *    COLA DE AVISOS AL CLIENTE                                    00001410
           COPY VLCPTNOT.                                               00001420
      *                                                                 00001430
      *    REGISTROS DEL INTERCAMBIO CON LA PLATAFORMA DE MENSAJERIA    00001440
           COPY VLCPTNTF.                                               00001450
      *                                                                 00001460
      *    CABECERA/COLA DE CONTROL DE TRANSMISION                      00001470
           COPY VLCPTCTF.                                               00001480
      *                                                                 00001490
      *    CONTROL DE EJECUCION (VLDTCTL)                               00001500
           COPY VLCPTCTL.                                               00001510
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00001520
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00001530
      *                                                                *00001540
      *  AREA DE COMUNICACION SQLCA                                     00001550
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001560
      *                                                                *00001570
       PROCEDURE DIVISION.                                              00001580
      *                                                                 00001590
           PERFORM 1000-INICIO                                          00001600
              THRU 1000-INICIO-EXIT.                                    00001610
                                                                        00001620
           PERFORM 1100-VALIDA-CONTROL                                  00001630
              THRU 1100-VALIDA-CONTROL-EXIT.                            00001640
                                                                        00001650
           PERFORM 2000-CARGA-RESULTADOS                                00001660
              THRU 2000-CARGA-RESULTADOS-EXIT.                          00001670
                                                                        00001680
           PERFORM 5000-FIN                                             00001690
              THRU 5000-FIN-EXIT.                                       00001700
                                                                        00001710
           STOP RUN.                                                    00001720
      *                                                                *00001730
      *-----------*                                                     00001740
       1000-INICIO.                                                     00001750
      *-----------*                                                     00001760
           INITIALIZE W-CONTADORES.                                     00001770
                                                                        00001780
           ACCEPT WA-CARD-FECHA.                                        00001790
           IF WA-CARD-FECHA NOT NUMERIC                                 00001800
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00001810
              MOVE '1000-INICIO'            TO WS-PARRAFO               00001820
              PERFORM 3001-ERROR                                        00001830
           END-IF.                                                      00001840
                                                                        00001850
           ACCEPT W-DATE FROM DATE.                                     00001860
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00001870
           MOVE W-MES              TO W-MM-AMD.                         00001880
           MOVE W-DIA              TO W-DD-AMD.                         00001890
           ACCEPT W-HORA-CURRENT FROM TIME.                             00001900
                                                                        00001910
           OPEN OUTPUT S1RNOTR.                                         00001920
           IF NOT S1RNOTR-OK                                            00001930
              MOVE 'OPEN FICHERO S1RNOTR'   TO WS-ACCION                00001940
              MOVE '1000-INICIO'            TO WS-PARRAFO               00001950
              PERFORM 3001-ERROR                                        00001960
           END-IF.                                                      00001970
                                                                        00001980
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00001990
           WRITE SAL-RNOTR       FROM LIN-CABECERA.                     00002000
           WRITE SAL-RNOTR       FROM LIN-TITULO AFTER 2.               00002010
      *                                                                 00002020
      *----------------*                                                00002030
       1000-INICIO-EXIT.                                                00002040
      *----------------*                                                00002050
           EXIT.                                                        00002060
                                                                        00002070
      *------------------------*                                        00002080
       1100-VALIDA-CONTROL.                                             00002090
      *------------------------*                                        00002100
      *    PRIMERA LECTURA: LA COLA DEBE CUADRAR CON LO CONTADO; UN     00002110
      *    FICHERO CORTO O ALTERADO SE RECHAZA ANTES DE ACTUALIZAR NADA 00002120
           OPEN INPUT E1DQNOTR.                                         00002130
           IF NOT E1DQNOTR-OK                                           00002140
              MOVE 'OPEN FICHERO E1DQNOTR'  TO WS-ACCION                00002150
              MOVE '1100-VALIDA-CONTROL'    TO WS-PARRAFO               00002160
              PERFORM 3001-ERROR                                        00002170
           END-IF.                                                      00002180
                                                                        00002190
           MOVE SPACES             TO SW-FIN-ENT.                       00002200
           MOVE 'N'                TO SW-CTF-ENTRADA.                   00002210
           MOVE ZEROS              TO WK-CTF-CNT-ENT                    00002220
                                      WK-CTF-HASH-ENT.                  00002230
           PERFORM 1110-CUENTA-REGISTRO                                 00002240
              THRU 1110-CUENTA-REGISTRO-EXIT                            00002250
              UNTIL FIN-ENTRADA.                                        00002260
                                                                        00002270
           CLOSE E1DQNOTR.                                              00002280
                                                                        00002290
           IF NOT CTF-TRL-VISTO                                         00002300
              MOVE 'FICHERO SIN COLA TRL'   TO WS-ACCION                00002310
              MOVE '1100-VALIDA-CONTROL'    TO WS-PARRAFO               00002320
              PERFORM 3001-ERROR                                        00002330
           END-IF.                                                      00002340
                                                                        00002350
           IF CTF-CUENTA-REG NOT = WK-CTF-CNT-ENT                       00002360
           OR CTF-HASH       NOT = WK-CTF-HASH-ENT                      00002370
              DISPLAY '*************************************'           00002380
              DISPLAY '* CONTROL DE TRANSMISION NO CUADRA  *'           00002390
              DISPLAY '* REGISTROS COLA : ' CTF-CUENTA-REG              00002400
              DISPLAY '* REGISTROS LEIDOS: ' WK-CTF-CNT-ENT             00002410
              DISPLAY '* HASH COLA      : ' CTF-HASH                    00002420
              DISPLAY '* HASH CALCULADO : ' WK-CTF-HASH-ENT             00002430
              DISPLAY '*************************************'           00002440
              MOVE 'CONTROL TRL NO CUADRA'  TO WS-ACCION                00002450
              MOVE '1100-VALIDA-CONTROL'    TO WS-PARRAFO               00002460
              PERFORM 3001-ERROR                                        00002470
           END-IF.                                                      00002480
      *                                                                 00002490
      *-----------------------------*                                   00002500
       1100-VALIDA-CONTROL-EXIT.                                        00002510
      *-----------------------------*                                   00002520
           EXIT.                                                        00002530
                                                                        00002540
      *-------------------------*                                       00002550
       1110-CUENTA-REGISTRO.                                            00002560
      *-------------------------*                                       00002570
           READ E1DQNOTR INTO REG-NTF-RESULTADO.                        00002580
           IF E1DQNOTR-FIN                                              00002590
              SET FIN-ENTRADA TO TRUE                                   00002600
              GO TO 1110-CUENTA-REGISTRO-EXIT                           00002610
           END-IF.                                                      00002620
           IF NOT E1DQNOTR-OK                                           00002630
              MOVE 'READ E1DQNOTR'          TO WS-ACCION                00002640
              MOVE '1110-CUENTA-REG'        TO WS-PARRAFO               00002650
              PERFORM 3001-ERROR                                        00002660
           END-IF.                                                      00002670
                                                                        00002680
           EVALUATE RNT-TIPO                                            00002690
               WHEN 'HDR'                                               00002700
                    MOVE 'H'       TO SW-CTF-ENTRADA                    00002710
               WHEN 'TRL'                                               00002720
                    MOVE ENT-NOTR (1:80) TO REG-CONTROL-TRANS           00002730
                    MOVE 'T'       TO SW-CTF-ENTRADA                    00002740
               WHEN OTHER                                               00002750
                    ADD 1          TO WK-CTF-CNT-ENT                    00002760
                    IF RNT-ID-X NUMERIC                                 00002770
                       ADD RNT-ID  TO WK-CTF-HASH-ENT                   00002780
                    END-IF                                              00002790
           END-EVALUATE.                                                00002800
      *                                                                 00002810
      *------------------------------*                                  00002820
       1110-CUENTA-REGISTRO-EXIT.                                       00002830
      *------------------------------*                                  00002840
           EXIT.                                                        00002850
                                                                        00002860
      *--------------------------*                                      00002870
       2000-CARGA-RESULTADOS.                                           00002880
      *--------------------------*                                      00002890
           OPEN INPUT E1DQNOTR.                                         00002900
           IF NOT E1DQNOTR-OK                                           00002910
              MOVE 'OPEN FICHERO E1DQNOTR'  TO WS-ACCION                00002920
              MOVE '2000-CARGA-RESUL'       TO WS-PARRAFO               00002930
              PERFORM 3001-ERROR                                        00002940
           END-IF.                                                      00002950
                                                                        00002960
           MOVE SPACES             TO SW-FIN-ENT.                       00002970
           PERFORM 2100-LEE-RESULTADO                                   00002980
              THRU 2100-LEE-RESULTADO-EXIT.                             00002990
           PERFORM 2200-APLICA-RESULTADO                                00003000
              THRU 2200-APLICA-RESULTADO-EXIT                           00003010
              UNTIL FIN-ENTRADA.                                        00003020
                                                                        00003030
           CLOSE E1DQNOTR.                                              00003040
      *                                                                 00003050
      *-------------------------------*                                 00003060
       2000-CARGA-RESULTADOS-EXIT.                                      00003070
      *-------------------------------*                                 00003080
           EXIT.                                                        00003090
                                                                        00003100
      *-----------------------*                                         00003110
       2100-LEE-RESULTADO.                                              00003120
      *-----------------------*                                         00003130
      *    ENTREGA EL SIGUIENTE REGISTRO DE DATOS, SALTANDO HDR/TRL     00003140
           READ E1DQNOTR INTO REG-NTF-RESULTADO.                        00003150
           IF E1DQNOTR-FIN                                              00003160
              SET FIN-ENTRADA TO TRUE                                   00003170
              GO TO 2100-LEE-RESULTADO-EXIT                             00003180
           END-IF.                                                      00003190
           IF NOT E1DQNOTR-OK                                           00003200
              MOVE 'READ E1DQNOTR'          TO WS-ACCION                00003210
              MOVE '2100-LEE-RESULTADO'     TO WS-PARRAFO               00003220
              PERFORM 3001-ERROR                                        00003230
           END-IF.                                                      00003240
           IF RNT-TIPO = 'HDR' OR 'TRL'                                 00003250
              GO TO 2100-LEE-RESULTADO                                  00003260
           END-IF.                                                      00003270
           ADD 1                   TO CONT-LEIDOS.                      00003280
      *                                                                 00003290
      *----------------------------*                                    00003300
       2100-LEE-RESULTADO-EXIT.                                         00003310
      *----------------------------*                                    00003320
           EXIT.                                                        00003330
                                                                        00003340
      *--------------------------*                                      00003350
       2200-APLICA-RESULTADO.                                           00003360
      *--------------------------*                                      00003370
           MOVE SPACES             TO WK-INCIDENCIA.                    00003380
                                                                        00003390
           IF RNT-ID-X NOT NUMERIC                                      00003400
              MOVE 'REFERENCIA INVALIDA' TO WK-INCIDENCIA               00003410
              GO TO 2200-APLICA-RESULTADO-SIG                           00003420
           END-IF.                                                      00003430
           IF NOT RNT-ENTREGADO AND NOT RNT-NO-ENTREGADO                00003440
              MOVE 'RESULTADO INVALIDO'  TO WK-INCIDENCIA               00003450
              GO TO 2200-APLICA-RESULTADO-SIG                           00003460
           END-IF.                                                      00003470
                                                                        00003480
           IF RNT-FECHA-X NUMERIC AND RNT-FECHA > ZEROS                 00003490
              MOVE RNT-FECHA       TO WK-FECRESUL                       00003500
           ELSE                                                         00003510
              MOVE WA-CARD-FECHA-N TO WK-FECRESUL                       00003520
           END-IF.                                                      00003530
                                                                        00003540
           MOVE RNT-ID             TO VNOT-ID.                          00003550
           EXEC SQL                                                     00003560
                SELECT VNOT_ESTADO                                      00003570
                  INTO :WK-ESTADO                                       00003580
                  FROM VLDTNOT                                          00003590
                 WHERE VNOT_ID = :VNOT-ID                               00003600
           END-EXEC.                                                    00003610
           EVALUATE SQLCODE                                             00003620
               WHEN ZERO                                                00003630
                    CONTINUE                                            00003640
               WHEN 100                                                 00003650
                    MOVE 'AVISO DESCONOCIDO' TO WK-INCIDENCIA           00003660
                    GO TO 2200-APLICA-RESULTADO-SIG                     00003670
               WHEN OTHER                                               00003680
                    MOVE 'SELECT'           TO WS-ACCION                00003690
                    MOVE 'VLDTNOT-2200'     TO WS-PARRAFO               00003700
                    PERFORM 3001-ERROR                                  00003710
           END-EVALUATE.                                                00003720
                                                                        00003730
      *    SOLO TIENEN RESULTADO LOS AVISOS ENVIADOS A LA PLATAFORMA    00003740
           IF WK-ESTADO NOT = 'E' AND 'R' AND 'F'                       00003750
              MOVE 'AVISO NO ENVIADO'    TO WK-INCIDENCIA               00003760
              GO TO 2200-APLICA-RESULTADO-SIG                           00003770
           END-IF.                                                      00003780
                                                                        00003790
           IF RNT-ENTREGADO                                             00003800
              PERFORM 2300-MARCA-ENTREGADO                              00003810
                 THRU 2300-MARCA-ENTREGADO-EXIT                         00003820
           ELSE                                                         00003830
              IF WK-ESTADO = 'R'                                        00003840
      *          EL OTRO CANAL YA LO ENTREGO: PREVALECE LA ENTREGA      00003850
                 ADD 1             TO CONT-YA-ENTREGADOS                00003860
              ELSE                                                      00003870
                 PERFORM 2400-MARCA-NO-ENTREGADO                        00003880
                    THRU 2400-MARCA-NO-ENTREGADO-EXIT                   00003890
              END-IF                                                    00003900
           END-IF.                                                      00003910
                                                                        00003920
       2200-APLICA-RESULTADO-SIG.                                       00003930
           IF WK-INCIDENCIA NOT = SPACES                                00003940
              ADD 1                TO CONT-INCIDENCIAS                  00003950
              MOVE RNT-ID-X        TO DET-ID                            00003960
              MOVE RNT-CANAL       TO DET-CANAL                         00003970
              MOVE RNT-RESULTADO   TO DET-RESULTADO                     00003980
              MOVE WK-INCIDENCIA   TO DET-INCIDENCIA                    00003990
              MOVE RNT-MOTIVO      TO DET-MOTIVO                        00004000
              WRITE SAL-RNOTR    FROM LIN-DETALLE                       00004010
           END-IF.                                                      00004020
                                                                        00004030
           PERFORM 2100-LEE-RESULTADO                                   00004040
              THRU 2100-LEE-RESULTADO-EXIT.                             00004050
      *                                                                 00004060
      *-------------------------------*                                 00004070
       2200-APLICA-RESULTADO-EXIT.                                      00004080
      *-------------------------------*                                 00004090
           EXIT.                                                        00004100
                                                                        00004110
      *-------------------------*                                       00004120
       2300-MARCA-ENTREGADO.                                            00004130
      *-------------------------*                                       00004140
           EXEC SQL                                                     00004150
                UPDATE VLDTNOT                                          00004160
                   SET VNOT_ESTADO   = 'R'                              00004170
                     , VNOT_MOTIVO   = ' '                              00004180
                     , VNOT_FECRESUL = :WK-FECRESUL                     00004190
                 WHERE VNOT_ID       = :VNOT-ID                         00004200
           END-EXEC.                                                    00004210
           IF SQLCODE NOT = ZERO                                        00004220
              MOVE 'UPDATE'                 TO WS-ACCION                00004230
              MOVE 'VLDTNOT-2300'           TO WS-PARRAFO               00004240
              PERFORM 3001-ERROR                                        00004250
           END-IF.                                                      00004260
           ADD 1                   TO CONT-ENTREGADOS.                  00004270
      *                                                                 00004280
      *------------------------------*                                  00004290
       2300-MARCA-ENTREGADO-EXIT.                                       00004300
      *------------------------------*                                  00004310
           EXIT.                                                        00004320
                                                                        00004330
      *----------------------------*                                    00004340
       2400-MARCA-NO-ENTREGADO.                                         00004350
      *----------------------------*                                    00004360
           MOVE RNT-MOTIVO         TO VNOT-MOTIVO.                      00004370
           IF VNOT-MOTIVO = SPACES                                      00004380
              MOVE 'NO ENTREGADO'  TO VNOT-MOTIVO                       00004390
           END-IF.                                                      00004400
           EXEC SQL                                                     00004410
                UPDATE VLDTNOT                                          00004420
                   SET VNOT_ESTADO   = 'F'                              00004430
                     , VNOT_MOTIVO   = :VNOT-MOTIVO                     00004440
                     , VNOT_FECRESUL = :WK-FECRESUL                     00004450
                 WHERE VNOT_ID       = :VNOT-ID                         00004460
           END-EXEC.                                                    00004470
           IF SQLCODE NOT = ZERO                                        00004480
              MOVE 'UPDATE'                 TO WS-ACCION                00004490
              MOVE 'VLDTNOT-2400'           TO WS-PARRAFO               00004500
              PERFORM 3001-ERROR                                        00004510
           END-IF.                                                      00004520
           ADD 1                   TO CONT-NO-ENTREGADOS.               00004530
      *                                                                 00004540
      *---------------------------------*                               00004550
       2400-MARCA-NO-ENTREGADO-EXIT.                                    00004560
      *---------------------------------*                               00004570
           EXIT.                                                        00004580
                                                                        00004590
      *--------*                                                        00004600
       5000-FIN.                                                        00004610
      *--------*                                                        00004620
      *                                                                 00004630
           MOVE 'RESULTADOS LEIDOS'        TO TOT-CONCEPTO.             00004640
           MOVE CONT-LEIDOS                TO TOT-VALOR.                00004650
           WRITE SAL-RNOTR       FROM LIN-TOTAL AFTER 2.                00004660
           MOVE 'AVISOS ENTREGADOS'        TO TOT-CONCEPTO.             00004670
           MOVE CONT-ENTREGADOS            TO TOT-VALOR.                00004680
           WRITE SAL-RNOTR       FROM LIN-TOTAL.                        00004690
           MOVE 'AVISOS NO ENTREGADOS'     TO TOT-CONCEPTO.             00004700
           MOVE CONT-NO-ENTREGADOS         TO TOT-VALOR.                00004710
           WRITE SAL-RNOTR       FROM LIN-TOTAL.                        00004720
           MOVE 'FALLOS CON OTRO CANAL OK' TO TOT-CONCEPTO.             00004730
           MOVE CONT-YA-ENTREGADOS         TO TOT-VALOR.                00004740
           WRITE SAL-RNOTR       FROM LIN-TOTAL.                        00004750
           MOVE 'INCIDENCIAS'              TO TOT-CONCEPTO.             00004760
           MOVE CONT-INCIDENCIAS           TO TOT-VALOR.                00004770
           WRITE SAL-RNOTR       FROM LIN-TOTAL.                        00004780
                                                                        00004790
           CLOSE S1RNOTR.                                               00004800
                                                                        00004810
           DISPLAY '****** FIN RESULTADO AVISOS VL4CNOTR ******'.       00004820
           DISPLAY 'RESULTADOS LEIDOS      : ' CONT-LEIDOS.             00004830
           DISPLAY 'AVISOS ENTREGADOS      : ' CONT-ENTREGADOS.         00004840
           DISPLAY 'AVISOS NO ENTREGADOS   : ' CONT-NO-ENTREGADOS.      00004850
           DISPLAY 'FALLOS CON OTRO CANAL OK: ' CONT-YA-ENTREGADOS.     00004860
           DISPLAY 'INCIDENCIAS            : ' CONT-INCIDENCIAS.        00004870
                                                                        00004880
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00004890
           ACCEPT WK-HORA-FIN       FROM TIME.                          00004900
           INITIALIZE DCLVLDTCTL.                                       00004910
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00004920
           MOVE WA-CARD-FECHA       TO VCTL-FECPROC.                    00004930
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00004940
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00004950
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00004960
           COMPUTE VCTL-ESCRITOS = CONT-ENTREGADOS                      00004970
                                 + CONT-NO-ENTREGADOS.                  00004980
           MOVE 'OK'                TO VCTL-ESTADO.                     00004990
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00005000
           IF VCTL-CODRESP NOT = ZEROS                                  00005010
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00005020
           END-IF.                                                      00005030
      *                                                                *00005040
      *-------------*                                                   00005050
       5000-FIN-EXIT.                                                   00005060
      *-------------*                                                   00005070
           EXIT.                                                        00005080
                                                                        00005090
       3001-ERROR.                                                      00005100
      *-----------*                                                     00005110
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00005120
           DISPLAY 'ACCION:          ' WS-ACCION.                       00005130
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00005140
           DISPLAY '******************************************'.        00005150
           MOVE 08 TO RETURN-CODE.                                      00005160
           STOP RUN.                                                    00005170
      *-----------------*                                               00005180
      * FIN DE PROGRAMA *                                               00005190
      *-----------------*                                               00005200
