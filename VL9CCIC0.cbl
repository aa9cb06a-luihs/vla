       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL9CCIC0.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RUTINA DE CICLO DE LIQUIDACION. PARA LA PLAZA, EL    *00000060
      *           TIPO DE INSTRUMENTO Y LA FECHA DE OPERACION          *00000070
      *           RECIBIDOS (VER VLCPTCI0) BUSCA EN VLDTCIC EL CICLO   *00000080
      *           VIGENTE A ESA FECHA (LA FILA DE MAYOR VCIC_FECVIG NO *00000090
      *           POSTERIOR A LA OPERACION) Y CALCULA LA FECHA VALOR   *00000100
      *           AVANZANDO VCIC_DIAS DIAS HABILES DE LA PLAZA CON EL  *00000110
      *           CALENDARIO MULTIPLAZA VL9CFER0. CON CICLO T+0 LA     *00000120
      *           FECHA VALOR ES EL PRIMER DIA HABIL NO ANTERIOR A LA  *00000130
      *           OPERACION. ES EL PUNTO UNICO DE CALCULO DE LA FECHA  *00000140
      *           VALOR DE LAS OPERACIONES DE BOLSA (VL4CPREV,         *00000150
      *           VL4CPLAN, VL4CPROY).                                 *00000160
      * FECHA   : 15-10-2026                                           *00000170
      ******************************************************************00000180
      ******************************************************************00000190
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000200
      *---------- ---------- ---------------- -------------------------*00000210
      *RITM49162  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000220
      *---------- ---------- ---------------- -------------------------*00000230
      ******************************************************************00000240
       ENVIRONMENT DIVISION.                                            00000250
       CONFIGURATION SECTION.                                           00000260
       SPECIAL-NAMES.                                                   00000270
       DATA DIVISION.                                                   00000280
      ******************************************************************00000290
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000300
      ******************************************************************00000310
       WORKING-STORAGE SECTION.                                         00000320
      *                                                                 00000330
       77  W-PROGRAMA              PIC X(08) VALUE 'VL9CCIC0'.          00000340
       77  WK-VL9CFER0             PIC X(08) VALUE 'VL9CFER0'.          00000350
      *                                                                 00000360
      *    CICLOS DE LIQUIDACION POR PLAZA Y TIPO DE INSTRUMENTO        00000370
           COPY VLCPTCIC.                                               00000380
      *                                                                 00000390
      *    CALENDARIO MULTIPLAZA (RUTINA VL9CFER0)                      00000400
           COPY VLCPTFE0.                                               00000410
      *                                                                 00000420
      *    ULTIMA CONSULTA RESUELTA: LOS LLAMADORES BATCH PASAN MUCHAS  00000430
      *    OPERACIONES SEGUIDAS DE LA MISMA PLAZA, TIPO Y FECHA         00000440
       01  W-ULTIMA-CONSULTA.                                           00000450
           05 ULT-PLAZA            PIC X(03) VALUE SPACES.              00000460
           05 ULT-TIPINT           PIC X(01) VALUE SPACES.              00000470
           05 ULT-FECHOP           PIC 9(08) VALUE ZEROS.               00000480
           05 ULT-DIAS             PIC 9(02) VALUE ZEROS.               00000490
           05 ULT-FECVIG           PIC 9(08) VALUE ZEROS.               00000500
           05 ULT-FVALOR           PIC 9(08) VALUE ZEROS.               00000510
      *                                                                 00000520
       01  W-FECHA-EVAL.                                                00000530
           05 WEV-AAAA             PIC 9(04).                           00000540
           05 WEV-MM               PIC 9(02).                           00000550
           05 WEV-DD               PIC 9(02).                           00000560
       01  W-FECHA-EVAL-N REDEFINES W-FECHA-EVAL PIC 9(08).             00000570
       01  W-DIAS-MES.                                                  00000580
           05 FILLER               PIC 9(02) VALUE 31.                  00000590
           05 FILLER               PIC 9(02) VALUE 28.                  00000600
           05 FILLER               PIC 9(02) VALUE 31.                  00000610
           05 FILLER               PIC 9(02) VALUE 30.                  00000620
           05 FILLER               PIC 9(02) VALUE 31.                  00000630
           05 FILLER               PIC 9(02) VALUE 30.                  00000640
           05 FILLER               PIC 9(02) VALUE 31.                  00000650
           05 FILLER               PIC 9(02) VALUE 31.                  00000660
           05 FILLER               PIC 9(02) VALUE 30.                  00000670
           05 FILLER               PIC 9(02) VALUE 31.                  00000680
           05 FILLER               PIC 9(02) VALUE 30.                  00000690
           05 FILLER               PIC 9(02) VALUE 31.                  00000700
       01  FILLER REDEFINES W-DIAS-MES.                                 00000710
           05 W-DIAS-X-MES         PIC 9(02) OCCURS 12.                 00000720
      *                                                                 00000730
       01  WK-FECHOP               PIC S9(8)V COMP-3 VALUE ZEROS.       00000740
       01  WK-DIAS-RESTAN          PIC 9(02) VALUE ZEROS.               00000750
       01  WK-RESTO4               PIC 9(04) VALUE ZEROS.               00000760
       01  WK-COCIENTE             PIC 9(04) VALUE ZEROS.               00000770
      *                                                                 00000780
      *  AREA DE COMUNICACION SQLCA                                     00000790
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000800
      *                                                                 00000810
      *---------------*                                                 00000820
       LINKAGE SECTION.                                                 00000830
      *---------------*                                                 00000840
           COPY VLCPTCI0.                                               00000850
      *                                                                 00000860
      *---------------------------------------*                         00000870
       PROCEDURE DIVISION USING VL9CCIC0-AREA.                          00000880
      *---------------------------------------*                         00000890
      *                                                                 00000900
           PERFORM 1000-INICIO                                          00000910
              THRU 1000-INICIO-EXIT.                                    00000920
                                                                        00000930
           PERFORM 2000-RESUELVE                                        00000940
              THRU 2000-RESUELVE-EXIT.                                  00000950
                                                                        00000960
           GOBACK.                                                      00000970
      *                                                                *00000980
      *-----------*                                                     00000990
       1000-INICIO.                                                     00001000
      *-----------*                                                     00001010
           MOVE ZEROS              TO CI0-CODRESP                       00001020
                                      CI0-DIAS                          00001030
                                      CI0-FECVIG                        00001040
                                      CI0-FVALOR.                       00001050
           IF CI0-PLAZA = SPACES                                        00001060
              MOVE 'LIM'           TO CI0-PLAZA                         00001070
           END-IF.                                                      00001080
      *                                                                 00001090
      *----------------*                                                00001100
       1000-INICIO-EXIT.                                                00001110
      *----------------*                                                00001120
           EXIT.                                                        00001130
                                                                        00001140
      *--------------*                                                  00001150
       2000-RESUELVE.                                                   00001160
      *--------------*                                                  00001170
           IF CI0-PLAZA  = ULT-PLAZA                                    00001180
              AND CI0-TIPINT = ULT-TIPINT                               00001190
              AND CI0-FECHOP = ULT-FECHOP                               00001200
              MOVE ULT-DIAS        TO CI0-DIAS                          00001210
              MOVE ULT-FECVIG      TO CI0-FECVIG                        00001220
              MOVE ULT-FVALOR      TO CI0-FVALOR                        00001230
              GO TO 2000-RESUELVE-EXIT                                  00001240
           END-IF.                                                      00001250
                                                                        00001260
           PERFORM 2100-LEE-CICLO                                       00001270
              THRU 2100-LEE-CICLO-EXIT.                                 00001280
           IF CI0-CODRESP NOT = ZEROS                                   00001290
              GO TO 2000-RESUELVE-EXIT                                  00001300
           END-IF.                                                      00001310
                                                                        00001320
      *    T+0: PRIMER DIA HABIL NO ANTERIOR A LA OPERACION             00001330
           MOVE CI0-FECHOP         TO W-FECHA-EVAL-N.                   00001340
           PERFORM 2300-HABIL-DESDE                                     00001350
              THRU 2300-HABIL-DESDE-EXIT.                               00001360
                                                                        00001370
      *    T+N: CADA VUELTA PASA AL DIA SIGUIENTE Y LO LLEVA AL         00001380
      *    PRIMER DIA HABIL DE LA PLAZA                                 00001390
           MOVE CI0-DIAS           TO WK-DIAS-RESTAN.                   00001400
           PERFORM 2200-AVANZA-DIA-HABIL                                00001410
              THRU 2200-AVANZA-DIA-HABIL-EXIT                           00001420
              UNTIL WK-DIAS-RESTAN = ZEROS                              00001430
                 OR CI0-CODRESP NOT = ZEROS.                            00001440
           IF CI0-CODRESP NOT = ZEROS                                   00001450
              GO TO 2000-RESUELVE-EXIT                                  00001460
           END-IF.                                                      00001470
                                                                        00001480
           MOVE W-FECHA-EVAL-N     TO CI0-FVALOR.                       00001490
                                                                        00001500
           MOVE CI0-PLAZA          TO ULT-PLAZA.                        00001510
           MOVE CI0-TIPINT         TO ULT-TIPINT.                       00001520
           MOVE CI0-FECHOP         TO ULT-FECHOP.                       00001530
           MOVE CI0-DIAS           TO ULT-DIAS.                         00001540
           MOVE CI0-FECVIG         TO ULT-FECVIG.                       00001550
           MOVE CI0-FVALOR         TO ULT-FVALOR.                       00001560
      *                                                                 00001570
      *-------------------*                                             00001580
       2000-RESUELVE-EXIT.                                              00001590
      *-------------------*                                             00001600
           EXIT.                                                        00001610
                                                                        00001620
      *----------------*                                                00001630
       2100-LEE-CICLO.                                                  00001640
      *----------------*                                                00001650
           MOVE CI0-PLAZA          TO VCIC-PLAZA.                       00001660
           MOVE CI0-TIPINT         TO VCIC-TIPINT.                      00001670
           MOVE CI0-FECHOP         TO WK-FECHOP.                        00001680
           EXEC SQL                                                     00001690
                SELECT VCIC_FECVIG                                      00001700
                     , VCIC_DIAS                                        00001710
                  INTO :VCIC-FECVIG                                     00001720
                     , :VCIC-DIAS                                       00001730
                  FROM VLDTCIC                                          00001740
                 WHERE VCIC_PLAZA  = :VCIC-PLAZA                        00001750
                   AND VCIC_TIPINT = :VCIC-TIPINT                       00001760
                   AND VCIC_FECVIG =                                    00001770
                     ( SELECT MAX(VCIC_FECVIG)                          00001780
                         FROM VLDTCIC                                   00001790
                        WHERE VCIC_PLAZA  = :VCIC-PLAZA                 00001800
                          AND VCIC_TIPINT = :VCIC-TIPINT                00001810
                          AND VCIC_FECVIG <= :WK-FECHOP )               00001820
           END-EXEC.                                                    00001830
           EVALUATE SQLCODE                                             00001840
               WHEN ZERO                                                00001850
                    MOVE VCIC-FECVIG  TO CI0-FECVIG                     00001860
                    MOVE VCIC-DIAS    TO CI0-DIAS                       00001870
               WHEN 100                                                 00001880
                    MOVE 10           TO CI0-CODRESP                    00001890
               WHEN OTHER                                               00001900
                    MOVE 99           TO CI0-CODRESP                    00001910
           END-EVALUATE.                                                00001920
      *                                                                 00001930
      *--------------------*                                            00001940
       2100-LEE-CICLO-EXIT.                                             00001950
      *--------------------*                                            00001960
           EXIT.                                                        00001970
                                                                        00001980
      *--------------------------*                                      00001990
       2200-AVANZA-DIA-HABIL.                                           00002000
      *--------------------------*                                      00002010
           ADD 1                   TO WEV-DD.                           00002020
           DIVIDE WEV-AAAA BY 4 GIVING WK-COCIENTE                      00002030
                  REMAINDER WK-RESTO4.                                  00002040
           IF WEV-MM = 2 AND WEV-DD = 29 AND WK-RESTO4 = ZEROS          00002050
              CONTINUE                                                  00002060
           ELSE                                                         00002070
              IF WEV-DD > W-DIAS-X-MES (WEV-MM)                         00002080
                 MOVE 1            TO WEV-DD                            00002090
                 ADD  1            TO WEV-MM                            00002100
              END-IF                                                    00002110
           END-IF.                                                      00002120
           IF WEV-MM > 12                                               00002130
              MOVE 1               TO WEV-MM                            00002140
              ADD  1               TO WEV-AAAA                          00002150
           END-IF.                                                      00002160
                                                                        00002170
           PERFORM 2300-HABIL-DESDE                                     00002180
              THRU 2300-HABIL-DESDE-EXIT.                               00002190
           SUBTRACT 1            FROM WK-DIAS-RESTAN.                   00002200
      *                                                                 00002210
      *-------------------------------*                                 00002220
       2200-AVANZA-DIA-HABIL-EXIT.                                      00002230
      *-------------------------------*                                 00002240
           EXIT.                                                        00002250
                                                                        00002260
      *--------------------*                                            00002270
       2300-HABIL-DESDE.                                                00002280
      *--------------------*                                            00002290
           INITIALIZE VL9CFER0-AREA.                                    00002300
           MOVE CI0-PLAZA          TO FE0-PLAZA.                        00002310
           MOVE W-FECHA-EVAL-N     TO FE0-FECHA.                        00002320
           CALL WK-VL9CFER0     USING VL9CFER0-AREA.                    00002330
           IF FE0-CODRESP NOT = ZEROS                                   00002340
              MOVE 99              TO CI0-CODRESP                       00002350
           ELSE                                                         00002360
              MOVE FE0-FECHA-HABIL TO W-FECHA-EVAL-N                    00002370
           END-IF.                                                      00002380
      *                                                                 00002390
      *------------------------*                                        00002400
       2300-HABIL-DESDE-EXIT.                                           00002410
      *------------------------*                                        00002420
           EXIT.                                                        00002430
      *-----------------*                                               00002440
      * FIN DE PROGRAMA *                                               00002450
      *-----------------*                                               00002460
