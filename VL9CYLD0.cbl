       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL9CYLD0.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RUTINA DE RENDIMIENTO (TIR) Y DURACION DE RENTA FIJA *00000060
      *           (VER VLCPTYL0). CON LOS FLUJOS PENDIENTES POR TITULO *00000070
      *           DEL CALENDARIO VLDTCUP Y EL PRECIO SUCIO (ULTIMA     *00000080
      *           COTIZACION LIMPIA DE VLDTCAM MAS EL DEVENGADO DE     *00000090
      *           VL9CDEV0) BUSCA POR BISECCION LA TASA EFECTIVA ANUAL *00000100
      *           QUE IGUALA EL VALOR ACTUAL DE LOS FLUJOS AL PRECIO   *00000110
      *           (PLAZOS EN DIAS REALES / 365) Y CON ELLA CALCULA LA  *00000120
      *           DURACION DE MACAULAY Y LA MODIFICADA. NO ABENDA: UN  *00000130
      *           VALOR SIN CALENDARIO, SIN PRECIO, EN IMPAGO O SIN    *00000140
      *           SOLUCION VUELVE CON SU CODRESP PARA QUE EL LLAMADOR  *00000150
      *           LO SENALE. LA USA EL REPORTE MENSUAL VL4CDURA.       *00000160
      * FECHA   : 15-10-2026                                           *00000170
      ******************************************************************00000180
      ******************************************************************00000190
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000200
      *---------- ---------- ---------------- -------------------------*00000210
      *RITM49197  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000220
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
       77  W-PROGRAMA              PIC X(08) VALUE 'VL9CYLD0'.          00000340
      *                                                                 00000350
      *    CALENDARIO DE CUPONES                                        00000360
           COPY VLCPTCUP.                                               00000370
      *                                                                 00000380
      *    DEVENGADO DE RENTA FIJA (RUTINA VL9CDEV0)                    00000390
       01  WK-VL9CDEV0             PIC X(08) VALUE 'VL9CDEV0'.          00000400
           COPY VLCPTDV0.                                               00000410
      *                                                                 00000420
       01  WK-EVE-IMPAGO           PIC S9(4) COMP VALUE ZEROS.          00000430
       01  WK-PRECIO               PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00000440
       01  WK-FECPRECIO            PIC S9(8)V COMP-3 VALUE ZEROS.       00000450
       01  SW-FIN-CUP              PIC X(02) VALUE SPACES.              00000460
           88 FIN-CUR-CUP                     VALUE 'SI'.               00000470
      *                                                                 00000480
      * FLUJOS PENDIENTES POR TITULO: PLAZO EN ANOS E IMPORTE           00000490
       01  W-FLUJOS.                                                    00000500
           05 WK-FLU-CARGADOS      PIC S9(4) COMP VALUE ZEROS.          00000510
           05 FLU-ENT OCCURS 600 TIMES                                  00000520
                      INDEXED BY FLU-IX.                                00000530
              10 FLU-PLAZO         PIC S9(3)V9(6) COMP-3.               00000540
              10 FLU-IMPORTE       PIC S9(9)V9(6) COMP-3.               00000550
       01  WK-FLU-MAX              PIC S9(4) COMP VALUE 600.            00000560
      *                                                                 00000570
      * CALCULO DEL FLUJO DEL EVENTO                                    00000580
       01  W-EVENTO.                                                    00000590
           05 WK-VIGENTE           PIC S9(1)V9(8) COMP-3 VALUE ZEROS.   00000600
           05 WK-CUPON-TIT         PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00000610
           05 WK-PCT-AMORT         PIC S9(3)V9(4) COMP-3 VALUE ZEROS.   00000620
           05 WK-FLUJO             PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00000630
      *                                                                 00000640
      * BISECCION DE LA TIR: TASA DECIMAL (0.05 = 5 PCT)                00000650
       01  W-BISECCION.                                                 00000660
           05 WK-TASA-BAJA         PIC S9(3)V9(9) COMP-3 VALUE ZEROS.   00000670
           05 WK-TASA-ALTA         PIC S9(3)V9(9) COMP-3 VALUE ZEROS.   00000680
           05 WK-TASA              PIC S9(3)V9(9) COMP-3 VALUE ZEROS.   00000690
           05 WK-ITERACION         PIC S9(4) COMP VALUE ZEROS.          00000700
           05 WK-ITER-MAX          PIC S9(4) COMP VALUE 40.             00000710
           05 WK-DESCUENTO         PIC S9(7)V9(11) COMP-3 VALUE ZEROS.  00000720
           05 WK-VALOR-ACTUAL      PIC S9(11)V9(6) COMP-3 VALUE ZEROS.  00000730
           05 WK-VA-PLAZO          PIC S9(13)V9(6) COMP-3 VALUE ZEROS.  00000740
           05 WK-DIFERENCIA        PIC S9(11)V9(6) COMP-3 VALUE ZEROS.  00000750
      *                                                                 00000760
       01  W-FECHA-A.                                                   00000770
           05 WFA-AAAA             PIC 9(04).                           00000780
           05 WFA-MM               PIC 9(02).                           00000790
           05 WFA-DD               PIC 9(02).                           00000800
       01  W-FECHA-A-N REDEFINES W-FECHA-A PIC 9(08).                   00000810
       01  W-FECHA-B.                                                   00000820
           05 WFB-AAAA             PIC 9(04).                           00000830
           05 WFB-MM               PIC 9(02).                           00000840
           05 WFB-DD               PIC 9(02).                           00000850
       01  W-FECHA-B-N REDEFINES W-FECHA-B PIC 9(08).                   00000860
      *                                                                 00000870
      * AUXILIARES DEL NUMERO DE DIA SERIAL (DIAS REALES)               00000880
       01  W-SERIAL.                                                    00000890
           05 WS-AAAA              PIC S9(05) VALUE ZEROS.              00000900
           05 WS-MM                PIC S9(03) VALUE ZEROS.              00000910
           05 WS-DIA-SERIAL-A      PIC S9(08) VALUE ZEROS.              00000920
           05 WS-DIA-SERIAL-B      PIC S9(08) VALUE ZEROS.              00000930
           05 WS-DIA-SERIAL-HOY    PIC S9(08) VALUE ZEROS.              00000940
           05 WS-T1                PIC S9(08) VALUE ZEROS.              00000950
           05 WS-T2                PIC S9(08) VALUE ZEROS.              00000960
           05 WS-T3                PIC S9(08) VALUE ZEROS.              00000970
           05 WS-T4                PIC S9(08) VALUE ZEROS.              00000980
      *                                                                 00000990
      *  AREA DE COMUNICACION SQLCA                                     00001000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00001010
      *                                                                 00001020
      *  EVENTOS PENDIENTES DEL VALOR POSTERIORES A LA FECHA            00001030
           EXEC SQL                                                     00001040
                DECLARE VLDCYLD1 CURSOR FOR                             00001050
                 SELECT VCUP_TIPO                                       00001060
                      , VCUP_FECPAGO                                    00001070
                      , VCUP_IMPTIT                                     00001080
                      , VCUP_TASA                                       00001090
                      , VCUP_PCT_AMORT                                  00001100
                   FROM VLDTCUP                                         00001110
                  WHERE VCUP_CODVALOR = :VCUP-CODVALOR                  00001120
                    AND VCUP_ESTADO   = 'N'                             00001130
                    AND VCUP_FECPAGO  > :YL0-FECHA                      00001140
                  ORDER BY VCUP_FECPAGO, VCUP_SECUEN                    00001150
           END-EXEC.                                                    00001160
      *                                                                 00001170
      *---------------*                                                 00001180
       LINKAGE SECTION.                                                 00001190
      *---------------*                                                 00001200
           COPY VLCPTYL0.                                               00001210
      *                                                                 00001220
      *---------------------------------------*                         00001230
       PROCEDURE DIVISION USING VL9CYLD0-AREA.                          00001240
      *---------------------------------------*                         00001250
      *                                                                 00001260
           PERFORM 1000-INICIO                                          00001270
              THRU 1000-INICIO-EXIT.                                    00001280
                                                                        00001290
           IF YL0-CODRESP = ZEROS                                       00001300
              PERFORM 2000-CARGA-FLUJOS                                 00001310
                 THRU 2000-CARGA-FLUJOS-EXIT                            00001320
           END-IF.                                                      00001330
                                                                        00001340
           IF YL0-CODRESP = ZEROS                                       00001350
              PERFORM 3000-PRECIO                                       00001360
                 THRU 3000-PRECIO-EXIT                                  00001370
           END-IF.                                                      00001380
                                                                        00001390
           IF YL0-CODRESP = ZEROS                                       00001400
              PERFORM 4000-CALCULA-TIR                                  00001410
                 THRU 4000-CALCULA-TIR-EXIT                             00001420
           END-IF.                                                      00001430
                                                                        00001440
           GOBACK.                                                      00001450
      *                                                                *00001460
      *-----------*                                                     00001470
       1000-INICIO.                                                     00001480
      *-----------*                                                     00001490
           MOVE ZEROS              TO YL0-CODRESP                       00001500
                                      YL0-PRECIO                        00001510
                                      YL0-FECPRECIO                     00001520
                                      YL0-PRECIO-SUCIO                  00001530
                                      YL0-TIR                           00001540
                                      YL0-DURACION                      00001550
                                      YL0-DURACION-MOD                  00001560
                                      YL0-FECVENC                       00001570
                                      YL0-ANOS-VENC                     00001580
                                      YL0-FLUJOS.                       00001590
           MOVE YL0-CODVALOR       TO VCUP-CODVALOR.                    00001600
                                                                        00001610
      *    UN VALOR EN IMPAGO NO TIENE FLUJOS CIERTOS (MISMO CRITERIO   00001620
      *    QUE VL9CDEV0): SE SENALA, NO SE CALCULA                      00001630
           MOVE ZEROS              TO WK-EVE-IMPAGO.                    00001640
           EXEC SQL                                                     00001650
                SELECT COUNT(*)                                         00001660
                  INTO :WK-EVE-IMPAGO                                   00001670
                  FROM VLDTCUP                                          00001680
                 WHERE VCUP_CODVALOR = :VCUP-CODVALOR                   00001690
                   AND VCUP_ESTADO  IN ('D', 'R')                       00001700
           END-EXEC.                                                    00001710
           IF SQLCODE NOT = ZERO                                        00001720
              MOVE 99              TO YL0-CODRESP                       00001730
              GO TO 1000-INICIO-EXIT                                    00001740
           END-IF.                                                      00001750
           IF WK-EVE-IMPAGO > ZEROS                                     00001760
              MOVE 02              TO YL0-CODRESP                       00001770
              GO TO 1000-INICIO-EXIT                                    00001780
           END-IF.                                                      00001790
                                                                        00001800
      *    DIA SERIAL DE LA FECHA DE CALCULO, ORIGEN DE LOS PLAZOS      00001810
           MOVE YL0-FECHA          TO W-FECHA-A-N.                      00001820
           MOVE WFA-AAAA           TO WS-AAAA.                          00001830
           MOVE WFA-MM             TO WS-MM.                            00001840
           MOVE WFA-DD             TO WS-DIA-SERIAL-A.                  00001850
           PERFORM 2110-SERIAL                                          00001860
              THRU 2110-SERIAL-EXIT.                                    00001870
           MOVE WS-DIA-SERIAL-A    TO WS-DIA-SERIAL-HOY.                00001880
      *                                                                 00001890
      *----------------*                                                00001900
       1000-INICIO-EXIT.                                                00001910
      *----------------*                                                00001920
           EXIT.                                                        00001930
                                                                        00001940
      *---------------------*                                           00001950
       2000-CARGA-FLUJOS.                                               00001960
      *---------------------*                                           00001970
      *    FLUJO POR TITULO DE CADA EVENTO. LA PARTE VIGENTE DEL        00001980
      *    NOMINAL EMPIEZA EN 1 Y CADA AMORTIZACION LA REDUCE EN SU     00001990
      *    PORCENTAJE (100 PCT SI NO SE INFORMO), COMO VL4CCUPO.        00002000
           MOVE ZEROS              TO WK-FLU-CARGADOS.                  00002010
           MOVE 1                  TO WK-VIGENTE.                       00002020
           MOVE SPACES             TO SW-FIN-CUP.                       00002030
           EXEC SQL                                                     00002040
                OPEN VLDCYLD1                                           00002050
           END-EXEC.                                                    00002060
           IF SQLCODE NOT = ZERO                                        00002070
              MOVE 99              TO YL0-CODRESP                       00002080
              GO TO 2000-CARGA-FLUJOS-EXIT                              00002090
           END-IF.                                                      00002100
                                                                        00002110
           PERFORM 2100-FETCH-EVENTO                                    00002120
              THRU 2100-FETCH-EVENTO-EXIT.                              00002130
           PERFORM 2200-FLUJO-EVENTO                                    00002140
              THRU 2200-FLUJO-EVENTO-EXIT                               00002150
              UNTIL FIN-CUR-CUP.                                        00002160
                                                                        00002170
           EXEC SQL                                                     00002180
                CLOSE VLDCYLD1                                          00002190
           END-EXEC.                                                    00002200
                                                                        00002210
           IF YL0-CODRESP = ZEROS AND WK-FLU-CARGADOS = ZEROS           00002220
              MOVE 01              TO YL0-CODRESP                       00002230
           END-IF.                                                      00002240
           MOVE WK-FLU-CARGADOS    TO YL0-FLUJOS.                       00002250
      *                                                                 00002260
      *--------------------------*                                      00002270
       2000-CARGA-FLUJOS-EXIT.                                          00002280
      *--------------------------*                                      00002290
           EXIT.                                                        00002300
                                                                        00002310
      *---------------------*                                           00002320
       2100-FETCH-EVENTO.                                               00002330
      *---------------------*                                           00002340
           EXEC SQL                                                     00002350
                FETCH VLDCYLD1                                          00002360
                 INTO :VCUP-TIPO                                        00002370
                    , :VCUP-FECPAGO                                     00002380
                    , :VCUP-IMPTIT                                      00002390
                    , :VCUP-TASA                                        00002400
                    , :VCUP-PCT-AMORT                                   00002410
           END-EXEC.                                                    00002420
           EVALUATE SQLCODE                                             00002430
               WHEN ZERO                                                00002440
                    CONTINUE                                            00002450
               WHEN 100                                                 00002460
                    MOVE 'SI'      TO SW-FIN-CUP                        00002470
               WHEN OTHER                                               00002480
                    MOVE 'SI'      TO SW-FIN-CUP                        00002490
                    MOVE 99        TO YL0-CODRESP                       00002500
           END-EVALUATE.                                                00002510
      *                                                                 00002520
      *--------------------------*                                      00002530
       2100-FETCH-EVENTO-EXIT.                                          00002540
      *--------------------------*                                      00002550
           EXIT.                                                        00002560
                                                                        00002570
      *---------------------*                                           00002580
       2200-FLUJO-EVENTO.                                               00002590
      *---------------------*                                           00002600
           IF WK-VIGENTE NOT > ZEROS                                    00002610
              GO TO 2200-SIGUIENTE                                      00002620
           END-IF.                                                      00002630
           IF WK-FLU-CARGADOS NOT < WK-FLU-MAX                          00002640
      *       CALENDARIO FUERA DE LIMITE: NO SE DA UNA TIR PARCIAL      00002650
              MOVE 99              TO YL0-CODRESP                       00002660
              MOVE 'SI'            TO SW-FIN-CUP                        00002670
              GO TO 2200-FLUJO-EVENTO-EXIT                              00002680
           END-IF.                                                      00002690
                                                                        00002700
           IF VCUP-IMPTIT > ZEROS                                       00002710
              MOVE VCUP-IMPTIT     TO WK-CUPON-TIT                      00002720
           ELSE                                                         00002730
              COMPUTE WK-CUPON-TIT ROUNDED =                            00002740
                      YL0-NOMINAL * VCUP-TASA / 100                     00002750
           END-IF.                                                      00002760
           COMPUTE WK-FLUJO ROUNDED = WK-VIGENTE * WK-CUPON-TIT.        00002770
                                                                        00002780
           IF VCUP-VENCIMIENTO                                          00002790
              IF VCUP-PCT-AMORT > ZEROS AND VCUP-PCT-AMORT < 100        00002800
                 MOVE VCUP-PCT-AMORT TO WK-PCT-AMORT                    00002810
              ELSE                                                      00002820
                 MOVE 100            TO WK-PCT-AMORT                    00002830
              END-IF                                                    00002840
              COMPUTE WK-FLUJO ROUNDED = WK-FLUJO                       00002850
                    + WK-VIGENTE * WK-PCT-AMORT / 100 * YL0-NOMINAL     00002860
              COMPUTE WK-VIGENTE ROUNDED =                              00002870
                      WK-VIGENTE * (1 - WK-PCT-AMORT / 100)             00002880
           END-IF.                                                      00002890
                                                                        00002900
           IF WK-FLUJO > ZEROS                                          00002910
              ADD 1                TO WK-FLU-CARGADOS                   00002920
              SET FLU-IX           TO WK-FLU-CARGADOS                   00002930
              MOVE VCUP-FECPAGO    TO W-FECHA-A-N                       00002940
              MOVE WFA-AAAA        TO WS-AAAA                           00002950
              MOVE WFA-MM          TO WS-MM                             00002960
              MOVE WFA-DD          TO WS-DIA-SERIAL-A                   00002970
              PERFORM 2110-SERIAL                                       00002980
                 THRU 2110-SERIAL-EXIT                                  00002990
              COMPUTE FLU-PLAZO (FLU-IX) ROUNDED =                      00003000
                      (WS-DIA-SERIAL-A - WS-DIA-SERIAL-HOY) / 365       00003010
              MOVE WK-FLUJO        TO FLU-IMPORTE (FLU-IX)              00003020
              MOVE VCUP-FECPAGO    TO YL0-FECVENC                       00003030
              MOVE FLU-PLAZO (FLU-IX) TO YL0-ANOS-VENC                  00003040
           END-IF.                                                      00003050
      *                                                                 00003060
       2200-SIGUIENTE.                                                  00003070
           PERFORM 2100-FETCH-EVENTO                                    00003080
              THRU 2100-FETCH-EVENTO-EXIT.                              00003090
      *                                                                 00003100
      *--------------------------*                                      00003110
       2200-FLUJO-EVENTO-EXIT.                                          00003120
      *--------------------------*                                      00003130
           EXIT.                                                        00003140
                                                                        00003150
      *----------------*                                                00003160
       2110-SERIAL.                                                     00003170
      *----------------*                                                00003180
      *    ENTRADA: WS-AAAA / WS-MM / WS-DIA-SERIAL-A (DIA);            00003190
      *    SALIDA : WS-DIA-SERIAL-A = DIA SERIAL (COMO VL9CDEV0)        00003200
           IF WS-MM < 3                                                 00003210
              SUBTRACT 1         FROM WS-AAAA                           00003220
              ADD 12               TO WS-MM                             00003230
           END-IF.                                                      00003240
           COMPUTE WS-T1 = WS-AAAA / 4.                                 00003250
           COMPUTE WS-T2 = WS-AAAA / 100.                               00003260
           COMPUTE WS-T3 = WS-AAAA / 400.                               00003270
           COMPUTE WS-T4 = (153 * (WS-MM + 1)) / 5.                     00003280
           COMPUTE WS-DIA-SERIAL-A =                                    00003290
                   365 * WS-AAAA + WS-T1 - WS-T2 + WS-T3                00003300
                 + WS-T4 + WS-DIA-SERIAL-A.                             00003310
      *                                                                 00003320
      *---------------------*                                           00003330
       2110-SERIAL-EXIT.                                                00003340
      *---------------------*                                           00003350
           EXIT.                                                        00003360
                                                                        00003370
      *----------------*                                                00003380
       3000-PRECIO.                                                     00003390
      *----------------*                                                00003400
      *    ULTIMA COTIZACION LIMPIA NO POSTERIOR A LA FECHA. NO SE      00003410
      *    SUSTITUYE POR EL NOMINAL: SIN PRECIO NO HAY TIR.             00003420
           MOVE YL0-CODVALOR       TO VCUP-CODVALOR.                    00003430
           EXEC SQL                                                     00003440
                SELECT VCAM_CIERRE_D                                    00003450
                     , VCAM_FECDIA                                      00003460
                  INTO :WK-PRECIO                                       00003470
                     , :WK-FECPRECIO                                    00003480
                  FROM VLDTCAM                                          00003490
                 WHERE VCAM_CODVALOR = :VCUP-CODVALOR                   00003500
                   AND VCAM_CIERRE_D <> 0                               00003510
                   AND VCAM_FECDIA =                                    00003520
                       (SELECT MAX(C2.VCAM_FECDIA)                      00003530
                          FROM VLDTCAM C2                               00003540
                         WHERE C2.VCAM_CODVALOR  = :VCUP-CODVALOR       00003550
                           AND C2.VCAM_CIERRE_D <> 0                    00003560
                           AND C2.VCAM_FECDIA   <= :YL0-FECHA)          00003570
           END-EXEC.                                                    00003580
           EVALUATE SQLCODE                                             00003590
               WHEN ZERO                                                00003600
                    CONTINUE                                            00003610
               WHEN 100                                                 00003620
                    MOVE 03        TO YL0-CODRESP                       00003630
                    GO TO 3000-PRECIO-EXIT                              00003640
               WHEN OTHER                                               00003650
                    MOVE 99        TO YL0-CODRESP                       00003660
                    GO TO 3000-PRECIO-EXIT                              00003670
           END-EVALUATE.                                                00003680
           MOVE WK-PRECIO          TO YL0-PRECIO                        00003690
                                      YL0-PRECIO-SUCIO.                 00003700
           MOVE WK-FECPRECIO       TO YL0-FECPRECIO.                    00003710
                                                                        00003720
      *    PRECIO SUCIO = LIMPIO + DEVENGADO A LA FECHA                 00003730
           INITIALIZE VL9CDEV0-AREA.                                    00003740
           MOVE YL0-CODVALOR       TO DV0-CODVALOR.                     00003750
           MOVE YL0-FECHA          TO DV0-FECHA.                        00003760
           MOVE YL0-NOMINAL        TO DV0-NOMINAL.                      00003770
           CALL WK-VL9CDEV0     USING VL9CDEV0-AREA.                    00003780
           EVALUATE DV0-CODRESP                                         00003790
               WHEN ZERO                                                00003800
                    ADD DV0-DEVENGADO-TIT TO YL0-PRECIO-SUCIO           00003810
               WHEN 01                                                  00003820
                    CONTINUE                                            00003830
               WHEN 02                                                  00003840
                    MOVE 02        TO YL0-CODRESP                       00003850
               WHEN OTHER                                               00003860
                    MOVE 99        TO YL0-CODRESP                       00003870
           END-EVALUATE.                                                00003880
      *                                                                 00003890
      *---------------------*                                           00003900
       3000-PRECIO-EXIT.                                                00003910
      *---------------------*                                           00003920
           EXIT.                                                        00003930
                                                                        00003940
      *---------------------*                                           00003950
       4000-CALCULA-TIR.                                                00003960
      *---------------------*                                           00003970
      *    EL VALOR ACTUAL BAJA AL SUBIR LA TASA: SI EL PRECIO NO       00003980
      *    QUEDA ENTRE EL VALOR ACTUAL A -20 PCT Y A +100 PCT NO HAY    00003990
      *    SOLUCION EN EL INTERVALO Y EL VALOR SE SENALA                00004000
           MOVE -0.20              TO WK-TASA-BAJA.                     00004010
           MOVE 1.00               TO WK-TASA-ALTA.                     00004020
                                                                        00004030
           MOVE WK-TASA-BAJA       TO WK-TASA.                          00004040
           PERFORM 4100-VALOR-ACTUAL                                    00004050
              THRU 4100-VALOR-ACTUAL-EXIT.                              00004060
           IF WK-VALOR-ACTUAL < YL0-PRECIO-SUCIO                        00004070
              MOVE 04              TO YL0-CODRESP                       00004080
              GO TO 4000-CALCULA-TIR-EXIT                               00004090
           END-IF.                                                      00004100
                                                                        00004110
           MOVE WK-TASA-ALTA       TO WK-TASA.                          00004120
           PERFORM 4100-VALOR-ACTUAL                                    00004130
              THRU 4100-VALOR-ACTUAL-EXIT.                              00004140
           IF WK-VALOR-ACTUAL > YL0-PRECIO-SUCIO                        00004150
              MOVE 04              TO YL0-CODRESP                       00004160
              GO TO 4000-CALCULA-TIR-EXIT                               00004170
           END-IF.                                                      00004180
                                                                        00004190
           PERFORM 4200-BISECCION                                       00004200
              THRU 4200-BISECCION-EXIT                                  00004210
              VARYING WK-ITERACION FROM 1 BY 1                          00004220
              UNTIL WK-ITERACION > WK-ITER-MAX.                         00004230
                                                                        00004240
      *    CON LA TASA HALLADA: VALOR ACTUAL Y PLAZO PONDERADO          00004250
           COMPUTE WK-TASA ROUNDED = (WK-TASA-BAJA + WK-TASA-ALTA) / 2. 00004260
           PERFORM 4100-VALOR-ACTUAL                                    00004270
              THRU 4100-VALOR-ACTUAL-EXIT.                              00004280
           IF WK-VALOR-ACTUAL NOT > ZEROS                               00004290
              MOVE 04              TO YL0-CODRESP                       00004300
              GO TO 4000-CALCULA-TIR-EXIT                               00004310
           END-IF.                                                      00004320
                                                                        00004330
           COMPUTE YL0-TIR ROUNDED = WK-TASA * 100.                     00004340
           COMPUTE YL0-DURACION ROUNDED =                               00004350
                   WK-VA-PLAZO / WK-VALOR-ACTUAL.                       00004360
           COMPUTE YL0-DURACION-MOD ROUNDED =                           00004370
                   WK-VA-PLAZO / WK-VALOR-ACTUAL / (1 + WK-TASA).       00004380
      *                                                                 00004390
      *--------------------------*                                      00004400
       4000-CALCULA-TIR-EXIT.                                           00004410
      *--------------------------*                                      00004420
           EXIT.                                                        00004430
                                                                        00004440
      *---------------------*                                           00004450
       4100-VALOR-ACTUAL.                                               00004460
      *---------------------*                                           00004470
      *    VALOR ACTUAL DE LOS FLUJOS A WK-TASA Y SUMA DE LOS VALORES   00004480
      *    ACTUALES PONDERADOS POR SU PLAZO (NUMERADOR DE MACAULAY)     00004490
           MOVE ZEROS              TO WK-VALOR-ACTUAL                   00004500
                                      WK-VA-PLAZO.                      00004510
           PERFORM 4110-DESCUENTA-FLUJO                                 00004520
              THRU 4110-DESCUENTA-FLUJO-EXIT                            00004530
              VARYING FLU-IX FROM 1 BY 1                                00004540
              UNTIL FLU-IX > WK-FLU-CARGADOS.                           00004550
      *                                                                 00004560
      *--------------------------*                                      00004570
       4100-VALOR-ACTUAL-EXIT.                                          00004580
      *--------------------------*                                      00004590
           EXIT.                                                        00004600
                                                                        00004610
      *------------------------*                                        00004620
       4110-DESCUENTA-FLUJO.                                            00004630
      *------------------------*                                        00004640
           COMPUTE WK-DESCUENTO ROUNDED =                               00004650
                   (1 + WK-TASA) ** (0 - FLU-PLAZO (FLU-IX)).           00004660
           COMPUTE WK-VALOR-ACTUAL ROUNDED = WK-VALOR-ACTUAL            00004670
                 + FLU-IMPORTE (FLU-IX) * WK-DESCUENTO.                 00004680
           COMPUTE WK-VA-PLAZO ROUNDED = WK-VA-PLAZO                    00004690
                 + FLU-IMPORTE (FLU-IX) * WK-DESCUENTO                  00004700
                 * FLU-PLAZO (FLU-IX).                                  00004710
      *                                                                 00004720
      *-----------------------------*                                   00004730
       4110-DESCUENTA-FLUJO-EXIT.                                       00004740
      *-----------------------------*                                   00004750
           EXIT.                                                        00004760
                                                                        00004770
      *--------------------*                                            00004780
       4200-BISECCION.                                                  00004790
      *--------------------*                                            00004800
           COMPUTE WK-TASA ROUNDED = (WK-TASA-BAJA + WK-TASA-ALTA) / 2. 00004810
           PERFORM 4100-VALOR-ACTUAL                                    00004820
              THRU 4100-VALOR-ACTUAL-EXIT.                              00004830
           COMPUTE WK-DIFERENCIA = WK-VALOR-ACTUAL - YL0-PRECIO-SUCIO.  00004840
           IF WK-DIFERENCIA > ZEROS                                     00004850
              MOVE WK-TASA         TO WK-TASA-BAJA                      00004860
           ELSE                                                         00004870
              MOVE WK-TASA         TO WK-TASA-ALTA                      00004880
           END-IF.                                                      00004890
      *                                                                 00004900
      *-----------------------*                                         00004910
       4200-BISECCION-EXIT.                                             00004920
      *-----------------------*                                         00004930
           EXIT.                                                        00004940
      *-----------------*                                               00004950
      * FIN DE PROGRAMA *                                               00004960
      *-----------------*                                               00004970
