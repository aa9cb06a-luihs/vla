       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL9CAPU0.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RUTINA DE LA PASARELA CONTABLE. LOS PROCESOS QUE     *00000060
      *           GENERAN APUNTES OPS (BGECOPS/BGECMIR) LA LLAMAN CON  *00000070
      *           'A' POR CADA REGISTRO ESCRITO Y LA RUTINA LO DEJA EN *00000080
      *           VLDTAPU COMO PENDIENTE, ACUMULANDO POR FECHA         *00000090
      *           CONTABLE Y DIVISA EL NUMERO DE APUNTES, LOS CARGOS   *00000100
      *           (DEBE) Y LOS ABONOS (HABER). CON 'F' CIERRA EL LOTE: *00000110
      *           INSERTA EN VLDTLCG LOS TOTALES DE CONTROL DECLARADOS *00000120
      *           QUE VL4CPASC COTEJA ANTES DE ENVIAR A CONTABILIDAD.  *00000130
      *           EL LOTE ES LA EJECUCION DEL PRODUCTOR (FECHA Y HORA  *00000140
      *           DEL PRIMER APUNTE); LA WORKING SE CONSERVA ENTRE     *00000150
      *           LLAMADAS. NO ABENDA: DEVUELVE AP0-CODRESP 00/01/02/  *00000160
      *           03/99 Y EL LLAMADOR DECIDE.                          *00000170
      * FECHA   : 15-10-2026                                           *00000180
      ******************************************************************00000190
      ******************************************************************00000200
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000210
      *---------- ---------- ---------------- -------------------------*00000220
      *RITM49188  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000230
      *---------- ---------- ---------------- -------------------------*00000240
      ******************************************************************00000250
       ENVIRONMENT DIVISION.                                            00000260
       CONFIGURATION SECTION.                                           00000270
       SPECIAL-NAMES.                                                   00000280
       DATA DIVISION.                                                   00000290
      ******************************************************************00000300
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000310
      ******************************************************************00000320
       WORKING-STORAGE SECTION.                                         00000330
       77  W-PROGRAMA              PIC X(08) VALUE 'VL9CAPU0'.          00000340
      *                                                                 00000350
      *    ESTADO DEL LOTE EN CURSO (SE CONSERVA ENTRE LLAMADAS)        00000360
       01  W-LOTE.                                                      00000370
           05 W-SW-LOTE            PIC X(01) VALUE 'N'.                 00000380
              88 LOTE-ABIERTO                VALUE 'S'.                 00000390
              88 LOTE-CERRADO                VALUE 'N'.                 00000400
           05 W-LOTE-PROGRAMA      PIC X(08) VALUE SPACES.              00000410
           05 W-LOTE-FECHA         PIC 9(08) VALUE ZEROS.               00000420
           05 W-LOTE-HORA          PIC 9(08) VALUE ZEROS.               00000430
           05 W-LOTE-HORA-R        REDEFINES W-LOTE-HORA.               00000440
              10 W-LOTE-HHMMSS     PIC 9(06).                           00000450
              10 FILLER            PIC 9(02).                           00000460
           05 W-NUM-TOTALES        PIC 9(02) VALUE ZEROS.               00000470
           05 W-IND                PIC 9(02) VALUE ZEROS.               00000480
           05 W-SW-HALLADO         PIC X(01) VALUE 'N'.                 00000490
              88 TOTAL-HALLADO               VALUE 'S'.                 00000500
      *                                                                 00000510
      *    TOTALES DE CONTROL DEL LOTE POR FECHA CONTABLE Y DIVISA      00000520
       01  W-TABLA-TOTALES.                                             00000530
           05 W-TOTAL              OCCURS 20 TIMES.                     00000540
              10 W-TOT-FECCONTA    PIC S9(8)V    COMP-3.                00000550
              10 W-TOT-DIVISA      PIC X(03).                           00000560
              10 W-TOT-NUMREG      PIC S9(9)     COMP-3.                00000570
              10 W-TOT-DEBE        PIC S9(13)V99 COMP-3.                00000580
              10 W-TOT-HABER       PIC S9(13)V99 COMP-3.                00000590
      *                                                                 00000600
      *    APUNTE OPS RECIBIDO                                          00000610
       01  REGISTRO-BGECOPS.                                            00000620
           COPY BGECOPS.                                                00000630
       01  REGISTRO-BGECMIR.                                            00000640
           COPY BGECMIR.                                                00000650
      *                                                                 00000660
      *    APUNTES Y CONTROL DE LOTES DE LA PASARELA                    00000670
           COPY VLCPTAPU.                                               00000680
           COPY VLCPTLCG.                                               00000690
      *                                                                 00000700
      *  AREA DE COMUNICACION SQLCA                                     00000710
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000720
      *---------------*                                                 00000730
       LINKAGE SECTION.                                                 00000740
      *---------------*                                                 00000750
           COPY VLCPTAP0.                                               00000760
      *---------------------------------------*                         00000770
       PROCEDURE DIVISION USING VL9CAPU0-AREA.                          00000780
      *---------------------------------------*                         00000790
           MOVE ZEROS              TO AP0-CODRESP.                      00000800
                                                                        00000810
           EVALUATE TRUE                                                00000820
               WHEN AP0-ANADE                                           00000830
                    PERFORM 2000-ANADE-APUNTE                           00000840
                       THRU 2000-ANADE-APUNTE-EXIT                      00000850
               WHEN AP0-CIERRA                                          00000860
                    PERFORM 3000-CIERRA-LOTE                            00000870
                       THRU 3000-CIERRA-LOTE-EXIT                       00000880
               WHEN OTHER                                               00000890
                    MOVE 01 TO AP0-CODRESP                              00000900
           END-EVALUATE.                                                00000910
                                                                        00000920
           GOBACK.                                                      00000930
      *                                                                *00000940
      *-----------------------*                                         00000950
       2000-ANADE-APUNTE.                                               00000960
      *-----------------------*                                         00000970
           IF LOTE-ABIERTO                                              00000980
              AND AP0-PROGRAMA NOT = W-LOTE-PROGRAMA                    00000990
              MOVE 02 TO AP0-CODRESP                                    00001000
              GO TO 2000-ANADE-APUNTE-EXIT                              00001010
           END-IF.                                                      00001020
                                                                        00001030
           IF LOTE-CERRADO                                              00001040
              ACCEPT W-LOTE-FECHA  FROM DATE YYYYMMDD                   00001050
              ACCEPT W-LOTE-HORA   FROM TIME                            00001060
              MOVE AP0-PROGRAMA    TO W-LOTE-PROGRAMA                   00001070
              MOVE ZEROS           TO W-NUM-TOTALES                     00001080
              SET LOTE-ABIERTO     TO TRUE                              00001090
           END-IF.                                                      00001100
                                                                        00001110
           MOVE AP0-REGISTRO       TO REGISTRO-BGECOPS.                 00001120
           MOVE OPS-BGECMIR        TO REGISTRO-BGECMIR.                 00001130
                                                                        00001140
           INITIALIZE DCLVLDTAPU.                                       00001150
           MOVE W-LOTE-PROGRAMA    TO VAPU-PROGRAMA.                    00001160
           MOVE W-LOTE-FECHA       TO VAPU-FECLOTE.                     00001170
           MOVE W-LOTE-HHMMSS      TO VAPU-HORLOTE.                     00001180
           MOVE MIR-FECHA-CONTA    TO VAPU-FECCONTA.                    00001190
           MOVE MIR-ENTIDAD        TO VAPU-ENTIDAD.                     00001200
           MOVE MIR-CENTRO-ALTA    TO VAPU-CENTRO.                      00001210
           MOVE MIR-CUENTA         TO VAPU-CUENTA.                      00001220
           IF MIR-REF-INTERNA (01:07) IS NUMERIC                        00001230
              MOVE MIR-REF-INTERNA (01:07) TO VAPU-CTAVAL               00001240
           END-IF.                                                      00001250
           MOVE MIR-CODIGO         TO VAPU-CODIGO.                      00001260
           MOVE MIR-DIVISA         TO VAPU-DIVISA.                      00001270
           MOVE MIR-IMPORTE        TO VAPU-IMPORTE.                     00001280
           SET VAPU-PENDIENTE      TO TRUE.                             00001290
           MOVE 2390               TO VAPU-REGISTRO-LEN.                00001300
           MOVE REGISTRO-BGECOPS   TO VAPU-REGISTRO-TEXT.               00001310
                                                                        00001320
           PERFORM 2100-BUSCA-TOTAL                                     00001330
              THRU 2100-BUSCA-TOTAL-EXIT.                               00001340
           IF AP0-CODRESP NOT = ZEROS                                   00001350
              GO TO 2000-ANADE-APUNTE-EXIT                              00001360
           END-IF.                                                      00001370
                                                                        00001380
           EXEC SQL                                                     00001390
                INSERT INTO VLDTAPU                                     00001400
                     ( VAPU_PROGRAMA                                    00001410
                     , VAPU_FECLOTE                                     00001420
                     , VAPU_HORLOTE                                     00001430
                     , VAPU_FECCONTA                                    00001440
                     , VAPU_ENTIDAD                                     00001450
                     , VAPU_CENTRO                                      00001460
                     , VAPU_CUENTA                                      00001470
                     , VAPU_CTAVAL                                      00001480
                     , VAPU_CODIGO                                      00001490
                     , VAPU_DIVISA                                      00001500
                     , VAPU_IMPORTE                                     00001510
                     , VAPU_ESTADO                                      00001520
                     , VAPU_MOTIVO                                      00001530
                     , VAPU_FEENVIO                                     00001540
                     , VAPU_REGISTRO )                                  00001550
                VALUES                                                  00001560
                     ( :VAPU-PROGRAMA                                   00001570
                     , :VAPU-FECLOTE                                    00001580
                     , :VAPU-HORLOTE                                    00001590
                     , :VAPU-FECCONTA                                   00001600
                     , :VAPU-ENTIDAD                                    00001610
                     , :VAPU-CENTRO                                     00001620
                     , :VAPU-CUENTA                                     00001630
                     , :VAPU-CTAVAL                                     00001640
                     , :VAPU-CODIGO                                     00001650
                     , :VAPU-DIVISA                                     00001660
                     , :VAPU-IMPORTE                                    00001670
                     , :VAPU-ESTADO                                     00001680
                     , :VAPU-MOTIVO                                     00001690
                     , :VAPU-FEENVIO                                    00001700
                     , :VAPU-REGISTRO )                                 00001710
           END-EXEC.                                                    00001720
           IF SQLCODE NOT = ZERO                                        00001730
              MOVE 99 TO AP0-CODRESP                                    00001740
              GO TO 2000-ANADE-APUNTE-EXIT                              00001750
           END-IF.                                                      00001760
                                                                        00001770
           ADD 1                   TO W-TOT-NUMREG (W-IND).             00001780
           IF VAPU-IMPORTE < ZEROS                                      00001790
              SUBTRACT VAPU-IMPORTE FROM W-TOT-DEBE (W-IND)             00001800
           ELSE                                                         00001810
              ADD VAPU-IMPORTE     TO W-TOT-HABER (W-IND)               00001820
           END-IF.                                                      00001830
      *                                                                *00001840
      *----------------------------*                                    00001850
       2000-ANADE-APUNTE-EXIT.                                          00001860
      *----------------------------*                                    00001870
           EXIT.                                                        00001880
      *                                                                *00001890
      *----------------------*                                          00001900
       2100-BUSCA-TOTAL.                                                00001910
      *----------------------*                                          00001920
      *    LOCALIZA (O ABRE) LA LINEA DE TOTALES DE LA FECHA CONTABLE   00001930
      *    Y DIVISA DEL APUNTE; DEJA EL INDICE EN W-IND.                00001940
           MOVE 'N' TO W-SW-HALLADO.                                    00001950
           PERFORM 2110-COMPARA-TOTAL                                   00001960
              THRU 2110-COMPARA-TOTAL-EXIT                              00001970
           VARYING W-IND FROM 1 BY 1                                    00001980
             UNTIL W-IND > W-NUM-TOTALES                                00001990
                OR TOTAL-HALLADO.                                       00002000
                                                                        00002010
           IF TOTAL-HALLADO                                             00002020
              SUBTRACT 1 FROM W-IND                                     00002030
           ELSE                                                         00002040
              IF W-NUM-TOTALES = 20                                     00002050
                 MOVE 03 TO AP0-CODRESP                                 00002060
                 GO TO 2100-BUSCA-TOTAL-EXIT                            00002070
              END-IF                                                    00002080
              ADD 1                TO W-NUM-TOTALES                     00002090
              MOVE W-NUM-TOTALES   TO W-IND                             00002100
              MOVE VAPU-FECCONTA   TO W-TOT-FECCONTA (W-IND)            00002110
              MOVE VAPU-DIVISA     TO W-TOT-DIVISA   (W-IND)            00002120
              MOVE ZEROS           TO W-TOT-NUMREG   (W-IND)            00002130
                                      W-TOT-DEBE     (W-IND)            00002140
                                      W-TOT-HABER    (W-IND)            00002150
           END-IF.                                                      00002160
      *                                                                *00002170
      *---------------------------*                                     00002180
       2100-BUSCA-TOTAL-EXIT.                                           00002190
      *---------------------------*                                     00002200
           EXIT.                                                        00002210
      *                                                                *00002220
      *------------------------*                                        00002230
       2110-COMPARA-TOTAL.                                              00002240
      *------------------------*                                        00002250
           IF W-TOT-FECCONTA (W-IND) = VAPU-FECCONTA                    00002260
              AND W-TOT-DIVISA (W-IND) = VAPU-DIVISA                    00002270
              SET TOTAL-HALLADO TO TRUE                                 00002280
           END-IF.                                                      00002290
      *                                                                *00002300
      *-----------------------------*                                   00002310
       2110-COMPARA-TOTAL-EXIT.                                         00002320
      *-----------------------------*                                   00002330
           EXIT.                                                        00002340
      *                                                                *00002350
      *----------------------*                                          00002360
       3000-CIERRA-LOTE.                                                00002370
      *----------------------*                                          00002380
      *    SIN APUNTES EN LA EJECUCION NO HAY LOTE QUE CERRAR           00002390
           IF LOTE-CERRADO                                              00002400
              GO TO 3000-CIERRA-LOTE-EXIT                               00002410
           END-IF.                                                      00002420
                                                                        00002430
           IF AP0-PROGRAMA NOT = W-LOTE-PROGRAMA                        00002440
              MOVE 02 TO AP0-CODRESP                                    00002450
              GO TO 3000-CIERRA-LOTE-EXIT                               00002460
           END-IF.                                                      00002470
                                                                        00002480
           PERFORM 3100-INSERTA-CONTROL                                 00002490
              THRU 3100-INSERTA-CONTROL-EXIT                            00002500
           VARYING W-IND FROM 1 BY 1                                    00002510
             UNTIL W-IND > W-NUM-TOTALES                                00002520
                OR AP0-CODRESP NOT = ZEROS.                             00002530
                                                                        00002540
           IF AP0-CODRESP = ZEROS                                       00002550
              SET LOTE-CERRADO     TO TRUE                              00002560
              MOVE SPACES          TO W-LOTE-PROGRAMA                   00002570
              MOVE ZEROS           TO W-NUM-TOTALES                     00002580
           END-IF.                                                      00002590
      *                                                                *00002600
      *---------------------------*                                     00002610
       3000-CIERRA-LOTE-EXIT.                                           00002620
      *---------------------------*                                     00002630
           EXIT.                                                        00002640
      *                                                                *00002650
      *--------------------------*                                      00002660
       3100-INSERTA-CONTROL.                                            00002670
      *--------------------------*                                      00002680
           INITIALIZE DCLVLDTLCG.                                       00002690
           MOVE W-LOTE-PROGRAMA        TO VLCG-PROGRAMA.                00002700
           MOVE W-LOTE-FECHA           TO VLCG-FECLOTE.                 00002710
           MOVE W-LOTE-HHMMSS          TO VLCG-HORLOTE.                 00002720
           MOVE W-TOT-FECCONTA (W-IND) TO VLCG-FECCONTA.                00002730
           MOVE W-TOT-DIVISA   (W-IND) TO VLCG-DIVISA.                  00002740
           MOVE W-TOT-NUMREG   (W-IND) TO VLCG-NUMREG.                  00002750
           MOVE W-TOT-DEBE     (W-IND) TO VLCG-DEBE.                    00002760
           MOVE W-TOT-HABER    (W-IND) TO VLCG-HABER.                   00002770
           SET VLCG-CERRADO            TO TRUE.                         00002780
                                                                        00002790
           EXEC SQL                                                     00002800
                INSERT INTO VLDTLCG                                     00002810
                     ( VLCG_PROGRAMA                                    00002820
                     , VLCG_FECLOTE                                     00002830
                     , VLCG_HORLOTE                                     00002840
                     , VLCG_FECCONTA                                    00002850
                     , VLCG_DIVISA                                      00002860
                     , VLCG_NUMREG                                      00002870
                     , VLCG_DEBE                                        00002880
                     , VLCG_HABER                                       00002890
                     , VLCG_ESTADO                                      00002900
                     , VLCG_MOTIVO                                      00002910
                     , VLCG_FEENVIO                                     00002920
                     , VLCG_USUARIO_LIB                                 00002930
                     , VLCG_FELIBERA )                                  00002940
                VALUES                                                  00002950
                     ( :VLCG-PROGRAMA                                   00002960
                     , :VLCG-FECLOTE                                    00002970
                     , :VLCG-HORLOTE                                    00002980
                     , :VLCG-FECCONTA                                   00002990
                     , :VLCG-DIVISA                                     00003000
                     , :VLCG-NUMREG                                     00003010
                     , :VLCG-DEBE                                       00003020
                     , :VLCG-HABER                                      00003030
                     , :VLCG-ESTADO                                     00003040
                     , :VLCG-MOTIVO                                     00003050
                     , :VLCG-FEENVIO                                    00003060
                     , :VLCG-USUARIO-LIB                                00003070
                     , :VLCG-FELIBERA )                                 00003080
           END-EXEC.                                                    00003090
           IF SQLCODE NOT = ZERO                                        00003100
              MOVE 99 TO AP0-CODRESP                                    00003110
           END-IF.                                                      00003120
      *                                                                *00003130
      *-------------------------------*                                 00003140
       3100-INSERTA-CONTROL-EXIT.                                       00003150
      *-------------------------------*                                 00003160
           EXIT.                                                        00003170
      *-----------------*                                               00003180
      * FIN DE PROGRAMA *                                               00003190
      *-----------------*                                               00003200
