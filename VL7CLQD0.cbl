      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CLQD0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : TABLERO DE LIQUIDACION DEL DIA                   *00000080
      *OBJETIVO     : RESUME EN LINEA, LEYENDO LAS TABLAS EN CADA      *00000090
      *               CONSULTA, COMO VA LA LIQUIDACION DE UNA FECHA    *00000100
      *               VALOR (POR DEFECTO LA DEL DIA) SIN ESPERAR LOS   *00000110
      *               TOTALES DEL SYSOUT DE VL4C3050:                  *00000120
      *               - POR MONEDA (VOPE-MON-FACT) Y CONTRAPARTE       *00000130
      *                 (VOPE_BANQUE): DETALLES LIQUIDADOS (MARCA 'P'  *00000140
      *                 EN VDET_DATOS_DETAL POSICION 107), PENDIENTES  *00000150
      *                 Y, DE ESTOS, FALLIDOS (VLDTFLQ PENDIENTE), CON *00000160
      *                 SUS IMPORTES (VDET-PTS-COMVEN EN VALOR ABS.)   *00000170
      *               - ALTAS DEL DIA EN VLDTFLQ POR MOTIVO            *00000180
      *               - RETENCIONES JUDICIALES DEL DIA (VLDTEMA) POR   *00000190
      *                 MONEDA DEL EMBARGO                             *00000200
      *               - PARTICIONES DE LA CORRIDA PARALELA TERMINADAS  *00000210
      *                 SEGUN VLDTCTL ('VL4C30PN') Y LA CONSOLIDACION  *00000220
      *                 'VL4C3050'; SI SE INDICA CUANTAS PARTICIONES   *00000230
      *                 SE LANZARON, LAS QUE AUN NO GRABARON SU FILA   *00000240
      *                 SE DEVUELVEN COMO EN CURSO                     *00000250
      *               CON ACCION 'D' Y UNA MONEDA DEVUELVE LA LISTA DE *00000260
      *               DETALLES PENDIENTES (O SOLO LOS FALLIDOS) DE ESA *00000270
      *               MONEDA PARA EL SUPERVISOR.                       *00000280
      ******************************************************************00000290
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000300
      *--------- ---------- ----------------- -------------------------*00000310
      *RITM49194 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000320
      *----------------------------------------------------------------*00000330
      ******************************************************************00000340
      *                                                                 00000350
      *=================================================================00000360
       ENVIRONMENT DIVISION.                                            00000370
      *=================================================================00000380
       CONFIGURATION SECTION.                                           00000390
      *-----------------------------------------------------------------00000400
       SPECIAL-NAMES.                                                   00000410
      *--------------                                                   00000420
                                                                        00000430
      *=================================================================00000440
       DATA DIVISION.                                                   00000450
      *=================================================================00000460
                                                                        00000470
      *-----------------------------------------------------------------00000480
       WORKING-STORAGE SECTION.                                         00000490
      *-----------------------------------------------------------------00000500
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CLQD0'.   00000510
                                                                        00000520
      *-----------------------------------------------------------------00000530
      *    VARIABLES.                                                   00000540
      *-----------------------------------------------------------------00000550
       01  W-VARIABLES.                                                 00000560
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000570
           03 IY                       PIC 9(02)       VALUE ZEROS.     00000580
           03 W-LEIDOS                 PIC 9(05)       VALUE ZEROS.     00000590
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000600
           03 W-TABLA-SQL              PIC X(08)       VALUE SPACES.    00000610
           03 W-FECHA-ISO              PIC X(10)       VALUE SPACES.    00000620
           03 W-FECHA-ISO-R REDEFINES W-FECHA-ISO.                      00000630
              05 W-ISO-AAAA            PIC X(04).                       00000640
              05 FILLER                PIC X(01).                       00000650
              05 W-ISO-MM              PIC X(02).                       00000660
              05 FILLER                PIC X(01).                       00000670
              05 W-ISO-DD              PIC X(02).                       00000680
           03 W-FECHA-AMD.                                              00000690
              05 W-AMD-AAAA            PIC X(04).                       00000700
              05 W-AMD-MM              PIC X(02).                       00000710
              05 W-AMD-DD              PIC X(02).                       00000720
           03 W-FECHA-AMD-N REDEFINES W-FECHA-AMD                       00000730
                                       PIC 9(08).                       00000740
           03 W-FVALOR                 PIC S9(8)V USAGE COMP-3.         00000750
           03 W-FECPROC                PIC X(08)       VALUE SPACES.    00000760
           03 W-BANQUE                 PIC X(08)       VALUE SPACES.    00000770
           03 W-FALLIDA                PIC X(01)       VALUE SPACES.    00000780
              88 W-ES-FALLIDA                   VALUE 'F'.              00000790
           03 W-MOTIVO-FLQ             PIC X(20)       VALUE SPACES.    00000800
           03 W-IMPORTE                PIC S9(13)V9(2) USAGE COMP-3.    00000810
           03 W-NUMERO                 PIC S9(9)  USAGE COMP.           00000820
           03 W-MONEDA                 PIC X(03)       VALUE SPACES.    00000830
           03 W-PART-NUM               PIC 9(01)       VALUE ZEROS.     00000840
           03 W-POS-IX                 PIC 9(02)       VALUE ZEROS.     00000850
                                                                        00000860
      *    COLA DE FALLIDAS Y CONTROL DE EJECUCION                      00000870
           COPY VLCPTFLQ.                                               00000880
           COPY VLCPTCTL.                                               00000890
                                                                        00000900
      *-----------------------------------------------------------------00000910
      *    INCLUDES (DEFINICION DE TABLAS).                             00000920
      *-----------------------------------------------------------------00000930
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000940
           EXEC SQL INCLUDE VLGTOPE END-EXEC.                           00000950
           EXEC SQL INCLUDE VLGTDET END-EXEC.                           00000960
                                                                        00000970
      *-----------------------------------------------------------------00000980
      *                   C U R S O R E S                              *00000990
      *-----------------------------------------------------------------00001000
      *    DETALLES DE LA FECHA VALOR CON SU MARCA DE FALLIDA. IMPORTE  00001010
      *    (VDET-PTS-COMVEN) Y MONEDA (VOPE-MON-FACT) VIVEN EN LOS      00001020
      *    COMPUESTOS, ASI QUE LOS TOTALES SE ARMAN EN COBOL (COMO      00001030
      *    VL4CCTPE).                                                   00001040
           EXEC SQL                                                     00001050
                DECLARE VLDCLQD1  CURSOR FOR                            00001060
                SELECT  O.VOPE_BANQUE                                   00001070
                     ,  D.VDET_CTAVAL                                   00001080
                     ,  D.VDET_REFER                                    00001090
                     ,  D.VDET_PAVAL                                    00001100
                     ,  D.VDET_VALOR                                    00001110
                     ,  D.VDET_ISIN                                     00001120
                     ,  D.VDET_DATOS_DETAL                              00001130
                     ,  O.VOPE_DATOS_FINANZ                             00001140
                     ,  COALESCE(                                       00001150
                        (SELECT MAX(F.VFLQ_MOTIVO)                      00001160
                           FROM VLDTFLQ F                               00001170
                          WHERE F.VFLQ_CUENTA = D.VDET_CTAVAL           00001180
                            AND F.VFLQ_REFER  = D.VDET_REFER            00001190
                            AND F.VFLQ_ESTADO = 'P')                    00001200
                        , ' ')                                          00001210
                  FROM  VLDTDET D                                       00001220
                     ,  VLDTOPE O                                       00001230
                 WHERE  O.VOPE_FECHOP = D.VDET_FECHOP                   00001240
                   AND  O.VOPE_PAVAL  = D.VDET_PAVAL                    00001250
                   AND  O.VOPE_VALOR  = D.VDET_VALOR                    00001260
                   AND  O.VOPE_ISIN   = D.VDET_ISIN                     00001270
                   AND  O.VOPE_FORMAT = D.VDET_FORMAT                   00001280
                   AND  O.VOPE_FVALOR = :W-FVALOR                       00001290
                 ORDER  BY O.VOPE_BANQUE, D.VDET_CTAVAL, D.VDET_REFER   00001300
           END-EXEC.                                                    00001310
                                                                        00001320
      *    ALTAS DEL DIA EN LA COLA DE FALLIDAS POR MOTIVO              00001330
           EXEC SQL                                                     00001340
                DECLARE VLDCLQD2  CURSOR FOR                            00001350
                SELECT  VFLQ_MOTIVO                                     00001360
                     ,  COUNT(*)                                        00001370
                     ,  COALESCE(SUM(VFLQ_IMPORTE), 0)                  00001380
                  FROM  VLDTFLQ                                         00001390
                 WHERE  VFLQ_FEC_ALTA = :W-FVALOR                       00001400
                 GROUP  BY VFLQ_MOTIVO                                  00001410
                 ORDER  BY VFLQ_MOTIVO                                  00001420
           END-EXEC.                                                    00001430
                                                                        00001440
      *    RETENCIONES JUDICIALES DEL DIA POR MONEDA DEL EMBARGO        00001450
           EXEC SQL                                                     00001460
                DECLARE VLDCLQD3  CURSOR FOR                            00001470
                SELECT  B.VEMB_MONEDA                                   00001480
                     ,  COUNT(*)                                        00001490
                     ,  COALESCE(SUM(M.VEMA_IMPORTE), 0)                00001500
                  FROM  VLDTEMA M                                       00001510
                     ,  VLDTEMB B                                       00001520
                 WHERE  B.VEMB_CUENTA = M.VEMA_CUENTA                   00001530
                   AND  B.VEMB_NUMEMB = M.VEMA_NUMEMB                   00001540
                   AND  M.VEMA_FECHA  = :W-FVALOR                       00001550
                 GROUP  BY B.VEMB_MONEDA                                00001560
                 ORDER  BY B.VEMB_MONEDA                                00001570
           END-EXEC.                                                    00001580
                                                                        00001590
      *    FILAS DE CONTROL DE LA PRELIQUIDACION (PARTICIONES Y         00001600
      *    CONSOLIDADA) DE LA FECHA                                     00001610
           EXEC SQL                                                     00001620
                DECLARE VLDCLQD4  CURSOR FOR                            00001630
                SELECT  VCTL_PROGRAMA                                   00001640
                     ,  VCTL_HORA_INICIO                                00001650
                     ,  VCTL_HORA_FIN                                   00001660
                     ,  VCTL_LEIDOS                                     00001670
                     ,  VCTL_ESCRITOS                                   00001680
                     ,  VCTL_RECHAZADOS                                 00001690
                     ,  VCTL_ESTADO                                     00001700
                  FROM  VLDTCTL                                         00001710
                 WHERE  VCTL_FECPROC  = :W-FECPROC                      00001720
                   AND (VCTL_PROGRAMA LIKE 'VL4C30P%'                   00001730
                    OR  VCTL_PROGRAMA = 'VL4C3050')                     00001740
                 ORDER  BY VCTL_PROGRAMA, VCTL_HORA_INICIO              00001750
           END-EXEC.                                                    00001760
                                                                        00001770
      *---------------*                                                 00001780
       LINKAGE SECTION.                                                 00001790
      *---------------*                                                 00001800
       01  DFHCOMMAREA.                                                 00001810
           05  LQD0-DATOS-ENTRADA.                                      00001820
      *        R = RESUMEN DEL DIA, D = DETALLE DE UNA MONEDA           00001830
               10  LQD0-ACCION         PIC X(01).                       00001840
                   88  LQD0-RESUMEN              VALUE 'R'.             00001850
                   88  LQD0-DETALLE              VALUE 'D'.             00001860
               10  LQD0-FVALOR         PIC 9(08).                       00001870
      *        PARTICIONES LANZADAS (0 = SOLO LAS QUE TERMINARON)       00001880
               10  LQD0-NUM-PART       PIC 9(01).                       00001890
      *        DETALLE: MONEDA Y SOLO FALLIDAS (S) O TODO LO PENDIENTE  00001900
               10  LQD0-MONEDA         PIC X(03).                       00001910
               10  LQD0-SOLO-FALLIDAS  PIC X(01).                       00001920
           05  LQD0-DATOS-SALIDA.                                       00001930
               10  LQD0-COD-RETORNO    PIC X(02).                       00001940
               10  LQD0-COD-ERROR-DEV  PIC X(07).                       00001950
               10  LQD0-VAR1-ERROR     PIC X(08).                       00001960
               10  LQD0-VAR2-ERROR     PIC X(05).                       00001970
      *        RESUMEN POR MONEDA Y CONTRAPARTE                         00001980
               10  LQD0-MAS-GRUPOS     PIC X(01).                       00001990
               10  LQD0-NUM-GRUPOS     PIC 9(02).                       00002000
               10  LQD0-GRUPOS OCCURS 40 TIMES.                         00002010
                   15  LQD0-G-MONEDA       PIC X(03).                   00002020
                   15  LQD0-G-BANQUE       PIC X(08).                   00002030
                   15  LQD0-G-NUM-LIQ      PIC 9(07).                   00002040
                   15  LQD0-G-IMP-LIQ      PIC 9(13)V9(02).             00002050
                   15  LQD0-G-NUM-PTE      PIC 9(07).                   00002060
                   15  LQD0-G-IMP-PTE      PIC 9(13)V9(02).             00002070
                   15  LQD0-G-NUM-FAL      PIC 9(07).                   00002080
                   15  LQD0-G-IMP-FAL      PIC 9(13)V9(02).             00002090
      *        ALTAS DEL DIA EN VLDTFLQ POR MOTIVO                      00002100
               10  LQD0-NUM-MOTIVOS    PIC 9(02).                       00002110
               10  LQD0-MOTIVOS OCCURS 15 TIMES.                        00002120
                   15  LQD0-M-MOTIVO       PIC X(20).                   00002130
                   15  LQD0-M-NUMERO       PIC 9(07).                   00002140
                   15  LQD0-M-IMPORTE      PIC 9(13)V9(02).             00002150
      *        RETENCIONES JUDICIALES DEL DIA (VLDTEMA)                 00002160
               10  LQD0-NUM-RETENC     PIC 9(02).                       00002170
               10  LQD0-RETENCIONES OCCURS 10 TIMES.                    00002180
                   15  LQD0-R-MONEDA       PIC X(03).                   00002190
                   15  LQD0-R-NUMERO       PIC 9(07).                   00002200
                   15  LQD0-R-IMPORTE      PIC 9(13)V9(02).             00002210
      *        PARTICIONES (1-9) Y FILA CONSOLIDADA 'VL4C3050'          00002220
               10  LQD0-NUM-PARTIC     PIC 9(02).                       00002230
               10  LQD0-PARTICIONES OCCURS 10 TIMES.                    00002240
                   15  LQD0-P-PROGRAMA     PIC X(08).                   00002250
                   15  LQD0-P-HORA-INICIO  PIC X(06).                   00002260
                   15  LQD0-P-HORA-FIN     PIC X(06).                   00002270
                   15  LQD0-P-LEIDOS       PIC 9(09).                   00002280
                   15  LQD0-P-ESCRITOS     PIC 9(09).                   00002290
                   15  LQD0-P-RECHAZADOS   PIC 9(09).                   00002300
                   15  LQD0-P-ESTADO       PIC X(02).                   00002310
                   15  LQD0-P-SITUACION    PIC X(01).                   00002320
                       88  LQD0-P-TERMINADA      VALUE 'T'.             00002330
                       88  LQD0-P-CON-ERROR      VALUE 'E'.             00002340
                       88  LQD0-P-EN-CURSO       VALUE 'C'.             00002350
      *        DETALLE DE LA MONEDA PEDIDA (ACCION D)                   00002360
               10  LQD0-MAS-OPERAC     PIC X(01).                       00002370
               10  LQD0-NUM-OPERAC     PIC 9(02).                       00002380
               10  LQD0-OPERACIONES OCCURS 30 TIMES.                    00002390
                   15  LQD0-O-CUENTA       PIC 9(07).                   00002400
                   15  LQD0-O-REFER        PIC 9(09).                   00002410
                   15  LQD0-O-CODVALOR     PIC X(12).                   00002420
                   15  LQD0-O-BANQUE       PIC X(08).                   00002430
                   15  LQD0-O-IMPORTE      PIC 9(13)V9(02).             00002440
                   15  LQD0-O-FALLIDA      PIC X(01).                   00002450
                   15  LQD0-O-MOTIVO       PIC X(20).                   00002460
      *-----------------------------------------------------------------00002470
                                                                        00002480
      *==================                                               00002490
       PROCEDURE DIVISION.                                              00002500
      *==================                                               00002510
           PERFORM 1000-INICIO                                          00002520
           PERFORM 2000-VALIDA-ENTRADA                                  00002530
           PERFORM 3000-DETALLES-DIA                                    00002540
           IF LQD0-RESUMEN                                              00002550
              PERFORM 4000-FALLIDAS-DIA                                 00002560
              PERFORM 5000-RETENCIONES-DIA                              00002570
              PERFORM 6000-PARTICIONES                                  00002580
           END-IF                                                       00002590
           PERFORM 9999-FIN.                                            00002600
                                                                        00002610
      *---------------------------------------------------------------- 00002620
       1000-INICIO.                                                     00002630
      *---------------------------------------------------------------- 00002640
           INITIALIZE      LQD0-DATOS-SALIDA                            00002650
                           DCLVLDTFLQ                                   00002660
                           DCLVLDTCTL.                                  00002670
                                                                        00002680
           MOVE '00'                TO  LQD0-COD-RETORNO                00002690
           MOVE 'N'                 TO  LQD0-MAS-GRUPOS                 00002700
                                        LQD0-MAS-OPERAC                 00002710
           IF LQD0-ACCION = SPACES OR LOW-VALUES                        00002720
              MOVE 'R'              TO  LQD0-ACCION                     00002730
           END-IF                                                       00002740
                                                                        00002750
      *    SIN FECHA SE CONSULTA LA FECHA VALOR DEL DIA                 00002760
           IF LQD0-FVALOR = ZEROS                                       00002770
              MOVE 'SYSDATE '       TO  W-TABLA-SQL                     00002780
              EXEC SQL                                                  00002790
                   SET :W-FECHA-ISO = CHAR(CURRENT DATE, ISO)           00002800
              END-EXEC                                                  00002810
              IF SQLCODE NOT = ZERO                                     00002820
                 PERFORM 8900-ERROR-SQL                                 00002830
              END-IF                                                    00002840
              MOVE W-ISO-AAAA       TO  W-AMD-AAAA                      00002850
              MOVE W-ISO-MM         TO  W-AMD-MM                        00002860
              MOVE W-ISO-DD         TO  W-AMD-DD                        00002870
              MOVE W-FECHA-AMD-N    TO  LQD0-FVALOR                     00002880
           END-IF                                                       00002890
           MOVE LQD0-FVALOR         TO  W-FVALOR                        00002900
                                        W-FECHA-AMD-N                   00002910
           MOVE W-FECHA-AMD         TO  W-FECPROC                       00002920
           .                                                            00002930
      *                                                                *00002940
      *----------------------------------------------------------------*00002950
       2000-VALIDA-ENTRADA.                                             00002960
      *----------------------------------------------------------------*00002970
           IF NOT LQD0-RESUMEN AND NOT LQD0-DETALLE                     00002980
              MOVE '01'                  TO LQD0-COD-RETORNO            00002990
              MOVE 'VLE2407'             TO LQD0-COD-ERROR-DEV          00003000
              MOVE 'ACCION  '            TO LQD0-VAR1-ERROR             00003010
              PERFORM 9999-FIN                                          00003020
           END-IF                                                       00003030
           IF LQD0-DETALLE AND                                          00003040
              (LQD0-MONEDA = SPACES OR LOW-VALUES)                      00003050
              MOVE '01'                  TO LQD0-COD-RETORNO            00003060
              MOVE 'VLE2407'             TO LQD0-COD-ERROR-DEV          00003070
              MOVE 'MONEDA  '            TO LQD0-VAR1-ERROR             00003080
              PERFORM 9999-FIN                                          00003090
           END-IF                                                       00003100
           IF LQD0-NUM-PART NOT NUMERIC                                 00003110
              MOVE ZEROS                 TO LQD0-NUM-PART               00003120
           END-IF                                                       00003130
           .                                                            00003140
      *                                                                *00003150
      *----------------------------------------------------------------*00003160
       3000-DETALLES-DIA.                                               00003170
      *----------------------------------------------------------------*00003180
           MOVE 'VLDTDET '          TO W-TABLA-SQL                      00003190
                                                                        00003200
           EXEC SQL                                                     00003210
                OPEN VLDCLQD1                                           00003220
           END-EXEC                                                     00003230
           IF SQLCODE NOT = ZERO                                        00003240
              PERFORM 8900-ERROR-SQL                                    00003250
           END-IF                                                       00003260
                                                                        00003270
           MOVE ZEROS TO IX W-LEIDOS                                    00003280
           PERFORM 3100-FETCH-DETALLE                                   00003290
              UNTIL SQLCODE NOT = ZERO                                  00003300
                                                                        00003310
           EXEC SQL                                                     00003320
                CLOSE VLDCLQD1                                          00003330
           END-EXEC                                                     00003340
           IF SQLCODE NOT = ZERO                                        00003350
              PERFORM 8900-ERROR-SQL                                    00003360
           END-IF                                                       00003370
                                                                        00003380
           IF LQD0-DETALLE                                              00003390
              MOVE IX               TO LQD0-NUM-OPERAC                  00003400
              IF W-LEIDOS > IX                                          00003410
                 MOVE 'S'           TO LQD0-MAS-OPERAC                  00003420
              END-IF                                                    00003430
              IF W-LEIDOS = ZEROS                                       00003440
                 MOVE '02'          TO LQD0-COD-RETORNO                 00003450
                 MOVE 'VLE2408'     TO LQD0-COD-ERROR-DEV               00003460
                 MOVE LQD0-MONEDA   TO LQD0-VAR1-ERROR                  00003470
              END-IF                                                    00003480
           END-IF                                                       00003490
           .                                                            00003500
      *                                                                *00003510
      *----------------------------------------------------------------*00003520
       3100-FETCH-DETALLE.                                              00003530
      *----------------------------------------------------------------*00003540
           EXEC SQL                                                     00003550
                FETCH VLDCLQD1                                          00003560
                 INTO :W-BANQUE                                         00003570
                    , :VDET-CTAVAL                                      00003580
                    , :VDET-REFER                                       00003590
                    , :VDET-PAVAL                                       00003600
                    , :VDET-VALOR                                       00003610
                    , :VDET-ISIN                                        00003620
                    , :VDET-DATOS-DETAL                                 00003630
                    , :VOPE-DATOS-FINANZ                                00003640
                    , :W-MOTIVO-FLQ                                     00003650
           END-EXEC                                                     00003660
           EVALUATE SQLCODE                                             00003670
               WHEN ZERO                                                00003680
      *             EL IMPORTE EXPUESTO ES EL BRUTO DEL DETALLE, SEA    00003690
      *             COMPRA O VENTA                                      00003700
                    IF VDET-PTS-COMVEN < ZEROS                          00003710
                       COMPUTE W-IMPORTE = - VDET-PTS-COMVEN            00003720
                    ELSE                                                00003730
                       MOVE VDET-PTS-COMVEN TO W-IMPORTE                00003740
                    END-IF                                              00003750
                    IF W-MOTIVO-FLQ = SPACES                            00003760
                       MOVE SPACES          TO W-FALLIDA                00003770
                    ELSE                                                00003780
                       MOVE 'F'             TO W-FALLIDA                00003790
                    END-IF                                              00003800
                    IF LQD0-DETALLE                                     00003810
                       PERFORM 3300-DETALLE-MONEDA                      00003820
                    ELSE                                                00003830
                       PERFORM 3200-ACUMULA-GRUPO                       00003840
                    END-IF                                              00003850
               WHEN 100                                                 00003860
                    CONTINUE                                            00003870
               WHEN OTHER                                               00003880
                    PERFORM 8900-ERROR-SQL                              00003890
           END-EVALUATE                                                 00003900
           .                                                            00003910
      *                                                                *00003920
      *----------------------------------------------------------------*00003930
       3200-ACUMULA-GRUPO.                                              00003940
      *----------------------------------------------------------------*00003950
      *    BUSCA (O ABRE) EL GRUPO MONEDA + CONTRAPARTE; CON LA TABLA   00003960
      *    LLENA SE AVISA QUE HAY MAS GRUPOS DE LOS QUE SE DEVUELVEN    00003970
           MOVE ZEROS TO W-POS-IX                                       00003980
           PERFORM 3210-BUSCA-GRUPO                                     00003990
              VARYING IY FROM 1 BY 1                                    00004000
                UNTIL IY > IX                                           00004010
                   OR W-POS-IX > ZEROS                                  00004020
           IF W-POS-IX = ZEROS                                          00004030
              IF IX < 40                                                00004040
                 ADD  1                TO IX                            00004050
                 MOVE IX               TO W-POS-IX                      00004060
                                          LQD0-NUM-GRUPOS               00004070
                 MOVE VOPE-MON-FACT    TO LQD0-G-MONEDA (IX)            00004080
                 MOVE W-BANQUE         TO LQD0-G-BANQUE (IX)            00004090
              ELSE                                                      00004100
                 MOVE 'S'              TO LQD0-MAS-GRUPOS               00004110
              END-IF                                                    00004120
           END-IF                                                       00004130
           IF W-POS-IX > ZEROS                                          00004140
              IF VDET-DATOS-DETAL (107:1) = 'P'                         00004150
                 ADD 1          TO LQD0-G-NUM-LIQ (W-POS-IX)            00004160
                 ADD W-IMPORTE  TO LQD0-G-IMP-LIQ (W-POS-IX)            00004170
              ELSE                                                      00004180
                 ADD 1          TO LQD0-G-NUM-PTE (W-POS-IX)            00004190
                 ADD W-IMPORTE  TO LQD0-G-IMP-PTE (W-POS-IX)            00004200
                 IF W-ES-FALLIDA                                        00004210
                    ADD 1         TO LQD0-G-NUM-FAL (W-POS-IX)          00004220
                    ADD W-IMPORTE TO LQD0-G-IMP-FAL (W-POS-IX)          00004230
                 END-IF                                                 00004240
              END-IF                                                    00004250
           END-IF                                                       00004260
           .                                                            00004270
      *                                                                *00004280
      *----------------------------------------------------------------*00004290
       3210-BUSCA-GRUPO.                                                00004300
      *----------------------------------------------------------------*00004310
           IF LQD0-G-MONEDA (IY) = VOPE-MON-FACT AND                    00004320
              LQD0-G-BANQUE (IY) = W-BANQUE                             00004330
              MOVE IY               TO W-POS-IX                         00004340
           END-IF                                                       00004350
           .                                                            00004360
      *                                                                *00004370
      *----------------------------------------------------------------*00004380
       3300-DETALLE-MONEDA.                                             00004390
      *----------------------------------------------------------------*00004400
      *    LISTA DEL SUPERVISOR: DETALLES SIN LIQUIDAR DE LA MONEDA     00004410
           IF VOPE-MON-FACT NOT = LQD0-MONEDA                           00004420
              OR VDET-DATOS-DETAL (107:1) = 'P'                         00004430
              CONTINUE                                                  00004440
           ELSE                                                         00004450
              IF LQD0-SOLO-FALLIDAS = 'S' AND NOT W-ES-FALLIDA          00004460
                 CONTINUE                                               00004470
              ELSE                                                      00004480
                 ADD 1                 TO W-LEIDOS                      00004490
                 IF IX < 30                                             00004500
                    ADD  1             TO IX                            00004510
                    MOVE VDET-CTAVAL   TO LQD0-O-CUENTA   (IX)          00004520
                    MOVE VDET-REFER    TO LQD0-O-REFER    (IX)          00004530
                    MOVE VDET-PAVAL    TO LQD0-O-CODVALOR (IX)(01:03)   00004540
                    MOVE VDET-VALOR    TO LQD0-O-CODVALOR (IX)(04:08)   00004550
                    MOVE VDET-ISIN     TO LQD0-O-CODVALOR (IX)(12:01)   00004560
                    MOVE W-BANQUE      TO LQD0-O-BANQUE   (IX)          00004570
                    MOVE W-IMPORTE     TO LQD0-O-IMPORTE  (IX)          00004580
                    MOVE W-FALLIDA     TO LQD0-O-FALLIDA  (IX)          00004590
                    MOVE W-MOTIVO-FLQ  TO LQD0-O-MOTIVO   (IX)          00004600
                 END-IF                                                 00004610
              END-IF                                                    00004620
           END-IF                                                       00004630
           .                                                            00004640
      *                                                                *00004650
      *----------------------------------------------------------------*00004660
       4000-FALLIDAS-DIA.                                               00004670
      *----------------------------------------------------------------*00004680
           MOVE 'VLDTFLQ '          TO W-TABLA-SQL                      00004690
                                                                        00004700
           EXEC SQL                                                     00004710
                OPEN VLDCLQD2                                           00004720
           END-EXEC                                                     00004730
           IF SQLCODE NOT = ZERO                                        00004740
              PERFORM 8900-ERROR-SQL                                    00004750
           END-IF                                                       00004760
                                                                        00004770
           MOVE ZEROS TO IX                                             00004780
           PERFORM 4100-FETCH-MOTIVO                                    00004790
              UNTIL SQLCODE NOT = ZERO                                  00004800
                                                                        00004810
           EXEC SQL                                                     00004820
                CLOSE VLDCLQD2                                          00004830
           END-EXEC                                                     00004840
           IF SQLCODE NOT = ZERO                                        00004850
              PERFORM 8900-ERROR-SQL                                    00004860
           END-IF                                                       00004870
           MOVE IX                  TO LQD0-NUM-MOTIVOS                 00004880
           .                                                            00004890
      *                                                                *00004900
      *----------------------------------------------------------------*00004910
       4100-FETCH-MOTIVO.                                               00004920
      *----------------------------------------------------------------*00004930
           EXEC SQL                                                     00004940
                FETCH VLDCLQD2                                          00004950
                 INTO :VFLQ-MOTIVO                                      00004960
                    , :W-NUMERO                                         00004970
                    , :W-IMPORTE                                        00004980
           END-EXEC                                                     00004990
           EVALUATE SQLCODE                                             00005000
               WHEN ZERO                                                00005010
                    IF IX < 15                                          00005020
                       ADD  1            TO IX                          00005030
                       MOVE VFLQ-MOTIVO  TO LQD0-M-MOTIVO  (IX)         00005040
                       MOVE W-NUMERO     TO LQD0-M-NUMERO  (IX)         00005050
                       MOVE W-IMPORTE    TO LQD0-M-IMPORTE (IX)         00005060
                    END-IF                                              00005070
               WHEN 100                                                 00005080
                    CONTINUE                                            00005090
               WHEN OTHER                                               00005100
                    PERFORM 8900-ERROR-SQL                              00005110
           END-EVALUATE                                                 00005120
           .                                                            00005130
      *                                                                *00005140
      *----------------------------------------------------------------*00005150
       5000-RETENCIONES-DIA.                                            00005160
      *----------------------------------------------------------------*00005170
           MOVE 'VLDTEMA '          TO W-TABLA-SQL                      00005180
                                                                        00005190
           EXEC SQL                                                     00005200
                OPEN VLDCLQD3                                           00005210
           END-EXEC                                                     00005220
           IF SQLCODE NOT = ZERO                                        00005230
              PERFORM 8900-ERROR-SQL                                    00005240
           END-IF                                                       00005250
                                                                        00005260
           MOVE ZEROS TO IX                                             00005270
           PERFORM 5100-FETCH-RETENCION                                 00005280
              UNTIL SQLCODE NOT = ZERO                                  00005290
                                                                        00005300
           EXEC SQL                                                     00005310
                CLOSE VLDCLQD3                                          00005320
           END-EXEC                                                     00005330
           IF SQLCODE NOT = ZERO                                        00005340
              PERFORM 8900-ERROR-SQL                                    00005350
           END-IF                                                       00005360
           MOVE IX                  TO LQD0-NUM-RETENC                  00005370
           .                                                            00005380
      *                                                                *00005390
      *----------------------------------------------------------------*00005400
       5100-FETCH-RETENCION.                                            00005410
      *----------------------------------------------------------------*00005420
           EXEC SQL                                                     00005430
                FETCH VLDCLQD3                                          00005440
                 INTO :W-MONEDA                                         00005450
                    , :W-NUMERO                                         00005460
                    , :W-IMPORTE                                        00005470
           END-EXEC                                                     00005480
           EVALUATE SQLCODE                                             00005490
               WHEN ZERO                                                00005500
                    IF IX < 10                                          00005510
                       ADD  1            TO IX                          00005520
                       MOVE W-MONEDA     TO LQD0-R-MONEDA  (IX)         00005530
                       MOVE W-NUMERO     TO LQD0-R-NUMERO  (IX)         00005540
                       MOVE W-IMPORTE    TO LQD0-R-IMPORTE (IX)         00005550
                    END-IF                                              00005560
               WHEN 100                                                 00005570
                    CONTINUE                                            00005580
               WHEN OTHER                                               00005590
                    PERFORM 8900-ERROR-SQL                              00005600
           END-EVALUATE                                                 00005610
           .                                                            00005620
      *                                                                *00005630
      *----------------------------------------------------------------*00005640
       6000-PARTICIONES.                                                00005650
      *----------------------------------------------------------------*00005660
      *    LAS PARTICIONES 1-9 OCUPAN SU PROPIA POSICION Y LA FILA      00005670
      *    CONSOLIDADA LA DECIMA; CADA PARTICION GRABA SU FILA AL       00005680
      *    TERMINAR, ASI QUE SIN FILA LA PARTICION SIGUE EN CURSO       00005690
           MOVE 'VLDTCTL '          TO W-TABLA-SQL                      00005700
           MOVE LQD0-NUM-PART       TO LQD0-NUM-PARTIC                  00005710
           PERFORM 6050-PARTICION-EN-CURSO                              00005720
              VARYING IX FROM 1 BY 1                                    00005730
                UNTIL IX > LQD0-NUM-PART                                00005740
                                                                        00005750
           EXEC SQL                                                     00005760
                OPEN VLDCLQD4                                           00005770
           END-EXEC                                                     00005780
           IF SQLCODE NOT = ZERO                                        00005790
              PERFORM 8900-ERROR-SQL                                    00005800
           END-IF                                                       00005810
                                                                        00005820
           PERFORM 6100-FETCH-CONTROL                                   00005830
              UNTIL SQLCODE NOT = ZERO                                  00005840
                                                                        00005850
           EXEC SQL                                                     00005860
                CLOSE VLDCLQD4                                          00005870
           END-EXEC                                                     00005880
           IF SQLCODE NOT = ZERO                                        00005890
              PERFORM 8900-ERROR-SQL                                    00005900
           END-IF                                                       00005910
           .                                                            00005920
      *                                                                *00005930
      *----------------------------------------------------------------*00005940
       6050-PARTICION-EN-CURSO.                                         00005950
      *----------------------------------------------------------------*00005960
           MOVE IX                  TO W-PART-NUM                       00005970
           MOVE 'VL4C30P'           TO LQD0-P-PROGRAMA (IX)(1:7)        00005980
           MOVE W-PART-NUM          TO LQD0-P-PROGRAMA (IX)(8:1)        00005990
           SET LQD0-P-EN-CURSO (IX) TO TRUE                             00006000
           .                                                            00006010
      *                                                                *00006020
      *----------------------------------------------------------------*00006030
       6100-FETCH-CONTROL.                                              00006040
      *----------------------------------------------------------------*00006050
           EXEC SQL                                                     00006060
                FETCH VLDCLQD4                                          00006070
                 INTO :VCTL-PROGRAMA                                    00006080
                    , :VCTL-HORA-INICIO                                 00006090
                    , :VCTL-HORA-FIN                                    00006100
                    , :VCTL-LEIDOS                                      00006110
                    , :VCTL-ESCRITOS                                    00006120
                    , :VCTL-RECHAZADOS                                  00006130
                    , :VCTL-ESTADO                                      00006140
           END-EXEC                                                     00006150
           EVALUATE SQLCODE                                             00006160
               WHEN ZERO                                                00006170
                    IF VCTL-PROGRAMA = 'VL4C3050'                       00006180
                       MOVE 10                 TO IY                    00006190
                    ELSE                                                00006200
                       IF VCTL-PROGRAMA (8:1) IS NUMERIC AND            00006210
                          VCTL-PROGRAMA (8:1) NOT = '0'                 00006220
                          MOVE VCTL-PROGRAMA (8:1) TO W-PART-NUM        00006230
                          MOVE W-PART-NUM          TO IY                00006240
                       ELSE                                             00006250
                          MOVE ZEROS               TO IY                00006260
                       END-IF                                           00006270
                    END-IF                                              00006280
                    IF IY > ZEROS                                       00006290
                       PERFORM 6200-MUEVE-CONTROL                       00006300
                    END-IF                                              00006310
               WHEN 100                                                 00006320
                    CONTINUE                                            00006330
               WHEN OTHER                                               00006340
                    PERFORM 8900-ERROR-SQL                              00006350
           END-EVALUATE                                                 00006360
           .                                                            00006370
      *                                                                *00006380
      *----------------------------------------------------------------*00006390
       6200-MUEVE-CONTROL.                                              00006400
      *----------------------------------------------------------------*00006410
      *    UNA RELANZADA PISA A LA ANTERIOR (ORDEN POR HORA DE INICIO)  00006420
           MOVE VCTL-PROGRAMA       TO LQD0-P-PROGRAMA    (IY)          00006430
           MOVE VCTL-HORA-INICIO    TO LQD0-P-HORA-INICIO (IY)          00006440
           MOVE VCTL-HORA-FIN       TO LQD0-P-HORA-FIN    (IY)          00006450
           MOVE VCTL-LEIDOS         TO LQD0-P-LEIDOS      (IY)          00006460
           MOVE VCTL-ESCRITOS       TO LQD0-P-ESCRITOS    (IY)          00006470
           MOVE VCTL-RECHAZADOS     TO LQD0-P-RECHAZADOS  (IY)          00006480
           MOVE VCTL-ESTADO         TO LQD0-P-ESTADO      (IY)          00006490
           IF VCTL-ESTADO = 'OK'                                        00006500
              SET LQD0-P-TERMINADA  (IY) TO TRUE                        00006510
           ELSE                                                         00006520
              SET LQD0-P-CON-ERROR  (IY) TO TRUE                        00006530
           END-IF                                                       00006540
           IF IY > LQD0-NUM-PARTIC                                      00006550
              MOVE IY               TO LQD0-NUM-PARTIC                  00006560
           END-IF                                                       00006570
           .                                                            00006580
      *                                                                *00006590
      *----------------------------------------------------------------*00006600
       8900-ERROR-SQL.                                                  00006610
      *----------------------------------------------------------------*00006620
           MOVE '99'                  TO LQD0-COD-RETORNO               00006630
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00006640
           MOVE 'VLE1000'             TO LQD0-COD-ERROR-DEV             00006650
           MOVE W-TABLA-SQL           TO LQD0-VAR1-ERROR                00006660
           MOVE W-SQLCODE-EDIT        TO LQD0-VAR2-ERROR                00006670
           PERFORM 9999-FIN.                                            00006680
      *                                                                *00006690
      *----------------------------------------------------------------*00006700
       9999-FIN.                                                        00006710
      *----------------------------------------------------------------*00006720
           EXEC CICS                                                    00006730
              RETURN                                                    00006740
           END-EXEC.                                                    00006750
      *=================================================================00006760
      *   FIN DEL PROGRAMA                                              00006770
      *=================================================================00006780
