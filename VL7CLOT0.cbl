      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CLOT0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : CONSULTA DE LOTES FISCALES POR CUENTA Y VALOR    *00000080
      *OBJETIVO     : MUESTRA LOS LOTES ABIERTOS DE LA CUENTA EN EL    *00000090
      *               VALOR (VLDTLOT: FECHA, CANTIDAD PENDIENTE Y      *00000100
      *               COSTO UNITARIO) CON LA GANANCIA O PERDIDA NO     *00000110
      *               REALIZADA AL ULTIMO PRECIO DE VLDTCAM Y SU       *00000120
      *               INDICADOR DE PRECIO DESACTUALIZADO (MISMA REGLA  *00000130
      *               QUE VL7CIF01: SIN COTIZACION SE USA EL NOMINAL). *00000140
      *               ADEMAS LISTA LAS VENTAS DEL EJERCICIO (VLDTRZD)  *00000150
      *               CON SU RESULTADO, LA RETENCION PRACTICADA        *00000160
      *               (VLDTRET) Y LOS LOTES QUE CONSUMIO CADA VENTA    *00000170
      *               (VLDTLCS).                                       *00000180
      ******************************************************************00000190
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000200
      *--------- ---------- ----------------- -------------------------*00000210
      *RITM49184 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000220
      *----------------------------------------------------------------*00000230
      ******************************************************************00000240
      *                                                                 00000250
      *=================================================================00000260
       ENVIRONMENT DIVISION.                                            00000270
      *=================================================================00000280
       CONFIGURATION SECTION.                                           00000290
      *-----------------------------------------------------------------00000300
       SPECIAL-NAMES.                                                   00000310
      *--------------                                                   00000320
                                                                        00000330
      *=================================================================00000340
       DATA DIVISION.                                                   00000350
      *=================================================================00000360
                                                                        00000370
      *-----------------------------------------------------------------00000380
       WORKING-STORAGE SECTION.                                         00000390
      *-----------------------------------------------------------------00000400
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CLOT0'.   00000410
                                                                        00000420
      *-----------------------------------------------------------------00000430
      *    VARIABLES.                                                   00000440
      *-----------------------------------------------------------------00000450
       01  W-VARIABLES.                                                 00000460
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000470
           03 W-LEIDOS                 PIC 9(05)       VALUE ZEROS.     00000480
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000490
           03 W-TABLA-SQL              PIC X(08)       VALUE SPACES.    00000500
           03 W-FECHA-ISO              PIC X(10)       VALUE SPACES.    00000510
           03 W-FECHA-ISO-R REDEFINES W-FECHA-ISO.                      00000520
              05 W-ISO-AAAA            PIC X(04).                       00000530
              05 FILLER                PIC X(01).                       00000540
              05 W-ISO-MM              PIC X(02).                       00000550
              05 FILLER                PIC X(01).                       00000560
              05 W-ISO-DD              PIC X(02).                       00000570
           03 W-FECHA-AMD.                                              00000580
              05 W-AMD-AAAA            PIC X(04).                       00000590
              05 W-AMD-MM              PIC X(02).                       00000600
              05 W-AMD-DD              PIC X(02).                       00000610
           03 W-FECHA-AMD-N REDEFINES W-FECHA-AMD                       00000620
                                       PIC 9(08).                       00000630
           03 W-FECHA-DESDE            PIC S9(8)V USAGE COMP-3.         00000640
           03 W-FECHA-HASTA            PIC S9(8)V USAGE COMP-3.         00000650
           03 W-EJERCICIO              PIC S9(4)  USAGE COMP.           00000660
           03 W-PRECIO                 PIC S9(9)V9(6) USAGE COMP-3.     00000670
           03 W-COSTO-LOTE             PIC S9(13)V9(2) USAGE COMP-3.    00000680
           03 W-VALOR-LOTE             PIC S9(13)V9(2) USAGE COMP-3.    00000690
           03 W-RETENCION              PIC S9(13)V9(2) USAGE COMP-3.    00000700
           03 W-FECHA-LOTE             PIC S9(8)V USAGE COMP-3.         00000710
           03 WS-NEGLOT.                                                00000720
               05  WS-TIPNEG           PIC X(1) VALUE 'L'.              00000730
               05  WA-NEGLOT           PIC S9(07)V USAGE COMP-3.        00000740
                                                                        00000750
      *    LOTES FISCALES, RESULTADOS REALIZADOS Y LOTES CONSUMIDOS     00000760
           COPY VLCPTLOT.                                               00000780
           COPY VLCPTRZD.                                               00000790
           COPY VLCPTLCS.                                               00000800
                                                                        00000820
      *-----------------------------------------------------------------00000830
      *    INCLUDES (DEFINICION DE TABLAS).                             00000840
      *-----------------------------------------------------------------00000850
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000860
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00000870
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00000880
                                                                        00000890
      *-----------------------------------------------------------------00000900
      *                   C U R S O R E S                              *00000910
      *-----------------------------------------------------------------00000920
           EXEC SQL                                                     00000930
                DECLARE VLDCCAM  CURSOR FOR                             00000940
                 SELECT VCAM_CIERRE_D                                   00000950
                      , VCAM_FECDIA                                     00000960
                      , VCAM_FILLER                                     00000970
                   FROM VLDTCAM                                         00000980
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00000990
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00001000
                    AND VCAM_CIERRE_D <>  0                             00001010
                  ORDER BY VCAM_FECDIA DESC                             00001020
                  OPTIMIZE FOR 1 ROW                                    00001030
           END-EXEC.                                                    00001040
                                                                        00001050
           EXEC SQL                                                     00001060
                DECLARE VLDCLOT1  CURSOR FOR                            00001070
                SELECT  VLOT_SECUEN                                     00001080
                     ,  VLOT_FECHA                                      00001090
                     ,  VLOT_CANT_RESTA                                 00001100
                     ,  VLOT_COSTO_UNIT                                 00001110
                  FROM  VLDTLOT                                         00001120
                 WHERE  VLOT_CUENTA     = :VLOT-CUENTA                  00001130
                   AND  VLOT_CODVALOR   = :VLOT-CODVALOR                00001140
                   AND  VLOT_CANT_RESTA > 0                             00001150
                 ORDER  BY VLOT_FECHA, VLOT_SECUEN                      00001160
           END-EXEC.                                                    00001170
                                                                        00001180
           EXEC SQL                                                     00001190
                DECLARE VLDCLOT2  CURSOR FOR                            00001200
                SELECT  VRZD_REFER                                      00001210
                     ,  VRZD_FECHA                                      00001220
                     ,  VRZD_CANTIDAD                                   00001230
                     ,  VRZD_IMPORTE_SAL                                00001240
                     ,  VRZD_COSTO_FIFO                                 00001250
                     ,  VRZD_RESULTADO                                  00001260
                     ,  COALESCE(                                       00001270
                        (SELECT SUM(VRET_RETENCION)                     00001280
                           FROM VLDTRET                                 00001290
                          WHERE VRET_CUENTA  = VRZD_CUENTA              00001300
                            AND VRET_REFER   = VRZD_REFER               00001310
                            AND VRET_USUARIO = 'VL4C3050')              00001320
                        , 0)                                            00001330
                  FROM  VLDTRZD                                         00001340
                 WHERE  VRZD_CUENTA     = :VRZD-CUENTA                  00001350
                   AND  VRZD_CODVALOR   = :VRZD-CODVALOR                00001360
                   AND  VRZD_EJERCICIO  = :VRZD-EJERCICIO               00001370
                 ORDER  BY VRZD_FECHA, VRZD_REFER                       00001380
           END-EXEC.                                                    00001390
                                                                        00001400
           EXEC SQL                                                     00001410
                DECLARE VLDCLOT3  CURSOR FOR                            00001420
                SELECT  VLCS_REFER                                      00001430
                     ,  VLCS_SECUEN                                     00001440
                     ,  COALESCE(                                       00001450
                        (SELECT VLOT_FECHA                              00001460
                           FROM VLDTLOT                                 00001470
                          WHERE VLOT_CUENTA   = VLCS_CUENTA             00001480
                            AND VLOT_CODVALOR = VLCS_CODVALOR           00001490
                            AND VLOT_SECUEN   = VLCS_SECUEN)            00001500
                        , 0)                                            00001510
                     ,  VLCS_CANTIDAD                                   00001520
                     ,  VLCS_COSTO_UNIT                                 00001530
                  FROM  VLDTLCS                                         00001540
                 WHERE  VLCS_CUENTA     = :VLCS-CUENTA                  00001550
                   AND  VLCS_CODVALOR   = :VLCS-CODVALOR                00001560
                   AND  VLCS_FECHA     >= :W-FECHA-DESDE                00001570
                   AND  VLCS_FECHA     <= :W-FECHA-HASTA                00001580
                 ORDER  BY VLCS_FECHA, VLCS_REFER, VLCS_SECUEN          00001590
           END-EXEC.                                                    00001600
                                                                        00001610
      *---------------*                                                 00001620
       LINKAGE SECTION.                                                 00001630
      *---------------*                                                 00001640
       01  DFHCOMMAREA.                                                 00001650
           05  LOT0-DATOS-ENTRADA.                                      00001660
               10  LOT0-CUENTA         PIC 9(07).                       00001670
               10  LOT0-CODVALOR       PIC X(12).                       00001680
               10  LOT0-EJERCICIO      PIC 9(04).                       00001690
               10  LOT0-FECHA          PIC 9(08).                       00001700
           05  LOT0-DATOS-SALIDA.                                       00001710
               10  LOT0-COD-RETORNO    PIC X(02).                       00001720
               10  LOT0-COD-ERROR-DEV  PIC X(07).                       00001730
               10  LOT0-VAR1-ERROR     PIC X(08).                       00001740
               10  LOT0-VAR2-ERROR     PIC X(05).                       00001750
      *        PRECIO DE VALORACION DE LOS LOTES ABIERTOS               00001760
               10  LOT0-PRECIO         PIC 9(09)V9(06).                 00001770
               10  LOT0-PRE-FECDIA     PIC 9(08).                       00001780
               10  LOT0-PRE-FLAG       PIC X(01).                       00001790
                   88  LOT0-PRE-VIGENTE          VALUE 'N'.             00001800
                   88  LOT0-PRE-DESACTUALIZADO   VALUE 'S'.             00001810
      *        LOTES ABIERTOS (CANTIDAD PENDIENTE > 0)                  00001820
               10  LOT0-MAS-LOTES      PIC X(01).                       00001830
               10  LOT0-NUM-LOTES      PIC 9(02).                       00001840
               10  LOT0-LOTES OCCURS 20 TIMES.                          00001850
                   15  LOT0-L-SECUEN       PIC 9(05).                   00001860
                   15  LOT0-L-FECHA        PIC 9(08).                   00001870
                   15  LOT0-L-CANT-RESTA   PIC 9(13).                   00001880
                   15  LOT0-L-COSTO-UNIT   PIC 9(09)V9(06).             00001890
                   15  LOT0-L-COSTO-TOTAL  PIC 9(13)V9(02).             00001900
                   15  LOT0-L-VALOR-MERCA  PIC 9(13)V9(02).             00001910
                   15  LOT0-L-GANANCIA     PIC S9(13)V9(02).            00001920
               10  LOT0-TOT-CANT-RESTA PIC 9(13).                       00001930
               10  LOT0-TOT-COSTO      PIC 9(13)V9(02).                 00001940
               10  LOT0-TOT-VALOR-MERCA                                 00001950
                                       PIC 9(13)V9(02).                 00001960
               10  LOT0-TOT-GANANCIA   PIC S9(13)V9(02).                00001970
      *        VENTAS DEL EJERCICIO (RESULTADO REALIZADO)               00001980
               10  LOT0-MAS-VENTAS     PIC X(01).                       00001990
               10  LOT0-NUM-VENTAS     PIC 9(02).                       00002000
               10  LOT0-VENTAS OCCURS 10 TIMES.                         00002010
                   15  LOT0-V-REFER        PIC 9(09).                   00002020
                   15  LOT0-V-FECHA        PIC 9(08).                   00002030
                   15  LOT0-V-CANTIDAD     PIC 9(13).                   00002040
                   15  LOT0-V-IMPORTE-SAL  PIC 9(13)V9(02).             00002050
                   15  LOT0-V-COSTO-FIFO   PIC 9(13)V9(02).             00002060
                   15  LOT0-V-RESULTADO    PIC S9(13)V9(02).            00002070
                   15  LOT0-V-RETENCION    PIC 9(13)V9(02).             00002080
               10  LOT0-TOT-RESULTADO  PIC S9(13)V9(02).                00002090
               10  LOT0-TOT-RETENCION  PIC 9(13)V9(02).                 00002100
      *        LOTES CONSUMIDOS POR LAS VENTAS DEL EJERCICIO            00002110
               10  LOT0-MAS-CONSUMOS   PIC X(01).                       00002120
               10  LOT0-NUM-CONSUMOS   PIC 9(02).                       00002130
               10  LOT0-CONSUMOS OCCURS 30 TIMES.                       00002140
                   15  LOT0-C-REFER        PIC 9(09).                   00002150
                   15  LOT0-C-SECUEN       PIC 9(05).                   00002160
                   15  LOT0-C-FECHA-LOTE   PIC 9(08).                   00002170
                   15  LOT0-C-CANTIDAD     PIC 9(13).                   00002180
                   15  LOT0-C-COSTO-UNIT   PIC 9(09)V9(06).             00002190
      *-----------------------------------------------------------------00002200
                                                                        00002210
      *==================                                               00002220
       PROCEDURE DIVISION.                                              00002230
      *==================                                               00002240
           PERFORM 1000-INICIO                                          00002250
           PERFORM 2000-VALIDA-ENTRADA                                  00002260
           PERFORM 3000-PRECIO-MERCADO                                  00002270
           PERFORM 4000-LOTES-ABIERTOS                                  00002280
           PERFORM 5000-VENTAS-EJERCICIO                                00002290
           PERFORM 6000-LOTES-CONSUMIDOS                                00002300
           IF LOT0-NUM-LOTES  = ZEROS AND                               00002310
              LOT0-NUM-VENTAS = ZEROS                                   00002320
              MOVE '02'                  TO LOT0-COD-RETORNO            00002330
              MOVE 'VLE2394'             TO LOT0-COD-ERROR-DEV          00002340
              MOVE 'SINLOTES'            TO LOT0-VAR1-ERROR             00002350
           END-IF                                                       00002360
           PERFORM 9999-FIN.                                            00002370
                                                                        00002380
      *---------------------------------------------------------------- 00002390
       1000-INICIO.                                                     00002400
      *---------------------------------------------------------------- 00002410
           INITIALIZE      LOT0-DATOS-SALIDA                            00002420
                           DCLVLDTLOT                                   00002430
                           DCLVLDTRZD                                   00002440
                           DCLVLDTLCS.                                  00002450
                                                                        00002460
           MOVE '00'                TO  LOT0-COD-RETORNO                00002470
           MOVE 'N'                 TO  LOT0-MAS-LOTES                  00002480
                                        LOT0-MAS-VENTAS                 00002490
                                        LOT0-MAS-CONSUMOS               00002500
                                                                        00002510
      *    SIN FECHA DE CONSULTA SE VALORA A LA FECHA DEL DIA Y, SIN    00002520
      *    EJERCICIO, SE LISTAN LAS VENTAS DEL EJERCICIO DE ESA FECHA   00002530
           IF LOT0-FECHA = ZEROS                                        00002540
              MOVE 'SYSDATE '       TO  W-TABLA-SQL                     00002550
              EXEC SQL                                                  00002560
                   SET :W-FECHA-ISO = CHAR(CURRENT DATE, ISO)           00002570
              END-EXEC                                                  00002580
              IF SQLCODE NOT = ZERO                                     00002590
                 PERFORM 8900-ERROR-SQL                                 00002600
              END-IF                                                    00002610
              MOVE W-ISO-AAAA       TO  W-AMD-AAAA                      00002620
              MOVE W-ISO-MM         TO  W-AMD-MM                        00002630
              MOVE W-ISO-DD         TO  W-AMD-DD                        00002640
              MOVE W-FECHA-AMD-N    TO  LOT0-FECHA                      00002650
           END-IF                                                       00002660
           IF LOT0-EJERCICIO = ZEROS                                    00002670
              MOVE LOT0-FECHA(1:4)  TO  LOT0-EJERCICIO                  00002680
           END-IF                                                       00002690
           MOVE LOT0-EJERCICIO      TO  W-EJERCICIO                     00002700
           COMPUTE W-FECHA-DESDE = W-EJERCICIO * 10000 + 0101           00002710
           COMPUTE W-FECHA-HASTA = W-EJERCICIO * 10000 + 1231           00002720
           .                                                            00002730
      *                                                                *00002740
      *----------------------------------------------------------------*00002750
       2000-VALIDA-ENTRADA.                                             00002760
      *----------------------------------------------------------------*00002770
           IF LOT0-CUENTA NOT > ZEROS                                   00002780
              MOVE '01'                  TO LOT0-COD-RETORNO            00002790
              MOVE 'VLE2392'             TO LOT0-COD-ERROR-DEV          00002800
              MOVE 'CUENTA  '            TO LOT0-VAR1-ERROR             00002810
              PERFORM 9999-FIN                                          00002820
           END-IF                                                       00002830
           IF LOT0-CODVALOR = SPACES OR LOW-VALUES                      00002840
              MOVE '01'                  TO LOT0-COD-RETORNO            00002850
              MOVE 'VLE2392'             TO LOT0-COD-ERROR-DEV          00002860
              MOVE 'CODVALOR'            TO LOT0-VAR1-ERROR             00002870
              PERFORM 9999-FIN                                          00002880
           END-IF                                                       00002890
                                                                        00002900
           MOVE LOT0-CODVALOR (01:03) TO VXEN-PAVAL                     00002910
           MOVE LOT0-CODVALOR (04:08) TO VXEN-VALOR                     00002920
           MOVE LOT0-CODVALOR (12:01) TO VXEN-ISIN                      00002930
           MOVE 'VLDTXEN '          TO W-TABLA-SQL                      00002940
           EXEC SQL                                                     00002950
                SELECT  VXEN_NOMINEM                                    00002960
                  INTO :VXEN-NOMINEM                                    00002970
                  FROM  VLDTXEN                                         00002980
                 WHERE  VXEN_PAVAL  = :VXEN-PAVAL                       00002990
                   AND  VXEN_VALOR  = :VXEN-VALOR                       00003000
                   AND  VXEN_ISIN   = :VXEN-ISIN                        00003010
           END-EXEC                                                     00003020
           EVALUATE SQLCODE                                             00003030
               WHEN ZERO                                                00003040
                    CONTINUE                                            00003050
               WHEN 100                                                 00003060
                    MOVE '01'            TO LOT0-COD-RETORNO            00003070
                    MOVE 'VLE2393'       TO LOT0-COD-ERROR-DEV          00003080
                    MOVE 'CODVALOR'      TO LOT0-VAR1-ERROR             00003090
                    PERFORM 9999-FIN                                    00003100
               WHEN OTHER                                               00003110
                    PERFORM 8900-ERROR-SQL                              00003120
           END-EVALUATE                                                 00003130
           .                                                            00003140
      *                                                                *00003150
      *----------------------------------------------------------------*00003160
       3000-PRECIO-MERCADO.                                             00003170
      *----------------------------------------------------------------*00003180
      *    ULTIMO CIERRE DE VLDTCAM A LA FECHA DE CONSULTA; SI ES DE UN 00003190
      *    DIA ANTERIOR SE MARCA COMO DESACTUALIZADO                    00003200
           MOVE LOT0-CODVALOR       TO VCAM-CODVALOR                    00003210
           MOVE LOT0-FECHA          TO VCAM-FECDIA                      00003220
           MOVE 'VLDTCAM '          TO W-TABLA-SQL                      00003230
                                                                        00003240
           EXEC SQL                                                     00003250
                OPEN VLDCCAM                                            00003260
           END-EXEC                                                     00003270
           IF SQLCODE NOT = ZERO                                        00003280
              PERFORM 8900-ERROR-SQL                                    00003290
           END-IF                                                       00003300
                                                                        00003310
           EXEC SQL                                                     00003320
                FETCH VLDCCAM                                           00003330
                 INTO :VCAM-CIERRE-D                                    00003340
                    , :VCAM-FECDIA                                      00003350
                    , :VCAM-FILLER                                      00003360
           END-EXEC                                                     00003370
           EVALUATE SQLCODE                                             00003380
               WHEN ZERO                                                00003390
                    MOVE VCAM-FILLER(01:05)  TO WS-NEGLOT               00003400
                    IF WS-TIPNEG = 'L' AND WA-NEGLOT > 0                00003410
                       COMPUTE VCAM-CIERRE-D = VCAM-CIERRE-D / WA-NEGLOT00003420
                    END-IF                                              00003430
                    MOVE VCAM-CIERRE-D   TO W-PRECIO                    00003440
                    MOVE VCAM-FECDIA     TO LOT0-PRE-FECDIA             00003450
                    IF VCAM-FECDIA < LOT0-FECHA                         00003460
                       SET LOT0-PRE-DESACTUALIZADO TO TRUE              00003470
                    ELSE                                                00003480
                       SET LOT0-PRE-VIGENTE        TO TRUE              00003490
                    END-IF                                              00003500
               WHEN 100                                                 00003510
      *             SIN COTIZACION EN VLDTCAM: SE VALORA AL NOMINAL     00003520
      *             COMO SUSTITUTO, NO A UN PRECIO DE MERCADO           00003530
                    MOVE VXEN-NOMINEM    TO W-PRECIO                    00003540
                    MOVE ZEROS           TO LOT0-PRE-FECDIA             00003550
                    SET LOT0-PRE-DESACTUALIZADO TO TRUE                 00003560
               WHEN OTHER                                               00003570
                    PERFORM 8900-ERROR-SQL                              00003580
           END-EVALUATE                                                 00003590
                                                                        00003600
           EXEC SQL                                                     00003610
                CLOSE VLDCCAM                                           00003620
           END-EXEC                                                     00003630
           IF SQLCODE NOT = ZERO                                        00003640
              PERFORM 8900-ERROR-SQL                                    00003650
           END-IF                                                       00003660
           MOVE W-PRECIO            TO LOT0-PRECIO                      00003670
           .                                                            00003680
      *                                                                *00003690
      *----------------------------------------------------------------*00003700
       4000-LOTES-ABIERTOS.                                             00003710
      *----------------------------------------------------------------*00003720
      *    LOS TOTALES CUBREN TODOS LOS LOTES ABIERTOS AUNQUE SOLO SE   00003730
      *    DEVUELVAN LOS 20 MAS ANTIGUOS                                00003740
           MOVE LOT0-CUENTA         TO VLOT-CUENTA                      00003750
           MOVE LOT0-CODVALOR       TO VLOT-CODVALOR                    00003760
           MOVE 'VLDTLOT '          TO W-TABLA-SQL                      00003770
                                                                        00003780
           EXEC SQL                                                     00003790
                OPEN VLDCLOT1                                           00003800
           END-EXEC                                                     00003810
           IF SQLCODE NOT = ZERO                                        00003820
              PERFORM 8900-ERROR-SQL                                    00003830
           END-IF                                                       00003840
                                                                        00003850
           MOVE ZEROS TO IX W-LEIDOS                                    00003860
           PERFORM 4100-FETCH-LOTE                                      00003870
              UNTIL SQLCODE NOT = ZERO                                  00003880
                                                                        00003890
           EXEC SQL                                                     00003900
                CLOSE VLDCLOT1                                          00003910
           END-EXEC                                                     00003920
           IF SQLCODE NOT = ZERO                                        00003930
              PERFORM 8900-ERROR-SQL                                    00003940
           END-IF                                                       00003950
                                                                        00003960
           MOVE IX                  TO LOT0-NUM-LOTES                   00003970
           IF W-LEIDOS > IX                                             00003980
              MOVE 'S'              TO LOT0-MAS-LOTES                   00003990
           END-IF                                                       00004000
           .                                                            00004010
      *                                                                *00004020
      *----------------------------------------------------------------*00004030
       4100-FETCH-LOTE.                                                 00004040
      *----------------------------------------------------------------*00004050
           EXEC SQL                                                     00004060
                FETCH VLDCLOT1                                          00004070
                 INTO :VLOT-SECUEN                                      00004080
                    , :VLOT-FECHA                                       00004090
                    , :VLOT-CANT-RESTA                                  00004100
                    , :VLOT-COSTO-UNIT                                  00004110
           END-EXEC                                                     00004120
           EVALUATE SQLCODE                                             00004130
               WHEN ZERO                                                00004140
                    ADD  1               TO W-LEIDOS                    00004150
                    COMPUTE W-COSTO-LOTE ROUNDED =                      00004160
                            VLOT-CANT-RESTA * VLOT-COSTO-UNIT           00004170
                    COMPUTE W-VALOR-LOTE ROUNDED =                      00004180
                            VLOT-CANT-RESTA * W-PRECIO                  00004190
                    ADD  VLOT-CANT-RESTA TO LOT0-TOT-CANT-RESTA         00004200
                    ADD  W-COSTO-LOTE    TO LOT0-TOT-COSTO              00004210
                    ADD  W-VALOR-LOTE    TO LOT0-TOT-VALOR-MERCA        00004220
                    COMPUTE LOT0-TOT-GANANCIA =                         00004230
                            LOT0-TOT-GANANCIA + W-VALOR-LOTE            00004240
                                              - W-COSTO-LOTE            00004250
                    IF IX < 20                                          00004260
                       ADD  1               TO IX                       00004270
                       MOVE VLOT-SECUEN     TO LOT0-L-SECUEN      (IX)  00004280
                       MOVE VLOT-FECHA      TO LOT0-L-FECHA       (IX)  00004290
                       MOVE VLOT-CANT-RESTA TO LOT0-L-CANT-RESTA  (IX)  00004300
                       MOVE VLOT-COSTO-UNIT TO LOT0-L-COSTO-UNIT  (IX)  00004310
                       MOVE W-COSTO-LOTE    TO LOT0-L-COSTO-TOTAL (IX)  00004320
                       MOVE W-VALOR-LOTE    TO LOT0-L-VALOR-MERCA (IX)  00004330
                       COMPUTE LOT0-L-GANANCIA (IX) =                   00004340
                               W-VALOR-LOTE - W-COSTO-LOTE              00004350
                    END-IF                                              00004360
               WHEN 100                                                 00004370
                    CONTINUE                                            00004380
               WHEN OTHER                                               00004390
                    PERFORM 8900-ERROR-SQL                              00004400
           END-EVALUATE                                                 00004410
           .                                                            00004420
      *                                                                *00004430
      *----------------------------------------------------------------*00004440
       5000-VENTAS-EJERCICIO.                                           00004450
      *----------------------------------------------------------------*00004460
           MOVE LOT0-CUENTA         TO VRZD-CUENTA                      00004470
           MOVE LOT0-CODVALOR       TO VRZD-CODVALOR                    00004480
           MOVE W-EJERCICIO         TO VRZD-EJERCICIO                   00004490
           MOVE 'VLDTRZD '          TO W-TABLA-SQL                      00004500
                                                                        00004510
           EXEC SQL                                                     00004520
                OPEN VLDCLOT2                                           00004530
           END-EXEC                                                     00004540
           IF SQLCODE NOT = ZERO                                        00004550
              PERFORM 8900-ERROR-SQL                                    00004560
           END-IF                                                       00004570
                                                                        00004580
           MOVE ZEROS TO IX W-LEIDOS                                    00004590
           PERFORM 5100-FETCH-VENTA                                     00004600
              UNTIL SQLCODE NOT = ZERO                                  00004610
                                                                        00004620
           EXEC SQL                                                     00004630
                CLOSE VLDCLOT2                                          00004640
           END-EXEC                                                     00004650
           IF SQLCODE NOT = ZERO                                        00004660
              PERFORM 8900-ERROR-SQL                                    00004670
           END-IF                                                       00004680
                                                                        00004690
           MOVE IX                  TO LOT0-NUM-VENTAS                  00004700
           IF W-LEIDOS > IX                                             00004710
              MOVE 'S'              TO LOT0-MAS-VENTAS                  00004720
           END-IF                                                       00004730
           .                                                            00004740
      *                                                                *00004750
      *----------------------------------------------------------------*00004760
       5100-FETCH-VENTA.                                                00004770
      *----------------------------------------------------------------*00004780
           EXEC SQL                                                     00004790
                FETCH VLDCLOT2                                          00004800
                 INTO :VRZD-REFER                                       00004810
                    , :VRZD-FECHA                                       00004820
                    , :VRZD-CANTIDAD                                    00004830
                    , :VRZD-IMPORTE-SAL                                 00004840
                    , :VRZD-COSTO-FIFO                                  00004850
                    , :VRZD-RESULTADO                                   00004860
                    , :W-RETENCION                                      00004870
           END-EXEC                                                     00004880
           EVALUATE SQLCODE                                             00004890
               WHEN ZERO                                                00004900
                    ADD  1               TO W-LEIDOS                    00004910
                    ADD  VRZD-RESULTADO  TO LOT0-TOT-RESULTADO          00004920
                    ADD  W-RETENCION     TO LOT0-TOT-RETENCION          00004930
                    IF IX < 10                                          00004940
                       ADD  1                TO IX                      00004950
                       MOVE VRZD-REFER       TO LOT0-V-REFER       (IX) 00004960
                       MOVE VRZD-FECHA       TO LOT0-V-FECHA       (IX) 00004970
                       MOVE VRZD-CANTIDAD    TO LOT0-V-CANTIDAD    (IX) 00004980
                       MOVE VRZD-IMPORTE-SAL TO LOT0-V-IMPORTE-SAL (IX) 00004990
                       MOVE VRZD-COSTO-FIFO  TO LOT0-V-COSTO-FIFO  (IX) 00005000
                       MOVE VRZD-RESULTADO   TO LOT0-V-RESULTADO   (IX) 00005010
                       MOVE W-RETENCION      TO LOT0-V-RETENCION   (IX) 00005020
                    END-IF                                              00005030
               WHEN 100                                                 00005040
                    CONTINUE                                            00005050
               WHEN OTHER                                               00005060
                    PERFORM 8900-ERROR-SQL                              00005070
           END-EVALUATE                                                 00005080
           .                                                            00005090
      *                                                                *00005100
      *----------------------------------------------------------------*00005110
       6000-LOTES-CONSUMIDOS.                                           00005120
      *----------------------------------------------------------------*00005130
      *    LOTES TOCADOS POR EL CONSUMO FIFO DE LAS VENTAS DEL EJERCICIO00005140
      *    (VL4C3050 LOS REGISTRA EN VLDTLCS AL LIQUIDAR CADA SALIDA)   00005150
           MOVE LOT0-CUENTA         TO VLCS-CUENTA                      00005160
           MOVE LOT0-CODVALOR       TO VLCS-CODVALOR                    00005170
           MOVE 'VLDTLCS '          TO W-TABLA-SQL                      00005180
                                                                        00005190
           EXEC SQL                                                     00005200
                OPEN VLDCLOT3                                           00005210
           END-EXEC                                                     00005220
           IF SQLCODE NOT = ZERO                                        00005230
              PERFORM 8900-ERROR-SQL                                    00005240
           END-IF                                                       00005250
                                                                        00005260
           MOVE ZEROS TO IX W-LEIDOS                                    00005270
           PERFORM 6100-FETCH-CONSUMO                                   00005280
              UNTIL SQLCODE NOT = ZERO                                  00005290
                                                                        00005300
           EXEC SQL                                                     00005310
                CLOSE VLDCLOT3                                          00005320
           END-EXEC                                                     00005330
           IF SQLCODE NOT = ZERO                                        00005340
              PERFORM 8900-ERROR-SQL                                    00005350
           END-IF                                                       00005360
                                                                        00005370
           MOVE IX                  TO LOT0-NUM-CONSUMOS                00005380
           IF W-LEIDOS > IX                                             00005390
              MOVE 'S'              TO LOT0-MAS-CONSUMOS                00005400
           END-IF                                                       00005410
           .                                                            00005420
      *                                                                *00005430
      *----------------------------------------------------------------*00005440
       6100-FETCH-CONSUMO.                                              00005450
      *----------------------------------------------------------------*00005460
           EXEC SQL                                                     00005470
                FETCH VLDCLOT3                                          00005480
                 INTO :VLCS-REFER                                       00005490
                    , :VLCS-SECUEN                                      00005500
                    , :W-FECHA-LOTE                                     00005510
                    , :VLCS-CANTIDAD                                    00005520
                    , :VLCS-COSTO-UNIT                                  00005530
           END-EXEC                                                     00005540
           EVALUATE SQLCODE                                             00005550
               WHEN ZERO                                                00005560
                    ADD  1               TO W-LEIDOS                    00005570
                    IF IX < 30                                          00005580
                       ADD  1               TO IX                       00005590
                       MOVE VLCS-REFER      TO LOT0-C-REFER      (IX)   00005600
                       MOVE VLCS-SECUEN     TO LOT0-C-SECUEN     (IX)   00005610
                       MOVE W-FECHA-LOTE    TO LOT0-C-FECHA-LOTE (IX)   00005620
                       MOVE VLCS-CANTIDAD   TO LOT0-C-CANTIDAD   (IX)   00005630
                       MOVE VLCS-COSTO-UNIT TO LOT0-C-COSTO-UNIT (IX)   00005640
                    END-IF                                              00005650
               WHEN 100                                                 00005660
                    CONTINUE                                            00005670
               WHEN OTHER                                               00005680
                    PERFORM 8900-ERROR-SQL                              00005690
           END-EVALUATE                                                 00005700
           .                                                            00005710
      *                                                                *00005720
      *----------------------------------------------------------------*00005730
       8900-ERROR-SQL.                                                  00005740
      *----------------------------------------------------------------*00005750
           MOVE '99'                  TO LOT0-COD-RETORNO               00005760
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00005770
           MOVE 'VLE1000'             TO LOT0-COD-ERROR-DEV             00005780
           MOVE W-TABLA-SQL           TO LOT0-VAR1-ERROR                00005790
           MOVE W-SQLCODE-EDIT        TO LOT0-VAR2-ERROR                00005800
           PERFORM 9999-FIN.                                            00005810
      *                                                                *00005820
      *----------------------------------------------------------------*00005830
       9999-FIN.                                                        00005840
      *----------------------------------------------------------------*00005850
           EXEC CICS                                                    00005860
              RETURN                                                    00005870
           END-EXEC.                                                    00005880
      *=================================================================00005890
      *   FIN DEL PROGRAMA                                              00005900
      *=================================================================00005910
