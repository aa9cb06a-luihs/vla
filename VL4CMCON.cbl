       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CMCON.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : VIGILANCIA DIARIA DE CONDUCTA DE MERCADO. RECORRE    *00000060
      *           LAS OPERACIONES DE LA SESION EN VLDTOPE/VLDTDET Y    *00000070
      *           BUSCA:                                               *00000080
      *             1. CRUCES: COMPRA Y VENTA DEL MISMO VALOR EN LA    *00000090
      *                MISMA SESION ENTRE CUENTAS DISTINTAS DEL MISMO  *00000100
      *                CLIENTE (CRUCECLI), DEL MISMO GRUPO ECONOMICO   *00000110
      *                EN VLDTGRU (CRUCEGRU) O DEL MISMO GESTOR        *00000120
      *                VARC_ANALIS (CRUCEGES).                         *00000130
      *             2. IDAS Y VUELTAS: CLIENTE QUE COMPRA Y VENDE EL   *00000140
      *                MISMO VALOR EN LA MISMA SESION UN MINIMO DE     *00000150
      *                VECES DENTRO DE LA VENTANA DE DIAS, CUANDO EL   *00000160
      *                CIERRE DE VLDTCAM SE MOVIO EN ESE PERIODO AL    *00000170
      *                MENOS EL PORCENTAJE INDICADO (IDAVUELT).        *00000180
      *           CADA HALLAZGO QUEDA COMO CASO EN VLDTMCC, COLA DE    *00000190
      *           CONDUCTA DE MERCADO QUE CUMPLIMIENTO TRABAJA EN      *00000200
      *           VL7CMCC0 CON EL MISMO CICLO QUE LOS CASOS UIF;       *00000210
      *           MIENTRAS HAYA UN CASO ABIERTO DEL MISMO CLIENTE,     *00000220
      *           REGLA Y VALOR EL HALLAZGO REPETIDO SE SUPRIME.       *00000230
      *           EL REPORTE S1RMCON LISTA LOS CASOS NUEVOS.           *00000240
      * SYSIN   : 1. FECHA PROCESO AAAAMMDD (BLANCOS = FECHA SISTEMA)  *00000250
      *           2. DIAS DE VENTANA 9(3) + NRO MINIMO DE IDAS Y       *00000260
      *              VUELTAS 9(3) + VARIACION MINIMA DEL CIERRE EN     *00000270
      *              PORCENTAJE 9(3)                                   *00000280
      * FECHA   : 15-10-2026                                           *00000290
      ******************************************************************00000300
      ******************************************************************00000310
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000320
      *---------- ---------- ---------------- -------------------------*00000330
      *RITM49174  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000340
      *---------- ---------- ---------------- -------------------------*00000350
      ******************************************************************00000360
       ENVIRONMENT DIVISION.                                            00000370
       CONFIGURATION SECTION.                                           00000380
       SPECIAL-NAMES.                                                   00000390
       INPUT-OUTPUT SECTION.                                            00000400
       FILE-CONTROL.                                                    00000410
                                                                        00000420
           SELECT S1RMCON   ASSIGN       TO S1RMCON                     00000430
                            FILE STATUS  IS FS-SRMCON.                  00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
      *                                                                *00000470
       FD  S1RMCON                                                      00000480
           RECORDING MODE  IS  F                                        00000490
           LABEL  RECORDS  IS  STANDARD                                 00000500
           DATA   RECORD   IS  SAL-RMCON.                               00000510
         01 SAL-RMCON              PIC X(132).                          00000520
      *                                                                 00000530
      ******************************************************************00000540
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000550
      ******************************************************************00000560
       WORKING-STORAGE SECTION.                                         00000570
      *************************                                         00000580
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CMCON'.          00000590
      *                                                                 00000600
      * PARAMETROS DE EJECUCION (SYSIN)                                 00000610
       01  WS-PARAMETROS.                                               00000620
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00000630
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA                   00000640
                                   PIC 9(08).                           00000650
           05 WA-CARD-IDAVUELTA.                                        00000660
              10 WA-CARD-DIAS      PIC X(03) VALUE SPACES.              00000670
              10 WA-CARD-DIAS-N REDEFINES WA-CARD-DIAS                  00000680
                                   PIC 9(03).                           00000690
              10 WA-CARD-VUELTAS   PIC X(03) VALUE SPACES.              00000700
              10 WA-CARD-VUELTAS-N REDEFINES WA-CARD-VUELTAS            00000710
                                   PIC 9(03).                           00000720
              10 WA-CARD-VARPCT    PIC X(03) VALUE SPACES.              00000730
              10 WA-CARD-VARPCT-N REDEFINES WA-CARD-VARPCT              00000740
                                   PIC 9(03).                           00000750
      *                                                                 00000760
       01  WS-UMBRALES.                                                 00000770
           05 WK-FECHA-PROC        PIC S9(8)V COMP-3 VALUE ZEROS.       00000780
           05 WK-FECHA-DESDE       PIC S9(8)V COMP-3 VALUE ZEROS.       00000790
           05 WK-DIAS-VENTANA      PIC S9(3)  COMP-3 VALUE ZEROS.       00000800
           05 WK-MIN-VUELTAS       PIC S9(5)  COMP-3 VALUE ZEROS.       00000810
           05 WK-VAR-MINIMA        PIC S9(3)V9(2) COMP-3 VALUE ZEROS.   00000820
      *                                                                 00000830
      * AREA DE TRABAJO DE LOS HALLAZGOS                                00000840
       01  WS-HALLAZGO.                                                 00000850
           05 WMCC-NUMCLI          PIC S9(8)V COMP-3 VALUE ZEROS.       00000860
           05 WMCC-CUENTA          PIC S9(7)V COMP-3 VALUE ZEROS.       00000870
           05 WMCC-ANALIS          PIC X(04)  VALUE SPACES.             00000880
           05 WMCC-NUMCLI-CP       PIC S9(8)V COMP-3 VALUE ZEROS.       00000890
           05 WMCC-CUENTA-CP       PIC S9(7)V COMP-3 VALUE ZEROS.       00000900
           05 WMCC-ANALIS-CP       PIC X(04)  VALUE SPACES.             00000910
           05 WMCC-PAVAL           PIC X(03)  VALUE SPACES.             00000920
           05 WMCC-VALOR           PIC X(08)  VALUE SPACES.             00000930
           05 WMCC-ISIN            PIC X(01)  VALUE SPACES.             00000940
           05 WMCC-TITUL-C         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000950
           05 WMCC-TITUL-V         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000960
           05 WMCC-VUELTAS         PIC S9(5)  COMP-3 VALUE ZEROS.       00000970
           05 WMCC-REGLA           PIC X(08)  VALUE SPACES.             00000980
           05 WMCC-DETALLE         PIC X(40)  VALUE SPACES.             00000990
           05 WMCC-DENOM           PIC X(60)  VALUE SPACES.             00001000
           05 WMCC-GRUPOS          PIC S9(7)  COMP-3 VALUE ZEROS.       00001010
      *                                                                 00001020
      * VARIACION DEL CIERRE EN LA VENTANA                              00001030
       01  WS-PRECIOS.                                                  00001040
           05 WK-CIERRE-INI        PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00001050
           05 WK-CIERRE-FIN        PIC S9(9)V9(6) COMP-3 VALUE ZEROS.   00001060
           05 WK-VARPCT            PIC S9(5)V9(2) COMP-3 VALUE ZEROS.   00001070
           05 WK-VARABS            PIC S9(5)V9(2) COMP-3 VALUE ZEROS.   00001080
      *                                                                 00001090
       01  WS-VARIOS.                                                   00001100
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00001110
              88 FIN-CURSOR                  VALUE 'SI'.                00001120
           05 SW-PRECIO            PIC X(01) VALUE SPACES.              00001130
              88 SIN-PRECIO                  VALUE 'N'.                 00001140
           05 WK-DIAS-RESTA        PIC S9(5)  COMP-3 VALUE ZEROS.       00001150
           05 WK-COC4              PIC S9(5)  COMP-3 VALUE ZEROS.       00001160
           05 WK-RES4              PIC S9(5)  COMP-3 VALUE ZEROS.       00001170
           05 WK-RES100            PIC S9(5)  COMP-3 VALUE ZEROS.       00001180
           05 WK-RES400            PIC S9(5)  COMP-3 VALUE ZEROS.       00001190
           05 WK-DIAS-MES          PIC S9(3)  COMP-3 VALUE ZEROS.       00001200
       01  WK-FECHA-W.                                                  00001210
           05 WK-FW-AAAA           PIC 9(4).                            00001220
           05 WK-FW-MM             PIC 9(2).                            00001230
           05 WK-FW-DD             PIC 9(2).                            00001240
       01  WK-FECHA-W-N REDEFINES WK-FECHA-W PIC 9(8).                  00001250
      *                                                                 00001260
       01  W-DATE                  PIC 9(6).                            00001270
       01  FILLER                  REDEFINES W-DATE.                    00001280
           02 W-ANO                PIC 99.                              00001290
           02 W-MES                PIC 99.                              00001300
           02 W-DIA                PIC 99.                              00001310
       01  W-FECHA-AMD.                                                 00001320
           05 W-AA-AMD             PIC 9(4).                            00001330
           05 W-MM-AMD             PIC 9(2).                            00001340
           05 W-DD-AMD             PIC 9(2).                            00001350
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001360
       01  W-HORA-CURRENT.                                              00001370
           02  W-HORA              PIC 99.                              00001380
           02  W-MINUTOS           PIC 99.                              00001390
           02  W-SEGUNDOS          PIC 99.                              00001400
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001410
      *                                                                 00001420
       01 W-CONTADORES.                                                 00001430
          05 CONT-CRUCES-LEIDOS    PIC 9(08)  VALUE ZEROES.             00001440
          05 CONT-VUELTAS-LEIDAS   PIC 9(08)  VALUE ZEROES.             00001450
          05 CONT-CRUCECLI         PIC 9(08)  VALUE ZEROES.             00001460
          05 CONT-CRUCEGRU         PIC 9(08)  VALUE ZEROES.             00001470
          05 CONT-CRUCEGES         PIC 9(08)  VALUE ZEROES.             00001480
          05 CONT-IDAVUELT         PIC 9(08)  VALUE ZEROES.             00001490
          05 CONT-SIN-PRECIO       PIC 9(08)  VALUE ZEROES.             00001500
          05 CONT-SUPRIMIDOS       PIC 9(08)  VALUE ZEROES.             00001510
          05 CONT-CASOS            PIC 9(08)  VALUE ZEROES.             00001520
      * VARIABLES PARA CONTROL DE ERRORES                               00001530
       01 WS-ERROR.                                                     00001540
          05 WS-ACCION             PIC X(24).                           00001550
          05 WS-PARRAFO            PIC X(19).                           00001560
      * VARIABLES CONTROL DE ARCHIVOS                                   00001570
       01 WS-CTRL-ARCHIVOS.                                             00001580
          05 FS-SRMCON             PIC X(02) VALUE '00'.                00001590
             88 S1RMCON-OK                   VALUE '00'.                00001600
      *                                                                 00001610
      * REPORTE PARA CUMPLIMIENTO                                       00001620
       01 CAB-RMCON-1.                                                  00001630
          05 FILLER                PIC X(36) VALUE                      00001640
             'CONDUCTA DE MERCADO - CASOS NUEVOS  '.                    00001650
          05 FILLER                PIC X(12) VALUE                      00001660
             'DE LA SESION'.                                            00001670
          05 FILLER                PIC X(01) VALUE SPACE.               00001680
          05 CAB1-FECHA            PIC 9(08).                           00001690
          05 FILLER                PIC X(75) VALUE SPACES.              00001700
       01 CAB-RMCON-2.                                                  00001710
          05 FILLER                PIC X(08) VALUE 'REGLA   '.          00001720
          05 FILLER                PIC X(01) VALUE SPACE.               00001730
          05 FILLER                PIC X(08) VALUE 'CLIENTE '.          00001740
          05 FILLER                PIC X(01) VALUE SPACE.               00001750
          05 FILLER                PIC X(30) VALUE 'DENOMINACION'.      00001760
          05 FILLER                PIC X(01) VALUE SPACE.               00001770
          05 FILLER                PIC X(07) VALUE 'CUENTA '.           00001780
          05 FILLER                PIC X(01) VALUE SPACE.               00001790
          05 FILLER                PIC X(08) VALUE 'CLI.VTA '.          00001800
          05 FILLER                PIC X(01) VALUE SPACE.               00001810
          05 FILLER                PIC X(07) VALUE 'CTA.VTA'.           00001820
          05 FILLER                PIC X(01) VALUE SPACE.               00001830
          05 FILLER                PIC X(12) VALUE 'VALOR'.             00001840
          05 FILLER                PIC X(01) VALUE SPACE.               00001850
          05 FILLER                PIC X(16) VALUE '         TITULOS'.  00001860
          05 FILLER                PIC X(01) VALUE SPACE.               00001870
          05 FILLER                PIC X(28) VALUE 'DETALLE'.           00001880
       01 DET-RMCON.                                                    00001890
          05 DET-REGLA             PIC X(08).                           00001900
          05 FILLER                PIC X(01) VALUE SPACE.               00001910
          05 DET-NUMCLI            PIC 9(08).                           00001920
          05 FILLER                PIC X(01) VALUE SPACE.               00001930
          05 DET-DENOM             PIC X(30).                           00001940
          05 FILLER                PIC X(01) VALUE SPACE.               00001950
          05 DET-CUENTA            PIC 9(07).                           00001960
          05 FILLER                PIC X(01) VALUE SPACE.               00001970
          05 DET-NUMCLI-CP         PIC 9(08).                           00001980
          05 FILLER                PIC X(01) VALUE SPACE.               00001990
          05 DET-CUENTA-CP         PIC 9(07).                           00002000
          05 FILLER                PIC X(01) VALUE SPACE.               00002010
          05 DET-CODVALOR          PIC X(12).                           00002020
          05 FILLER                PIC X(01) VALUE SPACE.               00002030
          05 DET-TITULOS           PIC Z(12)9.99.                       00002040
          05 FILLER                PIC X(01) VALUE SPACE.               00002050
          05 DET-DETALLE           PIC X(28).                           00002060
      *                                                                 00002070
       01 W-DETALLE-CRUCE.                                              00002080
          05 FILLER                PIC X(14) VALUE 'CRUCE EN SESIO'.    00002090
          05 FILLER                PIC X(10) VALUE 'N, GESTOR '.        00002100
          05 DCR-ANALIS            PIC X(04).                           00002110
          05 FILLER                PIC X(12) VALUE SPACES.              00002120
       01 W-DETALLE-VUELTA.                                             00002130
          05 DVU-VUELTAS           PIC ZZ9.                             00002140
          05 FILLER                PIC X(09) VALUE ' VUELTAS '.         00002150
          05 DVU-DIAS              PIC ZZ9.                             00002160
          05 FILLER                PIC X(09) VALUE ' DIAS CIE'.         00002170
          05 FILLER                PIC X(04) VALUE 'RRE '.              00002180
          05 DVU-VARPCT            PIC -ZZZ9.99.                        00002190
          05 FILLER                PIC X(01) VALUE '%'.                 00002200
          05 FILLER                PIC X(03) VALUE SPACES.              00002210
      *                                                                 00002220
      *    CASOS DE CONDUCTA DE MERCADO (VLDTMCC)                       00002230
           COPY VLCPTMCC.                                               00002240
       01  WK-CASOS-ABIERTOS      PIC S9(9) COMP-3 VALUE ZEROS.         00002250
      *                                                                 00002260
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002270
           COPY VLCPTCTL.                                               00002280
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002290
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002300
      *                                                                *00002310
      *  AREA DE COMUNICACION SQLCA                                    *00002320
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002330
      *                                                                 00002340
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002350
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002360
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00002370
      *                                                                *00002380
      *  REGLA 1: COMPRAS DE LA SESION CONTRA VENTAS DEL MISMO VALOR   *00002390
      *  EN OTRA CUENTA VINCULADA (MISMO CLIENTE, MISMO GRUPO          *00002400
      *  ECONOMICO O MISMO GESTOR). EL TIPO DE VINCULO SE CLASIFICA    *00002410
      *  EN COBOL.                                                     *00002420
           EXEC SQL                                                     00002430
                DECLARE VLDCMCO1 CURSOR FOR                             00002440
                 SELECT  AC.VARC_NUMCLI                                 00002450
                      ,  C.VDET_CTAVAL                                  00002460
                      ,  AC.VARC_ANALIS                                 00002470
                      ,  AV.VARC_NUMCLI                                 00002480
                      ,  V.VDET_CTAVAL                                  00002490
                      ,  AV.VARC_ANALIS                                 00002500
                      ,  C.VDET_PAVAL                                   00002510
                      ,  C.VDET_VALOR                                   00002520
                      ,  C.VDET_ISIN                                    00002530
                      ,  C.VDET_TITUL                                   00002540
                      ,  V.VDET_TITUL                                   00002550
                   FROM  VLDTDET C                                      00002560
                      ,  VLDTOPE OC                                     00002570
                      ,  VLDTARC AC                                     00002580
                      ,  VLDTDET V                                      00002590
                      ,  VLDTOPE OV                                     00002600
                      ,  VLDTARC AV                                     00002610
                  WHERE  C.VDET_FECHOP  = :WK-FECHA-PROC                00002620
                    AND  OC.VOPE_FECHOP = C.VDET_FECHOP                 00002630
                    AND  OC.VOPE_PAVAL  = C.VDET_PAVAL                  00002640
                    AND  OC.VOPE_VALOR  = C.VDET_VALOR                  00002650
                    AND  OC.VOPE_ISIN   = C.VDET_ISIN                   00002660
                    AND  OC.VOPE_FORMAT = C.VDET_FORMAT                 00002670
                    AND  OC.VOPE_TIPOP  = 'C'                           00002680
                    AND  AC.VARC_CUENTA = C.VDET_CTAVAL                 00002690
                    AND  V.VDET_FECHOP  = C.VDET_FECHOP                 00002700
                    AND  V.VDET_PAVAL   = C.VDET_PAVAL                  00002710
                    AND  V.VDET_VALOR   = C.VDET_VALOR                  00002720
                    AND  V.VDET_ISIN    = C.VDET_ISIN                   00002730
                    AND  V.VDET_CTAVAL <> C.VDET_CTAVAL                 00002740
                    AND  OV.VOPE_FECHOP = V.VDET_FECHOP                 00002750
                    AND  OV.VOPE_PAVAL  = V.VDET_PAVAL                  00002760
                    AND  OV.VOPE_VALOR  = V.VDET_VALOR                  00002770
                    AND  OV.VOPE_ISIN   = V.VDET_ISIN                   00002780
                    AND  OV.VOPE_FORMAT = V.VDET_FORMAT                 00002790
                    AND  OV.VOPE_TIPOP  = 'V'                           00002800
                    AND  AV.VARC_CUENTA = V.VDET_CTAVAL                 00002810
                    AND (AV.VARC_NUMCLI = AC.VARC_NUMCLI                00002820
                     OR (AV.VARC_ANALIS = AC.VARC_ANALIS                00002830
                    AND  AC.VARC_ANALIS > ' ')                          00002840
                     OR  EXISTS                                         00002850
                        (SELECT  1                                      00002860
                           FROM  VLDTGRU G1                             00002870
                              ,  VLDTGRU G2                             00002880
                          WHERE  G1.VGRU_NUMCLI = AC.VARC_NUMCLI        00002890
                            AND  G2.VGRU_CODGRU = G1.VGRU_CODGRU        00002900
                            AND  G2.VGRU_NUMCLI = AV.VARC_NUMCLI))      00002910
                  ORDER  BY AC.VARC_NUMCLI, C.VDET_CTAVAL               00002920
           END-EXEC.                                                    00002930
      *                                                                *00002940
      *  REGLA 2: SESIONES DE LA VENTANA EN QUE EL CLIENTE COMPRO Y    *00002950
      *  VENDIO EL MISMO VALOR; SE TOMAN LOS CLIENTES QUE LLEGAN AL    *00002960
      *  MINIMO Y CUYA ULTIMA VUELTA ES DE LA SESION DE HOY. LA        *00002970
      *  VARIACION DEL CIERRE SE EVALUA EN COBOL CONTRA VLDTCAM.       *00002980
           EXEC SQL                                                     00002990
                DECLARE VLDCMCO2 CURSOR FOR                             00003000
                 SELECT  R.NUMCLI                                       00003010
                      ,  R.PAVAL                                        00003020
                      ,  R.VALOR                                        00003030
                      ,  R.ISIN                                         00003040
                      ,  COUNT(*)                                       00003050
                   FROM (SELECT  A.VARC_NUMCLI  AS NUMCLI               00003060
                              ,  D.VDET_PAVAL   AS PAVAL                00003070
                              ,  D.VDET_VALOR   AS VALOR                00003080
                              ,  D.VDET_ISIN    AS ISIN                 00003090
                              ,  D.VDET_FECHOP  AS FECHOP               00003100
                           FROM  VLDTDET D                              00003110
                              ,  VLDTOPE O                              00003120
                              ,  VLDTARC A                              00003130
                          WHERE  D.VDET_FECHOP >= :WK-FECHA-DESDE       00003140
                            AND  D.VDET_FECHOP <= :WK-FECHA-PROC        00003150
                            AND  O.VOPE_FECHOP  = D.VDET_FECHOP         00003160
                            AND  O.VOPE_PAVAL   = D.VDET_PAVAL          00003170
                            AND  O.VOPE_VALOR   = D.VDET_VALOR          00003180
                            AND  O.VOPE_ISIN    = D.VDET_ISIN           00003190
                            AND  O.VOPE_FORMAT  = D.VDET_FORMAT         00003200
                            AND  A.VARC_CUENTA  = D.VDET_CTAVAL         00003210
                          GROUP  BY A.VARC_NUMCLI, D.VDET_PAVAL         00003220
                              ,  D.VDET_VALOR, D.VDET_ISIN              00003230
                              ,  D.VDET_FECHOP                          00003240
                         HAVING  SUM(CASE WHEN O.VOPE_TIPOP = 'C'       00003250
                                          THEN 1 ELSE 0 END) > 0        00003260
                            AND  SUM(CASE WHEN O.VOPE_TIPOP = 'V'       00003270
                                          THEN 1 ELSE 0 END) > 0) R     00003280
                  GROUP  BY R.NUMCLI, R.PAVAL, R.VALOR, R.ISIN          00003290
                 HAVING  COUNT(*)      >= :WK-MIN-VUELTAS               00003300
                    AND  MAX(R.FECHOP)  = :WK-FECHA-PROC                00003310
                  ORDER  BY R.NUMCLI                                    00003320
           END-EXEC.                                                    00003330
      *                                                                 00003340
       PROCEDURE DIVISION.                                              00003350
      *                                                                 00003360
           PERFORM 1000-INICIO                                          00003370
              THRU 1000-INICIO-EXIT.                                    00003380
                                                                        00003390
           PERFORM 2100-REGLA-CRUCES                                    00003400
              THRU 2100-REGLA-CRUCES-EXIT.                              00003410
                                                                        00003420
           PERFORM 2200-REGLA-IDAVUELTA                                 00003430
              THRU 2200-REGLA-IDAVUELTA-EXIT.                           00003440
                                                                        00003450
           PERFORM 3000-FIN                                             00003460
              THRU 3000-FIN-EXIT.                                       00003470
                                                                        00003480
           STOP RUN.                                                    00003490
      *                                                                *00003500
      *-----------*                                                     00003510
       1000-INICIO.                                                     00003520
      *-----------*                                                     00003530
           INITIALIZE W-CONTADORES.                                     00003540
                                                                        00003550
           ACCEPT W-DATE FROM DATE.                                     00003560
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003570
           MOVE W-MES              TO W-MM-AMD.                         00003580
           MOVE W-DIA              TO W-DD-AMD.                         00003590
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003600
                                                                        00003610
           PERFORM 1100-LEE-PARAMETROS                                  00003620
              THRU 1100-LEE-PARAMETROS-EXIT.                            00003630
                                                                        00003640
           OPEN OUTPUT S1RMCON.                                         00003650
           IF NOT S1RMCON-OK                                            00003660
              MOVE 'OPEN FICHERO S1RMCON'    TO WS-ACCION               00003670
              MOVE '1000-INICIO'             TO WS-PARRAFO              00003680
              PERFORM 3001-ERROR                                        00003690
           END-IF.                                                      00003700
                                                                        00003710
           MOVE WK-FECHA-PROC      TO CAB1-FECHA.                       00003720
           MOVE CAB-RMCON-1        TO SAL-RMCON.                        00003730
           WRITE SAL-RMCON.                                             00003740
           MOVE CAB-RMCON-2        TO SAL-RMCON.                        00003750
           WRITE SAL-RMCON.                                             00003760
           MOVE SPACES             TO SAL-RMCON.                        00003770
           WRITE SAL-RMCON.                                             00003780
      *                                                                *00003790
      *----------------*                                                00003800
       1000-INICIO-EXIT.                                                00003810
      *----------------*                                                00003820
           EXIT.                                                        00003830
                                                                        00003840
      *----------------------*                                          00003850
       1100-LEE-PARAMETROS.                                             00003860
      *----------------------*                                          00003870
           ACCEPT WA-CARD-FECHA.                                        00003880
           ACCEPT WA-CARD-IDAVUELTA.                                    00003890
                                                                        00003900
           IF WA-CARD-FECHA NUMERIC                                     00003910
              MOVE WA-CARD-FECHA-N TO WK-FECHA-PROC                     00003920
           ELSE                                                         00003930
              MOVE W-FECHA-AMD-N   TO WK-FECHA-PROC                     00003940
           END-IF.                                                      00003950
                                                                        00003960
           IF WA-CARD-DIAS    NOT NUMERIC                               00003970
              OR WA-CARD-VUELTAS NOT NUMERIC                            00003980
              OR WA-CARD-VARPCT  NOT NUMERIC                            00003990
              MOVE 'UMBRALES NO NUMERICOS'  TO WS-ACCION                00004000
              MOVE '1100-LEE-PARAMETROS'    TO WS-PARRAFO               00004010
              PERFORM 3001-ERROR                                        00004020
           END-IF.                                                      00004030
                                                                        00004040
           MOVE WA-CARD-DIAS-N     TO WK-DIAS-VENTANA.                  00004050
           MOVE WA-CARD-VUELTAS-N  TO WK-MIN-VUELTAS.                   00004060
           MOVE WA-CARD-VARPCT-N   TO WK-VAR-MINIMA.                    00004070
                                                                        00004080
           IF WK-DIAS-VENTANA = ZEROS OR WK-MIN-VUELTAS = ZEROS         00004090
              MOVE 'UMBRAL EN CERO'         TO WS-ACCION                00004100
              MOVE '1100-LEE-PARAMETROS'    TO WS-PARRAFO               00004110
              PERFORM 3001-ERROR                                        00004120
           END-IF.                                                      00004130
                                                                        00004140
      *    INICIO DE LA VENTANA DE IDAS Y VUELTAS (HOY - N DIAS)        00004150
           MOVE WK-FECHA-PROC      TO WK-FECHA-W-N.                     00004160
           MOVE WK-DIAS-VENTANA    TO WK-DIAS-RESTA.                    00004170
           PERFORM 1200-RESTA-UN-DIA                                    00004180
              THRU 1200-RESTA-UN-DIA-EXIT                               00004190
              UNTIL WK-DIAS-RESTA = ZEROS.                              00004200
           MOVE WK-FECHA-W-N       TO WK-FECHA-DESDE.                   00004210
      *                                                                *00004220
      *---------------------------*                                     00004230
       1100-LEE-PARAMETROS-EXIT.                                        00004240
      *---------------------------*                                     00004250
           EXIT.                                                        00004260
                                                                        00004270
      *----------------------*                                          00004280
       1200-RESTA-UN-DIA.                                               00004290
      *----------------------*                                          00004300
           IF WK-FW-DD > 1                                              00004310
              SUBTRACT 1 FROM WK-FW-DD                                  00004320
           ELSE                                                         00004330
              IF WK-FW-MM > 1                                           00004340
                 SUBTRACT 1 FROM WK-FW-MM                               00004350
              ELSE                                                      00004360
                 MOVE 12 TO WK-FW-MM                                    00004370
                 SUBTRACT 1 FROM WK-FW-AAAA                             00004380
              END-IF                                                    00004390
              PERFORM 1250-DIAS-DEL-MES                                 00004400
                 THRU 1250-DIAS-DEL-MES-EXIT                            00004410
              MOVE WK-DIAS-MES TO WK-FW-DD                              00004420
           END-IF.                                                      00004430
           SUBTRACT 1 FROM WK-DIAS-RESTA.                               00004440
      *                                                                *00004450
      *---------------------------*                                     00004460
       1200-RESTA-UN-DIA-EXIT.                                          00004470
      *---------------------------*                                     00004480
           EXIT.                                                        00004490
                                                                        00004500
      *----------------------*                                          00004510
       1250-DIAS-DEL-MES.                                               00004520
      *----------------------*                                          00004530
           EVALUATE WK-FW-MM                                            00004540
               WHEN 01                                                  00004550
               WHEN 03                                                  00004560
               WHEN 05                                                  00004570
               WHEN 07                                                  00004580
               WHEN 08                                                  00004590
               WHEN 10                                                  00004600
               WHEN 12                                                  00004610
                    MOVE 31 TO WK-DIAS-MES                              00004620
               WHEN 04                                                  00004630
               WHEN 06                                                  00004640
               WHEN 09                                                  00004650
               WHEN 11                                                  00004660
                    MOVE 30 TO WK-DIAS-MES                              00004670
               WHEN 02                                                  00004680
                    MOVE 28 TO WK-DIAS-MES                              00004690
                    DIVIDE WK-FW-AAAA BY 4                              00004700
                           GIVING WK-COC4 REMAINDER WK-RES4             00004710
                    DIVIDE WK-FW-AAAA BY 100                            00004720
                           GIVING WK-COC4 REMAINDER WK-RES100           00004730
                    DIVIDE WK-FW-AAAA BY 400                            00004740
                           GIVING WK-COC4 REMAINDER WK-RES400           00004750
                    IF WK-RES4 = ZEROS                                  00004760
                       AND (WK-RES100 NOT = ZEROS                       00004770
                            OR WK-RES400 = ZEROS)                       00004780
                       MOVE 29 TO WK-DIAS-MES                           00004790
                    END-IF                                              00004800
           END-EVALUATE.                                                00004810
      *                                                                *00004820
      *---------------------------*                                     00004830
       1250-DIAS-DEL-MES-EXIT.                                          00004840
      *---------------------------*                                     00004850
           EXIT.                                                        00004860
                                                                        00004870
      *----------------------*                                          00004880
       2100-REGLA-CRUCES.                                               00004890
      *----------------------*                                          00004900
           MOVE SPACES TO SW-FIN-CUR.                                   00004910
                                                                        00004920
           EXEC SQL                                                     00004930
                OPEN VLDCMCO1                                           00004940
           END-EXEC.                                                    00004950
           IF SQLCODE NOT = ZERO                                        00004960
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004970
              MOVE 'VLDCMCO1-2100'          TO WS-PARRAFO               00004980
              PERFORM 3001-ERROR                                        00004990
           END-IF.                                                      00005000
                                                                        00005010
           PERFORM 2110-FETCH-CRUCE                                     00005020
              THRU 2110-FETCH-CRUCE-EXIT                                00005030
              UNTIL FIN-CURSOR.                                         00005040
                                                                        00005050
           EXEC SQL                                                     00005060
                CLOSE VLDCMCO1                                          00005070
           END-EXEC.                                                    00005080
      *                                                                *00005090
      *---------------------------*                                     00005100
       2100-REGLA-CRUCES-EXIT.                                          00005110
      *---------------------------*                                     00005120
           EXIT.                                                        00005130
                                                                        00005140
      *----------------------*                                          00005150
       2110-FETCH-CRUCE.                                                00005160
      *----------------------*                                          00005170
           EXEC SQL                                                     00005180
                FETCH  VLDCMCO1                                         00005190
                 INTO :WMCC-NUMCLI                                      00005200
                    , :WMCC-CUENTA                                      00005210
                    , :WMCC-ANALIS                                      00005220
                    , :WMCC-NUMCLI-CP                                   00005230
                    , :WMCC-CUENTA-CP                                   00005240
                    , :WMCC-ANALIS-CP                                   00005250
                    , :WMCC-PAVAL                                       00005260
                    , :WMCC-VALOR                                       00005270
                    , :WMCC-ISIN                                        00005280
                    , :WMCC-TITUL-C                                     00005290
                    , :WMCC-TITUL-V                                     00005300
           END-EXEC.                                                    00005310
                                                                        00005320
           EVALUATE SQLCODE                                             00005330
               WHEN ZERO                                                00005340
                    ADD 1 TO CONT-CRUCES-LEIDOS                         00005350
                    PERFORM 2150-CLASIFICA-CRUCE                        00005360
                       THRU 2150-CLASIFICA-CRUCE-EXIT                   00005370
                    PERFORM 2900-GRABA-CASO                             00005380
                       THRU 2900-GRABA-CASO-EXIT                        00005390
               WHEN 100                                                 00005400
                    MOVE 'SI'           TO SW-FIN-CUR                   00005410
               WHEN OTHER                                               00005420
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00005430
                    MOVE 'VLDCMCO1-2110'      TO WS-PARRAFO             00005440
                    PERFORM 3001-ERROR                                  00005450
           END-EVALUATE.                                                00005460
      *                                                                *00005470
      *---------------------------*                                     00005480
       2110-FETCH-CRUCE-EXIT.                                           00005490
      *---------------------------*                                     00005500
           EXIT.                                                        00005510
                                                                        00005520
      *-------------------------*                                       00005530
       2150-CLASIFICA-CRUCE.                                            00005540
      *-------------------------*                                       00005550
      *    EL VINCULO MAS FUERTE MANDA: MISMO CLIENTE, LUEGO GRUPO      00005560
      *    ECONOMICO Y POR ULTIMO GESTOR COMUN                          00005570
           MOVE ZEROS              TO WMCC-GRUPOS.                      00005580
           IF WMCC-NUMCLI NOT = WMCC-NUMCLI-CP                          00005590
              EXEC SQL                                                  00005600
                   SELECT COUNT(*)                                      00005610
                     INTO :WMCC-GRUPOS                                  00005620
                     FROM VLDTGRU G1                                    00005630
                        , VLDTGRU G2                                    00005640
                    WHERE G1.VGRU_NUMCLI = :WMCC-NUMCLI                 00005650
                      AND G2.VGRU_CODGRU = G1.VGRU_CODGRU               00005660
                      AND G2.VGRU_NUMCLI = :WMCC-NUMCLI-CP              00005670
              END-EXEC                                                  00005680
              IF SQLCODE NOT = ZERO                                     00005690
                 MOVE 'SELECT'             TO WS-ACCION                 00005700
                 MOVE 'VLDTGRU-2150'       TO WS-PARRAFO                00005710
                 PERFORM 3001-ERROR                                     00005720
              END-IF                                                    00005730
           END-IF.                                                      00005740
                                                                        00005750
           EVALUATE TRUE                                                00005760
               WHEN WMCC-NUMCLI = WMCC-NUMCLI-CP                        00005770
                    MOVE 'CRUCECLI'     TO WMCC-REGLA                   00005780
               WHEN WMCC-GRUPOS > ZEROS                                 00005790
                    MOVE 'CRUCEGRU'     TO WMCC-REGLA                   00005800
               WHEN OTHER                                               00005810
                    MOVE 'CRUCEGES'     TO WMCC-REGLA                   00005820
           END-EVALUATE.                                                00005830
                                                                        00005840
      *    LOS TITULOS CRUZADOS SON EL MENOR DE LOS DOS LADOS           00005850
           IF WMCC-TITUL-V < WMCC-TITUL-C                               00005860
              MOVE WMCC-TITUL-V    TO WMCC-TITUL-C                      00005870
           END-IF.                                                      00005880
           MOVE WMCC-ANALIS        TO DCR-ANALIS.                       00005890
           IF WMCC-ANALIS NOT = WMCC-ANALIS-CP                          00005900
              MOVE SPACES          TO DCR-ANALIS                        00005910
           END-IF.                                                      00005920
           MOVE W-DETALLE-CRUCE    TO WMCC-DETALLE.                     00005930
           MOVE ZEROS              TO WK-VARPCT.                        00005940
      *                                                                *00005950
      *------------------------------*                                  00005960
       2150-CLASIFICA-CRUCE-EXIT.                                       00005970
      *------------------------------*                                  00005980
           EXIT.                                                        00005990
                                                                        00006000
      *-------------------------*                                       00006010
       2200-REGLA-IDAVUELTA.                                            00006020
      *-------------------------*                                       00006030
           MOVE SPACES TO SW-FIN-CUR.                                   00006040
                                                                        00006050
           EXEC SQL                                                     00006060
                OPEN VLDCMCO2                                           00006070
           END-EXEC.                                                    00006080
           IF SQLCODE NOT = ZERO                                        00006090
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006100
              MOVE 'VLDCMCO2-2200'          TO WS-PARRAFO               00006110
              PERFORM 3001-ERROR                                        00006120
           END-IF.                                                      00006130
                                                                        00006140
           PERFORM 2210-FETCH-IDAVUELTA                                 00006150
              THRU 2210-FETCH-IDAVUELTA-EXIT                            00006160
              UNTIL FIN-CURSOR.                                         00006170
                                                                        00006180
           EXEC SQL                                                     00006190
                CLOSE VLDCMCO2                                          00006200
           END-EXEC.                                                    00006210
      *                                                                *00006220
      *------------------------------*                                  00006230
       2200-REGLA-IDAVUELTA-EXIT.                                       00006240
      *------------------------------*                                  00006250
           EXIT.                                                        00006260
                                                                        00006270
      *-------------------------*                                       00006280
       2210-FETCH-IDAVUELTA.                                            00006290
      *-------------------------*                                       00006300
           EXEC SQL                                                     00006310
                FETCH  VLDCMCO2                                         00006320
                 INTO :WMCC-NUMCLI                                      00006330
                    , :WMCC-PAVAL                                       00006340
                    , :WMCC-VALOR                                       00006350
                    , :WMCC-ISIN                                        00006360
                    , :WMCC-VUELTAS                                     00006370
           END-EXEC.                                                    00006380
                                                                        00006390
           EVALUATE SQLCODE                                             00006400
               WHEN ZERO                                                00006410
                    ADD 1 TO CONT-VUELTAS-LEIDAS                        00006420
                    PERFORM 2250-VARIACION-CIERRE                       00006430
                       THRU 2250-VARIACION-CIERRE-EXIT                  00006440
                    IF NOT SIN-PRECIO                                   00006450
                       AND WK-VARABS >= WK-VAR-MINIMA                   00006460
                       MOVE ZEROS          TO WMCC-CUENTA               00006470
                                              WMCC-NUMCLI-CP            00006480
                                              WMCC-CUENTA-CP            00006490
                                              WMCC-TITUL-C              00006500
                       MOVE 'IDAVUELT'     TO WMCC-REGLA                00006510
                       MOVE WMCC-VUELTAS   TO DVU-VUELTAS               00006520
                       MOVE WK-DIAS-VENTANA                             00006530
                                           TO DVU-DIAS                  00006540
                       MOVE WK-VARPCT      TO DVU-VARPCT                00006550
                       MOVE W-DETALLE-VUELTA                            00006560
                                           TO WMCC-DETALLE              00006570
                       PERFORM 2900-GRABA-CASO                          00006580
                          THRU 2900-GRABA-CASO-EXIT                     00006590
                    END-IF                                              00006600
               WHEN 100                                                 00006610
                    MOVE 'SI'           TO SW-FIN-CUR                   00006620
               WHEN OTHER                                               00006630
                    MOVE 'FETCH CURSOR'       TO WS-ACCION              00006640
                    MOVE 'VLDCMCO2-2210'      TO WS-PARRAFO             00006650
                    PERFORM 3001-ERROR                                  00006660
           END-EVALUATE.                                                00006670
      *                                                                *00006680
      *------------------------------*                                  00006690
       2210-FETCH-IDAVUELTA-EXIT.                                       00006700
      *------------------------------*                                  00006710
           EXIT.                                                        00006720
                                                                        00006730
      *---------------------------*                                     00006740
       2250-VARIACION-CIERRE.                                           00006750
      *---------------------------*                                     00006760
      *    CIERRE DE HOY CONTRA EL ULTIMO CIERRE ANTERIOR A LA          00006770
      *    VENTANA; SIN ALGUNO DE LOS DOS NO SE PUEDE MEDIR             00006780
           MOVE SPACES             TO SW-PRECIO.                        00006790
           MOVE ZEROS              TO WK-VARPCT WK-VARABS.              00006800
           MOVE SPACES             TO VCAM-CODVALOR.                    00006810
           MOVE WMCC-PAVAL         TO VCAM-CODVALOR (01:03).            00006820
           MOVE WMCC-VALOR         TO VCAM-CODVALOR (04:08).            00006830
           MOVE WMCC-ISIN          TO VCAM-CODVALOR (12:01).            00006840
                                                                        00006850
           MOVE WK-FECHA-PROC      TO VCAM-FECDIA.                      00006860
           EXEC SQL                                                     00006870
                SELECT VCAM_CIERRE_D                                    00006880
                  INTO :VCAM-CIERRE-D                                   00006890
                  FROM VLDTCAM C1                                       00006900
                 WHERE C1.VCAM_CODVALOR = :VCAM-CODVALOR                00006910
                   AND C1.VCAM_FECDIA   =                               00006920
                      (SELECT MAX(C2.VCAM_FECDIA)                       00006930
                         FROM VLDTCAM C2                                00006940
                        WHERE C2.VCAM_CODVALOR  = :VCAM-CODVALOR        00006950
                          AND C2.VCAM_FECDIA   <= :VCAM-FECDIA          00006960
                          AND C2.VCAM_CIERRE_D <> 0)                    00006970
           END-EXEC.                                                    00006980
           EVALUATE SQLCODE                                             00006990
               WHEN ZERO                                                00007000
                    MOVE VCAM-CIERRE-D  TO WK-CIERRE-FIN                00007010
               WHEN 100                                                 00007020
                    MOVE 'N'            TO SW-PRECIO                    00007030
               WHEN OTHER                                               00007040
                    MOVE 'SELECT'             TO WS-ACCION              00007050
                    MOVE 'VLDTCAM-2250'       TO WS-PARRAFO             00007060
                    PERFORM 3001-ERROR                                  00007070
           END-EVALUATE.                                                00007080
                                                                        00007090
           IF NOT SIN-PRECIO                                            00007100
              MOVE WK-FECHA-DESDE   TO VCAM-FECDIA                      00007110
              EXEC SQL                                                  00007120
                   SELECT VCAM_CIERRE_D                                 00007130
                     INTO :VCAM-CIERRE-D                                00007140
                     FROM VLDTCAM C1                                    00007150
                    WHERE C1.VCAM_CODVALOR = :VCAM-CODVALOR             00007160
                      AND C1.VCAM_FECDIA   =                            00007170
                         (SELECT MAX(C2.VCAM_FECDIA)                    00007180
                            FROM VLDTCAM C2                             00007190
                           WHERE C2.VCAM_CODVALOR  = :VCAM-CODVALOR     00007200
                             AND C2.VCAM_FECDIA    < :VCAM-FECDIA       00007210
                             AND C2.VCAM_CIERRE_D <> 0)                 00007220
              END-EXEC                                                  00007230
              EVALUATE SQLCODE                                          00007240
                  WHEN ZERO                                             00007250
                       MOVE VCAM-CIERRE-D  TO WK-CIERRE-INI             00007260
                  WHEN 100                                              00007270
                       MOVE 'N'            TO SW-PRECIO                 00007280
                  WHEN OTHER                                            00007290
                       MOVE 'SELECT'          TO WS-ACCION              00007300
                       MOVE 'VLDTCAM-2250'    TO WS-PARRAFO             00007310
                       PERFORM 3001-ERROR                               00007320
              END-EVALUATE                                              00007330
           END-IF.                                                      00007340
                                                                        00007350
           IF SIN-PRECIO OR WK-CIERRE-INI = ZEROS                       00007360
              MOVE 'N'              TO SW-PRECIO                        00007370
              ADD 1                 TO CONT-SIN-PRECIO                  00007380
              GO TO 2250-VARIACION-CIERRE-EXIT                          00007390
           END-IF.                                                      00007400
                                                                        00007410
           COMPUTE WK-VARPCT ROUNDED =                                  00007420
                   (WK-CIERRE-FIN - WK-CIERRE-INI) * 100                00007430
                   / WK-CIERRE-INI.                                     00007440
           IF WK-VARPCT < ZEROS                                         00007450
              COMPUTE WK-VARABS = ZEROS - WK-VARPCT                     00007460
           ELSE                                                         00007470
              MOVE WK-VARPCT        TO WK-VARABS                        00007480
           END-IF.                                                      00007490
      *                                                                *00007500
      *-------------------------------*                                 00007510
       2250-VARIACION-CIERRE-EXIT.                                      00007520
      *-------------------------------*                                 00007530
           EXIT.                                                        00007540
                                                                        00007550
      *----------------------*                                          00007560
       2900-GRABA-CASO.                                                 00007570
      *----------------------*                                          00007580
      *    MIENTRAS EL CLIENTE TENGA UN CASO ABIERTO (N/R) DE LA        00007590
      *    MISMA REGLA Y VALOR, EL HALLAZGO REPETIDO SE SUPRIME: YA     00007600
      *    SE ESTA TRABAJANDO EN LA COLA DE VL7CMCC0.                   00007610
           INITIALIZE DCLVLDTMCC.                                       00007620
           MOVE ZEROS              TO WK-CASOS-ABIERTOS.                00007630
           MOVE WMCC-NUMCLI        TO VMCC-NUMCLI.                      00007640
           MOVE WMCC-REGLA         TO VMCC-REGLA.                       00007650
           MOVE WMCC-PAVAL         TO VMCC-CODVALOR (01:03).            00007660
           MOVE WMCC-VALOR         TO VMCC-CODVALOR (04:08).            00007670
           MOVE WMCC-ISIN          TO VMCC-CODVALOR (12:01).            00007680
           EXEC SQL                                                     00007690
                SELECT COUNT(*)                                         00007700
                  INTO :WK-CASOS-ABIERTOS                               00007710
                  FROM VLDTMCC                                          00007720
                 WHERE VMCC_NUMCLI   = :VMCC-NUMCLI                     00007730
                   AND VMCC_REGLA    = :VMCC-REGLA                      00007740
                   AND VMCC_CODVALOR = :VMCC-CODVALOR                   00007750
                   AND VMCC_ESTADO IN ('N', 'R')                        00007760
           END-EXEC.                                                    00007770
           IF SQLCODE NOT = ZERO                                        00007780
              MOVE 'SELECT'             TO WS-ACCION                    00007790
              MOVE 'VLDTMCC-2900'       TO WS-PARRAFO                   00007800
              PERFORM 3001-ERROR                                        00007810
           END-IF.                                                      00007820
           IF WK-CASOS-ABIERTOS > ZEROS                                 00007830
              ADD 1 TO CONT-SUPRIMIDOS                                  00007840
              GO TO 2900-GRABA-CASO-EXIT                                00007850
           END-IF.                                                      00007860
                                                                        00007870
           EVALUATE WMCC-REGLA                                          00007880
               WHEN 'CRUCECLI'                                          00007890
                    ADD 1 TO CONT-CRUCECLI                              00007900
               WHEN 'CRUCEGRU'                                          00007910
                    ADD 1 TO CONT-CRUCEGRU                              00007920
               WHEN 'CRUCEGES'                                          00007930
                    ADD 1 TO CONT-CRUCEGES                              00007940
               WHEN OTHER                                               00007950
                    ADD 1 TO CONT-IDAVUELT                              00007960
           END-EVALUATE.                                                00007970
                                                                        00007980
           PERFORM 2910-BUSCA-CLIENTE                                   00007990
              THRU 2910-BUSCA-CLIENTE-EXIT.                             00008000
                                                                        00008010
           MOVE WK-FECHA-PROC      TO VMCC-FECHA.                       00008020
           MOVE WMCC-CUENTA        TO VMCC-CUENTA.                      00008030
           MOVE WMCC-NUMCLI-CP     TO VMCC-NUMCLI-CP.                   00008040
           MOVE WMCC-CUENTA-CP     TO VMCC-CUENTA-CP.                   00008050
           MOVE WMCC-TITUL-C       TO VMCC-TITULOS.                     00008060
           MOVE WK-VARPCT          TO VMCC-VARPRECIO.                   00008070
           MOVE WMCC-DETALLE       TO VMCC-DETALLE.                     00008080
           MOVE 'N'                TO VMCC-ESTADO.                      00008090
           MOVE SPACES             TO VMCC-MOTIVO-CIERRE                00008100
                                      VMCC-USUARIO-GEST.                00008110
           MOVE WK-FECHA-PROC      TO VMCC-FECULT.                      00008120
           MOVE 'BATC'             TO VMCC-NUMTER.                      00008130
           MOVE W-PROGRAMA         TO VMCC-USUARIO.                     00008140
           EXEC SQL                                                     00008150
                INSERT INTO VLDTMCC                                     00008160
                      ( VMCC_FECHA                                      00008170
                      , VMCC_REGLA                                      00008180
                      , VMCC_NUMCLI                                     00008190
                      , VMCC_CUENTA                                     00008200
                      , VMCC_NUMCLI_CP                                  00008210
                      , VMCC_CUENTA_CP                                  00008220
                      , VMCC_CODVALOR                                   00008230
                      , VMCC_TITULOS                                    00008240
                      , VMCC_VARPRECIO                                  00008250
                      , VMCC_DETALLE                                    00008260
                      , VMCC_ESTADO                                     00008270
                      , VMCC_MOTIVO_CIERRE                              00008280
                      , VMCC_USUARIO_GEST                               00008290
                      , VMCC_FECULT                                     00008300
                      , VMCC_NUMTER                                     00008310
                      , VMCC_USUARIO )                                  00008320
                VALUES                                                  00008330
                      ( :VMCC-FECHA                                     00008340
                      , :VMCC-REGLA                                     00008350
                      , :VMCC-NUMCLI                                    00008360
                      , :VMCC-CUENTA                                    00008370
                      , :VMCC-NUMCLI-CP                                 00008380
                      , :VMCC-CUENTA-CP                                 00008390
                      , :VMCC-CODVALOR                                  00008400
                      , :VMCC-TITULOS                                   00008410
                      , :VMCC-VARPRECIO                                 00008420
                      , :VMCC-DETALLE                                   00008430
                      , :VMCC-ESTADO                                    00008440
                      , :VMCC-MOTIVO-CIERRE                             00008450
                      , :VMCC-USUARIO-GEST                              00008460
                      , :VMCC-FECULT                                    00008470
                      , :VMCC-NUMTER                                    00008480
                      , :VMCC-USUARIO )                                 00008490
           END-EXEC.                                                    00008500
           IF SQLCODE NOT = ZERO                                        00008510
              MOVE 'INSERT'             TO WS-ACCION                    00008520
              MOVE 'VLDTMCC-2900'       TO WS-PARRAFO                   00008530
              PERFORM 3001-ERROR                                        00008540
           END-IF.                                                      00008550
           ADD 1 TO CONT-CASOS.                                         00008560
                                                                        00008570
           MOVE VMCC-REGLA         TO DET-REGLA.                        00008580
           MOVE VMCC-NUMCLI        TO DET-NUMCLI.                       00008590
           MOVE WMCC-DENOM (1:30)  TO DET-DENOM.                        00008600
           MOVE VMCC-CUENTA        TO DET-CUENTA.                       00008610
           MOVE VMCC-NUMCLI-CP     TO DET-NUMCLI-CP.                    00008620
           MOVE VMCC-CUENTA-CP     TO DET-CUENTA-CP.                    00008630
           MOVE VMCC-CODVALOR      TO DET-CODVALOR.                     00008640
           MOVE VMCC-TITULOS       TO DET-TITULOS.                      00008650
           MOVE VMCC-DETALLE       TO DET-DETALLE.                      00008660
           MOVE DET-RMCON          TO SAL-RMCON.                        00008670
           WRITE SAL-RMCON.                                             00008680
      *                                                                *00008690
      *---------------------------*                                     00008700
       2900-GRABA-CASO-EXIT.                                            00008710
      *---------------------------*                                     00008720
           EXIT.                                                        00008730
                                                                        00008740
      *----------------------*                                          00008750
       2910-BUSCA-CLIENTE.                                              00008760
      *----------------------*                                          00008770
           MOVE WMCC-NUMCLI TO VXMI-CODCLI.                             00008780
                                                                        00008790
           EXEC SQL                                                     00008800
                SELECT  VXMI_DENOM                                      00008810
                  INTO :VXMI-DENOM                                      00008820
                  FROM  VLDTXMI                                         00008830
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00008840
           END-EXEC.                                                    00008850
                                                                        00008860
           EVALUATE SQLCODE                                             00008870
               WHEN ZERO                                                00008880
                    MOVE VXMI-DENOM     TO WMCC-DENOM                   00008890
               WHEN 100                                                 00008900
                    MOVE 'CLIENTE NO ENCONTRADO'                        00008910
                                        TO WMCC-DENOM                   00008920
               WHEN OTHER                                               00008930
                    MOVE 'SELECT'             TO WS-ACCION              00008940
                    MOVE 'VLDTXMI-2910'       TO WS-PARRAFO             00008950
                    PERFORM 3001-ERROR                                  00008960
           END-EVALUATE.                                                00008970
      *                                                                *00008980
      *---------------------------*                                     00008990
       2910-BUSCA-CLIENTE-EXIT.                                         00009000
      *---------------------------*                                     00009010
           EXIT.                                                        00009020
                                                                        00009030
      *--------*                                                        00009040
       3000-FIN.                                                        00009050
      *--------*                                                        00009060
           CLOSE S1RMCON.                                               00009070
                                                                        00009080
           DISPLAY '****** FIN VIGILANCIA CONDUCTA DE MERCADO ******'.  00009090
           DISPLAY 'CRUCES VINCULADOS LEIDOS : ' CONT-CRUCES-LEIDOS.    00009100
           DISPLAY 'IDAS Y VUELTAS LEIDAS    : ' CONT-VUELTAS-LEIDAS.   00009110
           DISPLAY 'CASOS MISMO CLIENTE      : ' CONT-CRUCECLI.         00009120
           DISPLAY 'CASOS MISMO GRUPO        : ' CONT-CRUCEGRU.         00009130
           DISPLAY 'CASOS MISMO GESTOR       : ' CONT-CRUCEGES.         00009140
           DISPLAY 'CASOS IDA Y VUELTA       : ' CONT-IDAVUELT.         00009150
           DISPLAY 'VALORES SIN COTIZACION   : ' CONT-SIN-PRECIO.       00009160
           DISPLAY 'SUPRIMIDOS (CASO ABIERTO): ' CONT-SUPRIMIDOS.       00009170
           DISPLAY 'CASOS NUEVOS EN VLDTMCC  : ' CONT-CASOS.            00009180
                                                                        00009190
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00009200
           ACCEPT WK-HORA-FIN       FROM TIME.                          00009210
           INITIALIZE DCLVLDTCTL.                                       00009220
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00009230
           MOVE WK-FECHA-PROC       TO W-FECHA-AMD-N.                   00009240
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00009250
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00009260
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00009270
           COMPUTE VCTL-LEIDOS = CONT-CRUCES-LEIDOS                     00009280
                               + CONT-VUELTAS-LEIDAS.                   00009290
           MOVE CONT-CASOS          TO VCTL-ESCRITOS.                   00009300
           MOVE CONT-SUPRIMIDOS     TO VCTL-RECHAZADOS.                 00009310
           MOVE 'OK'                TO VCTL-ESTADO.                     00009320
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00009330
           IF VCTL-CODRESP NOT = ZEROS                                  00009340
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00009350
           END-IF.                                                      00009360
      *                                                                *00009370
      *-------------*                                                   00009380
       3000-FIN-EXIT.                                                   00009390
      *-------------*                                                   00009400
           EXIT.                                                        00009410
                                                                        00009420
       3001-ERROR.                                                      00009430
      *-----------*                                                     00009440
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00009450
           DISPLAY 'ACCION:          ' WS-ACCION.                       00009460
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00009470
           DISPLAY '******************************************'.        00009480
           MOVE 08 TO RETURN-CODE.                                      00009490
           STOP RUN.                                                    00009500
      *-----------------*                                               00009510
      * FIN DE PROGRAMA *                                               00009520
      *-----------------*                                               00009530
