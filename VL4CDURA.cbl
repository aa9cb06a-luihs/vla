       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CDURA.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPORTE MENSUAL DE RENDIMIENTO Y DURACION DE LA      *00000060
      *           RENTA FIJA (VXEN_TIPINT = 'F') PARA RIESGOS Y LOS    *00000070
      *           GESTORES PATRIMONIALES. AL ULTIMO DIA DEL PERIODO:   *00000080
      *             1. POR VALOR CON TENENCIA: PRECIO LIMPIO Y SUCIO,  *00000090
      *                TIR, DURACION DE MACAULAY Y MODIFICADA Y        *00000100
      *                VENCIMIENTO (RUTINA VL9CYLD0)                   *00000110
      *             2. POR CUENTA Y POR CLIENTE                        *00000120
      *             3. POR GRUPO ECONOMICO (VLDTGRU, COMO VL4CGPOS)    *00000130
      *           CADA AGREGADO DA EL VALOR SUCIO EN PEN (VLDTFXR) DE  *00000140
      *           LAS POSICIONES MEDIDAS, LA DURACION MODIFICADA Y LA  *00000150
      *           TIR PONDERADAS POR ESE VALOR Y EL VALOR POR TRAMO DE *00000160
      *           VENCIMIENTO (<1, 1-3, 3-5, 5-10 Y >10 ANOS). UN      *00000170
      *           VALOR SIN CALENDARIO, SIN COTIZACION, EN IMPAGO, SIN *00000180
      *           SOLUCION O SIN TIPO DE CAMBIO SE SENALA CON SU       *00000190
      *           MOTIVO Y NO ENTRA EN LOS PROMEDIOS (NO SE TOMA COMO  *00000200
      *           CERO); EN EL AGREGADO SE CUENTAN SUS POSICIONES.     *00000210
      *           LA CORRIDA QUEDA REGISTRADA EN VLDTCTL (VL9CCTL0).   *00000220
      * SYSIN   : 1. PERIODO CERRADO AAAAMM                            *00000230
      * FECHA   : 15-10-2026                                           *00000240
      ******************************************************************00000250
      ******************************************************************00000260
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000270
      *---------- ---------- ---------------- -------------------------*00000280
      *RITM49197  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000290
      *---------- ---------- ---------------- -------------------------*00000300
      ******************************************************************00000310
       ENVIRONMENT DIVISION.                                            00000320
       CONFIGURATION SECTION.                                           00000330
       SPECIAL-NAMES.                                                   00000340
       INPUT-OUTPUT SECTION.                                            00000350
       FILE-CONTROL.                                                    00000360
                                                                        00000370
           SELECT S1RDURA   ASSIGN       TO S1RDURA                     00000380
                            FILE STATUS  IS FS-SDURA.                   00000390
       DATA DIVISION.                                                   00000400
       FILE SECTION.                                                    00000410
      *                                                                *00000420
       FD  S1RDURA                                                      00000430
           RECORDING MODE  IS  F                                        00000440
           LABEL  RECORDS  IS  STANDARD                                 00000450
           DATA   RECORD   IS  SAL-DURA.                                00000460
         01 SAL-DURA               PIC X(132).                          00000470
      *                                                                 00000480
      ******************************************************************00000490
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000500
      ******************************************************************00000510
       WORKING-STORAGE SECTION.                                         00000520
      *************************                                         00000530
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CDURA'.          00000540
      *                                                                 00000550
      * PARAMETROS (SYSIN): PERIODO CERRADO (AAAAMM)                    00000560
       01  WS-PARAMETROS.                                               00000570
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00000580
           05 WA-CARD-PERIODO-R REDEFINES WA-CARD-PERIODO.              00000590
              10 WA-CARD-AAAA      PIC 9(04).                           00000600
              10 WA-CARD-MM        PIC 9(02).                           00000610
      *                                                                 00000620
       01  WS-PERIODO.                                                  00000630
           05 WK-ANO               PIC 9(04)      VALUE ZEROS.          00000640
           05 WK-MES               PIC 9(02)      VALUE ZEROS.          00000650
           05 WK-ULTIMO-DIA        PIC 9(02)      VALUE ZEROS.          00000660
           05 WK-COC4              PIC 9(04)      VALUE ZEROS.          00000670
           05 WK-RESTO4            PIC 9(02)      VALUE ZEROS.          00000680
           05 WK-FECHA-CALCULO     PIC 9(08)      VALUE ZEROS.          00000690
      *                                                                 00000700
       01  WS-VARIOS.                                                   00000710
           05 SW-FIN-VAL           PIC X(02) VALUE SPACES.              00000720
              88 FIN-CUR-VAL                 VALUE 'SI'.                00000730
           05 SW-FIN-POS           PIC X(02) VALUE SPACES.              00000740
              88 FIN-CUR-POS                 VALUE 'SI'.                00000750
           05 SW-FIN-GRU           PIC X(02) VALUE SPACES.              00000760
              88 FIN-CUR-GRU                 VALUE 'SI'.                00000770
           05 WK-ISIN-X            PIC 9(01) VALUE ZEROS.               00000780
           05 WK-CAMBIO            PIC S9(5)V9(6) COMP-3 VALUE ZEROS.   00000790
           05 WK-VALOR-PEN         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000800
           05 WK-NUMCLI-ANT        PIC S9(8)V COMP-3 VALUE ZEROS.       00000810
           05 WK-CUENTA-ANT        PIC S9(7)V COMP-3 VALUE ZEROS.       00000820
           05 WK-CODGRU-ANT        PIC S9(8)V COMP-3 VALUE ZEROS.       00000830
           05 WK-DENOM-CLI         PIC X(30) VALUE SPACES.              00000840
           05 WK-DENGRU-ANT        PIC X(30) VALUE SPACES.              00000850
           05 WK-NIV-DESDE         PIC 9(01) VALUE ZEROS.               00000860
           05 WK-NIV-HASTA         PIC 9(01) VALUE ZEROS.               00000870
           05 IX-NIV               PIC 9(01) VALUE ZEROS.               00000880
           05 IX-TRA               PIC 9(01) VALUE ZEROS.               00000890
           05 SW-ENCONTRADO        PIC X(01) VALUE 'N'.                 00000900
              88 VALOR-ENCONTRADO            VALUE 'S'.                 00000910
      *                                                                 00000920
      * VALOR DE RENTA FIJA LEIDO DEL CURSOR DE VALORES                 00000930
       01  W-VALOR.                                                     00000940
           05 WVA-PAVAL            PIC X(03).                           00000950
           05 WVA-VALOR            PIC X(08).                           00000960
           05 WVA-ISIN             PIC S9(1)V COMP-3.                   00000970
           05 WVA-NOMINEM          PIC S9(9)V9(6) COMP-3.               00000980
           05 WVA-CODDIVI          PIC X(03).                           00000990
      *                                                                 00001000
      * POSICION LEIDA DE LOS CURSORES DE CUENTAS Y DE GRUPOS           00001010
       01  W-POSICION.                                                  00001020
           05 WDU-NUMCLI           PIC S9(8)V COMP-3.                   00001030
           05 WDU-CUENTA           PIC S9(7)V COMP-3.                   00001040
           05 WDU-CODGRU           PIC S9(8)V COMP-3.                   00001050
           05 WDU-DENGRU           PIC X(30).                           00001060
           05 WDU-CODVALOR         PIC X(12).                           00001070
           05 WDU-TITULOS          PIC S9(13)V COMP-3.                  00001080
      *                                                                 00001090
      * METRICAS POR VALOR (CARGADAS EN ORDEN DE CODIGO DE VALOR)       00001100
       01  W-TABLA-VALORES.                                             00001110
           05 WK-VAL-CARGADOS      PIC S9(9) COMP VALUE ZEROS.          00001120
           05 TAB-VAL-ENT OCCURS 1 TO 5000 TIMES                        00001130
                          DEPENDING ON WK-VAL-CARGADOS                  00001140
                          ASCENDING KEY IS TAB-CODVALOR                 00001150
                          INDEXED BY TAB-IX.                            00001160
              10 TAB-CODVALOR      PIC X(12).                           00001170
              10 TAB-SUCIO-PEN     PIC S9(9)V9(6)  COMP-3.              00001180
              10 TAB-TIR           PIC S9(3)V9(4)  COMP-3.              00001190
              10 TAB-DURMOD        PIC S9(3)V9(4)  COMP-3.              00001200
              10 TAB-ANOS          PIC S9(3)V9(4)  COMP-3.              00001210
              10 TAB-MEDIBLE       PIC X(01).                           00001220
                 88 TAB-VAL-MEDIBLE            VALUE 'S'.               00001230
              10 TAB-MARCA         PIC X(20).                           00001240
       01  WK-VAL-MAX              PIC S9(9) COMP VALUE 5000.           00001250
      *                                                                 00001260
      * ACUMULADOS: 1 = CUENTA, 2 = CLIENTE, 3 = GRUPO ECONOMICO        00001270
       01  W-ACUMULADOS.                                                00001280
           05 ACU-NIVEL OCCURS 3 TIMES.                                 00001290
              10 ACU-VALOR-PEN     PIC S9(15)V9(2) COMP-3.              00001300
              10 ACU-SUMA-DUR      PIC S9(15)V9(2) COMP-3.              00001310
              10 ACU-SUMA-TIR      PIC S9(15)V9(2) COMP-3.              00001320
              10 ACU-POSICIONES    PIC S9(7)       COMP-3.              00001330
              10 ACU-MARCADAS      PIC S9(7)       COMP-3.              00001340
              10 ACU-TRAMO OCCURS 5 TIMES                               00001350
                                   PIC S9(15)V9(2) COMP-3.              00001360
      *                                                                 00001370
       01  W-DATE                  PIC 9(6).                            00001380
       01  FILLER                  REDEFINES W-DATE.                    00001390
           02 W-ANO                PIC 99.                              00001400
           02 W-MES                PIC 99.                              00001410
           02 W-DIA                PIC 99.                              00001420
       01  W-FECHA-AMD.                                                 00001430
           05 W-AA-AMD             PIC 9(4).                            00001440
           05 W-MM-AMD             PIC 9(2).                            00001450
           05 W-DD-AMD             PIC 9(2).                            00001460
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001470
       01  W-HORA-CURRENT.                                              00001480
           02  W-HORA              PIC 99.                              00001490
           02  W-MINUTOS           PIC 99.                              00001500
           02  W-SEGUNDOS          PIC 99.                              00001510
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001520
      *                                                                 00001530
       01 W-CONTADORES.                                                 00001540
          05 CONT-VALORES          PIC 9(08)  VALUE ZEROES.             00001550
          05 CONT-VAL-MARCADOS     PIC 9(08)  VALUE ZEROES.             00001560
          05 CONT-POSICIONES       PIC 9(08)  VALUE ZEROES.             00001570
          05 CONT-POS-MARCADAS     PIC 9(08)  VALUE ZEROES.             00001580
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00001590
          05 CONT-CLIENTES         PIC 9(08)  VALUE ZEROES.             00001600
          05 CONT-GRUPOS           PIC 9(08)  VALUE ZEROES.             00001610
      * VARIABLES PARA CONTROL DE ERRORES                               00001620
       01 WS-ERROR.                                                     00001630
          05 WS-ACCION             PIC X(24).                           00001640
          05 WS-PARRAFO            PIC X(19).                           00001650
      * VARIABLES CONTROL DE ARCHIVOS                                   00001660
       01 WS-CTRL-ARCHIVOS.                                             00001670
          05 FS-SDURA              PIC X(02) VALUE '00'.                00001680
             88 S1RDURA-OK                   VALUE '00'.                00001690
      *                                                                 00001700
      * LINEAS DEL REPORTE                                              00001710
       01 LIN-CABECERA.                                                 00001720
          05 FILLER                PIC X(47) VALUE                      00001730
             ' RENDIMIENTO Y DURACION DE RENTA FIJA - PERIODO'.         00001740
          05 FILLER                PIC X(01) VALUE SPACES.              00001750
          05 CAB-PERIODO           PIC X(06).                           00001760
          05 FILLER                PIC X(14) VALUE '  FECHA CALC: '.    00001770
          05 CAB-FECHA             PIC 9(08).                           00001780
          05 FILLER                PIC X(56) VALUE SPACES.              00001790
       01 LIN-TITULO.                                                   00001800
          05 FILLER                PIC X(02) VALUE SPACES.              00001810
          05 TIT-TEXTO             PIC X(60).                           00001820
          05 FILLER                PIC X(70) VALUE SPACES.              00001830
       01 LIN-COL-VALORES.                                              00001840
          05 FILLER                PIC X(19) VALUE                      00001850
             '  VALOR       |MON|'.                                     00001860
          05 FILLER                PIC X(19) VALUE                      00001870
             '     PRECIO LIMPIO|'.                                     00001880
          05 FILLER                PIC X(27) VALUE                      00001890
             'FEC.PREC|      PRECIO SUCIO'.                             00001900
          05 FILLER                PIC X(67) VALUE                      00001910
             '|     TIR%|DUR.MAC.|DUR.MOD.|VENCIMIE|MARCA'.             00001920
       01 LIN-VALOR.                                                    00001930
          05 FILLER                PIC X(02) VALUE SPACES.              00001940
          05 VAL-CODVALOR          PIC X(12).                           00001950
          05 FILLER                PIC X(01) VALUE '|'.                 00001960
          05 VAL-MONEDA            PIC X(03).                           00001970
          05 FILLER                PIC X(01) VALUE '|'.                 00001980
          05 VAL-PRECIO            PIC ZZZ,ZZZ,ZZ9.999999.              00001990
          05 FILLER                PIC X(01) VALUE '|'.                 00002000
          05 VAL-FECPRECIO         PIC 9(08).                           00002010
          05 FILLER                PIC X(01) VALUE '|'.                 00002020
          05 VAL-SUCIO             PIC ZZZ,ZZZ,ZZ9.999999.              00002030
          05 FILLER                PIC X(01) VALUE '|'.                 00002040
          05 VAL-TIR               PIC -ZZ9.9999.                       00002050
          05 FILLER                PIC X(01) VALUE '|'.                 00002060
          05 VAL-DURMAC            PIC ZZ9.9999.                        00002070
          05 FILLER                PIC X(01) VALUE '|'.                 00002080
          05 VAL-DURMOD            PIC ZZ9.9999.                        00002090
          05 FILLER                PIC X(01) VALUE '|'.                 00002100
          05 VAL-FECVENC           PIC 9(08).                           00002110
          05 FILLER                PIC X(01) VALUE '|'.                 00002120
          05 VAL-MARCA             PIC X(20).                           00002130
          05 FILLER                PIC X(08) VALUE SPACES.              00002140
       01 LIN-NIVEL.                                                    00002150
          05 FILLER                PIC X(02) VALUE SPACES.              00002160
          05 NIV-LITERAL           PIC X(08).                           00002170
          05 NIV-CODIGO            PIC 9(08).                           00002180
          05 FILLER                PIC X(01) VALUE SPACES.              00002190
          05 NIV-NOMBRE            PIC X(30).                           00002200
          05 FILLER                PIC X(07) VALUE ' VALOR:'.           00002210
          05 NIV-VALOR             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002220
          05 FILLER                PIC X(10) VALUE ' DUR.MOD: '.        00002230
          05 NIV-DURMOD            PIC ZZ9.99.                          00002240
          05 FILLER                PIC X(07) VALUE ' TIR%: '.           00002250
          05 NIV-TIR               PIC -ZZ9.99.                         00002260
          05 FILLER                PIC X(06) VALUE ' POS: '.            00002270
          05 NIV-POSICIONES        PIC ZZZZ9.                           00002280
          05 FILLER                PIC X(07) VALUE ' MARC: '.           00002290
          05 NIV-MARCADAS          PIC ZZZZ9.                           00002300
          05 FILLER                PIC X(05) VALUE SPACES.              00002310
       01 LIN-TRAMOS.                                                   00002320
          05 FILLER                PIC X(12) VALUE '    TRAMOS: '.      00002330
          05 FILLER                PIC X(06) VALUE ' <1A: '.            00002340
          05 TRA-IMPORTE-1         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002350
          05 FILLER                PIC X(06) VALUE ' 1-3A:'.            00002360
          05 TRA-IMPORTE-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002370
          05 FILLER                PIC X(06) VALUE ' 3-5A:'.            00002380
          05 TRA-IMPORTE-3         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002390
          05 FILLER                PIC X(06) VALUE '5-10A:'.            00002400
          05 TRA-IMPORTE-4         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002410
          05 FILLER                PIC X(06) VALUE ' >10A:'.            00002420
          05 TRA-IMPORTE-5         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002430
          05 FILLER                PIC X(05) VALUE SPACES.              00002440
       01 LIN-MARCADA.                                                  00002450
          05 FILLER                PIC X(04) VALUE SPACES.              00002460
          05 FILLER                PIC X(09) VALUE 'POSICION '.         00002470
          05 MAR-CUENTA            PIC 9(07).                           00002480
          05 FILLER                PIC X(01) VALUE SPACES.              00002490
          05 MAR-CODVALOR          PIC X(12).                           00002500
          05 FILLER                PIC X(10) VALUE ' TITULOS: '.        00002510
          05 MAR-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002520
          05 FILLER                PIC X(01) VALUE SPACES.              00002530
          05 MAR-MARCA             PIC X(20).                           00002540
          05 FILLER                PIC X(53) VALUE SPACES.              00002550
      *                                                                 00002560
      *    RENDIMIENTO Y DURACION (RUTINA VL9CYLD0)                     00002570
       01  WK-VL9CYLD0             PIC X(08) VALUE 'VL9CYLD0'.          00002580
           COPY VLCPTYL0.                                               00002590
      *                                                                 00002600
      *    TIPOS DE CAMBIO A PEN                                        00002610
           COPY VLCPTFXR.                                               00002620
      *                                                                 00002630
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002640
           COPY VLCPTCTL.                                               00002650
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002660
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002670
      *                                                                *00002680
      *  AREA DE COMUNICACION SQLCA                                     00002690
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002700
      *                                                                 00002710
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002720
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002730
      *                                                                 00002740
      *  VALORES DE RENTA FIJA CON TENENCIA EN CUENTAS ACTIVAS, EN      00002750
      *  ORDEN DE CODIGO DE VALOR (CLAVE DE LA TABLA DE METRICAS)       00002760
           EXEC SQL                                                     00002770
                DECLARE VLDCDUR1 CURSOR FOR                             00002780
                 SELECT  X.VXEN_PAVAL                                   00002790
                      ,  X.VXEN_VALOR                                   00002800
                      ,  X.VXEN_ISIN                                    00002810
                      ,  X.VXEN_NOMINEM                                 00002820
                      ,  X.VXEN_CODDIVI                                 00002830
                   FROM  VLDTXEN X                                      00002840
                  WHERE  X.VXEN_TIPINT = 'F'                            00002850
                    AND  EXISTS                                         00002860
                        (SELECT 1                                       00002870
                           FROM VLDTADS S                               00002880
                              , VLDTARC A                               00002890
                          WHERE S.VADS_PAVAL  = X.VXEN_PAVAL            00002900
                            AND S.VADS_VALOR  = X.VXEN_VALOR            00002910
                            AND S.VADS_ISIN   = X.VXEN_ISIN             00002920
                            AND S.VADS_DEPOS  > 0                       00002930
                            AND A.VARC_CUENTA = S.VADS_CUENTA           00002940
                            AND A.VARC_SITUAC = 'A')                    00002950
                  ORDER  BY X.VXEN_PAVAL, X.VXEN_VALOR, X.VXEN_ISIN     00002960
           END-EXEC.                                                    00002970
      *                                                                 00002980
      *  POSICIONES DE RENTA FIJA POR CLIENTE Y CUENTA                  00002990
           EXEC SQL                                                     00003000
                DECLARE VLDCDUR2 CURSOR FOR                             00003010
                 SELECT  A.VARC_NUMCLI                                  00003020
                      ,  S.VADS_CUENTA                                  00003030
                      ,  S.VADS_PAVAL CONCAT S.VADS_VALOR               00003040
                                      CONCAT S.VADS_ISIN                00003050
                      ,  S.VADS_DEPOS                                   00003060
                   FROM  VLDTADS S                                      00003070
                      ,  VLDTARC A                                      00003080
                      ,  VLDTXEN X                                      00003090
                  WHERE  A.VARC_CUENTA = S.VADS_CUENTA                  00003100
                    AND  A.VARC_SITUAC = 'A'                            00003110
                    AND  X.VXEN_PAVAL  = S.VADS_PAVAL                   00003120
                    AND  X.VXEN_VALOR  = S.VADS_VALOR                   00003130
                    AND  X.VXEN_ISIN   = S.VADS_ISIN                    00003140
                    AND  X.VXEN_TIPINT = 'F'                            00003150
                    AND  S.VADS_DEPOS  > 0                              00003160
                  ORDER  BY A.VARC_NUMCLI, S.VADS_CUENTA                00003170
                      ,  S.VADS_PAVAL, S.VADS_VALOR, S.VADS_ISIN        00003180
           END-EXEC.                                                    00003190
      *                                                                 00003200
      *  POSICION DE RENTA FIJA CONSOLIDADA POR GRUPO Y VALOR           00003210
           EXEC SQL                                                     00003220
                DECLARE VLDCDUR3 CURSOR FOR                             00003230
                 SELECT  G.VGRU_CODGRU                                  00003240
                      ,  MAX(G.VGRU_DENGRU)                             00003250
                      ,  S.VADS_PAVAL CONCAT S.VADS_VALOR               00003260
                                      CONCAT S.VADS_ISIN                00003270
                      ,  SUM(S.VADS_DEPOS)                              00003280
                   FROM  VLDTGRU G                                      00003290
                      ,  VLDTARC A                                      00003300
                      ,  VLDTADS S                                      00003310
                      ,  VLDTXEN X                                      00003320
                  WHERE  A.VARC_NUMCLI = G.VGRU_NUMCLI                  00003330
                    AND  A.VARC_SITUAC = 'A'                            00003340
                    AND  S.VADS_CUENTA = A.VARC_CUENTA                  00003350
                    AND  S.VADS_DEPOS  > 0                              00003360
                    AND  X.VXEN_PAVAL  = S.VADS_PAVAL                   00003370
                    AND  X.VXEN_VALOR  = S.VADS_VALOR                   00003380
                    AND  X.VXEN_ISIN   = S.VADS_ISIN                    00003390
                    AND  X.VXEN_TIPINT = 'F'                            00003400
                  GROUP  BY G.VGRU_CODGRU                               00003410
                      ,  S.VADS_PAVAL, S.VADS_VALOR, S.VADS_ISIN        00003420
                  ORDER  BY G.VGRU_CODGRU                               00003430
                      ,  S.VADS_PAVAL, S.VADS_VALOR, S.VADS_ISIN        00003440
           END-EXEC.                                                    00003450
      *                                                                *00003460
       PROCEDURE DIVISION.                                              00003470
      *                                                                 00003480
           PERFORM 1000-INICIO                                          00003490
              THRU 1000-INICIO-EXIT.                                    00003500
                                                                        00003510
           PERFORM 2000-VALORES                                         00003520
              THRU 2000-VALORES-EXIT.                                   00003530
                                                                        00003540
           PERFORM 4000-CUENTAS                                         00003550
              THRU 4000-CUENTAS-EXIT.                                   00003560
                                                                        00003570
           PERFORM 5000-GRUPOS                                          00003580
              THRU 5000-GRUPOS-EXIT.                                    00003590
                                                                        00003600
           PERFORM 3000-FIN                                             00003610
              THRU 3000-FIN-EXIT.                                       00003620
                                                                        00003630
           STOP RUN.                                                    00003640
      *                                                                *00003650
      *-----------*                                                     00003660
       1000-INICIO.                                                     00003670
      *-----------*                                                     00003680
           INITIALIZE W-CONTADORES.                                     00003690
                                                                        00003700
           ACCEPT WA-CARD-PERIODO.                                      00003710
           IF WA-CARD-PERIODO NUMERIC                                   00003720
              AND WA-CARD-MM > 0 AND WA-CARD-MM < 13                    00003730
              MOVE WA-CARD-AAAA    TO WK-ANO                            00003740
              MOVE WA-CARD-MM      TO WK-MES                            00003750
           ELSE                                                         00003760
              MOVE 'PERIODO INVALIDO'       TO WS-ACCION                00003770
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003780
              PERFORM 3001-ERROR                                        00003790
           END-IF.                                                      00003800
           PERFORM 1150-ULTIMO-DIA                                      00003810
              THRU 1150-ULTIMO-DIA-EXIT.                                00003820
           COMPUTE WK-FECHA-CALCULO = WK-ANO * 10000 + WK-MES * 100     00003830
                                    + WK-ULTIMO-DIA.                    00003840
                                                                        00003850
           ACCEPT W-DATE FROM DATE.                                     00003860
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003870
           MOVE W-MES              TO W-MM-AMD.                         00003880
           MOVE W-DIA              TO W-DD-AMD.                         00003890
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003900
                                                                        00003910
           OPEN OUTPUT S1RDURA.                                         00003920
           IF NOT S1RDURA-OK                                            00003930
              MOVE 'OPEN FICHERO S1RDURA'   TO WS-ACCION                00003940
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003950
              PERFORM 3001-ERROR                                        00003960
           END-IF.                                                      00003970
                                                                        00003980
           MOVE WA-CARD-PERIODO    TO CAB-PERIODO.                      00003990
           MOVE WK-FECHA-CALCULO   TO CAB-FECHA.                        00004000
           WRITE SAL-DURA        FROM LIN-CABECERA.                     00004010
      *                                                                 00004020
      *----------------*                                                00004030
       1000-INICIO-EXIT.                                                00004040
      *----------------*                                                00004050
           EXIT.                                                        00004060
                                                                        00004070
      *------------------*                                              00004080
       1150-ULTIMO-DIA.                                                 00004090
      *------------------*                                              00004100
           EVALUATE WK-MES                                              00004110
               WHEN 01                                                  00004120
               WHEN 03                                                  00004130
               WHEN 05                                                  00004140
               WHEN 07                                                  00004150
               WHEN 08                                                  00004160
               WHEN 10                                                  00004170
               WHEN 12                                                  00004180
                    MOVE 31 TO WK-ULTIMO-DIA                            00004190
               WHEN 04                                                  00004200
               WHEN 06                                                  00004210
               WHEN 09                                                  00004220
               WHEN 11                                                  00004230
                    MOVE 30 TO WK-ULTIMO-DIA                            00004240
               WHEN 02                                                  00004250
                    DIVIDE WK-ANO BY 4 GIVING WK-COC4                   00004260
                                    REMAINDER WK-RESTO4                 00004270
                    IF WK-RESTO4 = ZEROS                                00004280
                       MOVE 29 TO WK-ULTIMO-DIA                         00004290
                    ELSE                                                00004300
                       MOVE 28 TO WK-ULTIMO-DIA                         00004310
                    END-IF                                              00004320
           END-EVALUATE.                                                00004330
      *                                                                 00004340
      *----------------------*                                          00004350
       1150-ULTIMO-DIA-EXIT.                                            00004360
      *----------------------*                                          00004370
           EXIT.                                                        00004380
                                                                        00004390
      *----------------*                                                00004400
       2000-VALORES.                                                    00004410
      *----------------*                                                00004420
           MOVE SPACES             TO TIT-TEXTO.                        00004430
           MOVE '1. METRICAS POR VALOR' TO TIT-TEXTO.                   00004440
           WRITE SAL-DURA        FROM LIN-TITULO AFTER 2.               00004450
           WRITE SAL-DURA        FROM LIN-COL-VALORES.                  00004460
                                                                        00004470
           MOVE ZEROS              TO WK-VAL-CARGADOS.                  00004480
           MOVE SPACES             TO SW-FIN-VAL.                       00004490
           EXEC SQL                                                     00004500
                OPEN VLDCDUR1                                           00004510
           END-EXEC.                                                    00004520
           IF SQLCODE NOT = ZERO                                        00004530
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004540
              MOVE 'VLDCDUR1-2000'          TO WS-PARRAFO               00004550
              PERFORM 3001-ERROR                                        00004560
           END-IF.                                                      00004570
                                                                        00004580
           PERFORM 2100-FETCH-VALOR                                     00004590
              THRU 2100-FETCH-VALOR-EXIT.                               00004600
           PERFORM 2200-METRICAS-VALOR                                  00004610
              THRU 2200-METRICAS-VALOR-EXIT                             00004620
              UNTIL FIN-CUR-VAL.                                        00004630
                                                                        00004640
           EXEC SQL                                                     00004650
                CLOSE VLDCDUR1                                          00004660
           END-EXEC.                                                    00004670
      *                                                                 00004680
      *---------------------*                                           00004690
       2000-VALORES-EXIT.                                               00004700
      *---------------------*                                           00004710
           EXIT.                                                        00004720
                                                                        00004730
      *--------------------*                                            00004740
       2100-FETCH-VALOR.                                                00004750
      *--------------------*                                            00004760
           EXEC SQL                                                     00004770
                FETCH VLDCDUR1                                          00004780
                 INTO :WVA-PAVAL                                        00004790
                    , :WVA-VALOR                                        00004800
                    , :WVA-ISIN                                         00004810
                    , :WVA-NOMINEM                                      00004820
                    , :WVA-CODDIVI                                      00004830
           END-EXEC.                                                    00004840
           EVALUATE SQLCODE                                             00004850
               WHEN ZERO                                                00004860
                    ADD 1 TO CONT-VALORES                               00004870
               WHEN 100                                                 00004880
                    MOVE 'SI'            TO SW-FIN-VAL                  00004890
               WHEN OTHER                                               00004900
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00004910
                    MOVE 'VLDCDUR1-2100'       TO WS-PARRAFO            00004920
                    PERFORM 3001-ERROR                                  00004930
           END-EVALUATE.                                                00004940
      *                                                                 00004950
      *-------------------------*                                       00004960
       2100-FETCH-VALOR-EXIT.                                           00004970
      *-------------------------*                                       00004980
           EXIT.                                                        00004990
                                                                        00005000
      *-----------------------*                                         00005010
       2200-METRICAS-VALOR.                                             00005020
      *-----------------------*                                         00005030
           IF WK-VAL-CARGADOS NOT < WK-VAL-MAX                          00005040
              MOVE 'TABLA VALORES LLENA'    TO WS-ACCION                00005050
              MOVE '2200-METRICAS-VALOR'    TO WS-PARRAFO               00005060
              PERFORM 3001-ERROR                                        00005070
           END-IF.                                                      00005080
                                                                        00005090
           INITIALIZE VL9CYLD0-AREA.                                    00005100
           MOVE WVA-PAVAL          TO YL0-CODVALOR (01:03).             00005110
           MOVE WVA-VALOR          TO YL0-CODVALOR (04:08).             00005120
           MOVE WVA-ISIN           TO WK-ISIN-X.                        00005130
           MOVE WK-ISIN-X          TO YL0-CODVALOR (12:01).             00005140
           MOVE WK-FECHA-CALCULO   TO YL0-FECHA.                        00005150
           MOVE WVA-NOMINEM        TO YL0-NOMINAL.                      00005160
           CALL WK-VL9CYLD0     USING VL9CYLD0-AREA.                    00005170
                                                                        00005180
           PERFORM 2300-CAMBIO-PEN                                      00005190
              THRU 2300-CAMBIO-PEN-EXIT.                                00005200
                                                                        00005210
           ADD 1                   TO WK-VAL-CARGADOS.                  00005220
           SET TAB-IX              TO WK-VAL-CARGADOS.                  00005230
           MOVE YL0-CODVALOR       TO TAB-CODVALOR (TAB-IX).            00005240
           COMPUTE TAB-SUCIO-PEN (TAB-IX) ROUNDED =                     00005250
                   YL0-PRECIO-SUCIO * WK-CAMBIO.                        00005260
           MOVE YL0-TIR            TO TAB-TIR (TAB-IX).                 00005270
           MOVE YL0-DURACION-MOD   TO TAB-DURMOD (TAB-IX).              00005280
           MOVE YL0-ANOS-VENC      TO TAB-ANOS (TAB-IX).                00005290
           MOVE 'N'                TO TAB-MEDIBLE (TAB-IX).             00005300
           EVALUATE TRUE                                                00005310
               WHEN YL0-SIN-CALENDARIO                                  00005320
                    MOVE '** SIN CALENDARIO'  TO TAB-MARCA (TAB-IX)     00005330
               WHEN YL0-EN-IMPAGO                                       00005340
                    MOVE '** VALOR EN IMPAGO' TO TAB-MARCA (TAB-IX)     00005350
               WHEN YL0-SIN-PRECIO                                      00005360
                    MOVE '** SIN COTIZACION'  TO TAB-MARCA (TAB-IX)     00005370
               WHEN YL0-NO-CONVERGE                                     00005380
                    MOVE '** TIR SIN SOLUCION' TO TAB-MARCA (TAB-IX)    00005390
               WHEN NOT YL0-OK                                          00005400
                    MOVE '** ERROR DE CALCULO' TO TAB-MARCA (TAB-IX)    00005410
               WHEN WK-CAMBIO = ZEROS                                   00005420
                    MOVE '** SIN TIPO CAMBIO' TO TAB-MARCA (TAB-IX)     00005430
               WHEN OTHER                                               00005440
                    MOVE 'S'               TO TAB-MEDIBLE (TAB-IX)      00005450
                    MOVE SPACES            TO TAB-MARCA (TAB-IX)        00005460
           END-EVALUATE.                                                00005470
           IF NOT TAB-VAL-MEDIBLE (TAB-IX)                              00005480
              ADD 1                TO CONT-VAL-MARCADOS                 00005490
           END-IF.                                                      00005500
                                                                        00005510
           MOVE YL0-CODVALOR       TO VAL-CODVALOR.                     00005520
           MOVE WVA-CODDIVI        TO VAL-MONEDA.                       00005530
           MOVE YL0-PRECIO         TO VAL-PRECIO.                       00005540
           MOVE YL0-FECPRECIO      TO VAL-FECPRECIO.                    00005550
           MOVE YL0-PRECIO-SUCIO   TO VAL-SUCIO.                        00005560
           MOVE YL0-TIR            TO VAL-TIR.                          00005570
           MOVE YL0-DURACION       TO VAL-DURMAC.                       00005580
           MOVE YL0-DURACION-MOD   TO VAL-DURMOD.                       00005590
           MOVE YL0-FECVENC        TO VAL-FECVENC.                      00005600
           MOVE TAB-MARCA (TAB-IX) TO VAL-MARCA.                        00005610
           WRITE SAL-DURA        FROM LIN-VALOR.                        00005620
                                                                        00005630
           PERFORM 2100-FETCH-VALOR                                     00005640
              THRU 2100-FETCH-VALOR-EXIT.                               00005650
      *                                                                 00005660
      *----------------------------*                                    00005670
       2200-METRICAS-VALOR-EXIT.                                        00005680
      *----------------------------*                                    00005690
           EXIT.                                                        00005700
                                                                        00005710
      *-------------------*                                             00005720
       2300-CAMBIO-PEN.                                                 00005730
      *-------------------*                                             00005740
      *    CAMBIO A PEN DE LA FECHA DE CALCULO (VLDTFXR, PEN POR        00005750
      *    UNIDAD), COMO EL CERTIFICADO DE TENENCIA VL7CCTE0            00005760
           IF WVA-CODDIVI = 'PEN' OR WVA-CODDIVI = SPACES               00005770
              MOVE 1               TO WK-CAMBIO                         00005780
              GO TO 2300-CAMBIO-PEN-EXIT                                00005790
           END-IF.                                                      00005800
           MOVE WVA-CODDIVI        TO VFXR-MONEDA.                      00005810
           MOVE ZEROS              TO WK-CAMBIO.                        00005820
           EXEC SQL                                                     00005830
                SELECT VFXR_TIPOCAM                                     00005840
                  INTO :WK-CAMBIO                                       00005850
                  FROM VLDTFXR                                          00005860
                 WHERE VFXR_MONEDA = :VFXR-MONEDA                       00005870
                   AND VFXR_FECDIA =                                    00005880
                       (SELECT MAX(F2.VFXR_FECDIA)                      00005890
                          FROM VLDTFXR F2                               00005900
                         WHERE F2.VFXR_MONEDA  = :VFXR-MONEDA           00005910
                           AND F2.VFXR_FECDIA <= :WK-FECHA-CALCULO)     00005920
           END-EXEC.                                                    00005930
           IF SQLCODE NOT = ZERO AND 100                                00005940
              MOVE 'SELECT'                 TO WS-ACCION                00005950
              MOVE 'VLDTFXR-2300'           TO WS-PARRAFO               00005960
              PERFORM 3001-ERROR                                        00005970
           END-IF.                                                      00005980
      *                                                                 00005990
      *------------------------*                                        00006000
       2300-CAMBIO-PEN-EXIT.                                            00006010
      *------------------------*                                        00006020
           EXIT.                                                        00006030
                                                                        00006040
      *----------------*                                                00006050
       4000-CUENTAS.                                                    00006060
      *----------------*                                                00006070
           MOVE SPACES             TO TIT-TEXTO.                        00006080
           MOVE '2. POR CUENTA Y CLIENTE (VALOR SUCIO EN PEN)'          00006090
                                   TO TIT-TEXTO.                        00006100
           WRITE SAL-DURA        FROM LIN-TITULO AFTER 2.               00006110
                                                                        00006120
           MOVE ZEROS              TO WK-NUMCLI-ANT                     00006130
                                      WK-CUENTA-ANT.                    00006140
           INITIALIZE W-ACUMULADOS.                                     00006150
           MOVE SPACES             TO SW-FIN-POS.                       00006160
           EXEC SQL                                                     00006170
                OPEN VLDCDUR2                                           00006180
           END-EXEC.                                                    00006190
           IF SQLCODE NOT = ZERO                                        00006200
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006210
              MOVE 'VLDCDUR2-4000'          TO WS-PARRAFO               00006220
              PERFORM 3001-ERROR                                        00006230
           END-IF.                                                      00006240
                                                                        00006250
           PERFORM 4100-FETCH-POSICION                                  00006260
              THRU 4100-FETCH-POSICION-EXIT.                            00006270
           PERFORM 4200-POSICION-CUENTA                                 00006280
              THRU 4200-POSICION-CUENTA-EXIT                            00006290
              UNTIL FIN-CUR-POS.                                        00006300
                                                                        00006310
      *    CIERRE DE LA ULTIMA CUENTA Y DEL ULTIMO CLIENTE              00006320
           IF WK-CUENTA-ANT NOT = ZEROS                                 00006330
              MOVE 1               TO IX-NIV                            00006340
              PERFORM 6000-IMPRIME-NIVEL                                00006350
                 THRU 6000-IMPRIME-NIVEL-EXIT                           00006360
              MOVE 2               TO IX-NIV                            00006370
              PERFORM 6000-IMPRIME-NIVEL                                00006380
                 THRU 6000-IMPRIME-NIVEL-EXIT                           00006390
           END-IF.                                                      00006400
                                                                        00006410
           EXEC SQL                                                     00006420
                CLOSE VLDCDUR2                                          00006430
           END-EXEC.                                                    00006440
      *                                                                 00006450
      *---------------------*                                           00006460
       4000-CUENTAS-EXIT.                                               00006470
      *---------------------*                                           00006480
           EXIT.                                                        00006490
                                                                        00006500
      *-----------------------*                                         00006510
       4100-FETCH-POSICION.                                             00006520
      *-----------------------*                                         00006530
           EXEC SQL                                                     00006540
                FETCH VLDCDUR2                                          00006550
                 INTO :WDU-NUMCLI                                       00006560
                    , :WDU-CUENTA                                       00006570
                    , :WDU-CODVALOR                                     00006580
                    , :WDU-TITULOS                                      00006590
           END-EXEC.                                                    00006600
           EVALUATE SQLCODE                                             00006610
               WHEN ZERO                                                00006620
                    ADD 1 TO CONT-POSICIONES                            00006630
               WHEN 100                                                 00006640
                    MOVE 'SI'            TO SW-FIN-POS                  00006650
               WHEN OTHER                                               00006660
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00006670
                    MOVE 'VLDCDUR2-4100'       TO WS-PARRAFO            00006680
                    PERFORM 3001-ERROR                                  00006690
           END-EVALUATE.                                                00006700
      *                                                                 00006710
      *----------------------------*                                    00006720
       4100-FETCH-POSICION-EXIT.                                        00006730
      *----------------------------*                                    00006740
           EXIT.                                                        00006750
                                                                        00006760
      *------------------------*                                        00006770
       4200-POSICION-CUENTA.                                            00006780
      *------------------------*                                        00006790
      *    CORTE DE CUENTA Y, DENTRO DE EL, CORTE DE CLIENTE            00006800
           IF WDU-CUENTA NOT = WK-CUENTA-ANT                            00006810
              IF WK-CUENTA-ANT NOT = ZEROS                              00006820
                 MOVE 1            TO IX-NIV                            00006830
                 PERFORM 6000-IMPRIME-NIVEL                             00006840
                    THRU 6000-IMPRIME-NIVEL-EXIT                        00006850
              END-IF                                                    00006860
              IF WDU-NUMCLI NOT = WK-NUMCLI-ANT                         00006870
                 IF WK-NUMCLI-ANT NOT = ZEROS                           00006880
                    MOVE 2         TO IX-NIV                            00006890
                    PERFORM 6000-IMPRIME-NIVEL                          00006900
                       THRU 6000-IMPRIME-NIVEL-EXIT                     00006910
                 END-IF                                                 00006920
                 PERFORM 4300-NUEVO-CLIENTE                             00006930
                    THRU 4300-NUEVO-CLIENTE-EXIT                        00006940
              END-IF                                                    00006950
              MOVE WDU-CUENTA      TO WK-CUENTA-ANT                     00006960
              ADD 1                TO CONT-CUENTAS                      00006970
           END-IF.                                                      00006980
                                                                        00006990
           MOVE 1                  TO WK-NIV-DESDE.                     00007000
           MOVE 2                  TO WK-NIV-HASTA.                     00007010
           PERFORM 6100-ACUMULA-POSICION                                00007020
              THRU 6100-ACUMULA-POSICION-EXIT.                          00007030
                                                                        00007040
      *    LA POSICION NO MEDIDA SE LISTA CON SU MOTIVO                 00007050
           IF NOT VALOR-ENCONTRADO OR NOT TAB-VAL-MEDIBLE (TAB-IX)      00007060
              ADD 1                TO CONT-POS-MARCADAS                 00007070
              MOVE WDU-CUENTA      TO MAR-CUENTA                        00007080
              MOVE WDU-CODVALOR    TO MAR-CODVALOR                      00007090
              MOVE WDU-TITULOS     TO MAR-TITULOS                       00007100
              IF VALOR-ENCONTRADO                                       00007110
                 MOVE TAB-MARCA (TAB-IX) TO MAR-MARCA                   00007120
              ELSE                                                      00007130
                 MOVE '** VALOR NO MEDIDO' TO MAR-MARCA                 00007140
              END-IF                                                    00007150
              WRITE SAL-DURA     FROM LIN-MARCADA                       00007160
           END-IF.                                                      00007170
                                                                        00007180
           PERFORM 4100-FETCH-POSICION                                  00007190
              THRU 4100-FETCH-POSICION-EXIT.                            00007200
      *                                                                 00007210
      *-----------------------------*                                   00007220
       4200-POSICION-CUENTA-EXIT.                                       00007230
      *-----------------------------*                                   00007240
           EXIT.                                                        00007250
                                                                        00007260
      *----------------------*                                          00007270
       4300-NUEVO-CLIENTE.                                              00007280
      *----------------------*                                          00007290
           MOVE WDU-NUMCLI         TO WK-NUMCLI-ANT                     00007300
                                      VXMI-CODCLI.                      00007310
           ADD 1                   TO CONT-CLIENTES.                    00007320
           MOVE SPACES             TO WK-DENOM-CLI.                     00007330
           EXEC SQL                                                     00007340
                SELECT VXMI_DENOM                                       00007350
                  INTO :VXMI-DENOM                                      00007360
                  FROM VLDTXMI                                          00007370
                 WHERE VXMI_CODCLI = :VXMI-CODCLI                       00007380
           END-EXEC.                                                    00007390
           EVALUATE SQLCODE                                             00007400
               WHEN ZERO                                                00007410
                    MOVE VXMI-DENOM     TO WK-DENOM-CLI                 00007420
               WHEN 100                                                 00007430
                    CONTINUE                                            00007440
               WHEN OTHER                                               00007450
                    MOVE 'SELECT'       TO WS-ACCION                    00007460
                    MOVE 'VLDTXMI-4300' TO WS-PARRAFO                   00007470
                    PERFORM 3001-ERROR                                  00007480
           END-EVALUATE.                                                00007490
      *                                                                 00007500
      *---------------------------*                                     00007510
       4300-NUEVO-CLIENTE-EXIT.                                         00007520
      *---------------------------*                                     00007530
           EXIT.                                                        00007540
                                                                        00007550
      *---------------*                                                 00007560
       5000-GRUPOS.                                                     00007570
      *---------------*                                                 00007580
           MOVE SPACES             TO TIT-TEXTO.                        00007590
           MOVE '3. POR GRUPO ECONOMICO (VALOR SUCIO EN PEN)'           00007600
                                   TO TIT-TEXTO.                        00007610
           WRITE SAL-DURA        FROM LIN-TITULO AFTER 2.               00007620
                                                                        00007630
           MOVE ZEROS              TO WK-CODGRU-ANT.                    00007640
           INITIALIZE W-ACUMULADOS.                                     00007650
           MOVE SPACES             TO SW-FIN-GRU.                       00007660
           EXEC SQL                                                     00007670
                OPEN VLDCDUR3                                           00007680
           END-EXEC.                                                    00007690
           IF SQLCODE NOT = ZERO                                        00007700
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007710
              MOVE 'VLDCDUR3-5000'          TO WS-PARRAFO               00007720
              PERFORM 3001-ERROR                                        00007730
           END-IF.                                                      00007740
                                                                        00007750
           PERFORM 5100-FETCH-GRUPO                                     00007760
              THRU 5100-FETCH-GRUPO-EXIT.                               00007770
           PERFORM 5200-POSICION-GRUPO                                  00007780
              THRU 5200-POSICION-GRUPO-EXIT                             00007790
              UNTIL FIN-CUR-GRU.                                        00007800
                                                                        00007810
           IF WK-CODGRU-ANT NOT = ZEROS                                 00007820
              MOVE 3               TO IX-NIV                            00007830
              PERFORM 6000-IMPRIME-NIVEL                                00007840
                 THRU 6000-IMPRIME-NIVEL-EXIT                           00007850
           END-IF.                                                      00007860
                                                                        00007870
           EXEC SQL                                                     00007880
                CLOSE VLDCDUR3                                          00007890
           END-EXEC.                                                    00007900
      *                                                                 00007910
      *--------------------*                                            00007920
       5000-GRUPOS-EXIT.                                                00007930
      *--------------------*                                            00007940
           EXIT.                                                        00007950
                                                                        00007960
      *--------------------*                                            00007970
       5100-FETCH-GRUPO.                                                00007980
      *--------------------*                                            00007990
           EXEC SQL                                                     00008000
                FETCH VLDCDUR3                                          00008010
                 INTO :WDU-CODGRU                                       00008020
                    , :WDU-DENGRU                                       00008030
                    , :WDU-CODVALOR                                     00008040
                    , :WDU-TITULOS                                      00008050
           END-EXEC.                                                    00008060
           EVALUATE SQLCODE                                             00008070
               WHEN ZERO                                                00008080
                    CONTINUE                                            00008090
               WHEN 100                                                 00008100
                    MOVE 'SI'            TO SW-FIN-GRU                  00008110
               WHEN OTHER                                               00008120
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00008130
                    MOVE 'VLDCDUR3-5100'       TO WS-PARRAFO            00008140
                    PERFORM 3001-ERROR                                  00008150
           END-EVALUATE.                                                00008160
      *                                                                 00008170
      *-------------------------*                                       00008180
       5100-FETCH-GRUPO-EXIT.                                           00008190
      *-------------------------*                                       00008200
           EXIT.                                                        00008210
                                                                        00008220
      *-----------------------*                                         00008230
       5200-POSICION-GRUPO.                                             00008240
      *-----------------------*                                         00008250
           IF WDU-CODGRU NOT = WK-CODGRU-ANT                            00008260
              IF WK-CODGRU-ANT NOT = ZEROS                              00008270
                 MOVE 3            TO IX-NIV                            00008280
                 PERFORM 6000-IMPRIME-NIVEL                             00008290
                    THRU 6000-IMPRIME-NIVEL-EXIT                        00008300
              END-IF                                                    00008310
              MOVE WDU-CODGRU      TO WK-CODGRU-ANT                     00008320
              MOVE WDU-DENGRU      TO WK-DENGRU-ANT                     00008330
              ADD 1                TO CONT-GRUPOS                       00008340
           END-IF.                                                      00008350
                                                                        00008360
           MOVE 3                  TO WK-NIV-DESDE                      00008370
                                      WK-NIV-HASTA.                     00008380
           PERFORM 6100-ACUMULA-POSICION                                00008390
              THRU 6100-ACUMULA-POSICION-EXIT.                          00008400
                                                                        00008410
           PERFORM 5100-FETCH-GRUPO                                     00008420
              THRU 5100-FETCH-GRUPO-EXIT.                               00008430
      *                                                                 00008440
      *----------------------------*                                    00008450
       5200-POSICION-GRUPO-EXIT.                                        00008460
      *----------------------------*                                    00008470
           EXIT.                                                        00008480
                                                                        00008490
      *-----------------------*                                         00008500
       6000-IMPRIME-NIVEL.                                              00008510
      *-----------------------*                                         00008520
      *    LINEA DEL AGREGADO IX-NIV CON SUS PROMEDIOS PONDERADOS Y     00008530
      *    LINEA DE TRAMOS; DESPUES EL AGREGADO VUELVE A CERO           00008540
           EVALUATE IX-NIV                                              00008550
               WHEN 1                                                   00008560
                    MOVE 'CUENTA  '      TO NIV-LITERAL                 00008570
                    MOVE WK-CUENTA-ANT   TO NIV-CODIGO                  00008580
                    MOVE SPACES          TO NIV-NOMBRE                  00008590
               WHEN 2                                                   00008600
                    MOVE 'CLIENTE '      TO NIV-LITERAL                 00008610
                    MOVE WK-NUMCLI-ANT   TO NIV-CODIGO                  00008620
                    MOVE WK-DENOM-CLI    TO NIV-NOMBRE                  00008630
               WHEN OTHER                                               00008640
                    MOVE 'GRUPO   '      TO NIV-LITERAL                 00008650
                    MOVE WK-CODGRU-ANT   TO NIV-CODIGO                  00008660
                    MOVE WK-DENGRU-ANT   TO NIV-NOMBRE                  00008670
           END-EVALUATE.                                                00008680
           MOVE ACU-VALOR-PEN (IX-NIV)   TO NIV-VALOR.                  00008690
           IF ACU-VALOR-PEN (IX-NIV) > ZEROS                            00008700
              COMPUTE NIV-DURMOD ROUNDED =                              00008710
                      ACU-SUMA-DUR (IX-NIV) / ACU-VALOR-PEN (IX-NIV)    00008720
              COMPUTE NIV-TIR ROUNDED =                                 00008730
                      ACU-SUMA-TIR (IX-NIV) / ACU-VALOR-PEN (IX-NIV)    00008740
           ELSE                                                         00008750
              MOVE ZEROS                 TO NIV-DURMOD                  00008760
                                            NIV-TIR                     00008770
           END-IF.                                                      00008780
           MOVE ACU-POSICIONES (IX-NIV)  TO NIV-POSICIONES.             00008790
           MOVE ACU-MARCADAS (IX-NIV)    TO NIV-MARCADAS.               00008800
           IF IX-NIV = 1                                                00008810
              WRITE SAL-DURA     FROM LIN-NIVEL                         00008820
           ELSE                                                         00008830
              WRITE SAL-DURA     FROM LIN-NIVEL AFTER 2                 00008840
           END-IF.                                                      00008850
                                                                        00008860
           MOVE ACU-TRAMO (IX-NIV, 1)    TO TRA-IMPORTE-1.              00008870
           MOVE ACU-TRAMO (IX-NIV, 2)    TO TRA-IMPORTE-2.              00008880
           MOVE ACU-TRAMO (IX-NIV, 3)    TO TRA-IMPORTE-3.              00008890
           MOVE ACU-TRAMO (IX-NIV, 4)    TO TRA-IMPORTE-4.              00008900
           MOVE ACU-TRAMO (IX-NIV, 5)    TO TRA-IMPORTE-5.              00008910
           WRITE SAL-DURA        FROM LIN-TRAMOS.                       00008920
                                                                        00008930
           INITIALIZE ACU-NIVEL (IX-NIV).                               00008940
      *                                                                 00008950
      *---------------------------*                                     00008960
       6000-IMPRIME-NIVEL-EXIT.                                         00008970
      *---------------------------*                                     00008980
           EXIT.                                                        00008990
                                                                        00009000
      *--------------------------*                                      00009010
       6100-ACUMULA-POSICION.                                           00009020
      *--------------------------*                                      00009030
      *    BUSCA LAS METRICAS DEL VALOR Y SUMA LA POSICION EN LOS       00009040
      *    AGREGADOS WK-NIV-DESDE A WK-NIV-HASTA                        00009050
           MOVE 'N'                TO SW-ENCONTRADO.                    00009060
           IF WK-VAL-CARGADOS > ZEROS                                   00009070
              SET TAB-IX           TO 1                                 00009080
              SEARCH ALL TAB-VAL-ENT                                    00009090
                  AT END                                                00009100
                       CONTINUE                                         00009110
                  WHEN TAB-CODVALOR (TAB-IX) = WDU-CODVALOR             00009120
                       MOVE 'S'    TO SW-ENCONTRADO                     00009130
              END-SEARCH                                                00009140
           END-IF.                                                      00009150
                                                                        00009160
           MOVE ZEROS              TO WK-VALOR-PEN.                     00009170
           IF VALOR-ENCONTRADO                                          00009180
              IF TAB-VAL-MEDIBLE (TAB-IX)                               00009190
                 COMPUTE WK-VALOR-PEN ROUNDED =                         00009200
                         WDU-TITULOS * TAB-SUCIO-PEN (TAB-IX)           00009210
                 EVALUATE TRUE                                          00009220
                     WHEN TAB-ANOS (TAB-IX) < 1                         00009230
                          MOVE 1   TO IX-TRA                            00009240
                     WHEN TAB-ANOS (TAB-IX) < 3                         00009250
                          MOVE 2   TO IX-TRA                            00009260
                     WHEN TAB-ANOS (TAB-IX) < 5                         00009270
                          MOVE 3   TO IX-TRA                            00009280
                     WHEN TAB-ANOS (TAB-IX) < 10                        00009290
                          MOVE 4   TO IX-TRA                            00009300
                     WHEN OTHER                                         00009310
                          MOVE 5   TO IX-TRA                            00009320
                 END-EVALUATE                                           00009330
              END-IF                                                    00009340
           END-IF.                                                      00009350
                                                                        00009360
           PERFORM 6110-SUMA-NIVEL                                      00009370
              THRU 6110-SUMA-NIVEL-EXIT                                 00009380
              VARYING IX-NIV FROM WK-NIV-DESDE BY 1                     00009390
              UNTIL IX-NIV > WK-NIV-HASTA.                              00009400
      *                                                                 00009410
      *------------------------------*                                  00009420
       6100-ACUMULA-POSICION-EXIT.                                      00009430
      *------------------------------*                                  00009440
           EXIT.                                                        00009450
                                                                        00009460
      *--------------------*                                            00009470
       6110-SUMA-NIVEL.                                                 00009480
      *--------------------*                                            00009490
           ADD 1                   TO ACU-POSICIONES (IX-NIV).          00009500
           IF NOT VALOR-ENCONTRADO OR NOT TAB-VAL-MEDIBLE (TAB-IX)      00009510
              ADD 1                TO ACU-MARCADAS (IX-NIV)             00009520
              GO TO 6110-SUMA-NIVEL-EXIT                                00009530
           END-IF.                                                      00009540
           ADD WK-VALOR-PEN        TO ACU-VALOR-PEN (IX-NIV)            00009550
                                      ACU-TRAMO (IX-NIV, IX-TRA).       00009560
           COMPUTE ACU-SUMA-DUR (IX-NIV) ROUNDED =                      00009570
                   ACU-SUMA-DUR (IX-NIV)                                00009580
                 + WK-VALOR-PEN * TAB-DURMOD (TAB-IX).                  00009590
           COMPUTE ACU-SUMA-TIR (IX-NIV) ROUNDED =                      00009600
                   ACU-SUMA-TIR (IX-NIV)                                00009610
                 + WK-VALOR-PEN * TAB-TIR (TAB-IX).                     00009620
      *                                                                 00009630
      *-------------------------*                                       00009640
       6110-SUMA-NIVEL-EXIT.                                            00009650
      *-------------------------*                                       00009660
           EXIT.                                                        00009670
                                                                        00009680
      *--------*                                                        00009690
       3000-FIN.                                                        00009700
      *--------*                                                        00009710
           CLOSE S1RDURA.                                               00009720
                                                                        00009730
           DISPLAY '****** FIN RENDIMIENTO Y DURACION VL4CDURA ******'. 00009740
           DISPLAY 'PERIODO                : ' WA-CARD-PERIODO.         00009750
           DISPLAY 'VALORES DE RENTA FIJA  : ' CONT-VALORES.            00009760
           DISPLAY 'VALORES SENALADOS      : ' CONT-VAL-MARCADOS.       00009770
           DISPLAY 'POSICIONES             : ' CONT-POSICIONES.         00009780
           DISPLAY 'POSICIONES SENALADAS   : ' CONT-POS-MARCADAS.       00009790
           DISPLAY 'CUENTAS                : ' CONT-CUENTAS.            00009800
           DISPLAY 'CLIENTES               : ' CONT-CLIENTES.           00009810
           DISPLAY 'GRUPOS ECONOMICOS      : ' CONT-GRUPOS.             00009820
                                                                        00009830
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00009840
           ACCEPT WK-HORA-FIN       FROM TIME.                          00009850
           INITIALIZE DCLVLDTCTL.                                       00009860
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00009870
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00009880
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00009890
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00009900
           COMPUTE VCTL-LEIDOS = CONT-VALORES + CONT-POSICIONES.        00009910
           MOVE CONT-CUENTAS        TO VCTL-ESCRITOS.                   00009920
           MOVE 'OK'                TO VCTL-ESTADO.                     00009930
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00009940
           IF VCTL-CODRESP NOT = ZEROS                                  00009950
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00009960
           END-IF.                                                      00009970
      *                                                                *00009980
      *-------------*                                                   00009990
       3000-FIN-EXIT.                                                   00010000
      *-------------*                                                   00010010
           EXIT.                                                        00010020
                                                                        00010030
       3001-ERROR.                                                      00010040
      *-----------*                                                     00010050
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00010060
           DISPLAY 'ACCION:          ' WS-ACCION.                       00010070
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00010080
           DISPLAY '******************************************'.        00010090
           MOVE 08 TO RETURN-CODE.                                      00010100
           STOP RUN.                                                    00010110
      *-----------------*                                               00010120
      * FIN DE PROGRAMA *                                               00010130
      *-----------------*                                               00010140
