       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CRENT.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RENTABILIDAD MENSUAL POR CLIENTE. VL4CREVC ATRIBUYE  *00000060
      *           LAS COMISIONES SOLO A OFICINA, CANAL Y GESTOR; AQUI  *00000070
      *           SE MIDE LO QUE CADA CLIENTE (VARC_NUMCLI) DEJA AL    *00000080
      *           BANCO EN EL MES CERRADO PEDIDO POR SYSIN, SUMANDO    *00000090
      *           SUS CUENTAS:                                         *00000100
      *             + COMISIONES COBRADAS (VHIS_COBRADO31)             *00000110
      *             + CUSTODIA FACTURADA POR VL4CCUFA    (VLDTCGC)     *00000120
      *             + INTERES MORATORIO DE VL4CMORA      (VLDTCGC)     *00000130
      *             + MARGEN SOBRE TASAS DE TERCEROS: COMPONENTES      *00000140
      *               VPOL_IMPCOM1..8 DEL CLIENTE POR LA PROPORCION    *00000150
      *               RECAUDADO-FACTURADO DEL MES EN VLDTTER           *00000160
      *             - REBATES DE VL4CREBA                (VLDTCGC)     *00000170
      *             - CARGOS CONDONADOS: PERDIDAS OPERACIONALES DE     *00000180
      *               CATEGORIA 'MORA' EN VLDTPEO, NETAS DE RECUPERO   *00000190
      *           GRABA UNA FILA POR CLIENTE EN VLDTRNT CON EL NETO    *00000200
      *           DEL MES, EL NETO DE 12 MESES Y EL SEGMENTO DE VALOR, *00000210
      *           Y EMITE EL RANKING POR OFICINA (S1RRENT) CON LA      *00000220
      *           TENDENCIA DE LOS ULTIMOS 12 MESES. EL PUESTO EN LA   *00000230
      *           OFICINA QUEDA EN VRNT_RANKING. LOS IMPORTES SE SUMAN *00000240
      *           TAL COMO ESTAN REGISTRADOS, COMO EN VL4CREVC.        *00000250
      *           EL PERIODO SE BORRA Y SE VUELVE A CALCULAR, POR LO   *00000260
      *           QUE EL PROCESO ES RELANZABLE.                        *00000270
      * SYSIN   : 1. MES CERRADO AAAAMM                                *00000280
      * PARAM.  : VLDTPAR (VL9CPAR0)                                   *00000290
      *           RNT-UMBRAL-A   NETO 12M SEGMENTO A, MILES (DEF. 50)  *00000300
      *           RNT-UMBRAL-B   NETO 12M SEGMENTO B, MILES (DEF. 10)  *00000310
      *           RNT-TOP-OFICINA CLIENTES LISTADOS POR OFICINA (50)   *00000320
      *           SEGMENTOS: A ALTO VALOR / B VALOR MEDIO / C BAJO     *00000330
      *           VALOR (NETO 12M POSITIVO) / D NO RENTABLE            *00000340
      * FECHA   : 15-10-2026                                           *00000350
      ******************************************************************00000360
      ******************************************************************00000370
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000380
      *---------- ---------- ---------------- -------------------------*00000390
      *RITM49182  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000400
      *---------- ---------- ---------------- -------------------------*00000410
      ******************************************************************00000420
       ENVIRONMENT DIVISION.                                            00000430
       CONFIGURATION SECTION.                                           00000440
       SPECIAL-NAMES.                                                   00000450
       INPUT-OUTPUT SECTION.                                            00000460
       FILE-CONTROL.                                                    00000470
                                                                        00000480
           SELECT S1RRENT   ASSIGN       TO S1RRENT                     00000490
                            FILE STATUS  IS FS-SRENT.                   00000500
       DATA DIVISION.                                                   00000510
       FILE SECTION.                                                    00000520
      *                                                                *00000530
       FD  S1RRENT                                                      00000540
           RECORDING MODE  IS  F                                        00000550
           LABEL  RECORDS  IS  STANDARD                                 00000560
           DATA   RECORD   IS  SAL-RRENT.                               00000570
         01 SAL-RRENT              PIC X(132).                          00000580
      *                                                                 00000590
      ******************************************************************00000600
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000610
      ******************************************************************00000620
       WORKING-STORAGE SECTION.                                         00000630
      *************************                                         00000640
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CRENT'.          00000650
      *                                                                 00000660
      * PARAMETROS (SYSIN): MES CERRADO (AAAAMM)                        00000670
       01  WS-PARAMETROS.                                               00000680
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00000690
           05 WA-CARD-PERIODO-R REDEFINES WA-CARD-PERIODO.              00000700
              10 WA-CARD-AAAA      PIC 9(04).                           00000710
              10 WA-CARD-MM        PIC 9(02).                           00000720
           05 WK-PRM-NOMBRE        PIC X(16) VALUE SPACES.              00000730
           05 WK-PRM-DEFECTO       PIC 9(05) VALUE ZEROS.               00000740
           05 WK-PRM-VALOR         PIC 9(05) VALUE ZEROS.               00000750
           05 WK-PRM-CARD          PIC X(05) VALUE SPACES.              00000760
           05 WK-PRM-CARD-N REDEFINES WK-PRM-CARD PIC 9(05).            00000770
      *                                                                 00000780
       01  WS-PERIODO.                                                  00000790
           05 WK-ANO               PIC S9(4) COMP VALUE ZEROS.          00000800
           05 WK-MES               PIC S9(4) COMP VALUE ZEROS.          00000810
           05 WK-ULTIMO-DIA        PIC 9(02)      VALUE ZEROS.          00000820
           05 WK-COC4              PIC 9(04)      VALUE ZEROS.          00000830
           05 WK-RESTO4            PIC 9(04)      VALUE ZEROS.          00000840
           05 WK-PERIODO           PIC S9(6)V COMP-3 VALUE ZEROS.       00000850
      *       PRIMER PERIODO DE LA VENTANA DE 12 MESES                  00000860
           05 WK-PERIODO-DESDE     PIC S9(6)V COMP-3 VALUE ZEROS.       00000870
           05 WK-FECHA-DESDE       PIC S9(8)V COMP-3 VALUE ZEROS.       00000880
           05 WK-FECHA-HASTA       PIC S9(8)V COMP-3 VALUE ZEROS.       00000890
           05 WK-MESES-ABS         PIC S9(7)  COMP-3 VALUE ZEROS.       00000900
           05 WK-MESES-FILA        PIC S9(7)  COMP-3 VALUE ZEROS.       00000910
           05 WK-ANO-W             PIC S9(5)  COMP-3 VALUE ZEROS.       00000920
           05 WK-MES-W             PIC S9(3)  COMP-3 VALUE ZEROS.       00000930
           05 WK-FECHA-PAR         PIC 9(08)      VALUE ZEROS.          00000940
      *                                                                 00000950
       01  WS-UMBRALES.                                                 00000960
           05 WK-UMBRAL-A          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000970
           05 WK-UMBRAL-B          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00000980
           05 WK-TOP-OFICINA       PIC 9(05) VALUE ZEROS.               00000990
      *                                                                 00001000
      * MARGEN DEL MES SOBRE LAS TASAS DE TERCEROS (VLDTTER)            00001010
       01  WS-TERCEROS.                                                 00001020
           05 WK-TER-RECAUDADO     PIC S9(15)V9(2) COMP-3 VALUE ZEROS.  00001030
           05 WK-TER-DIFERENCIA    PIC S9(15)V9(2) COMP-3 VALUE ZEROS.  00001040
           05 WK-TER-RATIO         PIC S9(3)V9(8)  COMP-3 VALUE ZEROS.  00001050
      *                                                                 00001060
      * CUENTA LEIDA CON SUS COMPONENTES DEL MES                        00001070
       01  W-CTA-RENT.                                                  00001080
           05 WCR-NUMCLI           PIC S9(8)V COMP-3.                   00001090
           05 WCR-CUENTA           PIC S9(7)V COMP-3.                   00001100
           05 WCR-SUCURS           PIC X(04).                           00001110
           05 WCR-ANALIS           PIC X(04).                           00001120
           05 WCR-COBRADO          PIC S9(13)V9(2) COMP-3.              00001130
           05 WCR-CUSTODIA         PIC S9(13)V9(2) COMP-3.              00001140
           05 WCR-MORA             PIC S9(13)V9(2) COMP-3.              00001150
           05 WCR-REBATE           PIC S9(13)V9(2) COMP-3.              00001160
           05 WCR-TERCEROS         PIC S9(13)V9(2) COMP-3.              00001170
           05 WCR-CONDONADO        PIC S9(13)V9(2) COMP-3.              00001180
      *                                                                 00001190
       01  WS-VARIOS.                                                   00001200
           05 SW-FIN-CTA           PIC X(02) VALUE SPACES.              00001210
              88 FIN-CUR-CTA                 VALUE 'SI'.                00001220
           05 SW-FIN-RNK           PIC X(02) VALUE SPACES.              00001230
              88 FIN-CUR-RNK                 VALUE 'SI'.                00001240
           05 SW-FIN-TEN           PIC X(02) VALUE SPACES.              00001250
              88 FIN-CUR-TEN                 VALUE 'SI'.                00001260
           05 W-NUMCLI-ANT         PIC S9(8)V COMP-3 VALUE ZEROS.       00001270
           05 W-SUCURS-ANT         PIC X(04) VALUE HIGH-VALUES.         00001280
           05 WK-TER-BRUTO         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001290
           05 WK-NETO-ANT          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001300
           05 WK-PUESTO            PIC S9(7)V COMP-3 VALUE ZEROS.       00001310
           05 WK-SQLERRD3          PIC S9(9)  COMP   VALUE ZEROS.       00001320
           05 IX                   PIC 9(02) VALUE ZEROS.               00001330
           05 IX-SEG               PIC 9(02) VALUE ZEROS.               00001340
      *                                                                 00001350
      * FILA DEL RANKING (CURSOR VLDCRNT2)                              00001360
       01  W-RNK.                                                       00001370
           05 WRK-SUCURS           PIC X(04).                           00001380
           05 WRK-NUMCLI           PIC S9(8)V COMP-3.                   00001390
           05 WRK-DENOM            PIC X(40).                           00001400
           05 WRK-COMISIONES       PIC S9(13)V9(2) COMP-3.              00001410
           05 WRK-CUSTODIA         PIC S9(13)V9(2) COMP-3.              00001420
           05 WRK-OTROS            PIC S9(13)V9(2) COMP-3.              00001430
           05 WRK-DEDUCCIONES      PIC S9(13)V9(2) COMP-3.              00001440
           05 WRK-NETO             PIC S9(13)V9(2) COMP-3.              00001450
           05 WRK-NETO12           PIC S9(13)V9(2) COMP-3.              00001460
           05 WRK-SEGMENTO         PIC X(01).                           00001470
      *                                                                 00001480
      * TENDENCIA: NETO DE CADA UNO DE LOS 12 MESES (12 = EL PERIODO)   00001490
       01  TB-TENDENCIA.                                                00001500
           05 TB-TEN-NETO          PIC S9(13)V9(2) COMP-3 OCCURS 12.    00001510
       01  W-TEN-FILA.                                                  00001520
           05 WTF-PERIODO          PIC S9(6)V COMP-3.                   00001530
           05 WTF-NETO             PIC S9(13)V9(2) COMP-3.              00001540
      *                                                                 00001550
      * CLIENTES POR SEGMENTO (1=A 2=B 3=C 4=D), OFICINA Y TOTAL        00001560
       01  TB-SEGMENTOS.                                                00001570
           05 TB-SEG-OFI           PIC 9(07) OCCURS 4.                  00001580
           05 TB-SEG-TOT           PIC 9(07) OCCURS 4.                  00001590
      *                                                                 00001600
       01  W-DATE                  PIC 9(6).                            00001610
       01  FILLER                  REDEFINES W-DATE.                    00001620
           02 W-ANO                PIC 99.                              00001630
           02 W-MES                PIC 99.                              00001640
           02 W-DIA                PIC 99.                              00001650
       01  W-FECHA-AMD.                                                 00001660
           05 W-AA-AMD             PIC 9(4).                            00001670
           05 W-MM-AMD             PIC 9(2).                            00001680
           05 W-DD-AMD             PIC 9(2).                            00001690
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001700
       01  W-HORA-CURRENT.                                              00001710
           02  W-HORA              PIC 99.                              00001720
           02  W-MINUTOS           PIC 99.                              00001730
           02  W-SEGUNDOS          PIC 99.                              00001740
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001750
      *                                                                 00001760
       01 W-CONTADORES.                                                 00001770
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00001780
          05 CONT-CLIENTES         PIC 9(08)  VALUE ZEROES.             00001790
          05 CONT-SIN-VALOR        PIC 9(08)  VALUE ZEROES.             00001800
          05 CONT-BORRADOS         PIC 9(08)  VALUE ZEROES.             00001810
          05 CONT-CLI-OFICINA      PIC 9(07)  VALUE ZEROES.             00001820
          05 TOT-NETO-OFICINA      PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001830
          05 TOT-NETO              PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001840
      * VARIABLES PARA CONTROL DE ERRORES                               00001850
       01 WS-ERROR.                                                     00001860
          05 WS-ACCION             PIC X(24).                           00001870
          05 WS-PARRAFO            PIC X(19).                           00001880
      * VARIABLES CONTROL DE ARCHIVOS                                   00001890
       01 WS-CTRL-ARCHIVOS.                                             00001900
          05 FS-SRENT              PIC X(02) VALUE '00'.                00001910
             88 S1RRENT-OK                   VALUE '00'.                00001920
      *                                                                 00001930
      * LINEAS DEL RANKING POR OFICINA                                  00001940
       01 LIN-CABECERA.                                                 00001950
          05 FILLER                PIC X(50) VALUE                      00001960
             ' RANKING DE RENTABILIDAD POR CLIENTE - PERIODO    '.      00001970
          05 CAB-PERIODO           PIC X(06).                           00001980
          05 FILLER                PIC X(76) VALUE SPACES.              00001990
       01 LIN-OFICINA.                                                  00002000
          05 FILLER                PIC X(10) VALUE ' OFICINA: '.        00002010
          05 OFI-SUCURS            PIC X(04).                           00002020
          05 FILLER                PIC X(118) VALUE SPACES.             00002030
       01 LIN-TITULOS.                                                  00002040
          05 FILLER                PIC X(44) VALUE                      00002050
             ' PUESTO   CLIENTE  NOMBRE               SEG '.            00002060
          05 FILLER                PIC X(28) VALUE                      00002070
             '    COMISIONES      CUSTODIA'.                            00002080
          05 FILLER                PIC X(28) VALUE                      00002090
             '  MORA+TERCER.   DEDUCCIONES'.                            00002100
          05 FILLER                PIC X(32) VALUE                      00002110
             '      NETO MES   NETO 12 MESES'.                          00002120
       01 LIN-DETALLE.                                                  00002130
          05 FILLER                PIC X(01) VALUE SPACES.              00002140
          05 DET-PUESTO            PIC ZZZZZZ9.                         00002150
          05 FILLER                PIC X(02) VALUE SPACES.              00002160
          05 DET-NUMCLI            PIC 9(08).                           00002170
          05 FILLER                PIC X(02) VALUE SPACES.              00002180
          05 DET-NOMBRE            PIC X(20).                           00002190
          05 FILLER                PIC X(02) VALUE SPACES.              00002200
          05 DET-SEGMENTO          PIC X(01).                           00002210
          05 FILLER                PIC X(01) VALUE SPACES.              00002220
          05 DET-COMISIONES        PIC -ZZZZZZZZ9.99.                   00002230
          05 FILLER                PIC X(01) VALUE SPACES.              00002240
          05 DET-CUSTODIA          PIC -ZZZZZZZZ9.99.                   00002250
          05 FILLER                PIC X(01) VALUE SPACES.              00002260
          05 DET-OTROS             PIC -ZZZZZZZZ9.99.                   00002270
          05 FILLER                PIC X(01) VALUE SPACES.              00002280
          05 DET-DEDUCCIONES       PIC -ZZZZZZZZ9.99.                   00002290
          05 FILLER                PIC X(01) VALUE SPACES.              00002300
          05 DET-NETO              PIC -ZZZZZZZZ9.99.                   00002310
          05 FILLER                PIC X(01) VALUE SPACES.              00002320
          05 DET-NETO12            PIC -ZZZZZZZZ9.99.                   00002330
          05 FILLER                PIC X(04) VALUE SPACES.              00002340
       01 LIN-TENDENCIA.                                                00002350
          05 FILLER                PIC X(02) VALUE SPACES.              00002360
          05 FILLER                PIC X(10) VALUE 'TEND. 12M:'.        00002370
          05 TEN-MESES             OCCURS 12.                           00002380
             10 FILLER             PIC X(01).                           00002390
             10 TEN-NETO           PIC -ZZZZZZZ9.                       00002400
       01 LIN-TOTAL-OFICINA.                                            00002410
          05 FILLER                PIC X(27) VALUE                      00002420
             '   TOTAL OFICINA CLIENTES: '.                             00002430
          05 TOF-CLIENTES          PIC ZZZZZZ9.                         00002440
          05 FILLER                PIC X(12) VALUE '  NETO MES: '.      00002450
          05 TOF-NETO              PIC -ZZZZZZZZZZZ9.99.                00002460
          05 FILLER                PIC X(07) VALUE '  SEG. '.           00002470
          05 TOF-SEGMENTOS         OCCURS 4.                            00002480
             10 TOF-SEG-LETRA      PIC X(01).                           00002490
             10 FILLER             PIC X(01) VALUE ':'.                 00002500
             10 TOF-SEG-CLIENTES   PIC ZZZZZZ9.                         00002510
             10 FILLER             PIC X(01) VALUE SPACES.              00002520
          05 FILLER                PIC X(23) VALUE SPACES.              00002530
       01 LIN-BLANCO               PIC X(132) VALUE SPACES.             00002540
      *                                                                 00002550
      *    RENTABILIDAD POR CLIENTE Y PERIODO                           00002560
           COPY VLCPTRNT.                                               00002570
      *                                                                 00002580
      *    PARAMETROS DEL PROCESO (VL9CPAR0 / VLDTPAR)                  00002590
           COPY VLCPTPA0.                                               00002600
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00002610
      *                                                                 00002620
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002630
           COPY VLCPTCTL.                                               00002640
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002650
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002660
      *                                                                *00002670
      *  AREA DE COMUNICACION SQLCA                                    *00002680
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002690
      *                                                                 00002700
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002710
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002720
      *                                                                 00002730
      *  CUENTAS CON LOS COMPONENTES DE RENTABILIDAD DEL MES, EN ORDEN *00002740
      *  DE CLIENTE                                                    *00002750
           EXEC SQL                                                     00002760
                DECLARE VLDCRNT1 CURSOR FOR                             00002770
                 SELECT  A.VARC_NUMCLI                                  00002780
                      ,  A.VARC_CUENTA                                  00002790
                      ,  A.VARC_SUCURS                                  00002800
                      ,  A.VARC_ANALIS                                  00002810
                      ,  COALESCE((SELECT SUM(H.VHIS_COBRADO31)         00002820
                            FROM VLDTHIS H                              00002830
                           WHERE H.VHIS_CTAVAL = A.VARC_CUENTA          00002840
                             AND H.VHIS_ANO    = :WK-ANO                00002850
                             AND H.VHIS_MES    = :WK-MES), 0)           00002860
                      ,  COALESCE((SELECT SUM(G.VCGC_IMPORTE)           00002870
                            FROM VLDTCGC G                              00002880
                           WHERE G.VCGC_CUENTA   = A.VARC_CUENTA        00002890
                             AND G.VCGC_PERIODO  = :WK-PERIODO          00002900
                             AND G.VCGC_CONCEPTO = 'CUSTODIA'), 0)      00002910
                      ,  COALESCE((SELECT SUM(G.VCGC_IMPORTE)           00002920
                            FROM VLDTCGC G                              00002930
                           WHERE G.VCGC_CUENTA   = A.VARC_CUENTA        00002940
                             AND G.VCGC_PERIODO  = :WK-PERIODO          00002950
                             AND G.VCGC_CONCEPTO = 'MORA'), 0)          00002960
                      ,  COALESCE((SELECT SUM(G.VCGC_IMPORTE)           00002970
                            FROM VLDTCGC G                              00002980
                           WHERE G.VCGC_CUENTA   = A.VARC_CUENTA        00002990
                             AND G.VCGC_PERIODO  = :WK-PERIODO          00003000
                             AND G.VCGC_CONCEPTO = 'REBATE'), 0)        00003010
                      ,  COALESCE((SELECT SUM(P.VPOL_IMPCOM1            00003020
                                   + P.VPOL_IMPCOM2 + P.VPOL_IMPCOM3    00003030
                                   + P.VPOL_IMPCOM4 + P.VPOL_IMPCOM5    00003040
                                   + P.VPOL_IMPCOM6 + P.VPOL_IMPCOM7    00003050
                                   + P.VPOL_IMPCOM8)                    00003060
                            FROM VLDTPOL P                              00003070
                           WHERE P.VPOL_CUENTA  = A.VARC_CUENTA         00003080
                             AND P.VPOL_FECHOP >= :WK-FECHA-DESDE       00003090
                             AND P.VPOL_FECHOP <= :WK-FECHA-HASTA), 0)  00003100
                      ,  COALESCE((SELECT SUM(E.VPEO_IMPORTE            00003110
                                            - E.VPEO_RECUPERADO)        00003120
                            FROM VLDTPEO E                              00003130
                           WHERE E.VPEO_CUENTA    = A.VARC_CUENTA       00003140
                             AND E.VPEO_CATEGORIA = 'MORA'              00003150
                             AND E.VPEO_FECEVENTO >= :WK-FECHA-DESDE    00003160
                             AND E.VPEO_FECEVENTO <= :WK-FECHA-HASTA)   00003170
                                  , 0)                                  00003180
                   FROM  VLDTARC A                                      00003190
                  ORDER  BY A.VARC_NUMCLI, A.VARC_CUENTA                00003200
           END-EXEC.                                                    00003210
      *                                                                 00003220
      *  CLIENTES DEL PERIODO POR OFICINA, DE MAYOR A MENOR NETO       *00003230
           EXEC SQL                                                     00003240
                DECLARE VLDCRNT2 CURSOR FOR                             00003250
                 SELECT  R.VRNT_SUCURS                                  00003260
                      ,  R.VRNT_NUMCLI                                  00003270
                      ,  VALUE(X.VXMI_DENOM, ' ')                       00003280
                      ,  R.VRNT_COMISIONES                              00003290
                      ,  R.VRNT_CUSTODIA                                00003300
                      ,  R.VRNT_MORA + R.VRNT_TERCEROS                  00003310
                      ,  R.VRNT_REBATES + R.VRNT_CONDONADO              00003320
                      ,  R.VRNT_NETO                                    00003330
                      ,  R.VRNT_NETO12                                  00003340
                      ,  R.VRNT_SEGMENTO                                00003350
                   FROM  VLDTRNT R                                      00003360
                   LEFT  OUTER JOIN VLDTXMI X                           00003370
                     ON  X.VXMI_CODCLI = R.VRNT_NUMCLI                  00003380
                  WHERE  R.VRNT_PERIODO = :WK-PERIODO                   00003390
                  ORDER  BY R.VRNT_SUCURS, R.VRNT_NETO DESC,            00003400
                            R.VRNT_NUMCLI                               00003410
           END-EXEC.                                                    00003420
      *                                                                 00003430
      *  NETO DEL CLIENTE EN LOS 12 MESES DE LA TENDENCIA              *00003440
           EXEC SQL                                                     00003450
                DECLARE VLDCRNT3 CURSOR FOR                             00003460
                 SELECT  VRNT_PERIODO                                   00003470
                      ,  VRNT_NETO                                      00003480
                   FROM  VLDTRNT                                        00003490
                  WHERE  VRNT_NUMCLI   = :VRNT-NUMCLI                   00003500
                    AND  VRNT_PERIODO >= :WK-PERIODO-DESDE              00003510
                    AND  VRNT_PERIODO <= :WK-PERIODO                    00003520
                  ORDER  BY VRNT_PERIODO                                00003530
           END-EXEC.                                                    00003540
      *                                                                *00003550
       PROCEDURE DIVISION.                                              00003560
      *                                                                *00003570
           PERFORM 1000-INICIO                                          00003580
              THRU 1000-INICIO-EXIT.                                    00003590
                                                                        00003600
           PERFORM 2000-PROCESO-CUENTA                                  00003610
              THRU 2000-PROCESO-CUENTA-EXIT                             00003620
              UNTIL FIN-CUR-CTA.                                        00003630
                                                                        00003640
           IF W-NUMCLI-ANT NOT = ZEROS                                  00003650
              PERFORM 2500-GRABA-CLIENTE                                00003660
                 THRU 2500-GRABA-CLIENTE-EXIT                           00003670
           END-IF.                                                      00003680
                                                                        00003690
           PERFORM 2800-RANKING                                         00003700
              THRU 2800-RANKING-EXIT.                                   00003710
                                                                        00003720
           PERFORM 3000-FIN                                             00003730
              THRU 3000-FIN-EXIT.                                       00003740
                                                                        00003750
           STOP RUN.                                                    00003760
      *                                                                *00003770
      *-----------*                                                     00003780
       1000-INICIO.                                                     00003790
      *-----------*                                                     00003800
           INITIALIZE W-CONTADORES                                      00003810
                      TB-SEGMENTOS.                                     00003820
                                                                        00003830
           ACCEPT WA-CARD-PERIODO.                                      00003840
           IF WA-CARD-PERIODO NUMERIC                                   00003850
              AND WA-CARD-MM > 0 AND WA-CARD-MM < 13                    00003860
              MOVE WA-CARD-AAAA    TO WK-ANO                            00003870
              MOVE WA-CARD-MM      TO WK-MES                            00003880
           ELSE                                                         00003890
              MOVE 'PERIODO INVALIDO'       TO WS-ACCION                00003900
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003910
              PERFORM 3001-ERROR                                        00003920
           END-IF.                                                      00003930
                                                                        00003940
           PERFORM 1150-ULTIMO-DIA                                      00003950
              THRU 1150-ULTIMO-DIA-EXIT.                                00003960
                                                                        00003970
           COMPUTE WK-PERIODO     = WA-CARD-AAAA * 100 + WA-CARD-MM.    00003980
           COMPUTE WK-FECHA-DESDE = WK-PERIODO * 100 + 1.               00003990
           COMPUTE WK-FECHA-HASTA = WK-PERIODO * 100 + WK-ULTIMO-DIA.   00004000
           MOVE WK-FECHA-HASTA     TO WK-FECHA-PAR.                     00004010
                                                                        00004020
      *    VENTANA DE 12 MESES: DEL PERIODO - 11 AL PERIODO             00004030
           COMPUTE WK-MESES-ABS = WK-ANO * 12 + WK-MES - 1 - 11.        00004040
           DIVIDE WK-MESES-ABS BY 12 GIVING WK-ANO-W                    00004050
                                  REMAINDER WK-MES-W.                   00004060
           ADD 1                   TO WK-MES-W.                         00004070
           COMPUTE WK-PERIODO-DESDE = WK-ANO-W * 100 + WK-MES-W.        00004080
           COMPUTE WK-MESES-ABS = WK-ANO * 12 + WK-MES - 1.             00004090
                                                                        00004100
           ACCEPT W-DATE FROM DATE.                                     00004110
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00004120
           MOVE W-MES              TO W-MM-AMD.                         00004130
           MOVE W-DIA              TO W-DD-AMD.                         00004140
           ACCEPT W-HORA-CURRENT FROM TIME.                             00004150
                                                                        00004160
      *    UMBRALES DE SEGMENTO (EN MILES) Y TAMANO DEL RANKING         00004170
           MOVE 'RNT-UMBRAL-A'     TO WK-PRM-NOMBRE.                    00004180
           MOVE 50                 TO WK-PRM-DEFECTO.                   00004190
           PERFORM 1100-LEE-PARAMETRO                                   00004200
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004210
           COMPUTE WK-UMBRAL-A = WK-PRM-VALOR * 1000.                   00004220
                                                                        00004230
           MOVE 'RNT-UMBRAL-B'     TO WK-PRM-NOMBRE.                    00004240
           MOVE 10                 TO WK-PRM-DEFECTO.                   00004250
           PERFORM 1100-LEE-PARAMETRO                                   00004260
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004270
           COMPUTE WK-UMBRAL-B = WK-PRM-VALOR * 1000.                   00004280
                                                                        00004290
           MOVE 'RNT-TOP-OFICINA'  TO WK-PRM-NOMBRE.                    00004300
           MOVE 50                 TO WK-PRM-DEFECTO.                   00004310
           PERFORM 1100-LEE-PARAMETRO                                   00004320
              THRU 1100-LEE-PARAMETRO-EXIT.                             00004330
           MOVE WK-PRM-VALOR       TO WK-TOP-OFICINA.                   00004340
                                                                        00004350
      *    PROCESO RELANZABLE: SE BORRA EL PERIODO                      00004360
           MOVE WK-PERIODO         TO VRNT-PERIODO.                     00004370
           EXEC SQL                                                     00004380
                DELETE FROM VLDTRNT                                     00004390
                 WHERE VRNT_PERIODO = :VRNT-PERIODO                     00004400
           END-EXEC.                                                    00004410
           IF SQLCODE NOT = ZERO AND 100                                00004420
              MOVE 'DELETE'                 TO WS-ACCION                00004430
              MOVE 'VLDTRNT-1000'           TO WS-PARRAFO               00004440
              PERFORM 3001-ERROR                                        00004450
           END-IF.                                                      00004460
           IF SQLCODE = ZERO                                            00004470
              MOVE SQLERRD (3)     TO WK-SQLERRD3                       00004480
              MOVE WK-SQLERRD3     TO CONT-BORRADOS                     00004490
           END-IF.                                                      00004500
                                                                        00004510
      *    PROPORCION QUE EL BANCO RETIENE DE LAS TASAS DE TERCEROS     00004520
      *    RECAUDADAS EN EL MES (CONTABILIZADA POR VL4CTERC)            00004530
           EXEC SQL                                                     00004540
                SELECT  COALESCE(SUM(VTER_IMP_RECAUDADO), 0)            00004550
                     ,  COALESCE(SUM(VTER_DIFERENCIA), 0)               00004560
                  INTO :WK-TER-RECAUDADO                                00004570
                     , :WK-TER-DIFERENCIA                               00004580
                  FROM  VLDTTER                                         00004590
                 WHERE  VTER_PERIODO = :WK-PERIODO                      00004600
           END-EXEC.                                                    00004610
           IF SQLCODE NOT = ZERO AND 100                                00004620
              MOVE 'SELECT SUM'             TO WS-ACCION                00004630
              MOVE 'VLDTTER-1000'           TO WS-PARRAFO               00004640
              PERFORM 3001-ERROR                                        00004650
           END-IF.                                                      00004660
           IF WK-TER-RECAUDADO > ZEROS                                  00004670
              COMPUTE WK-TER-RATIO ROUNDED =                            00004680
                      WK-TER-DIFERENCIA / WK-TER-RECAUDADO              00004690
           ELSE                                                         00004700
              MOVE ZEROS           TO WK-TER-RATIO                      00004710
           END-IF.                                                      00004720
                                                                        00004730
           OPEN OUTPUT S1RRENT.                                         00004740
           IF NOT S1RRENT-OK                                            00004750
              MOVE 'OPEN FICHERO S1RRENT'   TO WS-ACCION                00004760
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004770
              PERFORM 3001-ERROR                                        00004780
           END-IF.                                                      00004790
                                                                        00004800
           MOVE WA-CARD-PERIODO    TO CAB-PERIODO.                      00004810
           WRITE SAL-RRENT       FROM LIN-CABECERA.                     00004820
                                                                        00004830
           INITIALIZE DCLVLDTRNT.                                       00004840
           EXEC SQL                                                     00004850
                OPEN VLDCRNT1                                           00004860
           END-EXEC.                                                    00004870
           IF SQLCODE NOT = ZERO                                        00004880
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004890
              MOVE 'VLDCRNT1-1000'          TO WS-PARRAFO               00004900
              PERFORM 3001-ERROR                                        00004910
           END-IF.                                                      00004920
                                                                        00004930
           PERFORM 1300-FETCH-VLDCRNT1.                                 00004940
      *                                                                *00004950
      *----------------*                                                00004960
       1000-INICIO-EXIT.                                                00004970
      *----------------*                                                00004980
           EXIT.                                                        00004990
                                                                        00005000
      *---------------------*                                           00005010
       1100-LEE-PARAMETRO.                                              00005020
      *---------------------*                                           00005030
      *    EL PARAMETRO VIAJA COMO 5 DIGITOS ENTEROS (EJ. 00050)        00005040
           INITIALIZE VL9CPAR0-AREA.                                    00005050
           MOVE W-PROGRAMA           TO  PAR0-PROGRAMA.                 00005060
           MOVE WK-PRM-NOMBRE        TO  PAR0-NOMBRE.                   00005070
           MOVE WK-FECHA-PAR         TO  PAR0-FECHA.                    00005080
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00005090
           MOVE PAR0-VALOR (1:5)     TO  WK-PRM-CARD.                   00005100
           IF PAR0-CODRESP = ZEROS                                      00005110
              AND WK-PRM-CARD NUMERIC                                   00005120
              MOVE WK-PRM-CARD-N     TO  WK-PRM-VALOR                   00005130
           ELSE                                                         00005140
              MOVE WK-PRM-DEFECTO    TO  WK-PRM-VALOR                   00005150
           END-IF.                                                      00005160
           DISPLAY 'PARAMETRO ' WK-PRM-NOMBRE ': ' WK-PRM-VALOR.        00005170
      *                                                                *00005180
      *-------------------------*                                       00005190
       1100-LEE-PARAMETRO-EXIT.                                         00005200
      *-------------------------*                                       00005210
           EXIT.                                                        00005220
                                                                        00005230
      *------------------*                                              00005240
       1150-ULTIMO-DIA.                                                 00005250
      *------------------*                                              00005260
           EVALUATE WK-MES                                              00005270
               WHEN 01                                                  00005280
               WHEN 03                                                  00005290
               WHEN 05                                                  00005300
               WHEN 07                                                  00005310
               WHEN 08                                                  00005320
               WHEN 10                                                  00005330
               WHEN 12                                                  00005340
                    MOVE 31 TO WK-ULTIMO-DIA                            00005350
               WHEN 04                                                  00005360
               WHEN 06                                                  00005370
               WHEN 09                                                  00005380
               WHEN 11                                                  00005390
                    MOVE 30 TO WK-ULTIMO-DIA                            00005400
               WHEN 02                                                  00005410
                    DIVIDE WK-ANO BY 4 GIVING WK-COC4                   00005420
                                    REMAINDER WK-RESTO4                 00005430
                    IF WK-RESTO4 = ZEROS                                00005440
                       MOVE 29 TO WK-ULTIMO-DIA                         00005450
                    ELSE                                                00005460
                       MOVE 28 TO WK-ULTIMO-DIA                         00005470
                    END-IF                                              00005480
           END-EVALUATE.                                                00005490
      *                                                                *00005500
      *----------------------*                                          00005510
       1150-ULTIMO-DIA-EXIT.                                            00005520
      *----------------------*                                          00005530
           EXIT.                                                        00005540
                                                                        00005550
      *--------------------*                                            00005560
       1300-FETCH-VLDCRNT1.                                             00005570
      *--------------------*                                            00005580
           EXEC SQL                                                     00005590
                FETCH  VLDCRNT1                                         00005600
                 INTO :WCR-NUMCLI                                       00005610
                    , :WCR-CUENTA                                       00005620
                    , :WCR-SUCURS                                       00005630
                    , :WCR-ANALIS                                       00005640
                    , :WCR-COBRADO                                      00005650
                    , :WCR-CUSTODIA                                     00005660
                    , :WCR-MORA                                         00005670
                    , :WCR-REBATE                                       00005680
                    , :WCR-TERCEROS                                     00005690
                    , :WCR-CONDONADO                                    00005700
           END-EXEC.                                                    00005710
                                                                        00005720
           EVALUATE SQLCODE                                             00005730
               WHEN ZERO                                                00005740
                    ADD 1 TO CONT-CUENTAS                               00005750
               WHEN 100                                                 00005760
                    MOVE 'SI'            TO SW-FIN-CTA                  00005770
               WHEN OTHER                                               00005780
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005790
                    MOVE 'VLDCRNT1-1300'       TO WS-PARRAFO            00005800
                    PERFORM 3001-ERROR                                  00005810
           END-EVALUATE.                                                00005820
      *                                                                 00005830
      *-------------------*                                             00005840
       2000-PROCESO-CUENTA.                                             00005850
      *-------------------*                                             00005860
      *    CORTE POR CLIENTE: SE GRABA EL ANTERIOR                      00005870
           IF WCR-NUMCLI NOT = W-NUMCLI-ANT                             00005880
              IF W-NUMCLI-ANT NOT = ZEROS                               00005890
                 PERFORM 2500-GRABA-CLIENTE                             00005900
                    THRU 2500-GRABA-CLIENTE-EXIT                        00005910
              END-IF                                                    00005920
              INITIALIZE DCLVLDTRNT                                     00005930
              MOVE WCR-NUMCLI      TO W-NUMCLI-ANT                      00005940
                                      VRNT-NUMCLI                       00005950
      *       OFICINA Y GESTOR DEL CLIENTE: LOS DE SU PRIMERA CUENTA    00005960
              MOVE WCR-SUCURS      TO VRNT-SUCURS                       00005970
              MOVE WCR-ANALIS      TO VRNT-ANALIS                       00005980
              MOVE ZEROS           TO WK-TER-BRUTO                      00005990
           END-IF.                                                      00006000
                                                                        00006010
           ADD WCR-COBRADO         TO VRNT-COMISIONES.                  00006020
           ADD WCR-CUSTODIA        TO VRNT-CUSTODIA.                    00006030
           ADD WCR-MORA            TO VRNT-MORA.                        00006040
           ADD WCR-REBATE          TO VRNT-REBATES.                     00006050
           ADD WCR-CONDONADO       TO VRNT-CONDONADO.                   00006060
           ADD WCR-TERCEROS        TO WK-TER-BRUTO.                     00006070
                                                                        00006080
           PERFORM 1300-FETCH-VLDCRNT1.                                 00006090
      *                                                                *00006100
      *------------------------*                                        00006110
       2000-PROCESO-CUENTA-EXIT.                                        00006120
      *------------------------*                                        00006130
           EXIT.                                                        00006140
                                                                        00006150
      *----------------------*                                          00006160
       2500-GRABA-CLIENTE.                                              00006170
      *----------------------*                                          00006180
           COMPUTE VRNT-TERCEROS ROUNDED = WK-TER-BRUTO * WK-TER-RATIO. 00006190
           COMPUTE VRNT-NETO = VRNT-COMISIONES + VRNT-CUSTODIA          00006200
                             + VRNT-MORA       + VRNT-TERCEROS          00006210
                             - VRNT-REBATES    - VRNT-CONDONADO.        00006220
                                                                        00006230
      *    NETO DE LOS 11 MESES ANTERIORES YA CALCULADOS                00006240
           MOVE ZEROS              TO WK-NETO-ANT.                      00006250
           MOVE WK-PERIODO         TO VRNT-PERIODO.                     00006260
           EXEC SQL                                                     00006270
                SELECT  COALESCE(SUM(VRNT_NETO), 0)                     00006280
                  INTO :WK-NETO-ANT                                     00006290
                  FROM  VLDTRNT                                         00006300
                 WHERE  VRNT_NUMCLI   = :VRNT-NUMCLI                    00006310
                   AND  VRNT_PERIODO >= :WK-PERIODO-DESDE               00006320
                   AND  VRNT_PERIODO  < :VRNT-PERIODO                   00006330
           END-EXEC.                                                    00006340
           IF SQLCODE NOT = ZERO AND 100                                00006350
              MOVE 'SELECT SUM'             TO WS-ACCION                00006360
              MOVE 'VLDTRNT-2500'           TO WS-PARRAFO               00006370
              PERFORM 3001-ERROR                                        00006380
           END-IF.                                                      00006390
           COMPUTE VRNT-NETO12 = WK-NETO-ANT + VRNT-NETO.               00006400
                                                                        00006410
      *    CLIENTE SIN NINGUN MOVIMIENTO DE VALOR EN LOS 12 MESES       00006420
           IF VRNT-COMISIONES = ZEROS AND VRNT-CUSTODIA  = ZEROS        00006430
              AND VRNT-MORA   = ZEROS AND WK-TER-BRUTO   = ZEROS        00006440
              AND VRNT-REBATES = ZEROS AND VRNT-CONDONADO = ZEROS       00006450
              AND WK-NETO-ANT = ZEROS                                   00006460
              ADD 1                TO CONT-SIN-VALOR                    00006470
              GO TO 2500-GRABA-CLIENTE-EXIT                             00006480
           END-IF.                                                      00006490
                                                                        00006500
           EVALUATE TRUE                                                00006510
               WHEN VRNT-NETO12 >= WK-UMBRAL-A                          00006520
                    SET VRNT-SEG-ALTO        TO TRUE                    00006530
               WHEN VRNT-NETO12 >= WK-UMBRAL-B                          00006540
                    SET VRNT-SEG-MEDIO       TO TRUE                    00006550
               WHEN VRNT-NETO12 >  ZEROS                                00006560
                    SET VRNT-SEG-BAJO        TO TRUE                    00006570
               WHEN OTHER                                               00006580
                    SET VRNT-SEG-NO-RENTABLE TO TRUE                    00006590
           END-EVALUATE.                                                00006600
                                                                        00006610
           MOVE ZEROS              TO VRNT-RANKING.                     00006620
           MOVE W-FECHA-AMD-N      TO VRNT-FEALTA.                      00006630
           MOVE W-PROGRAMA         TO VRNT-USUARIO.                     00006640
           EXEC SQL                                                     00006650
                INSERT INTO VLDTRNT                                     00006660
                      ( VRNT_PERIODO    , VRNT_NUMCLI                   00006670
                      , VRNT_SUCURS     , VRNT_ANALIS                   00006680
                      , VRNT_COMISIONES , VRNT_CUSTODIA                 00006690
                      , VRNT_MORA       , VRNT_TERCEROS                 00006700
                      , VRNT_REBATES    , VRNT_CONDONADO                00006710
                      , VRNT_NETO       , VRNT_NETO12                   00006720
                      , VRNT_RANKING    , VRNT_SEGMENTO                 00006730
                      , VRNT_FEALTA     , VRNT_USUARIO )                00006740
                VALUES                                                  00006750
                      ( :VRNT-PERIODO   , :VRNT-NUMCLI                  00006760
                      , :VRNT-SUCURS    , :VRNT-ANALIS                  00006770
                      , :VRNT-COMISIONES, :VRNT-CUSTODIA                00006780
                      , :VRNT-MORA      , :VRNT-TERCEROS                00006790
                      , :VRNT-REBATES   , :VRNT-CONDONADO               00006800
                      , :VRNT-NETO      , :VRNT-NETO12                  00006810
                      , :VRNT-RANKING   , :VRNT-SEGMENTO                00006820
                      , :VRNT-FEALTA    , :VRNT-USUARIO )               00006830
           END-EXEC.                                                    00006840
           IF SQLCODE NOT = ZERO                                        00006850
              MOVE 'INSERT'                 TO WS-ACCION                00006860
              MOVE 'VLDTRNT-2500'           TO WS-PARRAFO               00006870
              PERFORM 3001-ERROR                                        00006880
           END-IF.                                                      00006890
           ADD 1                   TO CONT-CLIENTES.                    00006900
           ADD VRNT-NETO           TO TOT-NETO.                         00006910
      *                                                                *00006920
      *---------------------------*                                     00006930
       2500-GRABA-CLIENTE-EXIT.                                         00006940
      *---------------------------*                                     00006950
           EXIT.                                                        00006960
                                                                        00006970
      *----------------*                                                00006980
       2800-RANKING.                                                    00006990
      *----------------*                                                00007000
           EXEC SQL                                                     00007010
                CLOSE VLDCRNT1                                          00007020
           END-EXEC.                                                    00007030
                                                                        00007040
           EXEC SQL                                                     00007050
                OPEN VLDCRNT2                                           00007060
           END-EXEC.                                                    00007070
           IF SQLCODE NOT = ZERO                                        00007080
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007090
              MOVE 'VLDCRNT2-2800'          TO WS-PARRAFO               00007100
              PERFORM 3001-ERROR                                        00007110
           END-IF.                                                      00007120
                                                                        00007130
           PERFORM 2850-LINEA-RANKING                                   00007140
              THRU 2850-LINEA-RANKING-EXIT                              00007150
              UNTIL FIN-CUR-RNK.                                        00007160
                                                                        00007170
           EXEC SQL                                                     00007180
                CLOSE VLDCRNT2                                          00007190
           END-EXEC.                                                    00007200
                                                                        00007210
           IF W-SUCURS-ANT NOT = HIGH-VALUES                            00007220
              PERFORM 2900-TOTAL-OFICINA                                00007230
                 THRU 2900-TOTAL-OFICINA-EXIT                           00007240
           END-IF.                                                      00007250
      *                                                                *00007260
      *--------------------*                                            00007270
       2800-RANKING-EXIT.                                               00007280
      *--------------------*                                            00007290
           EXIT.                                                        00007300
                                                                        00007310
      *----------------------*                                          00007320
       2850-LINEA-RANKING.                                              00007330
      *----------------------*                                          00007340
           EXEC SQL                                                     00007350
                FETCH  VLDCRNT2                                         00007360
                 INTO :WRK-SUCURS                                       00007370
                    , :WRK-NUMCLI                                       00007380
                    , :WRK-DENOM                                        00007390
                    , :WRK-COMISIONES                                   00007400
                    , :WRK-CUSTODIA                                     00007410
                    , :WRK-OTROS                                        00007420
                    , :WRK-DEDUCCIONES                                  00007430
                    , :WRK-NETO                                         00007440
                    , :WRK-NETO12                                       00007450
                    , :WRK-SEGMENTO                                     00007460
           END-EXEC.                                                    00007470
           IF SQLCODE = 100                                             00007480
              SET FIN-CUR-RNK TO TRUE                                   00007490
              GO TO 2850-LINEA-RANKING-EXIT                             00007500
           END-IF.                                                      00007510
           IF SQLCODE NOT = ZERO                                        00007520
              MOVE 'FETCH CURSOR'           TO WS-ACCION                00007530
              MOVE 'VLDCRNT2-2850'          TO WS-PARRAFO               00007540
              PERFORM 3001-ERROR                                        00007550
           END-IF.                                                      00007560
                                                                        00007570
      *    CORTE POR OFICINA: EL PUESTO VUELVE A EMPEZAR                00007580
           IF WRK-SUCURS NOT = W-SUCURS-ANT                             00007590
              IF W-SUCURS-ANT NOT = HIGH-VALUES                         00007600
                 PERFORM 2900-TOTAL-OFICINA                             00007610
                    THRU 2900-TOTAL-OFICINA-EXIT                        00007620
              END-IF                                                    00007630
              MOVE WRK-SUCURS      TO W-SUCURS-ANT                      00007640
                                      OFI-SUCURS                        00007650
              MOVE ZEROS           TO WK-PUESTO                         00007660
                                      CONT-CLI-OFICINA                  00007670
                                      TOT-NETO-OFICINA                  00007680
              MOVE ZEROS           TO TB-SEG-OFI (1) TB-SEG-OFI (2)     00007690
                                      TB-SEG-OFI (3) TB-SEG-OFI (4)     00007700
              WRITE SAL-RRENT    FROM LIN-BLANCO                        00007710
              WRITE SAL-RRENT    FROM LIN-OFICINA                       00007720
              WRITE SAL-RRENT    FROM LIN-TITULOS                       00007730
           END-IF.                                                      00007740
                                                                        00007750
           ADD 1                   TO WK-PUESTO                         00007760
                                      CONT-CLI-OFICINA.                 00007770
           ADD WRK-NETO            TO TOT-NETO-OFICINA.                 00007780
           EVALUATE WRK-SEGMENTO                                        00007790
               WHEN 'A'  MOVE 1    TO IX-SEG                            00007800
               WHEN 'B'  MOVE 2    TO IX-SEG                            00007810
               WHEN 'C'  MOVE 3    TO IX-SEG                            00007820
               WHEN OTHER MOVE 4   TO IX-SEG                            00007830
           END-EVALUATE.                                                00007840
           ADD 1                   TO TB-SEG-OFI (IX-SEG)               00007850
                                      TB-SEG-TOT (IX-SEG).              00007860
                                                                        00007870
      *    PUESTO DEL CLIENTE EN SU OFICINA                             00007880
           MOVE WK-PERIODO         TO VRNT-PERIODO.                     00007890
           MOVE WRK-NUMCLI         TO VRNT-NUMCLI.                      00007900
           MOVE WK-PUESTO          TO VRNT-RANKING.                     00007910
           EXEC SQL                                                     00007920
                UPDATE VLDTRNT                                          00007930
                   SET VRNT_RANKING = :VRNT-RANKING                     00007940
                 WHERE VRNT_PERIODO = :VRNT-PERIODO                     00007950
                   AND VRNT_NUMCLI  = :VRNT-NUMCLI                      00007960
           END-EXEC.                                                    00007970
           IF SQLCODE NOT = ZERO                                        00007980
              MOVE 'UPDATE'                 TO WS-ACCION                00007990
              MOVE 'VLDTRNT-2850'           TO WS-PARRAFO               00008000
              PERFORM 3001-ERROR                                        00008010
           END-IF.                                                      00008020
                                                                        00008030
           IF WK-PUESTO > WK-TOP-OFICINA                                00008040
              GO TO 2850-LINEA-RANKING-EXIT                             00008050
           END-IF.                                                      00008060
                                                                        00008070
           MOVE WK-PUESTO          TO DET-PUESTO.                       00008080
           MOVE WRK-NUMCLI         TO DET-NUMCLI.                       00008090
           MOVE WRK-DENOM          TO DET-NOMBRE.                       00008100
           MOVE WRK-SEGMENTO       TO DET-SEGMENTO.                     00008110
           MOVE WRK-COMISIONES     TO DET-COMISIONES.                   00008120
           MOVE WRK-CUSTODIA       TO DET-CUSTODIA.                     00008130
           MOVE WRK-OTROS          TO DET-OTROS.                        00008140
           MOVE WRK-DEDUCCIONES    TO DET-DEDUCCIONES.                  00008150
           MOVE WRK-NETO           TO DET-NETO.                         00008160
           MOVE WRK-NETO12         TO DET-NETO12.                       00008170
           WRITE SAL-RRENT       FROM LIN-DETALLE.                      00008180
                                                                        00008190
           PERFORM 2870-TENDENCIA                                       00008200
              THRU 2870-TENDENCIA-EXIT.                                 00008210
      *                                                                *00008220
      *--------------------------*                                      00008230
       2850-LINEA-RANKING-EXIT.                                         00008240
      *--------------------------*                                      00008250
           EXIT.                                                        00008260
                                                                        00008270
      *------------------*                                              00008280
       2870-TENDENCIA.                                                  00008290
      *------------------*                                              00008300
           MOVE ZEROS              TO TB-TEN-NETO (1) TB-TEN-NETO (2)   00008310
                                      TB-TEN-NETO (3) TB-TEN-NETO (4)   00008320
                                      TB-TEN-NETO (5) TB-TEN-NETO (6)   00008330
                                      TB-TEN-NETO (7) TB-TEN-NETO (8)   00008340
                                      TB-TEN-NETO (9) TB-TEN-NETO (10)  00008350
                                      TB-TEN-NETO (11) TB-TEN-NETO (12).00008360
           MOVE SPACES             TO SW-FIN-TEN.                       00008370
           EXEC SQL                                                     00008380
                OPEN VLDCRNT3                                           00008390
           END-EXEC.                                                    00008400
           IF SQLCODE NOT = ZERO                                        00008410
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008420
              MOVE 'VLDCRNT3-2870'          TO WS-PARRAFO               00008430
              PERFORM 3001-ERROR                                        00008440
           END-IF.                                                      00008450
                                                                        00008460
           PERFORM 2880-FETCH-TENDENCIA                                 00008470
              THRU 2880-FETCH-TENDENCIA-EXIT                            00008480
              UNTIL FIN-CUR-TEN.                                        00008490
                                                                        00008500
           EXEC SQL                                                     00008510
                CLOSE VLDCRNT3                                          00008520
           END-EXEC.                                                    00008530
                                                                        00008540
           MOVE 1                  TO IX.                               00008550
           PERFORM 2890-MES-TENDENCIA                                   00008560
              THRU 2890-MES-TENDENCIA-EXIT                              00008570
              UNTIL IX > 12.                                            00008580
           WRITE SAL-RRENT       FROM LIN-TENDENCIA.                    00008590
      *                                                                *00008600
      *----------------------*                                          00008610
       2870-TENDENCIA-EXIT.                                             00008620
      *----------------------*                                          00008630
           EXIT.                                                        00008640
                                                                        00008650
      *------------------------*                                        00008660
       2880-FETCH-TENDENCIA.                                            00008670
      *------------------------*                                        00008680
           EXEC SQL                                                     00008690
                FETCH  VLDCRNT3                                         00008700
                 INTO :WTF-PERIODO                                      00008710
                    , :WTF-NETO                                         00008720
           END-EXEC.                                                    00008730
           IF SQLCODE = 100                                             00008740
              SET FIN-CUR-TEN TO TRUE                                   00008750
              GO TO 2880-FETCH-TENDENCIA-EXIT                           00008760
           END-IF.                                                      00008770
           IF SQLCODE NOT = ZERO                                        00008780
              MOVE 'FETCH CURSOR'           TO WS-ACCION                00008790
              MOVE 'VLDCRNT3-2880'          TO WS-PARRAFO               00008800
              PERFORM 3001-ERROR                                        00008810
           END-IF.                                                      00008820
                                                                        00008830
      *    POSICION DEL MES EN LA TENDENCIA (12 = PERIODO PROCESADO)    00008840
           DIVIDE WTF-PERIODO BY 100 GIVING WK-ANO-W                    00008850
                                     REMAINDER WK-MES-W.                00008860
           COMPUTE WK-MESES-FILA = WK-ANO-W * 12 + WK-MES-W - 1.        00008870
           COMPUTE IX = 12 - (WK-MESES-ABS - WK-MESES-FILA).            00008880
           IF IX > ZEROS AND IX < 13                                    00008890
              MOVE WTF-NETO        TO TB-TEN-NETO (IX)                  00008900
           END-IF.                                                      00008910
      *                                                                *00008920
      *---------------------------*                                     00008930
       2880-FETCH-TENDENCIA-EXIT.                                       00008940
      *---------------------------*                                     00008950
           EXIT.                                                        00008960
                                                                        00008970
      *----------------------*                                          00008980
       2890-MES-TENDENCIA.                                              00008990
      *----------------------*                                          00009000
           MOVE TB-TEN-NETO (IX)   TO TEN-NETO (IX).                    00009010
           ADD 1                   TO IX.                               00009020
      *                                                                *00009030
      *--------------------------*                                      00009040
       2890-MES-TENDENCIA-EXIT.                                         00009050
      *--------------------------*                                      00009060
           EXIT.                                                        00009070
                                                                        00009080
      *----------------------*                                          00009090
       2900-TOTAL-OFICINA.                                              00009100
      *----------------------*                                          00009110
           MOVE CONT-CLI-OFICINA   TO TOF-CLIENTES.                     00009120
           MOVE TOT-NETO-OFICINA   TO TOF-NETO.                         00009130
           MOVE 'A'                TO TOF-SEG-LETRA (1).                00009140
           MOVE 'B'                TO TOF-SEG-LETRA (2).                00009150
           MOVE 'C'                TO TOF-SEG-LETRA (3).                00009160
           MOVE 'D'                TO TOF-SEG-LETRA (4).                00009170
           MOVE TB-SEG-OFI (1)     TO TOF-SEG-CLIENTES (1).             00009180
           MOVE TB-SEG-OFI (2)     TO TOF-SEG-CLIENTES (2).             00009190
           MOVE TB-SEG-OFI (3)     TO TOF-SEG-CLIENTES (3).             00009200
           MOVE TB-SEG-OFI (4)     TO TOF-SEG-CLIENTES (4).             00009210
           WRITE SAL-RRENT       FROM LIN-TOTAL-OFICINA.                00009220
      *                                                                *00009230
      *--------------------------*                                      00009240
       2900-TOTAL-OFICINA-EXIT.                                         00009250
      *--------------------------*                                      00009260
           EXIT.                                                        00009270
                                                                        00009280
      *--------*                                                        00009290
       3000-FIN.                                                        00009300
      *--------*                                                        00009310
           CLOSE S1RRENT.                                               00009320
           DISPLAY '***** FIN RENTABILIDAD POR CLIENTE *****'.          00009330
           DISPLAY 'PERIODO                : ' WA-CARD-PERIODO.         00009340
           DISPLAY 'CUENTAS LEIDAS         : ' CONT-CUENTAS.            00009350
           DISPLAY 'CLIENTES GRABADOS      : ' CONT-CLIENTES.           00009360
           DISPLAY 'CLIENTES SIN VALOR     : ' CONT-SIN-VALOR.          00009370
           DISPLAY 'FILAS BORRADAS         : ' CONT-BORRADOS.           00009380
           DISPLAY 'SEGMENTO A             : ' TB-SEG-TOT (1).          00009390
           DISPLAY 'SEGMENTO B             : ' TB-SEG-TOT (2).          00009400
           DISPLAY 'SEGMENTO C             : ' TB-SEG-TOT (3).          00009410
           DISPLAY 'SEGMENTO D             : ' TB-SEG-TOT (4).          00009420
           DISPLAY 'NETO TOTAL DEL MES     : ' TOT-NETO.                00009430
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00009440
           ACCEPT WK-HORA-FIN       FROM TIME.                          00009450
           INITIALIZE DCLVLDTCTL.                                       00009460
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00009470
           MOVE WK-FECHA-HASTA      TO VCTL-FECPROC.                    00009480
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00009490
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00009500
           MOVE CONT-CUENTAS        TO VCTL-LEIDOS.                     00009510
           MOVE CONT-CLIENTES       TO VCTL-ESCRITOS.                   00009520
           MOVE TOT-NETO            TO VCTL-IMPORTE-TOT.                00009530
           MOVE 'OK'                TO VCTL-ESTADO.                     00009540
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00009550
           IF VCTL-CODRESP NOT = ZEROS                                  00009560
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00009570
           END-IF.                                                      00009580
      *                                                                *00009590
      *-------------*                                                   00009600
       3000-FIN-EXIT.                                                   00009610
      *-------------*                                                   00009620
           EXIT.                                                        00009630
       3001-ERROR.                                                      00009640
      *-----------*                                                     00009650
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00009660
           DISPLAY 'ACCION:          ' WS-ACCION.                       00009670
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00009680
           DISPLAY '******************************************'.        00009690
           MOVE 08 TO RETURN-CODE.                                      00009700
           STOP RUN.                                                    00009710
      *-----------------*                                               00009720
      * FIN DE PROGRAMA *                                               00009730
      *-----------------*                                               00009740
