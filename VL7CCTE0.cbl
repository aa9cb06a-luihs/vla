      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CCTE0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : CERTIFICADO DE TENENCIA A UNA FECHA              *00000080
      *OBJETIVO     : E = EMITE EL CERTIFICADO DE LO QUE UNA CUENTA (O *00000090
      *                   TODAS LAS CUENTAS DE UN CLIENTE) TENIA A UNA *00000100
      *                   FECHA: TITULOS DEL DIA EN VLDTHIS (TIPGAS    *00000110
      *                   55) O EN EL ARCHIVO VLDTHIA SI EL MES YA     *00000120
      *                   ROTO, O EL DEPOSITO DE VLDTADS SI LA FECHA   *00000130
      *                   ES HOY; VALORIZADOS AL ULTIMO CIERRE DE      *00000140
      *                   VLDTCAM A ESA FECHA (SIN COTIZACION, AL      *00000150
      *                   NOMINAL, COMO VL7CLOT0) Y EN PEN AL CAMBIO   *00000160
      *                   DE VLDTFXR. DECLARA LAS PRENDAS (VLDTPRE) Y  *00000170
      *                   EMBARGOS (VLDTEMB) VIGENTES A LA FECHA. EL   *00000180
      *                   DOCUMENTO VA A LA COLA JETFORM VLDTJFQ       *00000190
      *                   (FORMATO VLFCTE00, PAGINAS DE 25 LINEAS, EN  *00000200
      *                   CASTELLANO O INGLES), SE REGISTRA EN VLDTDRG *00000210
      *                   (TIPODOC 'CERTTENE') Y EN VLDTCTE CON SU     *00000220
      *                   NUMERO DE VERIFICACION                       *00000230
      *               V = VERIFICA UN CERTIFICADO: CON EL NUMERO DE    *00000240
      *                   VERIFICACION Y LA CUENTA IMPRESOS DEVUELVE   *00000250
      *                   LOS DATOS REGISTRADOS AL EMITIRLO            *00000260
      *               LA EMISION DEBE ESTAR HABILITADA EN VLDTENT      *00000270
      *               (VL9CENT0).                                      *00000280
      ******************************************************************00000290
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000300
      *--------- ---------- ----------------- -------------------------*00000310
      *RITM49195 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000320
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
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CCTE0'.   00000510
                                                                        00000520
      *-----------------------------------------------------------------00000530
      *    VARIABLES.                                                   00000540
      *-----------------------------------------------------------------00000550
       01  W-VARIABLES.                                                 00000560
           03 IX-PAG                   PIC 9(02)       VALUE ZEROS.     00000570
           03 IN-DIA                   PIC 9(02)       VALUE ZEROS.     00000580
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000590
           03 W-TABLA-SQL              PIC X(08)       VALUE SPACES.    00000600
           03 W-EXISTE                 PIC S9(9) COMP  VALUE ZEROS.     00000610
           03 W-PAGINAS                PIC 9(03)       VALUE ZEROS.     00000620
           03 W-HORA-CURRENT.                                           00000630
              05  W-HORA               PIC 99.                          00000640
              05  W-MINUTOS            PIC 99.                          00000650
              05  W-SEGUNDOS           PIC 99.                          00000660
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000670
           03 W-FECHA-ISO              PIC X(10)       VALUE SPACES.    00000680
           03 W-FECHA-ISO-R REDEFINES W-FECHA-ISO.                      00000690
              05 W-ISO-AAAA            PIC X(04).                       00000700
              05 FILLER                PIC X(01).                       00000710
              05 W-ISO-MM              PIC X(02).                       00000720
              05 FILLER                PIC X(01).                       00000730
              05 W-ISO-DD              PIC X(02).                       00000740
           03 W-FECHA-HOY.                                              00000750
              05 W-HOY-AAAA            PIC X(04).                       00000760
              05 W-HOY-MM              PIC X(02).                       00000770
              05 W-HOY-DD              PIC X(02).                       00000780
           03 W-FECHA-HOY-N REDEFINES W-FECHA-HOY PIC 9(08).            00000790
           03 W-FECHA-TEN.                                              00000800
              05 W-TEN-AAAA            PIC 9(04).                       00000810
              05 W-TEN-MM              PIC 9(02).                       00000820
              05 W-TEN-DD              PIC 9(02).                       00000830
           03 W-FECHA-TEN-N REDEFINES W-FECHA-TEN PIC 9(08).            00000840
           03 W-FECTENEN               PIC S9(8)V USAGE COMP-3.         00000850
           03 W-ANO-TEN                PIC S9(4)  USAGE COMP.           00000860
           03 W-MES-TEN                PIC S9(4)  USAGE COMP.           00000870
      *       ORIGEN DE LAS TENENCIAS: A VLDTADS / H VLDTHIS / R VLDTHIA00000880
           03 W-FUENTE                 PIC X(01)       VALUE SPACES.    00000890
              88 W-FUENTE-ADS                   VALUE 'A'.              00000900
              88 W-FUENTE-HIS                   VALUE 'H'.              00000910
              88 W-FUENTE-HIA                   VALUE 'R'.              00000920
           03 W-FIN-CUENTAS            PIC X(01)       VALUE 'N'.       00000930
              88 FIN-CUENTAS                    VALUE 'S'.              00000940
           03 W-FIN-TENENCIAS          PIC X(01)       VALUE 'N'.       00000950
              88 FIN-TENENCIAS                  VALUE 'S'.              00000960
           03 W-FIN-GRAVAMENES         PIC X(01)       VALUE 'N'.       00000970
              88 FIN-GRAVAMENES                 VALUE 'S'.              00000980
           03 W-IDIOMA-DOC             PIC X(01)       VALUE 'C'.       00000990
              88 W-IDIOMA-ING                   VALUE 'I'.              00001000
           03 W-CUENTA                 PIC S9(7)V USAGE COMP-3.         00001010
           03 W-NUMCLI                 PIC S9(8)V USAGE COMP-3.         00001020
           03 W-CODVALOR               PIC X(12)       VALUE SPACES.    00001030
           03 W-TITULOS                PIC S9(13)V USAGE COMP-3.        00001040
           03 W-PRECIO                 PIC S9(9)V9(6) USAGE COMP-3.     00001050
           03 W-PRECIO-SUST            PIC X(01)       VALUE SPACES.    00001060
           03 W-CAMBIO                 PIC S9(5)V9(6) USAGE COMP-3.     00001070
           03 W-VALORADO               PIC S9(13)V9(2) USAGE COMP-3.    00001080
           03 W-VALORADO-PEN           PIC S9(13)V9(2) USAGE COMP-3.    00001090
           03 W-CALCULO                PIC S9(15) USAGE COMP-3.         00001100
           03 W-COCIENTE               PIC S9(15) USAGE COMP-3.         00001110
           03 W-CONTROL                PIC S9(3)  USAGE COMP-3.         00001120
           03 W-NUMVERIF               PIC 9(12)       VALUE ZEROS.     00001130
           03 WS-NEGLOT.                                                00001140
               05  WS-TIPNEG           PIC X(1) VALUE 'L'.              00001150
               05  WA-NEGLOT           PIC S9(07)V USAGE COMP-3.        00001160
                                                                        00001170
      *    TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CJUNT)           00001180
       01  W-HIS-TITULOS.                                               00001190
           05 WHIS-TITULOS1       PIC S9(13)V     COMP-3.               00001200
           05 WHIS-TITULOS2       PIC S9(13)V     COMP-3.               00001210
           05 WHIS-TITULOS3       PIC S9(13)V     COMP-3.               00001220
           05 WHIS-TITULOS4       PIC S9(13)V     COMP-3.               00001230
           05 WHIS-TITULOS5       PIC S9(13)V     COMP-3.               00001240
           05 WHIS-TITULOS6       PIC S9(13)V     COMP-3.               00001250
           05 WHIS-TITULOS7       PIC S9(13)V     COMP-3.               00001260
           05 WHIS-TITULOS8       PIC S9(13)V     COMP-3.               00001270
           05 WHIS-TITULOS9       PIC S9(13)V     COMP-3.               00001280
           05 WHIS-TITULOS10      PIC S9(13)V     COMP-3.               00001290
           05 WHIS-TITULOS11      PIC S9(13)V     COMP-3.               00001300
           05 WHIS-TITULOS12      PIC S9(13)V     COMP-3.               00001310
           05 WHIS-TITULOS13      PIC S9(13)V     COMP-3.               00001320
           05 WHIS-TITULOS14      PIC S9(13)V     COMP-3.               00001330
           05 WHIS-TITULOS15      PIC S9(13)V     COMP-3.               00001340
           05 WHIS-TITULOS16      PIC S9(13)V     COMP-3.               00001350
           05 WHIS-TITULOS17      PIC S9(13)V     COMP-3.               00001360
           05 WHIS-TITULOS18      PIC S9(13)V     COMP-3.               00001370
           05 WHIS-TITULOS19      PIC S9(13)V     COMP-3.               00001380
           05 WHIS-TITULOS20      PIC S9(13)V     COMP-3.               00001390
           05 WHIS-TITULOS21      PIC S9(13)V     COMP-3.               00001400
           05 WHIS-TITULOS22      PIC S9(13)V     COMP-3.               00001410
           05 WHIS-TITULOS23      PIC S9(13)V     COMP-3.               00001420
           05 WHIS-TITULOS24      PIC S9(13)V     COMP-3.               00001430
           05 WHIS-TITULOS25      PIC S9(13)V     COMP-3.               00001440
           05 WHIS-TITULOS26      PIC S9(13)V     COMP-3.               00001450
           05 WHIS-TITULOS27      PIC S9(13)V     COMP-3.               00001460
           05 WHIS-TITULOS28      PIC S9(13)V     COMP-3.               00001470
           05 WHIS-TITULOS29      PIC S9(13)V     COMP-3.               00001480
           05 WHIS-TITULOS30      PIC S9(13)V     COMP-3.               00001490
           05 WHIS-TITULOS31      PIC S9(13)V     COMP-3.               00001500
       01  W-HIS-TITULOS-R REDEFINES W-HIS-TITULOS.                     00001510
           05 WHIS-TIT-DIA OCCURS 31 PIC S9(13)V   COMP-3.              00001520
                                                                        00001530
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00001540
           COPY VLCPTEN0.                                               00001550
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00001560
                                                                        00001570
      *    CERTIFICADOS EMITIDOS, PRENDAS Y EMBARGOS                    00001580
           COPY VLCPTCTE.                                               00001590
           COPY VLCPTPRE.                                               00001600
           COPY VLCPTEMB.                                               00001610
           COPY VLCPTFXR.                                               00001620
                                                                        00001630
      *    COLA JETFORM Y REGISTRO DE DOCUMENTOS (VL9CDRG0)             00001640
           COPY VLCPTJFQ.                                               00001650
           COPY VLCPTDRG.                                               00001660
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00001670
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00001680
       77  WK-JFQ-ID-GEN           PIC S9(9) COMP-3 VALUE ZEROS.        00001690
       77  WK-FORMATO-CTE          PIC X(08) VALUE 'VLFCTE00'.          00001700
                                                                        00001710
      *    PAGINA DEL CERTIFICADO PARA LA COLA (25 LINEAS DE 80)        00001720
       01  W-PAGINA.                                                    00001730
           05 PAG-LINEA            PIC X(80) OCCURS 25.                 00001740
       01  W-LINEA                 PIC X(80) VALUE SPACES.              00001750
       01  W-LIN-VERIF.                                                 00001760
           05 LVE-TEXTO            PIC X(24).                           00001770
           05 LVE-NUMVERIF         PIC 9(12).                           00001780
           05 LVE-TEXTO2           PIC X(12).                           00001790
           05 LVE-FECEMI           PIC 9(08).                           00001800
           05 FILLER               PIC X(24) VALUE SPACES.              00001810
       01  W-LIN-TITULAR.                                               00001820
           05 LTI-TEXTO            PIC X(10).                           00001830
           05 LTI-DENOM            PIC X(40).                           00001840
           05 LTI-TEXTO2           PIC X(06).                           00001850
           05 LTI-NIF              PIC X(11).                           00001860
           05 FILLER               PIC X(13) VALUE SPACES.              00001870
       01  W-LIN-FECHA.                                                 00001880
           05 LFE-TEXTO            PIC X(30).                           00001890
           05 LFE-FECTENEN         PIC 9(08).                           00001900
           05 FILLER               PIC X(42) VALUE SPACES.              00001910
       01  W-LIN-CUENTA.                                                00001920
           05 LCU-TEXTO            PIC X(08).                           00001930
           05 LCU-CUENTA           PIC 9(07).                           00001940
           05 FILLER               PIC X(65) VALUE SPACES.              00001950
       01  W-LIN-TENENCIA.                                              00001960
           05 LTE-CODVALOR         PIC X(12).                           00001970
           05 FILLER               PIC X(01) VALUE SPACES.              00001980
           05 LTE-NOMBRE           PIC X(16).                           00001990
           05 FILLER               PIC X(01) VALUE SPACES.              00002000
           05 LTE-TITULOS          PIC ZZ,ZZZ,ZZZ,ZZ9.                  00002010
           05 FILLER               PIC X(01) VALUE SPACES.              00002020
           05 LTE-SUSTITUTO        PIC X(01).                           00002030
           05 LTE-PRECIO           PIC ZZZ,ZZ9.9999.                    00002040
           05 FILLER               PIC X(01) VALUE SPACES.              00002050
           05 LTE-DIVISA           PIC X(03).                           00002060
           05 FILLER               PIC X(01) VALUE SPACES.              00002070
           05 LTE-VALORADO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002080
       01  W-LIN-PRENDA.                                                00002090
           05 LPR-TEXTO            PIC X(08).                           00002100
           05 LPR-CODVALOR         PIC X(12).                           00002110
           05 FILLER               PIC X(01) VALUE SPACES.              00002120
           05 LPR-CANTIDAD         PIC ZZ,ZZZ,ZZZ,ZZ9.                  00002130
           05 FILLER               PIC X(01) VALUE SPACES.              00002140
           05 LPR-ACREEDOR         PIC X(30).                           00002150
           05 FILLER               PIC X(14) VALUE SPACES.              00002160
       01  W-LIN-EMBARGO.                                               00002170
           05 LEM-TEXTO            PIC X(08).                           00002180
           05 LEM-REF-JUDICIAL     PIC X(20).                           00002190
           05 FILLER               PIC X(01) VALUE SPACES.              00002200
           05 LEM-JUZGADO          PIC X(26).                           00002210
           05 FILLER               PIC X(01) VALUE SPACES.              00002220
           05 LEM-IMPORTE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002230
           05 FILLER               PIC X(01) VALUE SPACES.              00002240
           05 LEM-MONEDA           PIC X(03).                           00002250
           05 FILLER               PIC X(03) VALUE SPACES.              00002260
       01  W-LIN-TOTAL.                                                 00002270
           05 LTO-TEXTO            PIC X(30).                           00002280
           05 LTO-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002290
           05 FILLER               PIC X(33) VALUE SPACES.              00002300
                                                                        00002310
      *-----------------------------------------------------------------00002320
      *    INCLUDES (DEFINICION DE TABLAS).                             00002330
      *-----------------------------------------------------------------00002340
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00002350
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002360
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002370
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00002380
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00002390
                                                                        00002400
      *-----------------------------------------------------------------00002410
      *                   C U R S O R E S                              *00002420
      *-----------------------------------------------------------------00002430
      *    CUENTAS DEL CLIENTE                                          00002440
           EXEC SQL                                                     00002450
                DECLARE VLDCCTE1  CURSOR FOR                            00002460
                SELECT  VARC_CUENTA                                     00002470
                  FROM  VLDTARC                                         00002480
                 WHERE  VARC_NUMCLI = :W-NUMCLI                         00002490
                 ORDER  BY VARC_CUENTA                                  00002500
           END-EXEC.                                                    00002510
                                                                        00002520
      *    TENENCIA DE HOY: DEPOSITO VIGENTE DE VLDTADS                 00002530
           EXEC SQL                                                     00002540
                DECLARE VLDCCTE2  CURSOR FOR                            00002550
                SELECT  A.VADS_PAVAL CONCAT A.VADS_VALOR                00002560
                                     CONCAT A.VADS_ISIN                 00002570
                     ,  SUM(A.VADS_DEPOS)                               00002580
                  FROM  VLDTADS A                                       00002590
                 WHERE  A.VADS_CUENTA = :W-CUENTA                       00002600
                   AND  A.VADS_DEPOS  > 0                               00002610
                 GROUP  BY A.VADS_PAVAL, A.VADS_VALOR, A.VADS_ISIN      00002620
                 ORDER  BY 1                                            00002630
           END-EXEC.                                                    00002640
                                                                        00002650
      *    TENENCIA A FECHA ANTERIOR: MES DE LA FECHA EN VLDTHIS        00002660
           EXEC SQL                                                     00002670
                DECLARE VLDCCTE3  CURSOR FOR                            00002680
                 SELECT  H.VHIS_CODVALOR                                00002690
                      ,  H.VHIS_TITULOS1  , H.VHIS_TITULOS2             00002700
                      ,  H.VHIS_TITULOS3  , H.VHIS_TITULOS4             00002710
                      ,  H.VHIS_TITULOS5  , H.VHIS_TITULOS6             00002720
                      ,  H.VHIS_TITULOS7  , H.VHIS_TITULOS8             00002730
                      ,  H.VHIS_TITULOS9  , H.VHIS_TITULOS10            00002740
                      ,  H.VHIS_TITULOS11 , H.VHIS_TITULOS12            00002750
                      ,  H.VHIS_TITULOS13 , H.VHIS_TITULOS14            00002760
                      ,  H.VHIS_TITULOS15 , H.VHIS_TITULOS16            00002770
                      ,  H.VHIS_TITULOS17 , H.VHIS_TITULOS18            00002780
                      ,  H.VHIS_TITULOS19 , H.VHIS_TITULOS20            00002790
                      ,  H.VHIS_TITULOS21 , H.VHIS_TITULOS22            00002800
                      ,  H.VHIS_TITULOS23 , H.VHIS_TITULOS24            00002810
                      ,  H.VHIS_TITULOS25 , H.VHIS_TITULOS26            00002820
                      ,  H.VHIS_TITULOS27 , H.VHIS_TITULOS28            00002830
                      ,  H.VHIS_TITULOS29 , H.VHIS_TITULOS30            00002840
                      ,  H.VHIS_TITULOS31                               00002850
                   FROM  VLDTHIS H                                      00002860
                  WHERE  H.VHIS_CTAVAL = :W-CUENTA                      00002870
                    AND  H.VHIS_TIPGAS = 55                             00002880
                    AND  H.VHIS_ANO    = :W-ANO-TEN                     00002890
                    AND  H.VHIS_MES    = :W-MES-TEN                     00002900
                  ORDER  BY H.VHIS_CODVALOR                             00002910
           END-EXEC.                                                    00002920
                                                                        00002930
      *    MES YA ROTO AL ARCHIVO HISTORICO (VL4CHARC)                  00002940
           EXEC SQL                                                     00002950
                DECLARE VLDCCTE4  CURSOR FOR                            00002960
                 SELECT  H.VHIS_CODVALOR                                00002970
                      ,  H.VHIS_TITULOS1  , H.VHIS_TITULOS2             00002980
                      ,  H.VHIS_TITULOS3  , H.VHIS_TITULOS4             00002990
                      ,  H.VHIS_TITULOS5  , H.VHIS_TITULOS6             00003000
                      ,  H.VHIS_TITULOS7  , H.VHIS_TITULOS8             00003010
                      ,  H.VHIS_TITULOS9  , H.VHIS_TITULOS10            00003020
                      ,  H.VHIS_TITULOS11 , H.VHIS_TITULOS12            00003030
                      ,  H.VHIS_TITULOS13 , H.VHIS_TITULOS14            00003040
                      ,  H.VHIS_TITULOS15 , H.VHIS_TITULOS16            00003050
                      ,  H.VHIS_TITULOS17 , H.VHIS_TITULOS18            00003060
                      ,  H.VHIS_TITULOS19 , H.VHIS_TITULOS20            00003070
                      ,  H.VHIS_TITULOS21 , H.VHIS_TITULOS22            00003080
                      ,  H.VHIS_TITULOS23 , H.VHIS_TITULOS24            00003090
                      ,  H.VHIS_TITULOS25 , H.VHIS_TITULOS26            00003100
                      ,  H.VHIS_TITULOS27 , H.VHIS_TITULOS28            00003110
                      ,  H.VHIS_TITULOS29 , H.VHIS_TITULOS30            00003120
                      ,  H.VHIS_TITULOS31                               00003130
                   FROM  VLDTHIA H                                      00003140
                  WHERE  H.VHIS_CTAVAL = :W-CUENTA                      00003150
                    AND  H.VHIS_TIPGAS = 55                             00003160
                    AND  H.VHIS_ANO    = :W-ANO-TEN                     00003170
                    AND  H.VHIS_MES    = :W-MES-TEN                     00003180
                  ORDER  BY H.VHIS_CODVALOR                             00003190
           END-EXEC.                                                    00003200
                                                                        00003210
      *    ULTIMO CIERRE A LA FECHA DE TENENCIA (COMO VL7CLOT0)         00003220
           EXEC SQL                                                     00003230
                DECLARE VLDCCAM  CURSOR FOR                             00003240
                 SELECT VCAM_CIERRE_D                                   00003250
                      , VCAM_FECDIA                                     00003260
                      , VCAM_FILLER                                     00003270
                   FROM VLDTCAM                                         00003280
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00003290
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00003300
                    AND VCAM_CIERRE_D <>  0                             00003310
                  ORDER BY VCAM_FECDIA DESC                             00003320
                  OPTIMIZE FOR 1 ROW                                    00003330
           END-EXEC.                                                    00003340
                                                                        00003350
      *    PRENDAS VIGENTES A LA FECHA: CONSTITUIDAS HASTA ESA FECHA Y  00003360
      *    AUN VIVAS O LIBERADAS DESPUES                                00003370
           EXEC SQL                                                     00003380
                DECLARE VLDCCTE5  CURSOR FOR                            00003390
                 SELECT VPRE_PAVAL                                      00003400
                      , VPRE_VALOR                                      00003410
                      , VPRE_ISIN                                       00003420
                      , VPRE_CANTIDAD                                   00003430
                      , VPRE_ACREEDOR                                   00003440
                   FROM VLDTPRE                                         00003450
                  WHERE VPRE_CUENTA    = :W-CUENTA                      00003460
                    AND VPRE_FECCONST <= :W-FECTENEN                    00003470
                    AND (VPRE_ESTADO   = 'V'                            00003480
                     OR  VPRE_FEULMOD  > :W-FECTENEN)                   00003490
                  ORDER BY VPRE_PAVAL, VPRE_VALOR, VPRE_NUMPRE          00003500
           END-EXEC.                                                    00003510
                                                                        00003520
      *    EMBARGOS VIGENTES A LA FECHA (MISMO CRITERIO)                00003530
           EXEC SQL                                                     00003540
                DECLARE VLDCCTE6  CURSOR FOR                            00003550
                 SELECT VEMB_REF_JUDICIAL                               00003560
                      , VEMB_JUZGADO                                    00003570
                      , VEMB_IMPORTE                                    00003580
                      , VEMB_MONEDA                                     00003590
                   FROM VLDTEMB                                         00003600
                  WHERE VEMB_CUENTA    = :W-CUENTA                      00003610
                    AND VEMB_FECINI   <= :W-FECTENEN                    00003620
                    AND (VEMB_FECFIN   = 0                              00003630
                     OR  VEMB_FECFIN  >= :W-FECTENEN)                   00003640
                    AND (VEMB_ESTADO   = 'V'                            00003650
                     OR  VEMB_FEULMOD  > :W-FECTENEN)                   00003660
                  ORDER BY VEMB_NUMEMB                                  00003670
           END-EXEC.                                                    00003680
                                                                        00003690
      *---------------*                                                 00003700
       LINKAGE SECTION.                                                 00003710
      *---------------*                                                 00003720
       01  DFHCOMMAREA.                                                 00003730
           05  CTE0-DATOS-ENTRADA.                                      00003740
               10  CTE0-ACCION         PIC X(01).                       00003750
                   88  CTE0-EMITE          VALUE 'E'.                   00003760
                   88  CTE0-VERIFICA       VALUE 'V'.                   00003770
      *            EMISION: CUENTA O CLIENTE (UNO DE LOS DOS)           00003780
               10  CTE0-CUENTA         PIC 9(07).                       00003790
               10  CTE0-NUMCLI         PIC 9(08).                       00003800
               10  CTE0-FECTENEN       PIC 9(08).                       00003810
      *            C CASTELLANO / I INGLES / BLANCO = PREFERENCIA DEL   00003820
      *            CLIENTE (VXMI_IDIOMA)                                00003830
               10  CTE0-IDIOMA         PIC X(01).                       00003840
      *            VERIFICACION: NUMERO IMPRESO (Y CTE0-CUENTA)         00003850
               10  CTE0-NUMVERIF       PIC 9(12).                       00003860
               10  CTE0-FECHA-OPER     PIC X(08).                       00003870
               10  CTE0-TERMINAL       PIC X(04).                       00003880
               10  CTE0-USERID         PIC X(08).                       00003890
           05  CTE0-DATOS-SALIDA.                                       00003900
               10  CTE0-COD-RETORNO    PIC X(02).                       00003910
               10  CTE0-COD-ERROR-DEV  PIC X(07).                       00003920
               10  CTE0-VAR1-ERROR     PIC X(08).                       00003930
               10  CTE0-VAR2-ERROR     PIC X(05).                       00003940
               10  CTE0-S-NUMVERIF     PIC 9(12).                       00003950
               10  CTE0-S-CUENTA       PIC 9(07).                       00003960
               10  CTE0-S-NUMCLI       PIC 9(08).                       00003970
               10  CTE0-S-ALCANCE      PIC X(01).                       00003980
               10  CTE0-S-FECTENEN     PIC 9(08).                       00003990
               10  CTE0-S-IDIOMA       PIC X(01).                       00004000
               10  CTE0-S-NUM-TENENC   PIC 9(04).                       00004010
               10  CTE0-S-TOTAL-PEN    PIC 9(13)V9(02).                 00004020
               10  CTE0-S-GRAVAMEN     PIC X(01).                       00004030
               10  CTE0-S-FECEMI       PIC 9(08).                       00004040
               10  CTE0-S-USUARIO      PIC X(08).                       00004050
               10  CTE0-S-JFQ-ID       PIC 9(09).                       00004060
               10  CTE0-S-DRG-ID       PIC 9(09).                       00004070
               10  CTE0-S-PAGINAS      PIC 9(03).                       00004080
      *-----------------------------------------------------------------00004090
                                                                        00004100
      *==================                                               00004110
       PROCEDURE DIVISION.                                              00004120
      *==================                                               00004130
           PERFORM 1000-INICIO                                          00004140
           EVALUATE TRUE                                                00004150
               WHEN CTE0-EMITE                                          00004160
                    PERFORM 2000-EMITE-CERTIFICADO                      00004170
               WHEN CTE0-VERIFICA                                       00004180
                    PERFORM 6000-VERIFICA-CERTIFICADO                   00004190
               WHEN OTHER                                               00004200
                    MOVE '01'                  TO CTE0-COD-RETORNO      00004210
                    MOVE 'VLE2409'             TO CTE0-COD-ERROR-DEV    00004220
                    MOVE 'ACCION  '            TO CTE0-VAR1-ERROR       00004230
           END-EVALUATE                                                 00004240
           PERFORM 9999-FIN.                                            00004250
                                                                        00004260
      *---------------------------------------------------------------- 00004270
       1000-INICIO.                                                     00004280
      *---------------------------------------------------------------- 00004290
           INITIALIZE      CTE0-DATOS-SALIDA                            00004300
                           DCLVLDTCTE.                                  00004310
                                                                        00004320
           MOVE '00'                TO  CTE0-COD-RETORNO                00004330
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00004340
           MOVE 'SYSDATE '          TO  W-TABLA-SQL                     00004350
           EXEC SQL                                                     00004360
                SET :W-FECHA-ISO = CHAR(CURRENT DATE, ISO)              00004370
           END-EXEC                                                     00004380
           IF SQLCODE NOT = ZERO                                        00004390
              PERFORM 8900-ERROR-SQL                                    00004400
           END-IF                                                       00004410
           MOVE W-ISO-AAAA          TO  W-HOY-AAAA                      00004420
           MOVE W-ISO-MM            TO  W-HOY-MM                        00004430
           MOVE W-ISO-DD            TO  W-HOY-DD                        00004440
                                                                        00004450
      *    FACULTADES: LA EMISION DEBE ESTAR HABILITADA EN VLDTENT      00004460
           IF CTE0-EMITE                                                00004470
              INITIALIZE VL9CENT0-AREA                                  00004480
              MOVE CTE0-USERID        TO ENT0-USUARIO                   00004490
              MOVE 'VL7CCTE0'        TO ENT0-CODTRAN                    00004500
              MOVE CTE0-ACCION        TO ENT0-ACCION                    00004510
              MOVE CTE0-FECHA-OPER    TO ENT0-FECHA                     00004520
              MOVE W-HORA-CURRENT-N  TO ENT0-HORA                       00004530
              MOVE CTE0-TERMINAL      TO ENT0-TERMINAL                  00004540
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00004550
              IF ENT0-CODRESP NOT = ZEROS                               00004560
                 MOVE '99'              TO CTE0-COD-RETORNO             00004570
                 MOVE 'VLE1000'         TO CTE0-COD-ERROR-DEV           00004580
                 MOVE 'VLDTENT '        TO CTE0-VAR1-ERROR              00004590
                 PERFORM 9999-FIN                                       00004600
              END-IF                                                    00004610
              IF ENT0-PERMITIDO NOT = 'S'                               00004620
                 MOVE '91'              TO CTE0-COD-RETORNO             00004630
                 MOVE 'VLE2278'         TO CTE0-COD-ERROR-DEV           00004640
                 MOVE CTE0-USERID        TO CTE0-VAR1-ERROR             00004650
                 PERFORM 9999-FIN                                       00004660
              END-IF                                                    00004670
           END-IF                                                       00004680
           .                                                            00004690
      *                                                                *00004700
      *----------------------------------------------------------------*00004710
       2000-EMITE-CERTIFICADO.                                          00004720
      *----------------------------------------------------------------*00004730
           PERFORM 2100-VALIDA-EMISION                                  00004740
           PERFORM 2200-DATOS-TITULAR                                   00004750
           PERFORM 2300-REGISTRA-CERTIFICADO                            00004760
                                                                        00004770
           MOVE SPACES              TO W-PAGINA                         00004780
           MOVE ZEROS               TO IX-PAG                           00004790
                                       W-PAGINAS                        00004800
           PERFORM 2400-CABECERA                                        00004810
                                                                        00004820
           IF VCTE-DE-CUENTA                                            00004830
              MOVE VCTE-CUENTA      TO W-CUENTA                         00004840
              PERFORM 3000-CERTIFICA-CUENTA                             00004850
           ELSE                                                         00004860
              MOVE 'VLDTARC '       TO W-TABLA-SQL                      00004870
              EXEC SQL                                                  00004880
                   OPEN VLDCCTE1                                        00004890
              END-EXEC                                                  00004900
              IF SQLCODE NOT = ZERO                                     00004910
                 PERFORM 8900-ERROR-SQL                                 00004920
              END-IF                                                    00004930
              MOVE 'N'              TO W-FIN-CUENTAS                    00004940
              PERFORM 2500-FETCH-CUENTA                                 00004950
              PERFORM 2600-CERTIFICA-CUENTA-CLI                         00004960
                 UNTIL FIN-CUENTAS                                      00004970
              EXEC SQL                                                  00004980
                   CLOSE VLDCCTE1                                       00004990
              END-EXEC                                                  00005000
              IF SQLCODE NOT = ZERO                                     00005010
                 PERFORM 8900-ERROR-SQL                                 00005020
              END-IF                                                    00005030
           END-IF                                                       00005040
                                                                        00005050
           PERFORM 2700-PIE                                             00005060
           IF IX-PAG > ZEROS                                            00005070
              PERFORM 7100-ENCOLA-PAGINA                                00005080
           END-IF                                                       00005090
           PERFORM 2800-REGISTRA-DOCUMENTO                              00005100
           PERFORM 2900-CIERRA-CERTIFICADO                              00005110
           .                                                            00005120
      *                                                                *00005130
      *----------------------------------------------------------------*00005140
       2100-VALIDA-EMISION.                                             00005150
      *----------------------------------------------------------------*00005160
           IF (CTE0-CUENTA NOT > ZEROS AND CTE0-NUMCLI NOT > ZEROS)     00005170
              OR (CTE0-CUENTA > ZEROS AND CTE0-NUMCLI > ZEROS)          00005180
              MOVE '01'                  TO CTE0-COD-RETORNO            00005190
              MOVE 'VLE2409'             TO CTE0-COD-ERROR-DEV          00005200
              MOVE 'CUENTA  '            TO CTE0-VAR1-ERROR             00005210
              PERFORM 9999-FIN                                          00005220
           END-IF                                                       00005230
           IF CTE0-FECTENEN NOT NUMERIC OR CTE0-FECTENEN = ZEROS        00005240
              MOVE '01'                  TO CTE0-COD-RETORNO            00005250
              MOVE 'VLE2409'             TO CTE0-COD-ERROR-DEV          00005260
              MOVE 'FECHA   '            TO CTE0-VAR1-ERROR             00005270
              PERFORM 9999-FIN                                          00005280
           END-IF                                                       00005290
           MOVE CTE0-FECTENEN       TO W-FECHA-TEN-N                    00005300
           IF W-TEN-MM < 01 OR W-TEN-MM > 12 OR                         00005310
              W-TEN-DD < 01 OR W-TEN-DD > 31                            00005320
              MOVE '01'                  TO CTE0-COD-RETORNO            00005330
              MOVE 'VLE2409'             TO CTE0-COD-ERROR-DEV          00005340
              MOVE 'FECHA   '            TO CTE0-VAR1-ERROR             00005350
              PERFORM 9999-FIN                                          00005360
           END-IF                                                       00005370
           IF W-FECHA-TEN-N > W-FECHA-HOY-N                             00005380
              MOVE '01'                  TO CTE0-COD-RETORNO            00005390
              MOVE 'VLE2410'             TO CTE0-COD-ERROR-DEV          00005400
              MOVE 'FECHA   '            TO CTE0-VAR1-ERROR             00005410
              PERFORM 9999-FIN                                          00005420
           END-IF                                                       00005430
           IF CTE0-IDIOMA NOT = 'C' AND NOT = 'I' AND NOT = SPACES      00005440
              MOVE '01'                  TO CTE0-COD-RETORNO            00005450
              MOVE 'VLE2409'             TO CTE0-COD-ERROR-DEV          00005460
              MOVE 'IDIOMA  '            TO CTE0-VAR1-ERROR             00005470
              PERFORM 9999-FIN                                          00005480
           END-IF                                                       00005490
                                                                        00005500
           MOVE W-FECHA-TEN-N       TO W-FECTENEN                       00005510
           MOVE W-TEN-AAAA          TO W-ANO-TEN                        00005520
           MOVE W-TEN-MM            TO W-MES-TEN                        00005530
           EVALUATE TRUE                                                00005540
               WHEN W-FECHA-TEN-N = W-FECHA-HOY-N                       00005550
                    SET W-FUENTE-ADS     TO TRUE                        00005560
               WHEN OTHER                                               00005570
                    SET W-FUENTE-HIS     TO TRUE                        00005580
           END-EVALUATE                                                 00005590
                                                                        00005600
      *    CUENTA O CLIENTE EXISTENTE; LA CUENTA DE REFERENCIA DE UN    00005610
      *    CERTIFICADO DE CLIENTE ES LA PRIMERA DE SUS CUENTAS          00005620
           MOVE 'VLDTARC '          TO W-TABLA-SQL                      00005630
           IF CTE0-CUENTA > ZEROS                                       00005640
              MOVE CTE0-CUENTA      TO VARC-CUENTA                      00005650
              EXEC SQL                                                  00005660
                   SELECT VARC_NUMCLI                                   00005670
                     INTO :VARC-NUMCLI                                  00005680
                     FROM VLDTARC                                       00005690
                    WHERE VARC_CUENTA = :VARC-CUENTA                    00005700
              END-EXEC                                                  00005710
              EVALUATE SQLCODE                                          00005720
                  WHEN ZERO                                             00005730
                       MOVE 'C'              TO VCTE-ALCANCE            00005740
                       MOVE CTE0-CUENTA      TO VCTE-CUENTA             00005750
                       MOVE VARC-NUMCLI      TO VCTE-NUMCLI             00005760
                  WHEN 100                                              00005770
                       MOVE '01'             TO CTE0-COD-RETORNO        00005780
                       MOVE 'VLE2411'        TO CTE0-COD-ERROR-DEV      00005790
                       MOVE 'CUENTA  '       TO CTE0-VAR1-ERROR         00005800
                       PERFORM 9999-FIN                                 00005810
                  WHEN OTHER                                            00005820
                       PERFORM 8900-ERROR-SQL                           00005830
              END-EVALUATE                                              00005840
           ELSE                                                         00005850
              MOVE CTE0-NUMCLI      TO W-NUMCLI                         00005860
              MOVE ZEROS            TO W-CUENTA                         00005870
              EXEC SQL                                                  00005880
                   SELECT COALESCE(MIN(VARC_CUENTA), 0)                 00005890
                     INTO :W-CUENTA                                     00005900
                     FROM VLDTARC                                       00005910
                    WHERE VARC_NUMCLI = :W-NUMCLI                       00005920
              END-EXEC                                                  00005930
              IF SQLCODE NOT = ZERO                                     00005940
                 PERFORM 8900-ERROR-SQL                                 00005950
              END-IF                                                    00005960
              IF W-CUENTA = ZEROS                                       00005970
                 MOVE '01'             TO CTE0-COD-RETORNO              00005980
                 MOVE 'VLE2411'        TO CTE0-COD-ERROR-DEV            00005990
                 MOVE 'CLIENTE '       TO CTE0-VAR1-ERROR               00006000
                 PERFORM 9999-FIN                                       00006010
              END-IF                                                    00006020
              MOVE 'T'              TO VCTE-ALCANCE                     00006030
              MOVE W-CUENTA         TO VCTE-CUENTA                      00006040
              MOVE CTE0-NUMCLI      TO VCTE-NUMCLI                      00006050
           END-IF                                                       00006060
           .                                                            00006070
      *                                                                *00006080
      *----------------------------------------------------------------*00006090
       2200-DATOS-TITULAR.                                              00006100
      *----------------------------------------------------------------*00006110
           MOVE VCTE-NUMCLI         TO VXMI-CODCLI                      00006120
           MOVE 'VLDTXMI '          TO W-TABLA-SQL                      00006130
           EXEC SQL                                                     00006140
                SELECT  VXMI_NIF                                        00006150
                     ,  VXMI_DENOM                                      00006160
                     ,  VALUE(VXMI_IDIOMA, ' ')                         00006170
                  INTO :VXMI-NIF                                        00006180
                     , :VXMI-DENOM                                      00006190
                     , :VXMI-IDIOMA                                     00006200
                  FROM  VLDTXMI                                         00006210
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00006220
           END-EXEC                                                     00006230
           EVALUATE SQLCODE                                             00006240
               WHEN ZERO                                                00006250
                    CONTINUE                                            00006260
               WHEN 100                                                 00006270
                    MOVE SPACES          TO VXMI-NIF                    00006280
                                            VXMI-DENOM                  00006290
                                            VXMI-IDIOMA                 00006300
               WHEN OTHER                                               00006310
                    PERFORM 8900-ERROR-SQL                              00006320
           END-EVALUATE                                                 00006330
                                                                        00006340
      *    IDIOMA PEDIDO O, EN BLANCO, EL PREFERIDO DEL CLIENTE         00006350
           EVALUATE TRUE                                                00006360
               WHEN CTE0-IDIOMA NOT = SPACES                            00006370
                    MOVE CTE0-IDIOMA     TO W-IDIOMA-DOC                00006380
               WHEN VXMI-IDIOMA = 'I'                                   00006390
                    MOVE 'I'             TO W-IDIOMA-DOC                00006400
               WHEN OTHER                                               00006410
                    MOVE 'C'             TO W-IDIOMA-DOC                00006420
           END-EVALUATE                                                 00006430
           MOVE W-IDIOMA-DOC        TO VCTE-IDIOMA                      00006440
           .                                                            00006450
      *                                                                *00006460
      *----------------------------------------------------------------*00006470
       2300-REGISTRA-CERTIFICADO.                                       00006480
      *----------------------------------------------------------------*00006490
      *    LA FILA SE GRABA ANTES DE ARMAR EL DOCUMENTO PARA TENER EL   00006500
      *    ID CON QUE SE FORMA EL NUMERO DE VERIFICACION IMPRESO        00006510
           MOVE W-FECTENEN          TO VCTE-FECTENEN                    00006520
           MOVE ZEROS               TO VCTE-NUMVERIF                    00006530
                                       VCTE-NUM-TENENC                  00006540
                                       VCTE-TOTAL-PEN                   00006550
                                       VCTE-JFQ-ID                      00006560
                                       VCTE-DRG-ID                      00006570
           MOVE 'N'                 TO VCTE-GRAVAMEN                    00006580
           MOVE CTE0-FECHA-OPER     TO VCTE-FECEMI                      00006590
           MOVE W-HORA-CURRENT-N    TO VCTE-HOREMI                      00006600
           MOVE CTE0-TERMINAL       TO VCTE-NUMTER                      00006610
           MOVE CTE0-USERID         TO VCTE-USUARIO                     00006620
           MOVE 'VLDTCTE '          TO W-TABLA-SQL                      00006630
           EXEC SQL                                                     00006640
                INSERT INTO VLDTCTE                                     00006650
                      ( VCTE_NUMVERIF                                   00006660
                      , VCTE_CUENTA                                     00006670
                      , VCTE_NUMCLI                                     00006680
                      , VCTE_ALCANCE                                    00006690
                      , VCTE_FECTENEN                                   00006700
                      , VCTE_IDIOMA                                     00006710
                      , VCTE_NUM_TENENC                                 00006720
                      , VCTE_TOTAL_PEN                                  00006730
                      , VCTE_GRAVAMEN                                   00006740
                      , VCTE_JFQ_ID                                     00006750
                      , VCTE_DRG_ID                                     00006760
                      , VCTE_FECEMI                                     00006770
                      , VCTE_HOREMI                                     00006780
                      , VCTE_NUMTER                                     00006790
                      , VCTE_USUARIO )                                  00006800
                VALUES                                                  00006810
                      ( :VCTE-NUMVERIF                                  00006820
                      , :VCTE-CUENTA                                    00006830
                      , :VCTE-NUMCLI                                    00006840
                      , :VCTE-ALCANCE                                   00006850
                      , :VCTE-FECTENEN                                  00006860
                      , :VCTE-IDIOMA                                    00006870
                      , :VCTE-NUM-TENENC                                00006880
                      , :VCTE-TOTAL-PEN                                 00006890
                      , :VCTE-GRAVAMEN                                  00006900
                      , :VCTE-JFQ-ID                                    00006910
                      , :VCTE-DRG-ID                                    00006920
                      , :VCTE-FECEMI                                    00006930
                      , :VCTE-HOREMI                                    00006940
                      , :VCTE-NUMTER                                    00006950
                      , :VCTE-USUARIO )                                 00006960
           END-EXEC                                                     00006970
           IF SQLCODE NOT = ZERO                                        00006980
              PERFORM 8900-ERROR-SQL                                    00006990
           END-IF                                                       00007000
           EXEC SQL                                                     00007010
                SET :VCTE-ID = IDENTITY_VAL_LOCAL()                     00007020
           END-EXEC                                                     00007030
           IF SQLCODE NOT = ZERO                                        00007040
              PERFORM 8900-ERROR-SQL                                    00007050
           END-IF                                                       00007060
                                                                        00007070
      *    DIGITOS DE CONTROL: RESTO MODULO 997 DE CUENTA, FECHA DE     00007080
      *    TENENCIA Y HORA DE EMISION                                   00007090
           COMPUTE W-CALCULO = VCTE-CUENTA * 7 + VCTE-FECTENEN          00007100
                             + VCTE-HOREMI                              00007110
           DIVIDE W-CALCULO BY 997 GIVING W-COCIENTE                    00007120
                  REMAINDER W-CONTROL                                   00007130
           COMPUTE VCTE-NUMVERIF = VCTE-ID * 1000 + W-CONTROL           00007140
           MOVE VCTE-NUMVERIF       TO W-NUMVERIF                       00007150
           .                                                            00007160
      *                                                                *00007170
      *----------------------------------------------------------------*00007180
       2400-CABECERA.                                                   00007190
      *----------------------------------------------------------------*00007200
           IF W-IDIOMA-ING                                              00007210
              MOVE 'CERTIFICATE OF SECURITIES HOLDINGS' TO W-LINEA      00007220
              PERFORM 7000-ESCRIBE-LINEA                                00007230
              MOVE 'VERIFICATION NUMBER:   '  TO LVE-TEXTO              00007240
              MOVE '   ISSUED:  '             TO LVE-TEXTO2             00007250
              MOVE 'HOLDER:   '               TO LTI-TEXTO              00007260
              MOVE ' ID:  '                   TO LTI-TEXTO2             00007270
              MOVE 'HOLDINGS AS OF (YYYYMMDD):    '                     00007280
                                              TO LFE-TEXTO              00007290
           ELSE                                                         00007300
              MOVE 'CERTIFICADO DE TENENCIA DE VALORES' TO W-LINEA      00007310
              PERFORM 7000-ESCRIBE-LINEA                                00007320
              MOVE 'NRO. DE VERIFICACION:  '  TO LVE-TEXTO              00007330
              MOVE '  EMITIDO:  '             TO LVE-TEXTO2             00007340
              MOVE 'TITULAR:  '               TO LTI-TEXTO              00007350
              MOVE ' DOC: '                   TO LTI-TEXTO2             00007360
              MOVE 'TENENCIA AL (AAAAMMDD):       '                     00007370
                                              TO LFE-TEXTO              00007380
           END-IF                                                       00007390
           MOVE W-NUMVERIF          TO LVE-NUMVERIF                     00007400
           MOVE VCTE-FECEMI         TO LVE-FECEMI                       00007410
           MOVE W-LIN-VERIF         TO W-LINEA                          00007420
           PERFORM 7000-ESCRIBE-LINEA                                   00007430
           MOVE VXMI-DENOM          TO LTI-DENOM                        00007440
           MOVE VXMI-NIF            TO LTI-NIF                          00007450
           MOVE W-LIN-TITULAR       TO W-LINEA                          00007460
           PERFORM 7000-ESCRIBE-LINEA                                   00007470
           MOVE W-FECTENEN          TO LFE-FECTENEN                     00007480
           MOVE W-LIN-FECHA         TO W-LINEA                          00007490
           PERFORM 7000-ESCRIBE-LINEA                                   00007500
           .                                                            00007510
      *                                                                *00007520
      *----------------------------------------------------------------*00007530
       2500-FETCH-CUENTA.                                               00007540
      *----------------------------------------------------------------*00007550
           EXEC SQL                                                     00007560
                FETCH VLDCCTE1                                          00007570
                 INTO :W-CUENTA                                         00007580
           END-EXEC                                                     00007590
           EVALUATE SQLCODE                                             00007600
               WHEN ZERO                                                00007610
                    CONTINUE                                            00007620
               WHEN 100                                                 00007630
                    MOVE 'S'             TO W-FIN-CUENTAS               00007640
               WHEN OTHER                                               00007650
                    MOVE 'VLDTARC '      TO W-TABLA-SQL                 00007660
                    PERFORM 8900-ERROR-SQL                              00007670
           END-EVALUATE                                                 00007680
           .                                                            00007690
      *                                                                *00007700
      *----------------------------------------------------------------*00007710
       2600-CERTIFICA-CUENTA-CLI.                                       00007720
      *----------------------------------------------------------------*00007730
           PERFORM 3000-CERTIFICA-CUENTA                                00007740
           PERFORM 2500-FETCH-CUENTA                                    00007750
           .                                                            00007760
      *                                                                *00007770
      *----------------------------------------------------------------*00007780
       2700-PIE.                                                        00007790
      *----------------------------------------------------------------*00007800
           MOVE SPACES              TO W-LINEA                          00007810
           PERFORM 7000-ESCRIBE-LINEA                                   00007820
           IF W-IDIOMA-ING                                              00007830
              MOVE 'TOTAL VALUE IN PEN:           ' TO LTO-TEXTO        00007840
           ELSE                                                         00007850
              MOVE 'TOTAL VALORIZADO EN PEN:      ' TO LTO-TEXTO        00007860
           END-IF                                                       00007870
           MOVE VCTE-TOTAL-PEN      TO LTO-TOTAL                        00007880
           MOVE W-LIN-TOTAL         TO W-LINEA                          00007890
           PERFORM 7000-ESCRIBE-LINEA                                   00007900
           IF W-IDIOMA-ING                                              00007910
              IF VCTE-SIN-GRAVAMEN                                      00007920
                 MOVE 'NO PLEDGES OR ATTACHMENTS IN FORCE AT THAT DATE.'00007930
                                    TO W-LINEA                          00007940
                 PERFORM 7000-ESCRIBE-LINEA                             00007950
              END-IF                                                    00007960
              MOVE '(*) NO MARKET PRICE AT THAT DATE: NOMINAL VALUE.'   00007970
                                    TO W-LINEA                          00007980
              PERFORM 7000-ESCRIBE-LINEA                                00007990
              MOVE 'THIS CERTIFICATE CAN BE CONFIRMED WITH THE BANK'    00008000
                                    TO W-LINEA                          00008010
              PERFORM 7000-ESCRIBE-LINEA                                00008020
              MOVE 'QUOTING ITS VERIFICATION NUMBER AND ACCOUNT NUMBER.'00008030
                                    TO W-LINEA                          00008040
              PERFORM 7000-ESCRIBE-LINEA                                00008050
           ELSE                                                         00008060
              IF VCTE-SIN-GRAVAMEN                                      00008070
                 MOVE 'SIN PRENDAS NI EMBARGOS VIGENTES A ESA FECHA.'   00008080
                                    TO W-LINEA                          00008090
                 PERFORM 7000-ESCRIBE-LINEA                             00008100
              END-IF                                                    00008110
              MOVE '(*) SIN COTIZACION A ESA FECHA: AL NOMINAL.'        00008120
                                    TO W-LINEA                          00008130
              PERFORM 7000-ESCRIBE-LINEA                                00008140
              MOVE 'ESTE CERTIFICADO PUEDE CONFIRMARSE CON EL BANCO'    00008150
                                    TO W-LINEA                          00008160
              PERFORM 7000-ESCRIBE-LINEA                                00008170
              MOVE 'INDICANDO SU NUMERO DE VERIFICACION Y LA CUENTA.'   00008180
                                    TO W-LINEA                          00008190
              PERFORM 7000-ESCRIBE-LINEA                                00008200
           END-IF                                                       00008210
           .                                                            00008220
      *                                                                *00008230
      *----------------------------------------------------------------*00008240
       2800-REGISTRA-DOCUMENTO.                                         00008250
      *----------------------------------------------------------------*00008260
           INITIALIZE DCLVLDTDRG                                        00008270
           MOVE VCTE-CUENTA         TO VDRG-CUENTA                      00008280
           MOVE 'CERTTENE'          TO VDRG-TIPODOC                     00008290
           MOVE WK-FORMATO-CTE      TO VDRG-FORMATO                     00008300
           MOVE VCTE-FECEMI         TO VDRG-FECHA                       00008310
           MOVE W-HORA-CURRENT-N    TO VDRG-HORA                        00008320
           MOVE 'P'                 TO VDRG-CANAL                       00008330
           MOVE VCTE-JFQ-ID         TO VDRG-JFQ-ID                      00008340
           MOVE CTE0-TERMINAL       TO VDRG-NUMTER                      00008350
           MOVE CTE0-USERID         TO VDRG-USUARIO                     00008360
           CALL WK-VL9CDRG0       USING DCLVLDTDRG WK-DRG-CODRESP       00008370
           IF WK-DRG-CODRESP NOT = ZEROS                                00008380
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC                     00008390
              MOVE '98'                  TO CTE0-COD-RETORNO            00008400
              MOVE 'VLE0908'             TO CTE0-COD-ERROR-DEV          00008410
              MOVE 'VL9CDRG0'            TO CTE0-VAR1-ERROR             00008420
              PERFORM 9999-FIN                                          00008430
           END-IF                                                       00008440
           MOVE 'VLDTDRG '          TO W-TABLA-SQL                      00008450
           EXEC SQL                                                     00008460
                SET :VCTE-DRG-ID = IDENTITY_VAL_LOCAL()                 00008470
           END-EXEC                                                     00008480
           IF SQLCODE NOT = ZERO                                        00008490
              PERFORM 8900-ERROR-SQL                                    00008500
           END-IF                                                       00008510
           .                                                            00008520
      *                                                                *00008530
      *----------------------------------------------------------------*00008540
       2900-CIERRA-CERTIFICADO.                                         00008550
      *----------------------------------------------------------------*00008560
           MOVE 'VLDTCTE '          TO W-TABLA-SQL                      00008570
           EXEC SQL                                                     00008580
                UPDATE VLDTCTE                                          00008590
                   SET VCTE_NUMVERIF   = :VCTE-NUMVERIF                 00008600
                     , VCTE_NUM_TENENC = :VCTE-NUM-TENENC               00008610
                     , VCTE_TOTAL_PEN  = :VCTE-TOTAL-PEN                00008620
                     , VCTE_GRAVAMEN   = :VCTE-GRAVAMEN                 00008630
                     , VCTE_JFQ_ID     = :VCTE-JFQ-ID                   00008640
                     , VCTE_DRG_ID     = :VCTE-DRG-ID                   00008650
                 WHERE VCTE_ID         = :VCTE-ID                       00008660
           END-EXEC                                                     00008670
           IF SQLCODE NOT = ZERO                                        00008680
              PERFORM 8900-ERROR-SQL                                    00008690
           END-IF                                                       00008700
           PERFORM 6500-MUEVE-SALIDA                                    00008710
           MOVE W-PAGINAS           TO CTE0-S-PAGINAS                   00008720
           .                                                            00008730
      *                                                                *00008740
      *----------------------------------------------------------------*00008750
       3000-CERTIFICA-CUENTA.                                           00008760
      *----------------------------------------------------------------*00008770
           MOVE SPACES              TO W-LINEA                          00008780
           PERFORM 7000-ESCRIBE-LINEA                                   00008790
           IF W-IDIOMA-ING                                              00008800
              MOVE 'ACCOUNT '       TO LCU-TEXTO                        00008810
           ELSE                                                         00008820
              MOVE 'CUENTA  '       TO LCU-TEXTO                        00008830
           END-IF                                                       00008840
           MOVE W-CUENTA            TO LCU-CUENTA                       00008850
           MOVE W-LIN-CUENTA        TO W-LINEA                          00008860
           PERFORM 7000-ESCRIBE-LINEA                                   00008870
                                                                        00008880
      *    TENENCIAS: HOY DE VLDTADS; A FECHA ANTERIOR DE VLDTHIS Y, SI 00008890
      *    EL MES YA NO ESTA ALLI, DEL ARCHIVO VLDTHIA                  00008900
           IF NOT W-FUENTE-ADS                                          00008910
              MOVE ZEROS            TO W-EXISTE                         00008920
              MOVE 'VLDTHIS '       TO W-TABLA-SQL                      00008930
              EXEC SQL                                                  00008940
                   SELECT COUNT(*)                                      00008950
                     INTO :W-EXISTE                                     00008960
                     FROM VLDTHIS                                       00008970
                    WHERE VHIS_CTAVAL = :W-CUENTA                       00008980
                      AND VHIS_TIPGAS = 55                              00008990
                      AND VHIS_ANO    = :W-ANO-TEN                      00009000
                      AND VHIS_MES    = :W-MES-TEN                      00009010
              END-EXEC                                                  00009020
              IF SQLCODE NOT = ZERO                                     00009030
                 PERFORM 8900-ERROR-SQL                                 00009040
              END-IF                                                    00009050
              IF W-EXISTE > ZEROS                                       00009060
                 SET W-FUENTE-HIS   TO TRUE                             00009070
              ELSE                                                      00009080
                 SET W-FUENTE-HIA   TO TRUE                             00009090
              END-IF                                                    00009100
           END-IF                                                       00009110
                                                                        00009120
           EVALUATE TRUE                                                00009130
               WHEN W-FUENTE-ADS                                        00009140
                    MOVE 'VLDTADS '      TO W-TABLA-SQL                 00009150
                    EXEC SQL                                            00009160
                         OPEN VLDCCTE2                                  00009170
                    END-EXEC                                            00009180
               WHEN W-FUENTE-HIS                                        00009190
                    MOVE 'VLDTHIS '      TO W-TABLA-SQL                 00009200
                    EXEC SQL                                            00009210
                         OPEN VLDCCTE3                                  00009220
                    END-EXEC                                            00009230
               WHEN OTHER                                               00009240
                    MOVE 'VLDTHIA '      TO W-TABLA-SQL                 00009250
                    EXEC SQL                                            00009260
                         OPEN VLDCCTE4                                  00009270
                    END-EXEC                                            00009280
           END-EVALUATE                                                 00009290
           IF SQLCODE NOT = ZERO                                        00009300
              PERFORM 8900-ERROR-SQL                                    00009310
           END-IF                                                       00009320
           MOVE 'N'                 TO W-FIN-TENENCIAS                  00009330
           PERFORM 3100-FETCH-TENENCIA                                  00009340
           PERFORM 3200-LINEA-TENENCIA                                  00009350
              UNTIL FIN-TENENCIAS                                       00009360
           EVALUATE TRUE                                                00009370
               WHEN W-FUENTE-ADS                                        00009380
                    EXEC SQL                                            00009390
                         CLOSE VLDCCTE2                                 00009400
                    END-EXEC                                            00009410
               WHEN W-FUENTE-HIS                                        00009420
                    EXEC SQL                                            00009430
                         CLOSE VLDCCTE3                                 00009440
                    END-EXEC                                            00009450
               WHEN OTHER                                               00009460
                    EXEC SQL                                            00009470
                         CLOSE VLDCCTE4                                 00009480
                    END-EXEC                                            00009490
           END-EVALUATE                                                 00009500
           IF SQLCODE NOT = ZERO                                        00009510
              PERFORM 8900-ERROR-SQL                                    00009520
           END-IF                                                       00009530
                                                                        00009540
           PERFORM 4000-PRENDAS-CUENTA                                  00009550
           PERFORM 5000-EMBARGOS-CUENTA                                 00009560
           .                                                            00009570
      *                                                                *00009580
      *----------------------------------------------------------------*00009590
       3100-FETCH-TENENCIA.                                             00009600
      *----------------------------------------------------------------*00009610
      *    DEJA EN W-CODVALOR / W-TITULOS LA SIGUIENTE TENENCIA CON     00009620
      *    TITULOS A LA FECHA (LAS FILAS DEL MES EN CERO SE SALTAN)     00009630
           MOVE ZEROS               TO W-TITULOS                        00009640
           EVALUATE TRUE                                                00009650
               WHEN W-FUENTE-ADS                                        00009660
                    EXEC SQL                                            00009670
                         FETCH VLDCCTE2                                 00009680
                          INTO :W-CODVALOR                              00009690
                             , :W-TITULOS                               00009700
                    END-EXEC                                            00009710
               WHEN W-FUENTE-HIS                                        00009720
                    EXEC SQL                                            00009730
                         FETCH VLDCCTE3                                 00009740
                          INTO :W-CODVALOR                              00009750
                             , :WHIS-TITULOS1  , :WHIS-TITULOS2         00009760
                             , :WHIS-TITULOS3  , :WHIS-TITULOS4         00009770
                             , :WHIS-TITULOS5  , :WHIS-TITULOS6         00009780
                             , :WHIS-TITULOS7  , :WHIS-TITULOS8         00009790
                             , :WHIS-TITULOS9  , :WHIS-TITULOS10        00009800
                             , :WHIS-TITULOS11 , :WHIS-TITULOS12        00009810
                             , :WHIS-TITULOS13 , :WHIS-TITULOS14        00009820
                             , :WHIS-TITULOS15 , :WHIS-TITULOS16        00009830
                             , :WHIS-TITULOS17 , :WHIS-TITULOS18        00009840
                             , :WHIS-TITULOS19 , :WHIS-TITULOS20        00009850
                             , :WHIS-TITULOS21 , :WHIS-TITULOS22        00009860
                             , :WHIS-TITULOS23 , :WHIS-TITULOS24        00009870
                             , :WHIS-TITULOS25 , :WHIS-TITULOS26        00009880
                             , :WHIS-TITULOS27 , :WHIS-TITULOS28        00009890
                             , :WHIS-TITULOS29 , :WHIS-TITULOS30        00009900
                             , :WHIS-TITULOS31                          00009910
                    END-EXEC                                            00009920
               WHEN OTHER                                               00009930
                    EXEC SQL                                            00009940
                         FETCH VLDCCTE4                                 00009950
                          INTO :W-CODVALOR                              00009960
                             , :WHIS-TITULOS1  , :WHIS-TITULOS2         00009970
                             , :WHIS-TITULOS3  , :WHIS-TITULOS4         00009980
                             , :WHIS-TITULOS5  , :WHIS-TITULOS6         00009990
                             , :WHIS-TITULOS7  , :WHIS-TITULOS8         00010000
                             , :WHIS-TITULOS9  , :WHIS-TITULOS10        00010010
                             , :WHIS-TITULOS11 , :WHIS-TITULOS12        00010020
                             , :WHIS-TITULOS13 , :WHIS-TITULOS14        00010030
                             , :WHIS-TITULOS15 , :WHIS-TITULOS16        00010040
                             , :WHIS-TITULOS17 , :WHIS-TITULOS18        00010050
                             , :WHIS-TITULOS19 , :WHIS-TITULOS20        00010060
                             , :WHIS-TITULOS21 , :WHIS-TITULOS22        00010070
                             , :WHIS-TITULOS23 , :WHIS-TITULOS24        00010080
                             , :WHIS-TITULOS25 , :WHIS-TITULOS26        00010090
                             , :WHIS-TITULOS27 , :WHIS-TITULOS28        00010100
                             , :WHIS-TITULOS29 , :WHIS-TITULOS30        00010110
                             , :WHIS-TITULOS31                          00010120
                    END-EXEC                                            00010130
           END-EVALUATE                                                 00010140
           EVALUATE SQLCODE                                             00010150
               WHEN ZERO                                                00010160
                    IF NOT W-FUENTE-ADS                                 00010170
                       MOVE W-TEN-DD             TO IN-DIA              00010180
                       MOVE WHIS-TIT-DIA (IN-DIA) TO W-TITULOS          00010190
                    END-IF                                              00010200
               WHEN 100                                                 00010210
                    MOVE 'S'             TO W-FIN-TENENCIAS             00010220
               WHEN OTHER                                               00010230
                    PERFORM 8900-ERROR-SQL                              00010240
           END-EVALUATE                                                 00010250
           .                                                            00010260
      *                                                                *00010270
      *----------------------------------------------------------------*00010280
       3200-LINEA-TENENCIA.                                             00010290
      *----------------------------------------------------------------*00010300
           IF W-TITULOS > ZEROS                                         00010310
              PERFORM 3300-VALORIZA-TENENCIA                            00010320
              MOVE W-CODVALOR       TO LTE-CODVALOR                     00010330
              MOVE VXEN-NOMBRE      TO LTE-NOMBRE                       00010340
              MOVE W-TITULOS        TO LTE-TITULOS                      00010350
              MOVE W-PRECIO-SUST    TO LTE-SUSTITUTO                    00010360
              MOVE W-PRECIO         TO LTE-PRECIO                       00010370
              MOVE VXEN-CODDIVI     TO LTE-DIVISA                       00010380
              MOVE W-VALORADO       TO LTE-VALORADO                     00010390
              MOVE W-LIN-TENENCIA   TO W-LINEA                          00010400
              PERFORM 7000-ESCRIBE-LINEA                                00010410
              ADD 1                 TO VCTE-NUM-TENENC                  00010420
              ADD W-VALORADO-PEN    TO VCTE-TOTAL-PEN                   00010430
           END-IF                                                       00010440
           PERFORM 3100-FETCH-TENENCIA                                  00010450
           .                                                            00010460
      *                                                                *00010470
      *----------------------------------------------------------------*00010480
       3300-VALORIZA-TENENCIA.                                          00010490
      *----------------------------------------------------------------*00010500
           MOVE W-CODVALOR (01:03)  TO VXEN-PAVAL                       00010510
           MOVE W-CODVALOR (04:08)  TO VXEN-VALOR                       00010520
           MOVE W-CODVALOR (12:01)  TO VXEN-ISIN                        00010530
           MOVE 'VLDTXEN '          TO W-TABLA-SQL                      00010540
           EXEC SQL                                                     00010550
                SELECT  VXEN_NOMBRE                                     00010560
                     ,  VXEN_CODDIVI                                    00010570
                     ,  VXEN_NOMINEM                                    00010580
                  INTO :VXEN-NOMBRE                                     00010590
                     , :VXEN-CODDIVI                                    00010600
                     , :VXEN-NOMINEM                                    00010610
                  FROM  VLDTXEN                                         00010620
                 WHERE  VXEN_PAVAL  = :VXEN-PAVAL                       00010630
                   AND  VXEN_VALOR  = :VXEN-VALOR                       00010640
                   AND  VXEN_ISIN   = :VXEN-ISIN                        00010650
           END-EXEC                                                     00010660
           EVALUATE SQLCODE                                             00010670
               WHEN ZERO                                                00010680
                    CONTINUE                                            00010690
               WHEN 100                                                 00010700
                    MOVE SPACES          TO VXEN-NOMBRE                 00010710
                                            VXEN-CODDIVI                00010720
                    MOVE ZEROS           TO VXEN-NOMINEM                00010730
               WHEN OTHER                                               00010740
                    PERFORM 8900-ERROR-SQL                              00010750
           END-EVALUATE                                                 00010760
                                                                        00010770
      *    ULTIMO CIERRE A LA FECHA; SIN COTIZACION SE USA EL NOMINAL   00010780
      *    COMO SUSTITUTO Y LA LINEA SE MARCA CON '*'                   00010790
           MOVE W-CODVALOR          TO VCAM-CODVALOR                    00010800
           MOVE W-FECTENEN          TO VCAM-FECDIA                      00010810
           MOVE SPACES              TO W-PRECIO-SUST                    00010820
           MOVE 'VLDTCAM '          TO W-TABLA-SQL                      00010830
           EXEC SQL                                                     00010840
                OPEN VLDCCAM                                            00010850
           END-EXEC                                                     00010860
           IF SQLCODE NOT = ZERO                                        00010870
              PERFORM 8900-ERROR-SQL                                    00010880
           END-IF                                                       00010890
           EXEC SQL                                                     00010900
                FETCH VLDCCAM                                           00010910
                 INTO :VCAM-CIERRE-D                                    00010920
                    , :VCAM-FECDIA                                      00010930
                    , :VCAM-FILLER                                      00010940
           END-EXEC                                                     00010950
           EVALUATE SQLCODE                                             00010960
               WHEN ZERO                                                00010970
                    MOVE VCAM-FILLER(01:05)  TO WS-NEGLOT               00010980
                    IF WS-TIPNEG = 'L' AND WA-NEGLOT > 0                00010990
                       COMPUTE VCAM-CIERRE-D = VCAM-CIERRE-D / WA-NEGLOT00011000
                    END-IF                                              00011010
                    MOVE VCAM-CIERRE-D   TO W-PRECIO                    00011020
               WHEN 100                                                 00011030
                    MOVE VXEN-NOMINEM    TO W-PRECIO                    00011040
                    MOVE '*'             TO W-PRECIO-SUST               00011050
               WHEN OTHER                                               00011060
                    PERFORM 8900-ERROR-SQL                              00011070
           END-EVALUATE                                                 00011080
           EXEC SQL                                                     00011090
                CLOSE VLDCCAM                                           00011100
           END-EXEC                                                     00011110
           IF SQLCODE NOT = ZERO                                        00011120
              PERFORM 8900-ERROR-SQL                                    00011130
           END-IF                                                       00011140
           COMPUTE W-VALORADO ROUNDED = W-TITULOS * W-PRECIO            00011150
                                                                        00011160
      *    CAMBIO A PEN DE LA FECHA (VLDTFXR, PEN POR UNIDAD)           00011170
           IF VXEN-CODDIVI = 'PEN' OR VXEN-CODDIVI = SPACES             00011180
              MOVE 1                TO W-CAMBIO                         00011190
           ELSE                                                         00011200
              MOVE VXEN-CODDIVI     TO VFXR-MONEDA                      00011210
              MOVE ZEROS            TO W-CAMBIO                         00011220
              MOVE 'VLDTFXR '       TO W-TABLA-SQL                      00011230
              EXEC SQL                                                  00011240
                   SELECT VFXR_TIPOCAM                                  00011250
                     INTO :W-CAMBIO                                     00011260
                     FROM VLDTFXR                                       00011270
                    WHERE VFXR_MONEDA = :VFXR-MONEDA                    00011280
                      AND VFXR_FECDIA =                                 00011290
                          (SELECT MAX(F2.VFXR_FECDIA)                   00011300
                             FROM VLDTFXR F2                            00011310
                            WHERE F2.VFXR_MONEDA  = :VFXR-MONEDA        00011320
                              AND F2.VFXR_FECDIA <= :W-FECTENEN)        00011330
              END-EXEC                                                  00011340
              IF SQLCODE NOT = ZERO AND 100                             00011350
                 PERFORM 8900-ERROR-SQL                                 00011360
              END-IF                                                    00011370
           END-IF                                                       00011380
           COMPUTE W-VALORADO-PEN ROUNDED = W-VALORADO * W-CAMBIO       00011390
           .                                                            00011400
      *                                                                *00011410
      *----------------------------------------------------------------*00011420
       4000-PRENDAS-CUENTA.                                             00011430
      *----------------------------------------------------------------*00011440
           MOVE 'VLDTPRE '          TO W-TABLA-SQL                      00011450
           EXEC SQL                                                     00011460
                OPEN VLDCCTE5                                           00011470
           END-EXEC                                                     00011480
           IF SQLCODE NOT = ZERO                                        00011490
              PERFORM 8900-ERROR-SQL                                    00011500
           END-IF                                                       00011510
           MOVE 'N'                 TO W-FIN-GRAVAMENES                 00011520
           PERFORM 4100-FETCH-PRENDA                                    00011530
              UNTIL FIN-GRAVAMENES                                      00011540
           EXEC SQL                                                     00011550
                CLOSE VLDCCTE5                                          00011560
           END-EXEC                                                     00011570
           IF SQLCODE NOT = ZERO                                        00011580
              PERFORM 8900-ERROR-SQL                                    00011590
           END-IF                                                       00011600
           .                                                            00011610
      *                                                                *00011620
      *----------------------------------------------------------------*00011630
       4100-FETCH-PRENDA.                                               00011640
      *----------------------------------------------------------------*00011650
           EXEC SQL                                                     00011660
                FETCH VLDCCTE5                                          00011670
                 INTO :VPRE-PAVAL                                       00011680
                    , :VPRE-VALOR                                       00011690
                    , :VPRE-ISIN                                        00011700
                    , :VPRE-CANTIDAD                                    00011710
                    , :VPRE-ACREEDOR                                    00011720
           END-EXEC                                                     00011730
           EVALUATE SQLCODE                                             00011740
               WHEN ZERO                                                00011750
                    MOVE 'S'             TO VCTE-GRAVAMEN               00011760
                    IF W-IDIOMA-ING                                     00011770
                       MOVE 'PLEDGE  '   TO LPR-TEXTO                   00011780
                    ELSE                                                00011790
                       MOVE 'PRENDA  '   TO LPR-TEXTO                   00011800
                    END-IF                                              00011810
                    MOVE VPRE-PAVAL      TO LPR-CODVALOR (01:03)        00011820
                    MOVE VPRE-VALOR      TO LPR-CODVALOR (04:08)        00011830
                    MOVE VPRE-ISIN       TO IN-DIA                      00011840
                    MOVE IN-DIA (2:1)    TO LPR-CODVALOR (12:01)        00011850
                    MOVE VPRE-CANTIDAD   TO LPR-CANTIDAD                00011860
                    MOVE VPRE-ACREEDOR   TO LPR-ACREEDOR                00011870
                    MOVE W-LIN-PRENDA    TO W-LINEA                     00011880
                    PERFORM 7000-ESCRIBE-LINEA                          00011890
               WHEN 100                                                 00011900
                    MOVE 'S'             TO W-FIN-GRAVAMENES            00011910
               WHEN OTHER                                               00011920
                    PERFORM 8900-ERROR-SQL                              00011930
           END-EVALUATE                                                 00011940
           .                                                            00011950
      *                                                                *00011960
      *----------------------------------------------------------------*00011970
       5000-EMBARGOS-CUENTA.                                            00011980
      *----------------------------------------------------------------*00011990
           MOVE 'VLDTEMB '          TO W-TABLA-SQL                      00012000
           EXEC SQL                                                     00012010
                OPEN VLDCCTE6                                           00012020
           END-EXEC                                                     00012030
           IF SQLCODE NOT = ZERO                                        00012040
              PERFORM 8900-ERROR-SQL                                    00012050
           END-IF                                                       00012060
           MOVE 'N'                 TO W-FIN-GRAVAMENES                 00012070
           PERFORM 5100-FETCH-EMBARGO                                   00012080
              UNTIL FIN-GRAVAMENES                                      00012090
           EXEC SQL                                                     00012100
                CLOSE VLDCCTE6                                          00012110
           END-EXEC                                                     00012120
           IF SQLCODE NOT = ZERO                                        00012130
              PERFORM 8900-ERROR-SQL                                    00012140
           END-IF                                                       00012150
           .                                                            00012160
      *                                                                *00012170
      *----------------------------------------------------------------*00012180
       5100-FETCH-EMBARGO.                                              00012190
      *----------------------------------------------------------------*00012200
           EXEC SQL                                                     00012210
                FETCH VLDCCTE6                                          00012220
                 INTO :VEMB-REF-JUDICIAL                                00012230
                    , :VEMB-JUZGADO                                     00012240
                    , :VEMB-IMPORTE                                     00012250
                    , :VEMB-MONEDA                                      00012260
           END-EXEC                                                     00012270
           EVALUATE SQLCODE                                             00012280
               WHEN ZERO                                                00012290
                    MOVE 'S'               TO VCTE-GRAVAMEN             00012300
                    IF W-IDIOMA-ING                                     00012310
                       MOVE 'ATTACHM '     TO LEM-TEXTO                 00012320
                    ELSE                                                00012330
                       MOVE 'EMBARGO '     TO LEM-TEXTO                 00012340
                    END-IF                                              00012350
                    MOVE VEMB-REF-JUDICIAL TO LEM-REF-JUDICIAL          00012360
                    MOVE VEMB-JUZGADO      TO LEM-JUZGADO               00012370
                    MOVE VEMB-IMPORTE      TO LEM-IMPORTE               00012380
                    MOVE VEMB-MONEDA       TO LEM-MONEDA                00012390
                    MOVE W-LIN-EMBARGO     TO W-LINEA                   00012400
                    PERFORM 7000-ESCRIBE-LINEA                          00012410
               WHEN 100                                                 00012420
                    MOVE 'S'               TO W-FIN-GRAVAMENES          00012430
               WHEN OTHER                                               00012440
                    PERFORM 8900-ERROR-SQL                              00012450
           END-EVALUATE                                                 00012460
           .                                                            00012470
      *                                                                *00012480
      *----------------------------------------------------------------*00012490
       6000-VERIFICA-CERTIFICADO.                                       00012500
      *----------------------------------------------------------------*00012510
      *    EL TERCERO INDICA EL NUMERO DE VERIFICACION Y LA CUENTA QUE  00012520
      *    FIGURAN EN EL CERTIFICADO; AMBOS DEBEN COINCIDIR             00012530
           IF CTE0-NUMVERIF NOT NUMERIC OR CTE0-NUMVERIF = ZEROS        00012540
              OR CTE0-CUENTA NOT > ZEROS                                00012550
              MOVE '01'                  TO CTE0-COD-RETORNO            00012560
              MOVE 'VLE2409'             TO CTE0-COD-ERROR-DEV          00012570
              MOVE 'NUMVERIF'            TO CTE0-VAR1-ERROR             00012580
              PERFORM 9999-FIN                                          00012590
           END-IF                                                       00012600
           MOVE CTE0-NUMVERIF       TO VCTE-NUMVERIF                    00012610
           DIVIDE CTE0-NUMVERIF BY 1000 GIVING VCTE-ID                  00012620
           MOVE CTE0-CUENTA         TO VCTE-CUENTA                      00012630
           MOVE 'VLDTCTE '          TO W-TABLA-SQL                      00012640
           EXEC SQL                                                     00012650
                SELECT  VCTE_NUMCLI                                     00012660
                     ,  VCTE_ALCANCE                                    00012670
                     ,  VCTE_FECTENEN                                   00012680
                     ,  VCTE_IDIOMA                                     00012690
                     ,  VCTE_NUM_TENENC                                 00012700
                     ,  VCTE_TOTAL_PEN                                  00012710
                     ,  VCTE_GRAVAMEN                                   00012720
                     ,  VCTE_JFQ_ID                                     00012730
                     ,  VCTE_DRG_ID                                     00012740
                     ,  VCTE_FECEMI                                     00012750
                     ,  VCTE_HOREMI                                     00012760
                     ,  VCTE_NUMTER                                     00012770
                     ,  VCTE_USUARIO                                    00012780
                  INTO :VCTE-NUMCLI                                     00012790
                     , :VCTE-ALCANCE                                    00012800
                     , :VCTE-FECTENEN                                   00012810
                     , :VCTE-IDIOMA                                     00012820
                     , :VCTE-NUM-TENENC                                 00012830
                     , :VCTE-TOTAL-PEN                                  00012840
                     , :VCTE-GRAVAMEN                                   00012850
                     , :VCTE-JFQ-ID                                     00012860
                     , :VCTE-DRG-ID                                     00012870
                     , :VCTE-FECEMI                                     00012880
                     , :VCTE-HOREMI                                     00012890
                     , :VCTE-NUMTER                                     00012900
                     , :VCTE-USUARIO                                    00012910
                  FROM  VLDTCTE                                         00012920
                 WHERE  VCTE_ID       = :VCTE-ID                        00012930
                   AND  VCTE_NUMVERIF = :VCTE-NUMVERIF                  00012940
                   AND  VCTE_CUENTA   = :VCTE-CUENTA                    00012950
           END-EXEC                                                     00012960
           EVALUATE SQLCODE                                             00012970
               WHEN ZERO                                                00012980
                    CONTINUE                                            00012990
               WHEN 100                                                 00013000
                    MOVE '02'            TO CTE0-COD-RETORNO            00013010
                    MOVE 'VLE2412'       TO CTE0-COD-ERROR-DEV          00013020
                    MOVE 'NUMVERIF'      TO CTE0-VAR1-ERROR             00013030
                    PERFORM 9999-FIN                                    00013040
               WHEN OTHER                                               00013050
                    PERFORM 8900-ERROR-SQL                              00013060
           END-EVALUATE                                                 00013070
                                                                        00013080
      *    EL DOCUMENTO DEBE CONSTAR EN EL REGISTRO DE DOCUMENTOS       00013090
           MOVE ZEROS               TO W-EXISTE                         00013100
           MOVE 'VLDTDRG '          TO W-TABLA-SQL                      00013110
           EXEC SQL                                                     00013120
                SELECT COUNT(*)                                         00013130
                  INTO :W-EXISTE                                        00013140
                  FROM VLDTDRG                                          00013150
                 WHERE VDRG_ID      = :VCTE-DRG-ID                      00013160
                   AND VDRG_CUENTA  = :VCTE-CUENTA                      00013170
                   AND VDRG_TIPODOC = 'CERTTENE'                        00013180
           END-EXEC                                                     00013190
           IF SQLCODE NOT = ZERO                                        00013200
              PERFORM 8900-ERROR-SQL                                    00013210
           END-IF                                                       00013220
           IF W-EXISTE = ZEROS                                          00013230
              MOVE '02'                  TO CTE0-COD-RETORNO            00013240
              MOVE 'VLE2412'             TO CTE0-COD-ERROR-DEV          00013250
              MOVE 'VLDTDRG '            TO CTE0-VAR1-ERROR             00013260
              PERFORM 9999-FIN                                          00013270
           END-IF                                                       00013280
           PERFORM 6500-MUEVE-SALIDA                                    00013290
           .                                                            00013300
      *                                                                *00013310
      *----------------------------------------------------------------*00013320
       6500-MUEVE-SALIDA.                                               00013330
      *----------------------------------------------------------------*00013340
           MOVE VCTE-NUMVERIF       TO CTE0-S-NUMVERIF                  00013350
           MOVE VCTE-CUENTA         TO CTE0-S-CUENTA                    00013360
           MOVE VCTE-NUMCLI         TO CTE0-S-NUMCLI                    00013370
           MOVE VCTE-ALCANCE        TO CTE0-S-ALCANCE                   00013380
           MOVE VCTE-FECTENEN       TO CTE0-S-FECTENEN                  00013390
           MOVE VCTE-IDIOMA         TO CTE0-S-IDIOMA                    00013400
           MOVE VCTE-NUM-TENENC     TO CTE0-S-NUM-TENENC                00013410
           MOVE VCTE-TOTAL-PEN      TO CTE0-S-TOTAL-PEN                 00013420
           MOVE VCTE-GRAVAMEN       TO CTE0-S-GRAVAMEN                  00013430
           MOVE VCTE-FECEMI         TO CTE0-S-FECEMI                    00013440
           MOVE VCTE-USUARIO        TO CTE0-S-USUARIO                   00013450
           MOVE VCTE-JFQ-ID         TO CTE0-S-JFQ-ID                    00013460
           MOVE VCTE-DRG-ID         TO CTE0-S-DRG-ID                    00013470
           .                                                            00013480
      *                                                                *00013490
      *----------------------------------------------------------------*00013500
       7000-ESCRIBE-LINEA.                                              00013510
      *----------------------------------------------------------------*00013520
      *    LA PAGINA LLENA SE ENCOLA EN JETFORM (COMO VL4CDPER)         00013530
           ADD  1                   TO IX-PAG                           00013540
           MOVE W-LINEA             TO PAG-LINEA (IX-PAG)               00013550
           MOVE SPACES              TO W-LINEA                          00013560
           IF IX-PAG = 25                                               00013570
              PERFORM 7100-ENCOLA-PAGINA                                00013580
           END-IF                                                       00013590
           .                                                            00013600
      *                                                                *00013610
      *----------------------------------------------------------------*00013620
       7100-ENCOLA-PAGINA.                                              00013630
      *----------------------------------------------------------------*00013640
           INITIALIZE DCLVLDTJFQ                                        00013650
           MOVE VCTE-FECEMI         TO VJFQ-FECHA                       00013660
                                       VJFQ-FECULT                      00013670
           MOVE W-HORA-CURRENT-N    TO VJFQ-HORA                        00013680
           MOVE VCTE-CUENTA         TO VJFQ-CUENTA                      00013690
           MOVE WK-FORMATO-CTE      TO VJFQ-FORMATO                     00013700
           MOVE 'P'                 TO VJFQ-ESTADO                      00013710
           MOVE ZEROS               TO VJFQ-REINTENTOS                  00013720
           MOVE CTE0-TERMINAL       TO VJFQ-NUMTER                      00013730
           MOVE CTE0-USERID         TO VJFQ-USUARIO                     00013740
           MOVE SPACES              TO VJFQ-CONTENIDO-TEXT              00013750
      *    25 LINEAS DE 80                                              00013760
           MOVE W-PAGINA            TO VJFQ-CONTENIDO-TEXT (1:2000)     00013770
           MOVE 2000                TO VJFQ-CONTENIDO-LEN               00013780
           MOVE 'VLDTJFQ '          TO W-TABLA-SQL                      00013790
           EXEC SQL                                                     00013800
                INSERT INTO VLDTJFQ                                     00013810
                      ( VJFQ_FECHA                                      00013820
                      , VJFQ_HORA                                       00013830
                      , VJFQ_CUENTA                                     00013840
                      , VJFQ_FORMATO                                    00013850
                      , VJFQ_ESTADO                                     00013860
                      , VJFQ_REINTENTOS                                 00013870
                      , VJFQ_FECULT                                     00013880
                      , VJFQ_NUMTER                                     00013890
                      , VJFQ_USUARIO                                    00013900
                      , VJFQ_CONTENIDO )                                00013910
                VALUES                                                  00013920
                      ( :VJFQ-FECHA                                     00013930
                      , :VJFQ-HORA                                      00013940
                      , :VJFQ-CUENTA                                    00013950
                      , :VJFQ-FORMATO                                   00013960
                      , :VJFQ-ESTADO                                    00013970
                      , :VJFQ-REINTENTOS                                00013980
                      , :VJFQ-FECULT                                    00013990
                      , :VJFQ-NUMTER                                    00014000
                      , :VJFQ-USUARIO                                   00014010
                      , :VJFQ-CONTENIDO )                               00014020
           END-EXEC                                                     00014030
           IF SQLCODE NOT = ZERO                                        00014040
              PERFORM 8900-ERROR-SQL                                    00014050
           END-IF                                                       00014060
           ADD 1                    TO W-PAGINAS                        00014070
      *    EL ID DE COLA DE LA PRIMERA PAGINA IDENTIFICA EL DOCUMENTO   00014080
           IF W-PAGINAS = 1                                             00014090
              EXEC SQL                                                  00014100
                   SET :WK-JFQ-ID-GEN = IDENTITY_VAL_LOCAL()            00014110
              END-EXEC                                                  00014120
              IF SQLCODE = ZERO                                         00014130
                 MOVE WK-JFQ-ID-GEN TO VCTE-JFQ-ID                      00014140
              END-IF                                                    00014150
           END-IF                                                       00014160
           MOVE SPACES              TO W-PAGINA                         00014170
           MOVE ZEROS               TO IX-PAG                           00014180
           .                                                            00014190
      *                                                                *00014200
      *----------------------------------------------------------------*00014210
       8900-ERROR-SQL.                                                  00014220
      *----------------------------------------------------------------*00014230
      *    SE DESHACE LO YA GRABADO (CERTIFICADO, PAGINAS Y REGISTRO)   00014240
           MOVE '99'                  TO CTE0-COD-RETORNO               00014250
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00014260
           MOVE 'VLE1000'             TO CTE0-COD-ERROR-DEV             00014270
           MOVE W-TABLA-SQL           TO CTE0-VAR1-ERROR                00014280
           MOVE W-SQLCODE-EDIT        TO CTE0-VAR2-ERROR                00014290
           IF CTE0-EMITE                                                00014300
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC                     00014310
           END-IF                                                       00014320
           PERFORM 9999-FIN.                                            00014330
      *                                                                *00014340
      *----------------------------------------------------------------*00014350
       9999-FIN.                                                        00014360
      *----------------------------------------------------------------*00014370
           EXEC CICS                                                    00014380
              RETURN                                                    00014390
           END-EXEC.                                                    00014400
      *=================================================================00014410
      *   FIN DEL PROGRAMA                                              00014420
      *=================================================================00014430
