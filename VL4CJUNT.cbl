       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CJUNT.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RELACION DE TENEDORES A FECHA DE REGISTRO Y          *00000060
      *           CONVOCATORIA A JUNTA DE ACCIONISTAS POR EMISOR.      *00000070
      *           RECORRE TODOS LOS CODIGOS DE VLDTXEN DEL EMISOR      *00000080
      *           (VXEN_EMISOR) Y OBTIENE LOS TITULOS DE CADA CUENTA   *00000090
      *           A LA FECHA DE REGISTRO: SI ES HOY, EL DEPOSITO DE    *00000100
      *           VLDTADS; SI ES ANTERIOR, EL DIA CORRESPONDIENTE DE   *00000110
      *           VLDTHIS (TIPGAS 55). CON LOS DATOS DEL CLIENTE DE    *00000120
      *           VLDTXMI GRABA:                                       *00000130
      *             - S1DQJUNT: RELACION PARA EL EMISOR / CAVALI       *00000140
      *               (REGISTRO 'TENE' POR CUENTA Y CODIGO Y UN        *00000150
      *               REGISTRO FINAL 'TOTL' DE CONTROL)                *00000160
      *             - UNA CONVOCATORIA POR CUENTA, QUE HONRA EL CANAL  *00000170
      *               DEL DOMICILIO DE CORRESPONDENCIA (VADT_CANALENT):*00000180
      *               'E' AL EXTRACTO ELECTRONICO S2DQJUNE Y EL RESTO  *00000190
      *               A LA COLA PERSISTENTE VLDTJFQ (FORMATO VLFJUNT0),*00000200
      *               COMO VL4CCUFI. CADA CONVOCATORIA QUEDA EN EL     *00000210
      *               REGISTRO DE DOCUMENTOS VLDTDRG (VL9CDRG0).       *00000220
      *             - S1RJUNT: LISTADO DE CONTROL.                     *00000230
      * SYSIN   : 1. EMISOR X(40) (COMO FIGURA EN VXEN_EMISOR)         *00000240
      *           2. FECHA DE REGISTRO AAAAMMDD (NO POSTERIOR A HOY)   *00000250
      *           3. FECHA DE LA JUNTA AAAAMMDD                        *00000260
      *           4. LUGAR / OBSERVACION DE LA JUNTA X(60)             *00000270
      * FECHA   : 15-10-2026                                           *00000280
      ******************************************************************00000290
      ******************************************************************00000300
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000310
      *---------- ---------- ---------------- -------------------------*00000320
      *RITM49153  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      *RITM49201  15-10-2026 LUIS RIVERA H.   SIN CONSENTIMIENTO DEL   *00000341
      *                                       CLIENTE PARA EL CANAL    *00000342
      *                                       ELECTRONICO (VL9CCNS0) LA*00000343
      *                                       CONVOCATORIA VA EN PAPEL *00000344
      *                                       POR LA COLA JETFORM.     *00000345
      *---------- ---------- ---------------- -------------------------*00000346
      ******************************************************************00000350
       ENVIRONMENT DIVISION.                                            00000360
       CONFIGURATION SECTION.                                           00000370
       SPECIAL-NAMES.                                                   00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
                                                                        00000410
           SELECT S1DQJUNT  ASSIGN       TO S1DQJUNT                    00000420
                            FILE STATUS  IS FS-SJUNT.                   00000430
                                                                        00000440
           SELECT S2DQJUNE  ASSIGN       TO S2DQJUNE                    00000450
                            FILE STATUS  IS FS-SJUNE.                   00000460
                                                                        00000470
           SELECT S1RJUNT   ASSIGN       TO S1RJUNT                     00000480
                            FILE STATUS  IS FS-SRJUNT.                  00000490
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
      *                                                                *00000520
       FD  S1DQJUNT                                                     00000530
           RECORDING MODE  IS  F                                        00000540
           LABEL  RECORDS  IS  STANDARD                                 00000550
           DATA   RECORD   IS  REG-S1DQJUNT.                            00000560
         01 REG-S1DQJUNT           PIC X(150).                          00000570
      *                                                                *00000580
       FD  S2DQJUNE                                                     00000590
           RECORDING MODE  IS  F                                        00000600
           LABEL  RECORDS  IS  STANDARD                                 00000610
           DATA   RECORD   IS  REG-S2DQJUNE.                            00000620
         01 REG-S2DQJUNE           PIC X(132).                          00000630
      *                                                                *00000640
       FD  S1RJUNT                                                      00000650
           RECORDING MODE  IS  F                                        00000660
           LABEL  RECORDS  IS  STANDARD                                 00000670
           DATA   RECORD   IS  SAL-RJUNT.                               00000680
         01 SAL-RJUNT              PIC X(132).                          00000690
      *                                                                 00000700
      ******************************************************************00000710
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000720
      ******************************************************************00000730
       WORKING-STORAGE SECTION.                                         00000740
      *************************                                         00000750
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CJUNT'.          00000760
      *                                                                 00000770
      * COLA PERSISTENTE DE IMPRESION JETFORM                           00000780
           COPY VLCPTJFQ.                                               00000790
       77  WK-FORMATO-JUNTA        PIC X(08) VALUE 'VLFJUNT0'.          00000800
      * REGISTRO DE DOCUMENTOS GENERADOS                                00000810
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00000820
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00000830
       77  WK-JFQ-ID-GEN           PIC S9(9) COMP-3 VALUE ZEROS.        00000840
       77  WK-CANAL-DOC            PIC X(01) VALUE 'P'.                 00000850
           COPY VLCPTDRG.                                               00000860
      *                                                                 00000870
      * LINEAS DE LA CONVOCATORIA (6 LINEAS DE 80)                      00000880
       01  W-DOC-JUNTA.                                                 00000890
           05 DOC-LINEA-1.                                              00000900
              10 FILLER            PIC X(35) VALUE                      00000910
                 'CONVOCATORIA A JUNTA DE ACCIONISTAS'.                 00000920
              10 FILLER            PIC X(10) VALUE '  CUENTA: '.        00000930
              10 DOC-CUENTA        PIC 9(07).                           00000940
              10 FILLER            PIC X(28) VALUE SPACES.              00000950
           05 DOC-LINEA-2.                                              00000960
              10 FILLER            PIC X(09) VALUE 'EMISOR : '.         00000970
              10 DOC-EMISOR        PIC X(40).                           00000980
              10 FILLER            PIC X(31) VALUE SPACES.              00000990
           05 DOC-LINEA-3.                                              00001000
              10 FILLER            PIC X(09) VALUE 'TITULAR: '.         00001010
              10 DOC-DENOM         PIC X(40).                           00001020
              10 FILLER            PIC X(31) VALUE SPACES.              00001030
           05 DOC-LINEA-4.                                              00001040
              10 FILLER            PIC X(25) VALUE                      00001050
                 'FECHA DE LA JUNTA       :'.                           00001060
              10 FILLER            PIC X(01) VALUE SPACES.              00001070
              10 DOC-FECJUNTA      PIC 9(08).                           00001080
              10 FILLER            PIC X(22) VALUE                      00001090
                 '  FECHA DE REGISTRO : '.                              00001100
              10 DOC-FECREG        PIC 9(08).                           00001110
              10 FILLER            PIC X(16) VALUE SPACES.              00001120
           05 DOC-LINEA-5.                                              00001130
              10 FILLER            PIC X(25) VALUE                      00001140
                 'TITULOS AL REGISTRO     :'.                           00001150
              10 FILLER            PIC X(01) VALUE SPACES.              00001160
              10 DOC-TITULOS       PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001170
              10 FILLER            PIC X(37) VALUE SPACES.              00001180
           05 DOC-LINEA-6.                                              00001190
              10 FILLER            PIC X(08) VALUE 'LUGAR : '.          00001200
              10 DOC-LUGAR         PIC X(60).                           00001210
              10 FILLER            PIC X(12) VALUE SPACES.              00001220
      *                                                                 00001230
      * RELACION DE TENEDORES PARA EL EMISOR / CAVALI                   00001240
       01  SALIDA-TENEDOR.                                              00001250
           05 JUN-TIPO-REG         PIC X(04) VALUE 'TENE'.              00001260
           05 JUN-PARTICIPANTE     PIC X(08) VALUE 'SAB0011 '.          00001270
           05 JUN-FECREG           PIC 9(08).                           00001280
           05 JUN-CODVALOR         PIC X(12).                           00001290
           05 JUN-CUENTA           PIC 9(07).                           00001300
           05 JUN-NIF              PIC X(11).                           00001310
           05 JUN-NOMBRE           PIC X(60).                           00001320
           05 JUN-TITULOS          PIC 9(13).                           00001330
           05 FILLER               PIC X(27) VALUE SPACES.              00001340
       01  SALIDA-TOTAL-JUN REDEFINES SALIDA-TENEDOR.                   00001350
           05 JTO-TIPO-REG         PIC X(04).                           00001360
           05 JTO-PARTICIPANTE     PIC X(08).                           00001370
           05 JTO-FECREG           PIC 9(08).                           00001380
           05 JTO-REGISTROS        PIC 9(09).                           00001390
           05 JTO-TITULOS          PIC 9(15).                           00001400
           05 JTO-EMISOR           PIC X(40).                           00001410
           05 FILLER               PIC X(66).                           00001420
      *                                                                 00001430
      * PARAMETROS (SYSIN)                                              00001440
       01  WS-PARAMETROS.                                               00001450
           05 WA-CARD-EMISOR       PIC X(40) VALUE SPACES.              00001460
           05 WA-CARD-FECREG       PIC X(08) VALUE SPACES.              00001470
           05 WA-CARD-FECREG-N REDEFINES WA-CARD-FECREG PIC 9(08).      00001480
           05 WA-CARD-FECREG-R REDEFINES WA-CARD-FECREG.                00001490
              10 WA-CARD-REG-AAAA  PIC 9(04).                           00001500
              10 WA-CARD-REG-MM    PIC 9(02).                           00001510
              10 WA-CARD-REG-DD    PIC 9(02).                           00001520
           05 WA-CARD-FECJUNTA     PIC X(08) VALUE SPACES.              00001530
           05 WA-CARD-FECJUNTA-N REDEFINES WA-CARD-FECJUNTA PIC 9(08).  00001540
           05 WA-CARD-LUGAR        PIC X(60) VALUE SPACES.              00001550
      *                                                                 00001560
       01  WS-VARIOS.                                                   00001570
           05 SW-FIN-CUR-TEN       PIC X(02) VALUE SPACES.              00001580
              88 FIN-CUR-TEN                 VALUE 'SI'.                00001590
      *    ORIGEN DE LA POSICION: 'A' VLDTADS (HOY) / 'H' VLDTHIS       00001600
           05 SW-FUENTE            PIC X(01) VALUE 'A'.                 00001610
              88 FUENTE-VLDTADS              VALUE 'A'.                 00001620
              88 FUENTE-VLDTHIS              VALUE 'H'.                 00001630
           05 SW-ENTREGA           PIC X(01) VALUE 'P'.                 00001640
              88 ENTREGA-ELECTRONICA         VALUE 'E'.                 00001650
           05 WK-CUENTA            PIC S9(7)V      COMP-3 VALUE ZEROS.  00001660
           05 WK-CUENTA-ANT        PIC S9(7)V      COMP-3 VALUE ZEROS.  00001670
           05 WK-CODVALOR          PIC X(12)             VALUE SPACES.  00001680
           05 WK-TITULOS           PIC S9(13)V     COMP-3 VALUE ZEROS.  00001690
           05 WK-TIT-CUENTA        PIC S9(15)V     COMP-3 VALUE ZEROS.  00001700
           05 WK-ISIN-X            PIC X(01)             VALUE SPACES.  00001710
           05 WK-CODIGOS           PIC S9(5)       COMP-3 VALUE ZEROS.  00001720
      *                                                                 00001730
      * TITULOS DEL MES (31 DIAS COMO TABLA, VER VL4CCORP)              00001740
       01  W-HIS-TITULOS.                                               00001750
           05 WHIS-TITULOS1       PIC S9(13)V     COMP-3.               00001760
           05 WHIS-TITULOS2       PIC S9(13)V     COMP-3.               00001770
           05 WHIS-TITULOS3       PIC S9(13)V     COMP-3.               00001780
           05 WHIS-TITULOS4       PIC S9(13)V     COMP-3.               00001790
           05 WHIS-TITULOS5       PIC S9(13)V     COMP-3.               00001800
           05 WHIS-TITULOS6       PIC S9(13)V     COMP-3.               00001810
           05 WHIS-TITULOS7       PIC S9(13)V     COMP-3.               00001820
           05 WHIS-TITULOS8       PIC S9(13)V     COMP-3.               00001830
           05 WHIS-TITULOS9       PIC S9(13)V     COMP-3.               00001840
           05 WHIS-TITULOS10      PIC S9(13)V     COMP-3.               00001850
           05 WHIS-TITULOS11      PIC S9(13)V     COMP-3.               00001860
           05 WHIS-TITULOS12      PIC S9(13)V     COMP-3.               00001870
           05 WHIS-TITULOS13      PIC S9(13)V     COMP-3.               00001880
           05 WHIS-TITULOS14      PIC S9(13)V     COMP-3.               00001890
           05 WHIS-TITULOS15      PIC S9(13)V     COMP-3.               00001900
           05 WHIS-TITULOS16      PIC S9(13)V     COMP-3.               00001910
           05 WHIS-TITULOS17      PIC S9(13)V     COMP-3.               00001920
           05 WHIS-TITULOS18      PIC S9(13)V     COMP-3.               00001930
           05 WHIS-TITULOS19      PIC S9(13)V     COMP-3.               00001940
           05 WHIS-TITULOS20      PIC S9(13)V     COMP-3.               00001950
           05 WHIS-TITULOS21      PIC S9(13)V     COMP-3.               00001960
           05 WHIS-TITULOS22      PIC S9(13)V     COMP-3.               00001970
           05 WHIS-TITULOS23      PIC S9(13)V     COMP-3.               00001980
           05 WHIS-TITULOS24      PIC S9(13)V     COMP-3.               00001990
           05 WHIS-TITULOS25      PIC S9(13)V     COMP-3.               00002000
           05 WHIS-TITULOS26      PIC S9(13)V     COMP-3.               00002010
           05 WHIS-TITULOS27      PIC S9(13)V     COMP-3.               00002020
           05 WHIS-TITULOS28      PIC S9(13)V     COMP-3.               00002030
           05 WHIS-TITULOS29      PIC S9(13)V     COMP-3.               00002040
           05 WHIS-TITULOS30      PIC S9(13)V     COMP-3.               00002050
           05 WHIS-TITULOS31      PIC S9(13)V     COMP-3.               00002060
       01  W-HIS-TITULOS-R REDEFINES W-HIS-TITULOS.                     00002070
           05 WHIS-TIT-DIA OCCURS 31 PIC S9(13)V   COMP-3.              00002080
       77  WK-ANO-REG              PIC S9(4) COMP VALUE ZEROS.          00002090
       77  WK-MES-REG              PIC S9(4) COMP VALUE ZEROS.          00002100
       77  IN-DIA                  PIC 9(02) VALUE ZEROS.               00002110
      *                                                                 00002120
       01  W-DATE                  PIC 9(6).                            00002130
       01  FILLER                  REDEFINES W-DATE.                    00002140
           02 W-ANO                PIC 99.                              00002150
           02 W-MES                PIC 99.                              00002160
           02 W-DIA                PIC 99.                              00002170
       01  W-FECHA-AMD.                                                 00002180
           05 W-AA-AMD             PIC 9(4).                            00002190
           05 W-MM-AMD             PIC 9(2).                            00002200
           05 W-DD-AMD             PIC 9(2).                            00002210
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00002220
       01  W-HORA-CURRENT.                                              00002230
           02  W-HORA              PIC 99.                              00002240
           02  W-MINUTOS           PIC 99.                              00002250
           02  W-SEGUNDOS          PIC 99.                              00002260
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00002270
      *                                                                 00002280
       01 W-CONTADORES.                                                 00002290
          05 CONT-TENENCIAS        PIC 9(08)  VALUE ZEROES.             00002300
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00002310
          05 CONT-AVISOS-ELE       PIC 9(08)  VALUE ZEROES.             00002320
          05 CONT-AVISOS-JFQ       PIC 9(08)  VALUE ZEROES.             00002330
      *RITM49201-INI                                                  * 00002331
          05 CONT-SIN-CONSENT      PIC 9(08)  VALUE ZEROES.             00002332
      *RITM49201-FIN                                                  * 00002333
          05 TOT-TITULOS           PIC S9(15)V COMP-3 VALUE ZEROS.      00002340
      * VARIABLES PARA CONTROL DE ERRORES                               00002350
       01 WS-ERROR.                                                     00002360
          05 WS-ACCION             PIC X(24).                           00002370
          05 WS-PARRAFO            PIC X(19).                           00002380
      * VARIABLES CONTROL DE ARCHIVOS                                   00002390
       01 WS-CTRL-ARCHIVOS.                                             00002400
          05 FS-SJUNT              PIC X(02) VALUE '00'.                00002410
             88 S1DQJUNT-OK                  VALUE '00'.                00002420
          05 FS-SJUNE              PIC X(02) VALUE '00'.                00002430
             88 S2DQJUNE-OK                  VALUE '00'.                00002440
          05 FS-SRJUNT             PIC X(02) VALUE '00'.                00002450
             88 S1RJUNT-OK                   VALUE '00'.                00002460
      *                                                                 00002470
      * LINEAS DEL REPORTE                                              00002480
       01 LIN-CABECERA.                                                 00002490
          05 FILLER                PIC X(26) VALUE                      00002500
             ' TENEDORES PARA JUNTA DE  '.                              00002510
          05 CAB-EMISOR            PIC X(40).                           00002520
          05 FILLER                PIC X(11) VALUE ' REGISTRO: '.       00002530
          05 CAB-FECREG            PIC 9(08).                           00002540
          05 FILLER                PIC X(09) VALUE ' FUENTE: '.         00002550
          05 CAB-FUENTE            PIC X(07).                           00002560
          05 FILLER                PIC X(31) VALUE SPACES.              00002570
       01 LIN-DETALLE.                                                  00002580
          05 FILLER                PIC X(01) VALUE SPACES.              00002590
          05 DET-CUENTA            PIC 9(07).                           00002600
          05 FILLER                PIC X(01) VALUE SPACES.              00002610
          05 DET-CODVALOR          PIC X(12).                           00002620
          05 FILLER                PIC X(01) VALUE SPACES.              00002630
          05 DET-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002640
          05 FILLER                PIC X(01) VALUE SPACES.              00002650
          05 DET-NIF               PIC X(11).                           00002660
          05 FILLER                PIC X(01) VALUE SPACES.              00002670
          05 DET-DENOM             PIC X(40).                           00002680
          05 FILLER                PIC X(01) VALUE SPACES.              00002690
          05 DET-CANAL             PIC X(12).                           00002700
          05 FILLER                PIC X(25) VALUE SPACES.              00002710
       01 LIN-TOTAL.                                                    00002720
          05 FILLER                PIC X(20) VALUE                      00002730
             ' CUENTAS CONVOCADAS:'.                                    00002740
          05 TOT-CUENTAS           PIC ZZ,ZZZ,ZZ9.                      00002750
          05 FILLER                PIC X(19) VALUE                      00002760
             '  TITULOS TOTALES: '.                                     00002770
          05 TOT-TITULOS-ED        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.             00002780
          05 FILLER                PIC X(64) VALUE SPACES.              00002790
      *                                                                 00002800
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002810
           COPY VLCPTCTL.                                               00002820
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002830
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002840
      *RITM49201-INI                                                  * 00002841
      *    CONSENTIMIENTOS DEL CLIENTE (RUTINA VL9CCNS0)                00002842
           COPY VLCPTCN0.                                               00002843
       01  WK-VL9CCNS0            PIC X(08) VALUE 'VL9CCNS0'.           00002844
      *RITM49201-FIN                                                  * 00002845
      *                                                                *00002850
      *  AREA DE COMUNICACION SQLCA                                    *00002860
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002870
      *                                                                 00002880
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002890
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00002900
           EXEC SQL INCLUDE VLGTHIS END-EXEC.                           00002910
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00002920
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002930
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002940
           EXEC SQL INCLUDE VLGTADT END-EXEC.                           00002950
      *                                                                 00002960
      *  TENENCIAS DE HOY: DEPOSITO DE TODOS LOS CODIGOS DEL EMISOR    *00002970
           EXEC SQL                                                     00002980
                DECLARE VLDCJUN1 CURSOR FOR                             00002990
                 SELECT  A.VADS_CUENTA                                  00003000
                      ,  A.VADS_PAVAL                                   00003010
                      ,  A.VADS_VALOR                                   00003020
                      ,  A.VADS_ISIN                                    00003030
                      ,  A.VADS_DEPOS                                   00003040
                   FROM  VLDTADS A                                      00003050
                      ,  VLDTXEN X                                      00003060
                  WHERE  X.VXEN_EMISOR = :VXEN-EMISOR                   00003070
                    AND  A.VADS_PAVAL  = X.VXEN_PAVAL                   00003080
                    AND  A.VADS_VALOR  = X.VXEN_VALOR                   00003090
                    AND  A.VADS_ISIN   = X.VXEN_ISIN                    00003100
                    AND  A.VADS_DEPOS  > 0                              00003110
                  ORDER  BY A.VADS_CUENTA                               00003120
                         ,  A.VADS_PAVAL                                00003130
                         ,  A.VADS_VALOR                                00003140
                         ,  A.VADS_ISIN                                 00003150
           END-EXEC.                                                    00003160
      *  TENENCIAS A FECHA ANTERIOR: MES DEL REGISTRO EN VLDTHIS       *00003170
           EXEC SQL                                                     00003180
                DECLARE VLDCJUN2 CURSOR FOR                             00003190
                 SELECT  H.VHIS_CTAVAL                                  00003200
                      ,  H.VHIS_CODVALOR                                00003210
                      ,  X.VXEN_ISIN                                    00003220
                      ,  H.VHIS_TITULOS1  , H.VHIS_TITULOS2             00003230
                      ,  H.VHIS_TITULOS3  , H.VHIS_TITULOS4             00003240
                      ,  H.VHIS_TITULOS5  , H.VHIS_TITULOS6             00003250
                      ,  H.VHIS_TITULOS7  , H.VHIS_TITULOS8             00003260
                      ,  H.VHIS_TITULOS9  , H.VHIS_TITULOS10            00003270
                      ,  H.VHIS_TITULOS11 , H.VHIS_TITULOS12            00003280
                      ,  H.VHIS_TITULOS13 , H.VHIS_TITULOS14            00003290
                      ,  H.VHIS_TITULOS15 , H.VHIS_TITULOS16            00003300
                      ,  H.VHIS_TITULOS17 , H.VHIS_TITULOS18            00003310
                      ,  H.VHIS_TITULOS19 , H.VHIS_TITULOS20            00003320
                      ,  H.VHIS_TITULOS21 , H.VHIS_TITULOS22            00003330
                      ,  H.VHIS_TITULOS23 , H.VHIS_TITULOS24            00003340
                      ,  H.VHIS_TITULOS25 , H.VHIS_TITULOS26            00003350
                      ,  H.VHIS_TITULOS27 , H.VHIS_TITULOS28            00003360
                      ,  H.VHIS_TITULOS29 , H.VHIS_TITULOS30            00003370
                      ,  H.VHIS_TITULOS31                               00003380
                   FROM  VLDTHIS H                                      00003390
                      ,  VLDTXEN X                                      00003400
                  WHERE  X.VXEN_EMISOR = :VXEN-EMISOR                   00003410
                    AND  SUBSTR(H.VHIS_CODVALOR, 1, 3) = X.VXEN_PAVAL   00003420
                    AND  SUBSTR(H.VHIS_CODVALOR, 4, 8) = X.VXEN_VALOR   00003430
                    AND  H.VHIS_TIPGAS = 55                             00003440
                    AND  H.VHIS_ANO    = :WK-ANO-REG                    00003450
                    AND  H.VHIS_MES    = :WK-MES-REG                    00003460
                  ORDER  BY H.VHIS_CTAVAL                               00003470
                         ,  H.VHIS_CODVALOR                             00003480
           END-EXEC.                                                    00003490
      *                                                                *00003500
       PROCEDURE DIVISION.                                              00003510
      *                                                                *00003520
           PERFORM 1000-INICIO                                          00003530
              THRU 1000-INICIO-EXIT.                                    00003540
                                                                        00003550
           PERFORM 2000-PROCESA-TENENCIA                                00003560
              THRU 2000-PROCESA-TENENCIA-EXIT                           00003570
              UNTIL FIN-CUR-TEN.                                        00003580
                                                                        00003590
           PERFORM 3000-FIN                                             00003600
              THRU 3000-FIN-EXIT.                                       00003610
                                                                        00003620
           STOP RUN.                                                    00003630
      *                                                                *00003640
      *-----------*                                                     00003650
       1000-INICIO.                                                     00003660
      *-----------*                                                     00003670
           INITIALIZE W-CONTADORES.                                     00003680
                                                                        00003690
           ACCEPT WA-CARD-EMISOR.                                       00003700
           ACCEPT WA-CARD-FECREG.                                       00003710
           ACCEPT WA-CARD-FECJUNTA.                                     00003720
           ACCEPT WA-CARD-LUGAR.                                        00003730
                                                                        00003740
           ACCEPT W-DATE FROM DATE.                                     00003750
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003760
           MOVE W-MES              TO W-MM-AMD.                         00003770
           MOVE W-DIA              TO W-DD-AMD.                         00003780
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003790
                                                                        00003800
           IF WA-CARD-EMISOR = SPACES                                   00003810
              MOVE 'EMISOR NO INFORMADO'    TO WS-ACCION                00003820
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003830
              PERFORM 3001-ERROR                                        00003840
           END-IF.                                                      00003850
           IF WA-CARD-FECREG NOT NUMERIC                                00003860
              OR WA-CARD-REG-MM < 1 OR WA-CARD-REG-MM > 12              00003870
              OR WA-CARD-REG-DD < 1 OR WA-CARD-REG-DD > 31              00003880
              OR WA-CARD-FECREG-N > W-FECHA-AMD-N                       00003890
              MOVE 'FECHA REGISTRO INVALIDA' TO WS-ACCION               00003900
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003910
              PERFORM 3001-ERROR                                        00003920
           END-IF.                                                      00003930
           IF WA-CARD-FECJUNTA NOT NUMERIC                              00003940
              OR WA-CARD-FECJUNTA-N < WA-CARD-FECREG-N                  00003950
              MOVE 'FECHA JUNTA INVALIDA'   TO WS-ACCION                00003960
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003970
              PERFORM 3001-ERROR                                        00003980
           END-IF.                                                      00003990
                                                                        00004000
      *    EL EMISOR DEBE TENER AL MENOS UN CODIGO EN EL MAESTRO        00004010
           MOVE WA-CARD-EMISOR      TO VXEN-EMISOR.                     00004020
           EXEC SQL                                                     00004030
                SELECT COUNT(*)                                         00004040
                  INTO :WK-CODIGOS                                      00004050
                  FROM VLDTXEN                                          00004060
                 WHERE VXEN_EMISOR = :VXEN-EMISOR                       00004070
           END-EXEC.                                                    00004080
           IF SQLCODE NOT = ZERO                                        00004090
              MOVE 'SELECT COUNT'           TO WS-ACCION                00004100
              MOVE 'VLDTXEN-1000'           TO WS-PARRAFO               00004110
              PERFORM 3001-ERROR                                        00004120
           END-IF.                                                      00004130
           IF WK-CODIGOS = ZEROS                                        00004140
              MOVE 'EMISOR SIN VALORES XEN' TO WS-ACCION                00004150
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004160
              PERFORM 3001-ERROR                                        00004170
           END-IF.                                                      00004180
                                                                        00004190
      *    VLDTADS SOLO CONOCE EL SALDO VIGENTE; PARA UNA FECHA DE      00004200
      *    REGISTRO ANTERIOR SE LEE EL DIA EN VLDTHIS                   00004210
           IF WA-CARD-FECREG-N = W-FECHA-AMD-N                          00004220
              MOVE 'A'              TO SW-FUENTE                        00004230
              MOVE 'VLDTADS'        TO CAB-FUENTE                       00004240
           ELSE                                                         00004250
              MOVE 'H'              TO SW-FUENTE                        00004260
              MOVE 'VLDTHIS'        TO CAB-FUENTE                       00004270
              MOVE WA-CARD-REG-AAAA TO WK-ANO-REG                       00004280
              MOVE WA-CARD-REG-MM   TO WK-MES-REG                       00004290
              MOVE WA-CARD-REG-DD   TO IN-DIA                           00004300
           END-IF.                                                      00004310
                                                                        00004320
           OPEN OUTPUT S1DQJUNT S2DQJUNE S1RJUNT.                       00004330
           IF NOT S1DQJUNT-OK OR NOT S2DQJUNE-OK OR NOT S1RJUNT-OK      00004340
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00004350
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004360
              PERFORM 3001-ERROR                                        00004370
           END-IF.                                                      00004380
                                                                        00004390
           MOVE WA-CARD-EMISOR      TO CAB-EMISOR.                      00004400
           MOVE WA-CARD-FECREG-N    TO CAB-FECREG.                      00004410
           WRITE SAL-RJUNT       FROM LIN-CABECERA.                     00004420
                                                                        00004430
           IF FUENTE-VLDTADS                                            00004440
              EXEC SQL                                                  00004450
                   OPEN VLDCJUN1                                        00004460
              END-EXEC                                                  00004470
           ELSE                                                         00004480
              EXEC SQL                                                  00004490
                   OPEN VLDCJUN2                                        00004500
              END-EXEC                                                  00004510
           END-IF.                                                      00004520
           IF SQLCODE NOT = ZERO                                        00004530
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004540
              MOVE 'VLDCJUN-1000'           TO WS-PARRAFO               00004550
              PERFORM 3001-ERROR                                        00004560
           END-IF.                                                      00004570
                                                                        00004580
           PERFORM 1300-FETCH-TENENCIA                                  00004590
              THRU 1300-FETCH-TENENCIA-EXIT.                            00004600
      *                                                                *00004610
      *----------------*                                                00004620
       1000-INICIO-EXIT.                                                00004630
      *----------------*                                                00004640
           EXIT.                                                        00004650
                                                                        00004660
      *---------------------*                                           00004670
       1300-FETCH-TENENCIA.                                             00004680
      *---------------------*                                           00004690
      *    DEJA EN WK-CUENTA / WK-CODVALOR / WK-TITULOS LA SIGUIENTE    00004700
      *    TENENCIA CON TITULOS A LA FECHA DE REGISTRO                  00004710
           IF FUENTE-VLDTADS                                            00004720
              EXEC SQL                                                  00004730
                   FETCH  VLDCJUN1                                      00004740
                    INTO :VADS-CUENTA                                   00004750
                       , :VADS-PAVAL                                    00004760
                       , :VADS-VALOR                                    00004770
                       , :VADS-ISIN                                     00004780
                       , :VADS-DEPOS                                    00004790
              END-EXEC                                                  00004800
           ELSE                                                         00004810
              EXEC SQL                                                  00004820
                   FETCH  VLDCJUN2                                      00004830
                    INTO :VHIS-CTAVAL                                   00004840
                       , :VHIS-CODVALOR                                 00004850
                       , :VXEN-ISIN                                     00004860
                       , :WHIS-TITULOS1                                 00004870
                       , :WHIS-TITULOS2                                 00004880
                       , :WHIS-TITULOS3                                 00004890
                       , :WHIS-TITULOS4                                 00004900
                       , :WHIS-TITULOS5                                 00004910
                       , :WHIS-TITULOS6                                 00004920
                       , :WHIS-TITULOS7                                 00004930
                       , :WHIS-TITULOS8                                 00004940
                       , :WHIS-TITULOS9                                 00004950
                       , :WHIS-TITULOS10                                00004960
                       , :WHIS-TITULOS11                                00004970
                       , :WHIS-TITULOS12                                00004980
                       , :WHIS-TITULOS13                                00004990
                       , :WHIS-TITULOS14                                00005000
                       , :WHIS-TITULOS15                                00005010
                       , :WHIS-TITULOS16                                00005020
                       , :WHIS-TITULOS17                                00005030
                       , :WHIS-TITULOS18                                00005040
                       , :WHIS-TITULOS19                                00005050
                       , :WHIS-TITULOS20                                00005060
                       , :WHIS-TITULOS21                                00005070
                       , :WHIS-TITULOS22                                00005080
                       , :WHIS-TITULOS23                                00005090
                       , :WHIS-TITULOS24                                00005100
                       , :WHIS-TITULOS25                                00005110
                       , :WHIS-TITULOS26                                00005120
                       , :WHIS-TITULOS27                                00005130
                       , :WHIS-TITULOS28                                00005140
                       , :WHIS-TITULOS29                                00005150
                       , :WHIS-TITULOS30                                00005160
                       , :WHIS-TITULOS31                                00005170
              END-EXEC                                                  00005180
           END-IF.                                                      00005190
                                                                        00005200
           EVALUATE SQLCODE                                             00005210
               WHEN ZERO                                                00005220
                    CONTINUE                                            00005230
               WHEN 100                                                 00005240
                    MOVE 'SI'            TO SW-FIN-CUR-TEN              00005250
                    GO TO 1300-FETCH-TENENCIA-EXIT                      00005260
               WHEN OTHER                                               00005270
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005280
                    MOVE 'VLDCJUN-1300'        TO WS-PARRAFO            00005290
                    PERFORM 3001-ERROR                                  00005300
           END-EVALUATE.                                                00005310
                                                                        00005320
           IF FUENTE-VLDTADS                                            00005330
              MOVE VADS-CUENTA         TO WK-CUENTA                     00005340
              MOVE VADS-PAVAL          TO WK-CODVALOR (01:03)           00005350
              MOVE VADS-VALOR          TO WK-CODVALOR (04:08)           00005360
              MOVE VADS-ISIN           TO WK-CODVALOR (12:01)           00005370
              MOVE VADS-DEPOS          TO WK-TITULOS                    00005380
           ELSE                                                         00005390
      *       EL CRUCE CON VLDTXEN ES POR PAVAL Y VALOR; EL ISIN SE     00005400
      *       COMPRUEBA AQUI Y SE DESCARTAN LOS DIAS SIN TITULOS        00005410
              MOVE VXEN-ISIN           TO WK-ISIN-X                     00005420
              IF WK-ISIN-X NOT = VHIS-CODVALOR (12:01)                  00005430
                 OR WHIS-TIT-DIA (IN-DIA) NOT > ZEROS                   00005440
                 GO TO 1300-FETCH-TENENCIA                              00005450
              END-IF                                                    00005460
              MOVE VHIS-CTAVAL         TO WK-CUENTA                     00005470
              MOVE VHIS-CODVALOR       TO WK-CODVALOR                   00005480
              MOVE WHIS-TIT-DIA (IN-DIA) TO WK-TITULOS                  00005490
           END-IF.                                                      00005500
           ADD 1                       TO CONT-TENENCIAS.               00005510
      *                                                                *00005520
      *--------------------------*                                      00005530
       1300-FETCH-TENENCIA-EXIT.                                        00005540
      *--------------------------*                                      00005550
           EXIT.                                                        00005560
                                                                        00005570
      *------------------------*                                        00005580
       2000-PROCESA-TENENCIA.                                           00005590
      *------------------------*                                        00005600
      *    CORTE POR CUENTA: LA CONVOCATORIA DE LA CUENTA ANTERIOR SALE 00005610
      *    CON EL TOTAL DE TITULOS DE TODOS LOS CODIGOS DEL EMISOR      00005620
           IF WK-CUENTA NOT = WK-CUENTA-ANT                             00005630
              IF WK-CUENTA-ANT NOT = ZEROS                              00005640
                 PERFORM 2300-GENERA-CONVOCATORIA                       00005650
                    THRU 2300-GENERA-CONVOCATORIA-EXIT                  00005660
              END-IF                                                    00005670
              PERFORM 2100-DATOS-CLIENTE                                00005680
                 THRU 2100-DATOS-CLIENTE-EXIT                           00005690
              MOVE WK-CUENTA        TO WK-CUENTA-ANT                    00005700
              MOVE ZEROS            TO WK-TIT-CUENTA                    00005710
              ADD 1                 TO CONT-CUENTAS                     00005720
           END-IF.                                                      00005730
                                                                        00005740
           ADD WK-TITULOS           TO WK-TIT-CUENTA                    00005750
                                       TOT-TITULOS.                     00005760
                                                                        00005770
           MOVE WA-CARD-FECREG-N    TO JUN-FECREG.                      00005780
           MOVE WK-CODVALOR         TO JUN-CODVALOR.                    00005790
           MOVE WK-CUENTA           TO JUN-CUENTA.                      00005800
           MOVE VXMI-NIF            TO JUN-NIF.                         00005810
           MOVE VXMI-DENOM          TO JUN-NOMBRE.                      00005820
           MOVE WK-TITULOS          TO JUN-TITULOS.                     00005830
           WRITE REG-S1DQJUNT    FROM SALIDA-TENEDOR.                   00005840
           IF NOT S1DQJUNT-OK                                           00005850
              MOVE 'WRITE S1DQJUNT'         TO WS-ACCION                00005860
              MOVE '2000-PROCESA'           TO WS-PARRAFO               00005870
              PERFORM 3001-ERROR                                        00005880
           END-IF.                                                      00005890
                                                                        00005900
           MOVE WK-CUENTA           TO DET-CUENTA.                      00005910
           MOVE WK-CODVALOR         TO DET-CODVALOR.                    00005920
           MOVE WK-TITULOS          TO DET-TITULOS.                     00005930
           MOVE VXMI-NIF            TO DET-NIF.                         00005940
           MOVE VXMI-DENOM (1:40)   TO DET-DENOM.                       00005950
           IF ENTREGA-ELECTRONICA                                       00005960
              MOVE 'ELECTRONICO'    TO DET-CANAL                        00005970
           ELSE                                                         00005980
              MOVE 'JETFORM'        TO DET-CANAL                        00005990
           END-IF.                                                      00006000
           WRITE SAL-RJUNT       FROM LIN-DETALLE.                      00006010
                                                                        00006020
           PERFORM 1300-FETCH-TENENCIA                                  00006030
              THRU 1300-FETCH-TENENCIA-EXIT.                            00006040
      *                                                                *00006050
      *-----------------------------*                                   00006060
       2000-PROCESA-TENENCIA-EXIT.                                      00006070
      *-----------------------------*                                   00006080
           EXIT.                                                        00006090
                                                                        00006100
      *----------------------*                                          00006110
       2100-DATOS-CLIENTE.                                              00006120
      *----------------------*                                          00006130
           MOVE WK-CUENTA           TO VARC-CUENTA.                     00006140
           EXEC SQL                                                     00006150
                SELECT VARC_NUMCLI                                      00006160
                  INTO :VARC-NUMCLI                                     00006170
                  FROM VLDTARC                                          00006180
                 WHERE VARC_CUENTA = :VARC-CUENTA                       00006190
           END-EXEC.                                                    00006200
           IF SQLCODE NOT = ZERO                                        00006210
              MOVE 'SELECT'                 TO WS-ACCION                00006220
              MOVE 'VLDTARC-2100'           TO WS-PARRAFO               00006230
              PERFORM 3001-ERROR                                        00006240
           END-IF.                                                      00006250
                                                                        00006260
           MOVE VARC-NUMCLI TO VXMI-CODCLI.                             00006270
           EXEC SQL                                                     00006280
                SELECT  VXMI_DENOM                                      00006290
                     ,  VXMI_NIF                                        00006300
                  INTO :VXMI-DENOM                                      00006310
                     , :VXMI-NIF                                        00006320
                  FROM  VLDTXMI                                         00006330
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00006340
           END-EXEC.                                                    00006350
           IF SQLCODE NOT = ZERO                                        00006360
              MOVE SPACES TO VXMI-DENOM                                 00006370
                             VXMI-NIF                                   00006380
           END-IF.                                                      00006390
                                                                        00006400
      *    CANAL DE ENTREGA DEL DOMICILIO DE CORRESPONDENCIA            00006410
           MOVE 'P'                 TO SW-ENTREGA.                      00006420
           MOVE VARC-CUENTA         TO VADT-CUENTA.                     00006430
           EXEC SQL                                                     00006440
                SELECT  VADT_CANALENT                                   00006450
                  INTO :VADT-CANALENT                                   00006460
                  FROM  VLDTADT                                         00006470
                 WHERE  VADT_CUENTA = :VADT-CUENTA                      00006480
                 FETCH FIRST 1 ROW ONLY                                 00006490
           END-EXEC.                                                    00006500
           EVALUATE SQLCODE                                             00006510
               WHEN ZERO                                                00006520
                    MOVE VADT-CANALENT TO SW-ENTREGA                    00006530
               WHEN 100                                                 00006540
                    CONTINUE                                            00006550
               WHEN OTHER                                               00006560
                    MOVE 'SELECT'          TO WS-ACCION                 00006570
                    MOVE 'VLDTADT-2100'    TO WS-PARRAFO                00006580
                    PERFORM 3001-ERROR                                  00006590
           END-EVALUATE.                                                00006600
      *RITM49201-INI                                                  * 00006601
      *    EL CANAL ELECTRONICO EXIGE EL CONSENTIMIENTO DEL CLIENTE     00006602
      *    (VL9CCNS0); SIN EL, O SI NO SE PUEDE CONSULTAR, LA           00006603
      *    CONVOCATORIA VA EN PAPEL POR LA COLA JETFORM                 00006604
           IF ENTREGA-ELECTRONICA                                       00006605
              INITIALIZE VL9CCNS0-AREA                                  00006606
              MOVE VARC-NUMCLI      TO CN0-NUMCLI                       00006607
              MOVE 'E'              TO CN0-USO                          00006608
              CALL WK-VL9CCNS0   USING VL9CCNS0-AREA                    00006609
              IF CN0-CODRESP NOT = ZEROS                                00006610
                 OR CN0-PERMITIDO NOT = 'S'                             00006611
                 MOVE 'P'           TO SW-ENTREGA                       00006612
                 ADD 1              TO CONT-SIN-CONSENT                 00006613
              END-IF                                                    00006614
           END-IF.                                                      00006615
      *RITM49201-FIN                                                  * 00006616
      *                                                                *00006617
      *---------------------------*                                     00006620
       2100-DATOS-CLIENTE-EXIT.                                         00006630
      *---------------------------*                                     00006640
           EXIT.                                                        00006650
                                                                        00006660
      *-------------------------------*                                 00006670
       2300-GENERA-CONVOCATORIA.                                        00006680
      *-------------------------------*                                 00006690
      *    ARMA LA CONVOCATORIA Y LA ENTREGA POR EL CANAL DE            00006700
      *    CORRESPONDENCIA DE LA CUENTA (DATOS YA LEIDOS EN 2100)       00006710
           MOVE VARC-CUENTA         TO DOC-CUENTA.                      00006720
           MOVE WA-CARD-EMISOR      TO DOC-EMISOR.                      00006730
           MOVE VXMI-DENOM (1:40)   TO DOC-DENOM.                       00006740
           MOVE WA-CARD-FECJUNTA-N  TO DOC-FECJUNTA.                    00006750
           MOVE WA-CARD-FECREG-N    TO DOC-FECREG.                      00006760
           MOVE WK-TIT-CUENTA       TO DOC-TITULOS.                     00006770
           MOVE WA-CARD-LUGAR       TO DOC-LUGAR.                       00006780
                                                                        00006790
           IF ENTREGA-ELECTRONICA                                       00006800
              PERFORM 2310-CONVOCA-ELECTRONICA                          00006810
                 THRU 2310-CONVOCA-ELECTRONICA-EXIT                     00006820
           ELSE                                                         00006830
              PERFORM 2320-ENCOLA-JETFORM                               00006840
                 THRU 2320-ENCOLA-JETFORM-EXIT                          00006850
           END-IF.                                                      00006860
      *                                                                *00006870
      *------------------------------------*                            00006880
       2300-GENERA-CONVOCATORIA-EXIT.                                   00006890
      *------------------------------------*                            00006900
           EXIT.                                                        00006910
                                                                        00006920
      *--------------------------------------*                          00006930
       2310-CONVOCA-ELECTRONICA.                                        00006940
      *--------------------------------------*                          00006950
           WRITE REG-S2DQJUNE FROM DOC-LINEA-1.                         00006960
           WRITE REG-S2DQJUNE FROM DOC-LINEA-2.                         00006970
           WRITE REG-S2DQJUNE FROM DOC-LINEA-3.                         00006980
           WRITE REG-S2DQJUNE FROM DOC-LINEA-4.                         00006990
           WRITE REG-S2DQJUNE FROM DOC-LINEA-5.                         00007000
           WRITE REG-S2DQJUNE FROM DOC-LINEA-6.                         00007010
           IF NOT S2DQJUNE-OK                                           00007020
              MOVE 'WRITE S2DQJUNE'         TO WS-ACCION                00007030
              MOVE '2310-CONVOCA-ELE'       TO WS-PARRAFO               00007040
              PERFORM 3001-ERROR                                        00007050
           END-IF.                                                      00007060
           ADD 1                   TO CONT-AVISOS-ELE.                  00007070
                                                                        00007080
           MOVE ZEROS              TO WK-JFQ-ID-GEN.                    00007090
           MOVE 'E'                TO WK-CANAL-DOC.                     00007100
           PERFORM 2330-REGISTRA-DOCUMENTO                              00007110
              THRU 2330-REGISTRA-DOCUMENTO-EXIT.                        00007120
      *                                                                *00007130
      *-------------------------------------------*                     00007140
       2310-CONVOCA-ELECTRONICA-EXIT.                                   00007150
      *-------------------------------------------*                     00007160
           EXIT.                                                        00007170
                                                                        00007180
      *---------------------------*                                     00007190
       2320-ENCOLA-JETFORM.                                             00007200
      *---------------------------*                                     00007210
      *    EL DOCUMENTO QUEDA PENDIENTE EN LA COLA PERSISTENTE; SI LA   00007220
      *    IMPRESION SE PIERDE, VL4CJFRQ LO REENVIA.                    00007230
           INITIALIZE DCLVLDTJFQ.                                       00007240
           MOVE W-FECHA-AMD-N       TO VJFQ-FECHA.                      00007250
           MOVE W-HORA-CURRENT-N    TO VJFQ-HORA.                       00007260
           MOVE VARC-CUENTA         TO VJFQ-CUENTA.                     00007270
           MOVE WK-FORMATO-JUNTA    TO VJFQ-FORMATO.                    00007280
           MOVE 'P'                 TO VJFQ-ESTADO.                     00007290
           MOVE ZEROS               TO VJFQ-REINTENTOS.                 00007300
           MOVE W-FECHA-AMD-N       TO VJFQ-FECULT.                     00007310
           MOVE 'BATC'              TO VJFQ-NUMTER.                     00007320
           MOVE W-PROGRAMA          TO VJFQ-USUARIO.                    00007330
           MOVE SPACES              TO VJFQ-CONTENIDO-TEXT.             00007340
           MOVE DOC-LINEA-1         TO VJFQ-CONTENIDO-TEXT (1:80).      00007350
           MOVE DOC-LINEA-2         TO VJFQ-CONTENIDO-TEXT (81:80).     00007360
           MOVE DOC-LINEA-3         TO VJFQ-CONTENIDO-TEXT (161:80).    00007370
           MOVE DOC-LINEA-4         TO VJFQ-CONTENIDO-TEXT (241:80).    00007380
           MOVE DOC-LINEA-5         TO VJFQ-CONTENIDO-TEXT (321:80).    00007390
           MOVE DOC-LINEA-6         TO VJFQ-CONTENIDO-TEXT (401:80).    00007400
           MOVE 480                 TO VJFQ-CONTENIDO-LEN.              00007410
                                                                        00007420
           EXEC SQL                                                     00007430
                INSERT INTO VLDTJFQ                                     00007440
                      ( VJFQ_FECHA                                      00007450
                      , VJFQ_HORA                                       00007460
                      , VJFQ_CUENTA                                     00007470
                      , VJFQ_FORMATO                                    00007480
                      , VJFQ_ESTADO                                     00007490
                      , VJFQ_REINTENTOS                                 00007500
                      , VJFQ_FECULT                                     00007510
                      , VJFQ_NUMTER                                     00007520
                      , VJFQ_USUARIO                                    00007530
                      , VJFQ_CONTENIDO )                                00007540
                VALUES                                                  00007550
                      ( :VJFQ-FECHA                                     00007560
                      , :VJFQ-HORA                                      00007570
                      , :VJFQ-CUENTA                                    00007580
                      , :VJFQ-FORMATO                                   00007590
                      , :VJFQ-ESTADO                                    00007600
                      , :VJFQ-REINTENTOS                                00007610
                      , :VJFQ-FECULT                                    00007620
                      , :VJFQ-NUMTER                                    00007630
                      , :VJFQ-USUARIO                                   00007640
                      , :VJFQ-CONTENIDO )                               00007650
           END-EXEC.                                                    00007660
           IF SQLCODE NOT = ZERO                                        00007670
              MOVE 'INSERT'                 TO WS-ACCION                00007680
              MOVE 'VLDTJFQ-2320'           TO WS-PARRAFO               00007690
              PERFORM 3001-ERROR                                        00007700
           END-IF.                                                      00007710
           ADD 1                    TO CONT-AVISOS-JFQ.                 00007720
                                                                        00007730
      *    LA CONVOCATORIA QUEDA EN EL REGISTRO DE DOCUMENTOS CON EL    00007740
      *    ID DE LA COLA RECIEN GENERADO                                00007750
           EXEC SQL                                                     00007760
                SET :WK-JFQ-ID-GEN = IDENTITY_VAL_LOCAL()               00007770
           END-EXEC.                                                    00007780
           IF SQLCODE NOT = ZERO                                        00007790
              MOVE ZEROS           TO WK-JFQ-ID-GEN                     00007800
           END-IF.                                                      00007810
           MOVE 'P'                TO WK-CANAL-DOC.                     00007820
           PERFORM 2330-REGISTRA-DOCUMENTO                              00007830
              THRU 2330-REGISTRA-DOCUMENTO-EXIT.                        00007840
      *                                                                *00007850
      *--------------------------------*                                00007860
       2320-ENCOLA-JETFORM-EXIT.                                        00007870
      *--------------------------------*                                00007880
           EXIT.                                                        00007890
                                                                        00007900
      *------------------------------*                                  00007910
       2330-REGISTRA-DOCUMENTO.                                         00007920
      *------------------------------*                                  00007930
           INITIALIZE DCLVLDTDRG.                                       00007940
           MOVE VARC-CUENTA        TO VDRG-CUENTA.                      00007950
           MOVE 'JUNTA'            TO VDRG-TIPODOC.                     00007960
           MOVE WK-FORMATO-JUNTA   TO VDRG-FORMATO.                     00007970
           MOVE W-FECHA-AMD-N      TO VDRG-FECHA.                       00007980
           MOVE W-HORA-CURRENT-N   TO VDRG-HORA.                        00007990
           MOVE WK-CANAL-DOC       TO VDRG-CANAL.                       00008000
           MOVE WK-JFQ-ID-GEN      TO VDRG-JFQ-ID.                      00008010
           MOVE 'BATC'             TO VDRG-NUMTER.                      00008020
           MOVE W-PROGRAMA         TO VDRG-USUARIO.                     00008030
           CALL WK-VL9CDRG0     USING DCLVLDTDRG WK-DRG-CODRESP.        00008040
           IF WK-DRG-CODRESP NOT = ZEROS                                00008050
              DISPLAY 'AVISO: REGISTRO VLDTDRG NO GRABADO'              00008060
           END-IF.                                                      00008070
      *                                                                *00008080
      *-----------------------------------*                             00008090
       2330-REGISTRA-DOCUMENTO-EXIT.                                    00008100
      *-----------------------------------*                             00008110
           EXIT.                                                        00008120
                                                                        00008130
      *--------*                                                        00008140
       3000-FIN.                                                        00008150
      *--------*                                                        00008160
      *                                                                 00008170
      *    CONVOCATORIA DE LA ULTIMA CUENTA                             00008180
           IF WK-CUENTA-ANT NOT = ZEROS                                 00008190
              PERFORM 2300-GENERA-CONVOCATORIA                          00008200
                 THRU 2300-GENERA-CONVOCATORIA-EXIT                     00008210
           END-IF.                                                      00008220
                                                                        00008230
           IF FUENTE-VLDTADS                                            00008240
              EXEC SQL                                                  00008250
                   CLOSE VLDCJUN1                                       00008260
              END-EXEC                                                  00008270
           ELSE                                                         00008280
              EXEC SQL                                                  00008290
                   CLOSE VLDCJUN2                                       00008300
              END-EXEC                                                  00008310
           END-IF.                                                      00008320
                                                                        00008330
           EXEC SQL                                                     00008340
                COMMIT                                                  00008350
           END-EXEC.                                                    00008360
           IF SQLCODE NOT = ZERO                                        00008370
              MOVE 'COMMIT'                 TO WS-ACCION                00008380
              MOVE '3000-FIN'               TO WS-PARRAFO               00008390
              PERFORM 3001-ERROR                                        00008400
           END-IF.                                                      00008410
                                                                        00008420
      *    REGISTRO FINAL DE CONTROL DE LA RELACION                     00008430
           MOVE SPACES              TO SALIDA-TOTAL-JUN.                00008440
           MOVE 'TOTL'              TO JTO-TIPO-REG.                    00008450
           MOVE 'SAB0011 '          TO JTO-PARTICIPANTE.                00008460
           MOVE WA-CARD-FECREG-N    TO JTO-FECREG.                      00008470
           MOVE CONT-TENENCIAS      TO JTO-REGISTROS.                   00008480
           MOVE TOT-TITULOS         TO JTO-TITULOS.                     00008490
           MOVE WA-CARD-EMISOR      TO JTO-EMISOR.                      00008500
           WRITE REG-S1DQJUNT    FROM SALIDA-TOTAL-JUN.                 00008510
                                                                        00008520
           MOVE CONT-CUENTAS        TO TOT-CUENTAS.                     00008530
           MOVE TOT-TITULOS         TO TOT-TITULOS-ED.                  00008540
           WRITE SAL-RJUNT       FROM LIN-TOTAL AFTER 2.                00008550
                                                                        00008560
           CLOSE S1DQJUNT S2DQJUNE S1RJUNT.                             00008570
                                                                        00008580
           DISPLAY '****** FIN TENEDORES JUNTA VL4CJUNT ******'.        00008590
           DISPLAY 'EMISOR                 : ' WA-CARD-EMISOR.          00008600
           DISPLAY 'FECHA DE REGISTRO      : ' WA-CARD-FECREG.          00008610
           DISPLAY 'TENENCIAS RELACIONADAS : ' CONT-TENENCIAS.          00008620
           DISPLAY 'CUENTAS CONVOCADAS     : ' CONT-CUENTAS.            00008630
           DISPLAY 'AVISOS ELECTRONICOS    : ' CONT-AVISOS-ELE.         00008640
           DISPLAY 'AVISOS COLA JETFORM    : ' CONT-AVISOS-JFQ.         00008650
      *RITM49201-INI                                                  * 00008651
           DISPLAY '  PAPEL SIN CONSENTIM. : ' CONT-SIN-CONSENT.        00008652
      *RITM49201-FIN                                                  * 00008653
                                                                        00008660
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00008670
           ACCEPT WK-HORA-FIN       FROM TIME.                          00008680
           INITIALIZE DCLVLDTCTL.                                       00008690
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00008700
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00008710
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00008720
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00008730
           MOVE CONT-TENENCIAS      TO VCTL-LEIDOS.                     00008740
           MOVE CONT-CUENTAS        TO VCTL-ESCRITOS.                   00008750
           MOVE ZEROS               TO VCTL-RECHAZADOS.                 00008760
           MOVE ZEROS               TO VCTL-IMPORTE-TOT.                00008770
           MOVE 'OK'                TO VCTL-ESTADO.                     00008780
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00008790
           IF VCTL-CODRESP NOT = ZEROS                                  00008800
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00008810
           END-IF.                                                      00008820
      *                                                                *00008830
      *-------------*                                                   00008840
       3000-FIN-EXIT.                                                   00008850
      *-------------*                                                   00008860
           EXIT.                                                        00008870
                                                                        00008880
       3001-ERROR.                                                      00008890
      *-----------*                                                     00008900
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00008910
           DISPLAY 'ACCION:          ' WS-ACCION.                       00008920
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00008930
           DISPLAY '******************************************'.        00008940
           MOVE 08 TO RETURN-CODE.                                      00008950
           STOP RUN.                                                    00008960
      *-----------------*                                               00008970
      * FIN DE PROGRAMA *                                               00008980
      *-----------------*                                               00008990
