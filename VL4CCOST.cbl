       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CCOST.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : ESTADO ANUAL DE COSTOS Y CARGOS POR CUENTA, SEGUN    *00000060
      *           LAS NORMAS DE TRANSPARENCIA. PARA EL EJERCICIO DE    *00000070
      *           SYSIN TOTALIZA LO QUE LA CUENTA PAGO EN EL ANO:      *00000080
      *             - COMISIONES DE INTERMEDIACION (VPOL_COMISION +    *00000090
      *               VPOL_COMIS_PORTE) E IGV (VPOL_IGV) DE VLDTPOL    *00000100
      *             - TASAS DE MERCADO DE TERCEROS (VPOL_IMPCOM1..8)   *00000110
      *             - COMISION DE CUSTODIA (VL4CCUFA) E INTERESES      *00000120
      *               MORATORIOS (VL4CMORA) DEL DIARIO VLDTCGC         *00000130
      *             - RETENCIONES DE IMPUESTOS DE VLDTRET              *00000140
      *             - MENOS LOS REBATES ABONADOS (VL4CREBA, VLDTCGC)   *00000150
      *           Y EXPRESA EL TOTAL COMO PORCENTAJE DEL PATRIMONIO    *00000160
      *           MEDIO DEL EJERCICIO: PROMEDIO DE LOS VALORES DE      *00000170
      *           CIERRE DE MES DE VLDTPRF, QUE VL4CPERF VALORIZA CON  *00000180
      *           LA REGLA DE VL4CVALC (ULTIMA COTIZACION DE VLDTCAM   *00000190
      *           NO POSTERIOR AL CIERRE). LOS IMPORTES SE SUMAN TAL   *00000200
      *           COMO ESTAN REGISTRADOS, COMO EN VL4CREVC.            *00000210
      *           LA ENTREGA HONRA EL CANAL DEL DOMICILIO DE           *00000220
      *           CORRESPONDENCIA (VADT_CANALENT) COMO VL4CCUFI: 'E'   *00000230
      *           VA AL EXTRACTO ELECTRONICO S2DQCOSE Y EL RESTO SE    *00000240
      *           ENCOLA EN VLDTJFQ (FORMATO VLFCOST0). CADA DOCUMENTO *00000250
      *           QUEDA EN EL REGISTRO VLDTDRG (TIPODOC 'COSTOS').     *00000260
      *           EL REPORTE S1RCOST LISTA CADA CUENTA CON SUBTOTAL    *00000270
      *           POR CLIENTE.                                         *00000280
      * SYSIN   : 1. EJERCICIO AAAA                                    *00000290
      * FECHA   : 15-10-2026                                           *00000300
      ******************************************************************00000310
      ******************************************************************00000320
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      *RITM49183  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000350
      *---------- ---------- ---------------- -------------------------*00000360
      *RITM49201  15-10-2026 LUIS RIVERA H.   SIN CONSENTIMIENTO DEL   *00000361
      *                                       CLIENTE PARA EL CANAL    *00000362
      *                                       ELECTRONICO (VL9CCNS0) EL*00000363
      *                                       ESTADO DE COSTOS VA EN   *00000364
      *                                       PAPEL (COLA JETFORM).    *00000365
      *---------- ---------- ---------------- -------------------------*00000366
      ******************************************************************00000370
       ENVIRONMENT DIVISION.                                            00000380
       CONFIGURATION SECTION.                                           00000390
       SPECIAL-NAMES.                                                   00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
                                                                        00000430
           SELECT S2DQCOSE  ASSIGN       TO S2DQCOSE                    00000440
                            FILE STATUS  IS FS-SCOSE.                   00000450
                                                                        00000460
           SELECT S1RCOST   ASSIGN       TO S1RCOST                     00000470
                            FILE STATUS  IS FS-SRCOST.                  00000480
       DATA DIVISION.                                                   00000490
       FILE SECTION.                                                    00000500
      *                                                                *00000510
       FD  S2DQCOSE                                                     00000520
           RECORDING MODE  IS  F                                        00000530
           LABEL  RECORDS  IS  STANDARD                                 00000540
           DATA   RECORD   IS  REG-S2DQCOSE.                            00000550
         01 REG-S2DQCOSE           PIC X(132).                          00000560
      *                                                                *00000570
       FD  S1RCOST                                                      00000580
           RECORDING MODE  IS  F                                        00000590
           LABEL  RECORDS  IS  STANDARD                                 00000600
           DATA   RECORD   IS  SAL-RCOST.                               00000610
         01 SAL-RCOST              PIC X(132).                          00000620
      *                                                                 00000630
      ******************************************************************00000640
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000650
      ******************************************************************00000660
       WORKING-STORAGE SECTION.                                         00000670
      *************************                                         00000680
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CCOST'.          00000690
      *                                                                 00000700
      * COLA PERSISTENTE DE IMPRESION JETFORM                           00000710
           COPY VLCPTJFQ.                                               00000720
       77  WK-FORMATO-COSTOS       PIC X(08) VALUE 'VLFCOST0'.          00000730
      * REGISTRO DE DOCUMENTOS GENERADOS                                00000740
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00000750
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00000760
       77  WK-JFQ-ID-GEN           PIC S9(9) COMP-3 VALUE ZEROS.        00000770
       77  WK-CANAL-DOC            PIC X(01) VALUE 'P'.                 00000780
           COPY VLCPTDRG.                                               00000790
      *                                                                 00000800
      * LINEAS DEL DOCUMENTO DE COSTOS (13 LINEAS DE 80)                00000810
       01  W-DOC-COSTOS.                                                00000820
           05 DOC-LINEA-1.                                              00000830
              10 FILLER            PIC X(44) VALUE                      00000840
                 'ESTADO ANUAL DE COSTOS Y CARGOS - EJERCICIO '.        00000850
              10 DOC-EJERCICIO     PIC 9(04).                           00000860
              10 FILLER            PIC X(10) VALUE '  CUENTA: '.        00000870
              10 DOC-CUENTA        PIC 9(07).                           00000880
              10 FILLER            PIC X(15) VALUE SPACES.              00000890
           05 DOC-LINEA-2.                                              00000900
              10 FILLER            PIC X(09) VALUE 'CLIENTE: '.         00000910
              10 DOC-DENOM         PIC X(40).                           00000920
              10 FILLER            PIC X(31) VALUE SPACES.              00000930
           05 DOC-LINEA-3.                                              00000940
              10 FILLER            PIC X(48) VALUE                      00000950
                 'CONCEPTO                                 IMPORTE'.    00000960
              10 FILLER            PIC X(32) VALUE SPACES.              00000970
           05 DOC-LINEA-4.                                              00000980
              10 FILLER            PIC X(30) VALUE                      00000990
                 'COMISIONES DE INTERMEDIACION :'.                      00001000
              10 FILLER            PIC X(01) VALUE SPACES.              00001010
              10 DOC-COMISIONES    PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001020
              10 FILLER            PIC X(32) VALUE SPACES.              00001030
           05 DOC-LINEA-5.                                              00001040
              10 FILLER            PIC X(30) VALUE                      00001050
                 'IGV SOBRE COMISIONES         :'.                      00001060
              10 FILLER            PIC X(01) VALUE SPACES.              00001070
              10 DOC-IGV           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001080
              10 FILLER            PIC X(32) VALUE SPACES.              00001090
           05 DOC-LINEA-6.                                              00001100
              10 FILLER            PIC X(30) VALUE                      00001110
                 'TASAS DE MERCADO (TERCEROS)  :'.                      00001120
              10 FILLER            PIC X(01) VALUE SPACES.              00001130
              10 DOC-TERCEROS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001140
              10 FILLER            PIC X(32) VALUE SPACES.              00001150
           05 DOC-LINEA-7.                                              00001160
              10 FILLER            PIC X(30) VALUE                      00001170
                 'COMISION DE CUSTODIA         :'.                      00001180
              10 FILLER            PIC X(01) VALUE SPACES.              00001190
              10 DOC-CUSTODIA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001200
              10 FILLER            PIC X(32) VALUE SPACES.              00001210
           05 DOC-LINEA-8.                                              00001220
              10 FILLER            PIC X(30) VALUE                      00001230
                 'INTERESES MORATORIOS         :'.                      00001240
              10 FILLER            PIC X(01) VALUE SPACES.              00001250
              10 DOC-MORA          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001260
              10 FILLER            PIC X(32) VALUE SPACES.              00001270
           05 DOC-LINEA-9.                                              00001280
              10 FILLER            PIC X(30) VALUE                      00001290
                 'RETENCIONES DE IMPUESTOS     :'.                      00001300
              10 FILLER            PIC X(01) VALUE SPACES.              00001310
              10 DOC-RETENCIONES   PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001320
              10 FILLER            PIC X(32) VALUE SPACES.              00001330
           05 DOC-LINEA-10.                                             00001340
              10 FILLER            PIC X(30) VALUE                      00001350
                 'MENOS REBATES ABONADOS       :'.                      00001360
              10 FILLER            PIC X(01) VALUE SPACES.              00001370
              10 DOC-REBATES       PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001380
              10 FILLER            PIC X(32) VALUE SPACES.              00001390
           05 DOC-LINEA-11.                                             00001400
              10 FILLER            PIC X(30) VALUE                      00001410
                 'TOTAL PAGADO EN EL EJERCICIO :'.                      00001420
              10 FILLER            PIC X(01) VALUE SPACES.              00001430
              10 DOC-TOTAL         PIC -Z,ZZZ,ZZZ,ZZ9.99.               00001440
              10 FILLER            PIC X(32) VALUE SPACES.              00001450
           05 DOC-LINEA-12.                                             00001460
              10 FILLER            PIC X(30) VALUE                      00001470
                 'PATRIMONIO MEDIO EJERCICIO   :'.                      00001480
              10 FILLER            PIC X(01) VALUE SPACES.              00001490
              10 DOC-PATRIMONIO    PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001500
              10 FILLER            PIC X(32) VALUE SPACES.              00001510
           05 DOC-LINEA-13.                                             00001520
              10 FILLER            PIC X(30) VALUE                      00001530
                 'COSTO TOTAL SOBRE PATRIMONIO :'.                      00001540
              10 FILLER            PIC X(01) VALUE SPACES.              00001550
              10 DOC-PORCENTAJE    PIC -ZZ9.9999.                       00001560
              10 FILLER            PIC X(02) VALUE ' %'.                00001570
              10 DOC-SIN-PATRIM    PIC X(20).                           00001580
              10 FILLER            PIC X(18) VALUE SPACES.              00001590
       01  W-DOC-TABLA REDEFINES W-DOC-COSTOS.                          00001600
           05 DOC-LINEA            PIC X(80) OCCURS 13.                 00001610
      *                                                                 00001620
      * PARAMETROS (SYSIN): EJERCICIO (AAAA)                            00001630
       01  WS-PARAMETROS.                                               00001640
           05 WA-CARD-EJERCICIO    PIC X(04) VALUE SPACES.              00001650
           05 WA-CARD-AAAA REDEFINES WA-CARD-EJERCICIO PIC 9(04).       00001660
      *                                                                 00001670
       01  WS-PERIODO.                                                  00001680
           05 WK-FECHA-DESDE       PIC S9(8)V COMP-3 VALUE ZEROS.       00001690
           05 WK-FECHA-HASTA       PIC S9(8)V COMP-3 VALUE ZEROS.       00001700
           05 WK-PERIODO-DESDE     PIC S9(6)V COMP-3 VALUE ZEROS.       00001710
           05 WK-PERIODO-HASTA     PIC S9(6)V COMP-3 VALUE ZEROS.       00001720
      *                                                                 00001730
      * CUENTA LEIDA CON SUS COSTOS DEL EJERCICIO                       00001740
       01  W-CTA-COSTOS.                                                00001750
           05 WCC-NUMCLI           PIC S9(8)V COMP-3.                   00001760
           05 WCC-CUENTA           PIC S9(7)V COMP-3.                   00001770
           05 WCC-COMISIONES       PIC S9(13)V9(2) COMP-3.              00001780
           05 WCC-IGV              PIC S9(13)V9(2) COMP-3.              00001790
           05 WCC-TERCEROS         PIC S9(13)V9(2) COMP-3.              00001800
           05 WCC-CUSTODIA         PIC S9(13)V9(2) COMP-3.              00001810
           05 WCC-MORA             PIC S9(13)V9(2) COMP-3.              00001820
           05 WCC-RETENCIONES      PIC S9(13)V9(2) COMP-3.              00001830
           05 WCC-REBATES          PIC S9(13)V9(2) COMP-3.              00001840
           05 WCC-PATRIMONIO       PIC S9(13)V9(2) COMP-3.              00001850
      *                                                                 00001860
       01  WS-VARIOS.                                                   00001870
           05 SW-FIN-CTA           PIC X(02) VALUE SPACES.              00001880
              88 FIN-CUR-CTA                 VALUE 'SI'.                00001890
           05 SW-ENTREGA           PIC X(01) VALUE 'P'.                 00001900
              88 ENTREGA-ELECTRONICA         VALUE 'E'.                 00001910
           05 WK-TOTAL-CTA         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001920
           05 WK-PORCENTAJE        PIC S9(3)V9(4)  COMP-3 VALUE ZEROS.  00001930
           05 W-NUMCLI-ANT         PIC S9(8)V COMP-3 VALUE ZEROS.       00001940
           05 WK-TOTAL-CLI         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001950
           05 WK-CUENTAS-CLI       PIC 9(05) VALUE ZEROS.               00001960
           05 IX-DOC               PIC 9(02) VALUE ZEROS.               00001970
           05 WK-POS-DOC           PIC 9(04) VALUE ZEROS.               00001980
      *                                                                 00001990
       01  W-DATE                  PIC 9(6).                            00002000
       01  FILLER                  REDEFINES W-DATE.                    00002010
           02 W-ANO                PIC 99.                              00002020
           02 W-MES                PIC 99.                              00002030
           02 W-DIA                PIC 99.                              00002040
       01  W-FECHA-AMD.                                                 00002050
           05 W-AA-AMD             PIC 9(4).                            00002060
           05 W-MM-AMD             PIC 9(2).                            00002070
           05 W-DD-AMD             PIC 9(2).                            00002080
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00002090
       01  W-HORA-CURRENT.                                              00002100
           02  W-HORA              PIC 99.                              00002110
           02  W-MINUTOS           PIC 99.                              00002120
           02  W-SEGUNDOS          PIC 99.                              00002130
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00002140
      *                                                                 00002150
       01 W-CONTADORES.                                                 00002160
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00002170
          05 CONT-DOCUMENTOS       PIC 9(08)  VALUE ZEROES.             00002180
          05 CONT-ELECTRONICOS     PIC 9(08)  VALUE ZEROES.             00002190
          05 CONT-JETFORM          PIC 9(08)  VALUE ZEROES.             00002200
          05 CONT-SIN-COSTOS       PIC 9(08)  VALUE ZEROES.             00002210
          05 CONT-SIN-PATRIM       PIC 9(08)  VALUE ZEROES.             00002220
      *RITM49201-INI                                                  * 00002221
          05 CONT-SIN-CONSENT      PIC 9(08)  VALUE ZEROES.             00002222
      *RITM49201-FIN                                                  * 00002223
          05 TOT-COSTOS            PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00002230
      * VARIABLES PARA CONTROL DE ERRORES                               00002240
       01 WS-ERROR.                                                     00002250
          05 WS-ACCION             PIC X(24).                           00002260
          05 WS-PARRAFO            PIC X(19).                           00002270
      * VARIABLES CONTROL DE ARCHIVOS                                   00002280
       01 WS-CTRL-ARCHIVOS.                                             00002290
          05 FS-SCOSE              PIC X(02) VALUE '00'.                00002300
             88 S2DQCOSE-OK                  VALUE '00'.                00002310
          05 FS-SRCOST             PIC X(02) VALUE '00'.                00002320
             88 S1RCOST-OK                   VALUE '00'.                00002330
      *                                                                 00002340
      * LINEAS DEL REPORTE DE CONTROL                                   00002350
       01 LIN-CABECERA.                                                 00002360
          05 FILLER                PIC X(50) VALUE                      00002370
             ' COSTOS Y CARGOS ANUALES POR CUENTA - EJERCICIO   '.      00002380
          05 CAB-EJERCICIO         PIC X(04).                           00002390
          05 FILLER                PIC X(78) VALUE SPACES.              00002400
       01 LIN-TITULOS.                                                  00002410
          05 FILLER                PIC X(36) VALUE                      00002420
             '  CLIENTE  CUENTA  C   COMIS.+IGV   '.                    00002430
          05 FILLER                PIC X(52) VALUE                      00002440
             '     TERCEROS   CUST.+MORA  RETENCIONES      REBATES'.    00002450
          05 FILLER                PIC X(44) VALUE                      00002460
             '          TOTAL PATRIMONIO MEDIO       PCT'.              00002470
       01 LIN-DETALLE.                                                  00002480
          05 FILLER                PIC X(01) VALUE SPACES.              00002490
          05 DET-NUMCLI            PIC 9(08).                           00002500
          05 FILLER                PIC X(01) VALUE SPACES.              00002510
          05 DET-CUENTA            PIC 9(07).                           00002520
          05 FILLER                PIC X(05) VALUE SPACES.              00002530
          05 DET-CANAL             PIC X(01).                           00002540
          05 FILLER                PIC X(01) VALUE SPACES.              00002550
          05 DET-COMISIONES        PIC ZZZZZZZZ9.99.                    00002560
          05 FILLER                PIC X(01) VALUE SPACES.              00002570
          05 DET-TERCEROS          PIC ZZZZZZZZ9.99.                    00002580
          05 FILLER                PIC X(01) VALUE SPACES.              00002590
          05 DET-CUSTODIA          PIC ZZZZZZZZ9.99.                    00002600
          05 FILLER                PIC X(01) VALUE SPACES.              00002610
          05 DET-RETENCIONES       PIC ZZZZZZZZ9.99.                    00002620
          05 FILLER                PIC X(01) VALUE SPACES.              00002630
          05 DET-REBATES           PIC ZZZZZZZZ9.99.                    00002640
          05 FILLER                PIC X(01) VALUE SPACES.              00002650
          05 DET-TOTAL             PIC -ZZZZZZZZZ9.99.                  00002660
          05 FILLER                PIC X(01) VALUE SPACES.              00002670
          05 DET-PATRIMONIO        PIC ZZZZZZZZZZZZ9.99.                00002680
          05 FILLER                PIC X(01) VALUE SPACES.              00002690
          05 DET-PORCENTAJE        PIC -ZZ9.9999.                       00002700
          05 FILLER                PIC X(02) VALUE SPACES.              00002710
       01 LIN-TOTAL-CLIENTE.                                            00002720
          05 FILLER                PIC X(20) VALUE                      00002730
             '   TOTAL CLIENTE    '.                                    00002740
          05 TCL-NUMCLI            PIC 9(08).                           00002750
          05 FILLER                PIC X(11) VALUE '  CUENTAS: '.       00002760
          05 TCL-CUENTAS           PIC ZZZZ9.                           00002770
          05 FILLER                PIC X(09) VALUE '  TOTAL: '.         00002780
          05 TCL-TOTAL             PIC -ZZZZZZZZZZZ9.99.                00002790
          05 FILLER                PIC X(63) VALUE SPACES.              00002800
       01 LIN-BLANCO               PIC X(132) VALUE SPACES.             00002810
      *                                                                 00002820
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002830
           COPY VLCPTCTL.                                               00002840
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002850
      *RITM49201-INI                                                  * 00002851
      *    CONSENTIMIENTOS DEL CLIENTE (RUTINA VL9CCNS0)                00002852
           COPY VLCPTCN0.                                               00002853
       01  WK-VL9CCNS0            PIC X(08) VALUE 'VL9CCNS0'.           00002854
      *RITM49201-FIN                                                  * 00002855
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002860
      *                                                                *00002870
      *  AREA DE COMUNICACION SQLCA                                    *00002880
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002890
      *                                                                 00002900
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002910
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002920
           EXEC SQL INCLUDE VLGTADT END-EXEC.                           00002930
      *                                                                 00002940
      *  CUENTAS CON SUS COSTOS Y PATRIMONIO MEDIO DEL EJERCICIO, EN   *00002950
      *  ORDEN DE CLIENTE                                              *00002960
           EXEC SQL                                                     00002970
                DECLARE VLDCCOS1 CURSOR FOR                             00002980
                 SELECT  A.VARC_NUMCLI                                  00002990
                      ,  A.VARC_CUENTA                                  00003000
                      ,  COALESCE((SELECT SUM(P.VPOL_COMISION           00003010
                                            + P.VPOL_COMIS_PORTE)       00003020
                            FROM VLDTPOL P                              00003030
                           WHERE P.VPOL_CUENTA  = A.VARC_CUENTA         00003040
                             AND P.VPOL_FECHOP >= :WK-FECHA-DESDE       00003050
                             AND P.VPOL_FECHOP <= :WK-FECHA-HASTA), 0)  00003060
                      ,  COALESCE((SELECT SUM(P.VPOL_IGV)               00003070
                            FROM VLDTPOL P                              00003080
                           WHERE P.VPOL_CUENTA  = A.VARC_CUENTA         00003090
                             AND P.VPOL_FECHOP >= :WK-FECHA-DESDE       00003100
                             AND P.VPOL_FECHOP <= :WK-FECHA-HASTA), 0)  00003110
                      ,  COALESCE((SELECT SUM(P.VPOL_IMPCOM1            00003120
                                   + P.VPOL_IMPCOM2 + P.VPOL_IMPCOM3    00003130
                                   + P.VPOL_IMPCOM4 + P.VPOL_IMPCOM5    00003140
                                   + P.VPOL_IMPCOM6 + P.VPOL_IMPCOM7    00003150
                                   + P.VPOL_IMPCOM8)                    00003160
                            FROM VLDTPOL P                              00003170
                           WHERE P.VPOL_CUENTA  = A.VARC_CUENTA         00003180
                             AND P.VPOL_FECHOP >= :WK-FECHA-DESDE       00003190
                             AND P.VPOL_FECHOP <= :WK-FECHA-HASTA), 0)  00003200
                      ,  COALESCE((SELECT SUM(G.VCGC_IMPORTE)           00003210
                            FROM VLDTCGC G                              00003220
                           WHERE G.VCGC_CUENTA   = A.VARC_CUENTA        00003230
                             AND G.VCGC_PERIODO >= :WK-PERIODO-DESDE    00003240
                             AND G.VCGC_PERIODO <= :WK-PERIODO-HASTA    00003250
                             AND G.VCGC_CONCEPTO = 'CUSTODIA'), 0)      00003260
                      ,  COALESCE((SELECT SUM(G.VCGC_IMPORTE)           00003270
                            FROM VLDTCGC G                              00003280
                           WHERE G.VCGC_CUENTA   = A.VARC_CUENTA        00003290
                             AND G.VCGC_PERIODO >= :WK-PERIODO-DESDE    00003300
                             AND G.VCGC_PERIODO <= :WK-PERIODO-HASTA    00003310
                             AND G.VCGC_CONCEPTO = 'MORA'), 0)          00003320
                      ,  COALESCE((SELECT SUM(R.VRET_RETENCION)         00003330
                            FROM VLDTRET R                              00003340
                           WHERE R.VRET_CUENTA   = A.VARC_CUENTA        00003350
                             AND R.VRET_PERIODO >= :WK-PERIODO-DESDE    00003360
                             AND R.VRET_PERIODO <= :WK-PERIODO-HASTA)   00003370
                                  , 0)                                  00003380
                      ,  COALESCE((SELECT SUM(G.VCGC_IMPORTE)           00003390
                            FROM VLDTCGC G                              00003400
                           WHERE G.VCGC_CUENTA   = A.VARC_CUENTA        00003410
                             AND G.VCGC_PERIODO >= :WK-PERIODO-DESDE    00003420
                             AND G.VCGC_PERIODO <= :WK-PERIODO-HASTA    00003430
                             AND G.VCGC_CONCEPTO = 'REBATE'), 0)        00003440
                      ,  COALESCE((SELECT AVG(F.VPRF_VAL_FINAL)         00003450
                            FROM VLDTPRF F                              00003460
                           WHERE F.VPRF_CUENTA   = A.VARC_CUENTA        00003470
                             AND F.VPRF_PERIODO >= :WK-PERIODO-DESDE    00003480
                             AND F.VPRF_PERIODO <= :WK-PERIODO-HASTA)   00003490
                                  , 0)                                  00003500
                   FROM  VLDTARC A                                      00003510
                  ORDER  BY A.VARC_NUMCLI, A.VARC_CUENTA                00003520
           END-EXEC.                                                    00003530
      *                                                                *00003540
       PROCEDURE DIVISION.                                              00003550
      *                                                                *00003560
           PERFORM 1000-INICIO                                          00003570
              THRU 1000-INICIO-EXIT.                                    00003580
                                                                        00003590
           PERFORM 2000-PROCESO                                         00003600
              THRU 2000-PROCESO-EXIT                                    00003610
              UNTIL FIN-CUR-CTA.                                        00003620
                                                                        00003630
           IF WK-CUENTAS-CLI > ZEROS                                    00003640
              PERFORM 2800-TOTAL-CLIENTE                                00003650
                 THRU 2800-TOTAL-CLIENTE-EXIT                           00003660
           END-IF.                                                      00003670
                                                                        00003680
           PERFORM 3000-FIN                                             00003690
              THRU 3000-FIN-EXIT.                                       00003700
                                                                        00003710
           STOP RUN.                                                    00003720
      *                                                                *00003730
      *-----------*                                                     00003740
       1000-INICIO.                                                     00003750
      *-----------*                                                     00003760
           INITIALIZE W-CONTADORES.                                     00003770
                                                                        00003780
           ACCEPT WA-CARD-EJERCICIO.                                    00003790
           IF WA-CARD-EJERCICIO NUMERIC                                 00003800
              AND WA-CARD-AAAA > 1999                                   00003810
              CONTINUE                                                  00003820
           ELSE                                                         00003830
              MOVE 'EJERCICIO INVALIDO'     TO WS-ACCION                00003840
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003850
              PERFORM 3001-ERROR                                        00003860
           END-IF.                                                      00003870
                                                                        00003880
           COMPUTE WK-FECHA-DESDE   = WA-CARD-AAAA * 10000 + 0101.      00003890
           COMPUTE WK-FECHA-HASTA   = WA-CARD-AAAA * 10000 + 1231.      00003900
           COMPUTE WK-PERIODO-DESDE = WA-CARD-AAAA * 100 + 01.          00003910
           COMPUTE WK-PERIODO-HASTA = WA-CARD-AAAA * 100 + 12.          00003920
                                                                        00003930
           ACCEPT W-DATE FROM DATE.                                     00003940
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003950
           MOVE W-MES              TO W-MM-AMD.                         00003960
           MOVE W-DIA              TO W-DD-AMD.                         00003970
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003980
                                                                        00003990
           OPEN OUTPUT S2DQCOSE S1RCOST.                                00004000
           IF NOT S2DQCOSE-OK OR NOT S1RCOST-OK                         00004010
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00004020
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004030
              PERFORM 3001-ERROR                                        00004040
           END-IF.                                                      00004050
                                                                        00004060
           MOVE WA-CARD-EJERCICIO  TO CAB-EJERCICIO.                    00004070
           WRITE SAL-RCOST       FROM LIN-CABECERA.                     00004080
           WRITE SAL-RCOST       FROM LIN-TITULOS.                      00004090
                                                                        00004100
           EXEC SQL                                                     00004110
                OPEN VLDCCOS1                                           00004120
           END-EXEC.                                                    00004130
           IF SQLCODE NOT = ZERO                                        00004140
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004150
              MOVE 'VLDCCOS1-1000'          TO WS-PARRAFO               00004160
              PERFORM 3001-ERROR                                        00004170
           END-IF.                                                      00004180
                                                                        00004190
           PERFORM 1300-FETCH-VLDCCOS1.                                 00004200
      *                                                                *00004210
      *----------------*                                                00004220
       1000-INICIO-EXIT.                                                00004230
      *----------------*                                                00004240
           EXIT.                                                        00004250
                                                                        00004260
      *--------------------*                                            00004270
       1300-FETCH-VLDCCOS1.                                             00004280
      *--------------------*                                            00004290
           EXEC SQL                                                     00004300
                FETCH  VLDCCOS1                                         00004310
                 INTO :WCC-NUMCLI                                       00004320
                    , :WCC-CUENTA                                       00004330
                    , :WCC-COMISIONES                                   00004340
                    , :WCC-IGV                                          00004350
                    , :WCC-TERCEROS                                     00004360
                    , :WCC-CUSTODIA                                     00004370
                    , :WCC-MORA                                         00004380
                    , :WCC-RETENCIONES                                  00004390
                    , :WCC-REBATES                                      00004400
                    , :WCC-PATRIMONIO                                   00004410
           END-EXEC.                                                    00004420
                                                                        00004430
           EVALUATE SQLCODE                                             00004440
               WHEN ZERO                                                00004450
                    ADD 1 TO CONT-CUENTAS                               00004460
               WHEN 100                                                 00004470
                    MOVE 'SI'            TO SW-FIN-CTA                  00004480
               WHEN OTHER                                               00004490
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00004500
                    MOVE 'VLDCCOS1-1300'       TO WS-PARRAFO            00004510
                    PERFORM 3001-ERROR                                  00004520
           END-EVALUATE.                                                00004530
      *                                                                 00004540
      *------------*                                                    00004550
       2000-PROCESO.                                                    00004560
      *------------*                                                    00004570
      *    CUENTA SIN NINGUN COSTO EN EL EJERCICIO: NO HAY DOCUMENTO    00004580
           IF WCC-COMISIONES = ZEROS AND WCC-IGV      = ZEROS           00004590
              AND WCC-TERCEROS = ZEROS AND WCC-CUSTODIA = ZEROS         00004600
              AND WCC-MORA     = ZEROS AND WCC-RETENCIONES = ZEROS      00004610
              AND WCC-REBATES  = ZEROS                                  00004620
              ADD 1                TO CONT-SIN-COSTOS                   00004630
              PERFORM 1300-FETCH-VLDCCOS1                               00004640
              GO TO 2000-PROCESO-EXIT                                   00004650
           END-IF.                                                      00004660
                                                                        00004670
      *    CORTE POR CLIENTE                                            00004680
           IF WCC-NUMCLI NOT = W-NUMCLI-ANT                             00004690
              IF WK-CUENTAS-CLI > ZEROS                                 00004700
                 PERFORM 2800-TOTAL-CLIENTE                             00004710
                    THRU 2800-TOTAL-CLIENTE-EXIT                        00004720
              END-IF                                                    00004730
              MOVE WCC-NUMCLI      TO W-NUMCLI-ANT                      00004740
              MOVE ZEROS           TO WK-TOTAL-CLI                      00004750
                                      WK-CUENTAS-CLI                    00004760
           END-IF.                                                      00004770
                                                                        00004780
           COMPUTE WK-TOTAL-CTA = WCC-COMISIONES + WCC-IGV              00004790
                                + WCC-TERCEROS   + WCC-CUSTODIA         00004800
                                + WCC-MORA       + WCC-RETENCIONES      00004810
                                - WCC-REBATES.                          00004820
           MOVE SPACES             TO DOC-SIN-PATRIM.                   00004830
           IF WCC-PATRIMONIO > ZEROS                                    00004840
              COMPUTE WK-PORCENTAJE ROUNDED =                           00004850
                      WK-TOTAL-CTA * 100 / WCC-PATRIMONIO               00004860
                 ON SIZE ERROR                                          00004870
                    MOVE 999.9999  TO WK-PORCENTAJE                     00004880
              END-COMPUTE                                               00004890
           ELSE                                                         00004900
              MOVE ZEROS           TO WK-PORCENTAJE                     00004910
              MOVE '  (SIN PATRIMONIO)'  TO DOC-SIN-PATRIM              00004920
              ADD 1                TO CONT-SIN-PATRIM                   00004930
           END-IF.                                                      00004940
                                                                        00004950
           PERFORM 2300-GENERA-DOCUMENTO                                00004960
              THRU 2300-GENERA-DOCUMENTO-EXIT.                          00004970
                                                                        00004980
           PERFORM 2900-DETALLE-CUENTA                                  00004990
              THRU 2900-DETALLE-CUENTA-EXIT.                            00005000
                                                                        00005010
           ADD 1                   TO WK-CUENTAS-CLI.                   00005020
           ADD WK-TOTAL-CTA        TO WK-TOTAL-CLI                      00005030
                                      TOT-COSTOS.                       00005040
                                                                        00005050
           PERFORM 1300-FETCH-VLDCCOS1.                                 00005060
      *                                                                *00005070
      *-----------------*                                               00005080
       2000-PROCESO-EXIT.                                               00005090
      *-----------------*                                               00005100
           EXIT.                                                        00005110
                                                                        00005120
      *---------------------------*                                     00005130
       2300-GENERA-DOCUMENTO.                                           00005140
      *---------------------------*                                     00005150
      *    ARMA EL ESTADO DE COSTOS Y LO ENTREGA POR EL CANAL DE        00005160
      *    CORRESPONDENCIA DE LA CUENTA                                 00005170
           MOVE WCC-NUMCLI          TO VXMI-CODCLI.                     00005180
           EXEC SQL                                                     00005190
                SELECT  VXMI_DENOM                                      00005200
                  INTO :VXMI-DENOM                                      00005210
                  FROM  VLDTXMI                                         00005220
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00005230
           END-EXEC.                                                    00005240
           IF SQLCODE NOT = ZERO                                        00005250
              MOVE SPACES TO VXMI-DENOM                                 00005260
           END-IF.                                                      00005270
           MOVE WA-CARD-AAAA        TO DOC-EJERCICIO.                   00005280
           MOVE WCC-CUENTA          TO DOC-CUENTA.                      00005290
           MOVE VXMI-DENOM (1:40)   TO DOC-DENOM.                       00005300
           MOVE WCC-COMISIONES      TO DOC-COMISIONES.                  00005310
           MOVE WCC-IGV             TO DOC-IGV.                         00005320
           MOVE WCC-TERCEROS        TO DOC-TERCEROS.                    00005330
           MOVE WCC-CUSTODIA        TO DOC-CUSTODIA.                    00005340
           MOVE WCC-MORA            TO DOC-MORA.                        00005350
           MOVE WCC-RETENCIONES     TO DOC-RETENCIONES.                 00005360
           MOVE WCC-REBATES         TO DOC-REBATES.                     00005370
           MOVE WK-TOTAL-CTA        TO DOC-TOTAL.                       00005380
           MOVE WCC-PATRIMONIO      TO DOC-PATRIMONIO.                  00005390
           MOVE WK-PORCENTAJE       TO DOC-PORCENTAJE.                  00005400
      *    CANAL DE ENTREGA DEL DOMICILIO DE CORRESPONDENCIA            00005410
           MOVE 'P'                 TO SW-ENTREGA.                      00005420
           MOVE WCC-CUENTA          TO VADT-CUENTA.                     00005430
           EXEC SQL                                                     00005440
                SELECT  VADT_CANALENT                                   00005450
                  INTO :VADT-CANALENT                                   00005460
                  FROM  VLDTADT                                         00005470
                 WHERE  VADT_CUENTA = :VADT-CUENTA                      00005480
                 FETCH FIRST 1 ROW ONLY                                 00005490
           END-EXEC.                                                    00005500
           EVALUATE SQLCODE                                             00005510
               WHEN ZERO                                                00005520
                    MOVE VADT-CANALENT TO SW-ENTREGA                    00005530
               WHEN 100                                                 00005540
                    CONTINUE                                            00005550
               WHEN OTHER                                               00005560
                    MOVE 'SELECT'          TO WS-ACCION                 00005570
                    MOVE 'VLDTADT-2300'    TO WS-PARRAFO                00005580
                    PERFORM 3001-ERROR                                  00005590
           END-EVALUATE.                                                00005600
      *RITM49201-INI                                                  * 00005601
      *    EL CANAL ELECTRONICO EXIGE EL CONSENTIMIENTO DEL CLIENTE     00005602
      *    (VL9CCNS0); SIN EL, O SI NO SE PUEDE CONSULTAR, EL           00005603
      *    ESTADO VA EN PAPEL POR LA COLA JETFORM                       00005604
           IF ENTREGA-ELECTRONICA                                       00005605
              INITIALIZE VL9CCNS0-AREA                                  00005606
              MOVE WCC-NUMCLI       TO CN0-NUMCLI                       00005607
              MOVE 'E'              TO CN0-USO                          00005608
              CALL WK-VL9CCNS0   USING VL9CCNS0-AREA                    00005609
              IF CN0-CODRESP NOT = ZEROS                                00005610
                 OR CN0-PERMITIDO NOT = 'S'                             00005611
                 MOVE 'P'           TO SW-ENTREGA                       00005612
                 ADD 1              TO CONT-SIN-CONSENT                 00005613
              END-IF                                                    00005614
           END-IF.                                                      00005615
      *RITM49201-FIN                                                  * 00005616
           IF ENTREGA-ELECTRONICA                                       00005617
              PERFORM 2310-DOCUMENTO-ELECTRONICO                        00005620
                 THRU 2310-DOCUMENTO-ELECTRONICO-EXIT                   00005630
           ELSE                                                         00005640
              PERFORM 2320-ENCOLA-JETFORM                               00005650
                 THRU 2320-ENCOLA-JETFORM-EXIT                          00005660
           END-IF.                                                      00005670
           ADD 1                    TO CONT-DOCUMENTOS.                 00005680
      *                                                                *00005690
      *--------------------------------*                                00005700
       2300-GENERA-DOCUMENTO-EXIT.                                      00005710
      *--------------------------------*                                00005720
           EXIT.                                                        00005730
      *--------------------------------*                                00005740
       2310-DOCUMENTO-ELECTRONICO.                                      00005750
      *--------------------------------*                                00005760
           MOVE 1                   TO IX-DOC.                          00005770
           PERFORM 2315-ESCRIBE-LINEA                                   00005780
              THRU 2315-ESCRIBE-LINEA-EXIT                              00005790
              UNTIL IX-DOC > 13.                                        00005800
           ADD 1                    TO CONT-ELECTRONICOS.               00005810
      *    EL DOCUMENTO QUEDA EN EL REGISTRO DE DOCUMENTOS              00005820
           MOVE ZEROS              TO WK-JFQ-ID-GEN.                    00005830
           MOVE 'E'                TO WK-CANAL-DOC.                     00005840
           PERFORM 2330-REGISTRA-DOCUMENTO                              00005850
              THRU 2330-REGISTRA-DOCUMENTO-EXIT.                        00005860
      *                                                                *00005870
      *-------------------------------------*                           00005880
       2310-DOCUMENTO-ELECTRONICO-EXIT.                                 00005890
      *-------------------------------------*                           00005900
           EXIT.                                                        00005910
      *--------------------------*                                      00005920
       2315-ESCRIBE-LINEA.                                              00005930
      *--------------------------*                                      00005940
           WRITE REG-S2DQCOSE FROM DOC-LINEA (IX-DOC).                  00005950
           IF NOT S2DQCOSE-OK                                           00005960
              MOVE 'WRITE S2DQCOSE'         TO WS-ACCION                00005970
              MOVE '2315-ESCRIBE-LIN'       TO WS-PARRAFO               00005980
              PERFORM 3001-ERROR                                        00005990
           END-IF.                                                      00006000
           ADD 1                    TO IX-DOC.                          00006010
      *                                                                *00006020
      *-------------------------------*                                 00006030
       2315-ESCRIBE-LINEA-EXIT.                                         00006040
      *-------------------------------*                                 00006050
           EXIT.                                                        00006060
      *---------------------------*                                     00006070
       2320-ENCOLA-JETFORM.                                             00006080
      *---------------------------*                                     00006090
      *    EL DOCUMENTO QUEDA PENDIENTE EN LA COLA PERSISTENTE; SI LA   00006100
      *    IMPRESION SE PIERDE, VL4CJFRQ LO REENVIA.                    00006110
           INITIALIZE DCLVLDTJFQ.                                       00006120
           MOVE W-FECHA-AMD-N       TO VJFQ-FECHA.                      00006130
           MOVE W-HORA-CURRENT-N    TO VJFQ-HORA.                       00006140
           MOVE WCC-CUENTA          TO VJFQ-CUENTA.                     00006150
           MOVE WK-FORMATO-COSTOS   TO VJFQ-FORMATO.                    00006160
           MOVE 'P'                 TO VJFQ-ESTADO.                     00006170
           MOVE ZEROS               TO VJFQ-REINTENTOS.                 00006180
           MOVE W-FECHA-AMD-N       TO VJFQ-FECULT.                     00006190
           MOVE 'BATC'              TO VJFQ-NUMTER.                     00006200
           MOVE W-PROGRAMA          TO VJFQ-USUARIO.                    00006210
           MOVE SPACES              TO VJFQ-CONTENIDO-TEXT.             00006220
      *    13 LINEAS DE 80                                              00006230
           MOVE W-DOC-COSTOS        TO VJFQ-CONTENIDO-TEXT (1:1040).    00006240
           MOVE 1040                TO VJFQ-CONTENIDO-LEN.              00006250
           EXEC SQL                                                     00006260
                INSERT INTO VLDTJFQ                                     00006270
                      ( VJFQ_FECHA                                      00006280
                      , VJFQ_HORA                                       00006290
                      , VJFQ_CUENTA                                     00006300
                      , VJFQ_FORMATO                                    00006310
                      , VJFQ_ESTADO                                     00006320
                      , VJFQ_REINTENTOS                                 00006330
                      , VJFQ_FECULT                                     00006340
                      , VJFQ_NUMTER                                     00006350
                      , VJFQ_USUARIO                                    00006360
                      , VJFQ_CONTENIDO )                                00006370
                VALUES                                                  00006380
                      ( :VJFQ-FECHA                                     00006390
                      , :VJFQ-HORA                                      00006400
                      , :VJFQ-CUENTA                                    00006410
                      , :VJFQ-FORMATO                                   00006420
                      , :VJFQ-ESTADO                                    00006430
                      , :VJFQ-REINTENTOS                                00006440
                      , :VJFQ-FECULT                                    00006450
                      , :VJFQ-NUMTER                                    00006460
                      , :VJFQ-USUARIO                                   00006470
                      , :VJFQ-CONTENIDO )                               00006480
           END-EXEC.                                                    00006490
           IF SQLCODE NOT = ZERO                                        00006500
              MOVE 'INSERT'                 TO WS-ACCION                00006510
              MOVE 'VLDTJFQ-2320'           TO WS-PARRAFO               00006520
              PERFORM 3001-ERROR                                        00006530
           END-IF.                                                      00006540
           ADD 1                    TO CONT-JETFORM.                    00006550
      *    EL DOCUMENTO QUEDA EN EL REGISTRO DE DOCUMENTOS CON EL ID    00006560
      *    DE LA COLA RECIEN GENERADO                                   00006570
           EXEC SQL                                                     00006580
                SET :WK-JFQ-ID-GEN = IDENTITY_VAL_LOCAL()               00006590
           END-EXEC.                                                    00006600
           IF SQLCODE NOT = ZERO                                        00006610
              MOVE ZEROS           TO WK-JFQ-ID-GEN                     00006620
           END-IF.                                                      00006630
           MOVE 'P'                TO WK-CANAL-DOC.                     00006640
           PERFORM 2330-REGISTRA-DOCUMENTO                              00006650
              THRU 2330-REGISTRA-DOCUMENTO-EXIT.                        00006660
      *                                                                *00006670
      *--------------------------------*                                00006680
       2320-ENCOLA-JETFORM-EXIT.                                        00006690
      *--------------------------------*                                00006700
           EXIT.                                                        00006710
      *------------------------------*                                  00006720
       2330-REGISTRA-DOCUMENTO.                                         00006730
      *------------------------------*                                  00006740
           INITIALIZE DCLVLDTDRG.                                       00006750
           MOVE WCC-CUENTA         TO VDRG-CUENTA.                      00006760
           MOVE 'COSTOS'           TO VDRG-TIPODOC.                     00006770
           MOVE WK-FORMATO-COSTOS  TO VDRG-FORMATO.                     00006780
           MOVE W-FECHA-AMD-N      TO VDRG-FECHA.                       00006790
           MOVE W-HORA-CURRENT-N   TO VDRG-HORA.                        00006800
           MOVE WK-CANAL-DOC       TO VDRG-CANAL.                       00006810
           MOVE WK-JFQ-ID-GEN      TO VDRG-JFQ-ID.                      00006820
           MOVE 'BATC'             TO VDRG-NUMTER.                      00006830
           MOVE W-PROGRAMA         TO VDRG-USUARIO.                     00006840
           CALL WK-VL9CDRG0     USING DCLVLDTDRG WK-DRG-CODRESP.        00006850
           IF WK-DRG-CODRESP NOT = ZEROS                                00006860
              DISPLAY 'AVISO: REGISTRO VLDTDRG NO GRABADO'              00006870
           END-IF.                                                      00006880
      *                                                                *00006890
      *-----------------------------------*                             00006900
       2330-REGISTRA-DOCUMENTO-EXIT.                                    00006910
      *-----------------------------------*                             00006920
           EXIT.                                                        00006930
      *--------------------------*                                      00006940
       2800-TOTAL-CLIENTE.                                              00006950
      *--------------------------*                                      00006960
           MOVE W-NUMCLI-ANT        TO TCL-NUMCLI.                      00006970
           MOVE WK-CUENTAS-CLI      TO TCL-CUENTAS.                     00006980
           MOVE WK-TOTAL-CLI        TO TCL-TOTAL.                       00006990
           WRITE SAL-RCOST        FROM LIN-TOTAL-CLIENTE.               00007000
           WRITE SAL-RCOST        FROM LIN-BLANCO.                      00007010
      *                                                                *00007020
      *-------------------------------*                                 00007030
       2800-TOTAL-CLIENTE-EXIT.                                         00007040
      *-------------------------------*                                 00007050
           EXIT.                                                        00007060
      *--------------------------*                                      00007070
       2900-DETALLE-CUENTA.                                             00007080
      *--------------------------*                                      00007090
           MOVE WCC-NUMCLI          TO DET-NUMCLI.                      00007100
           MOVE WCC-CUENTA          TO DET-CUENTA.                      00007110
           MOVE WK-CANAL-DOC        TO DET-CANAL.                       00007120
           COMPUTE DET-COMISIONES = WCC-COMISIONES + WCC-IGV.           00007130
           MOVE WCC-TERCEROS        TO DET-TERCEROS.                    00007140
           COMPUTE DET-CUSTODIA   = WCC-CUSTODIA + WCC-MORA.            00007150
           MOVE WCC-RETENCIONES     TO DET-RETENCIONES.                 00007160
           MOVE WCC-REBATES         TO DET-REBATES.                     00007170
           MOVE WK-TOTAL-CTA        TO DET-TOTAL.                       00007180
           MOVE WCC-PATRIMONIO      TO DET-PATRIMONIO.                  00007190
           MOVE WK-PORCENTAJE       TO DET-PORCENTAJE.                  00007200
           WRITE SAL-RCOST        FROM LIN-DETALLE.                     00007210
      *                                                                *00007220
      *-------------------------------*                                 00007230
       2900-DETALLE-CUENTA-EXIT.                                        00007240
      *-------------------------------*                                 00007250
           EXIT.                                                        00007260
      *--------*                                                        00007270
       3000-FIN.                                                        00007280
      *--------*                                                        00007290
      *                                                                 00007300
           EXEC SQL                                                     00007310
                CLOSE VLDCCOS1                                          00007320
           END-EXEC.                                                    00007330
           EXEC SQL                                                     00007340
                COMMIT                                                  00007350
           END-EXEC.                                                    00007360
           IF SQLCODE NOT = ZERO                                        00007370
              MOVE 'COMMIT'                 TO WS-ACCION                00007380
              MOVE '3000-FIN'               TO WS-PARRAFO               00007390
              PERFORM 3001-ERROR                                        00007400
           END-IF.                                                      00007410
           CLOSE S2DQCOSE S1RCOST.                                      00007420
           DISPLAY '***** FIN COSTOS Y CARGOS ANUALES *****'.           00007430
           DISPLAY 'EJERCICIO              : ' WA-CARD-EJERCICIO.       00007440
           DISPLAY 'CUENTAS LEIDAS         : ' CONT-CUENTAS.            00007450
           DISPLAY 'CUENTAS SIN COSTOS     : ' CONT-SIN-COSTOS.         00007460
           DISPLAY 'DOCUMENTOS GENERADOS   : ' CONT-DOCUMENTOS.         00007470
           DISPLAY '  ELECTRONICOS         : ' CONT-ELECTRONICOS.       00007480
           DISPLAY '  COLA JETFORM         : ' CONT-JETFORM.            00007490
      *RITM49201-INI                                                  * 00007491
           DISPLAY '  PAPEL SIN CONSENTIM. : ' CONT-SIN-CONSENT.        00007492
      *RITM49201-FIN                                                  * 00007493
           DISPLAY 'SIN PATRIMONIO MEDIO   : ' CONT-SIN-PATRIM.         00007500
           DISPLAY 'TOTAL COSTOS           : ' TOT-COSTOS.              00007510
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00007520
           ACCEPT WK-HORA-FIN       FROM TIME.                          00007530
           INITIALIZE DCLVLDTCTL.                                       00007540
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00007550
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00007560
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00007570
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00007580
           MOVE CONT-CUENTAS        TO VCTL-LEIDOS.                     00007590
           MOVE CONT-DOCUMENTOS     TO VCTL-ESCRITOS.                   00007600
           MOVE TOT-COSTOS          TO VCTL-IMPORTE-TOT.                00007610
           MOVE 'OK'                TO VCTL-ESTADO.                     00007620
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00007630
           IF VCTL-CODRESP NOT = ZEROS                                  00007640
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00007650
           END-IF.                                                      00007660
      *                                                                *00007670
      *-------------*                                                   00007680
       3000-FIN-EXIT.                                                   00007690
      *-------------*                                                   00007700
           EXIT.                                                        00007710
       3001-ERROR.                                                      00007720
      *-----------*                                                     00007730
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00007740
           DISPLAY 'ACCION:          ' WS-ACCION.                       00007750
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00007760
           DISPLAY '******************************************'.        00007770
           MOVE 08 TO RETURN-CODE.                                      00007780
           STOP RUN.                                                    00007790
      *-----------------*                                               00007800
      * FIN DE PROGRAMA *                                               00007810
      *-----------------*                                               00007820
