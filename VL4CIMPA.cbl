       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CIMPA.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : IMPAGO DEL EMISOR EN CUPONES Y VENCIMIENTOS DE RENTA *00000060
      *           FIJA. LOS EVENTOS DE VLDTCUP DECLARADOS EN IMPAGO    *00000070
      *           POR VL7CCUP0 (ESTADO 'D') NO LOS PAGA VL4CCUPO. ESTE *00000080
      *           PROCESO DIARIO:                                      *00000090
      *             1. FIJA LOS TENEDORES DE CADA EVENTO EN IMPAGO     *00000100
      *                CUYA FECHA DE PAGO SE CUMPLIO (FECHA DE         *00000110
      *                REGISTRO DEL EVENTO): POSICION VLDTADS E        *00000120
      *                IMPORTE BRUTO ADEUDADO POR CUENTA EN VLDTIMP,   *00000130
      *                Y ENCOLA A CADA TENEDOR EL AVISO DE IMPAGO EN   *00000140
      *                LA COLA JETFORM VLDTJFQ (FORMATO VLFIMPA0),     *00000150
      *                REGISTRADO EN VLDTDRG (VL9CDRG0)                *00000160
      *             2. DISTRIBUYE LOS RECUPEROS REGISTRADOS EN         *00000170
      *                VL7CCUP0 (ESTADO 'R'): LO RECIBIDO DEL EMISOR   *00000180
      *                MAS EL INTERES MORATORIO SE REPARTE A PRORRATA  *00000190
      *                DE LOS TITULOS FIJADOS EN VLDTIMP (EL ULTIMO    *00000200
      *                TENEDOR RECIBE EL RESIDUO DEL REDONDEO), CON LA *00000210
      *                MISMA RETENCION DE VL4CCUPO (TASAS DE VLDTPAR,  *00000220
      *                PASIVO VXBO_CTARETEN, DETALLE EN VLDTRET) Y     *00000230
      *                ABONO NETO OPS EN S1DQIMPA. SI LO DISTRIBUIDO   *00000240
      *                CUBRE LO ADEUDADO EL EVENTO QUEDA PAGADO ('P')  *00000250
      *                Y, SI ES VENCIMIENTO, SE AMORTIZA LA POSICION;  *00000260
      *                SI NO, VUELVE A IMPAGO ('D') A LA ESPERA DE     *00000270
      *                NUEVOS PAGOS.                                   *00000280
      *           EL DETALLE SALE EN S1RIMPA.                          *00000290
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000300
      * FECHA   : 15-10-2026                                           *00000310
      ******************************************************************00000320
      ******************************************************************00000330
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000340
      *---------- ---------- ---------------- -------------------------*00000350
      *RITM49169  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000360
      *---------- ---------- ---------------- -------------------------*00000370
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000371
      *                                       TAMBIEN EN LA PASARELA   *00000372
      *                                       CONTABLE (VL9CAPU0) PARA *00000373
      *                                       QUE VL4CPASC EVITE EL    *00000374
      *                                       DOBLE ENVIO EN REPROCESO.*00000375
      *---------- ---------- ---------------- -------------------------*00000376
      ******************************************************************00000380
       ENVIRONMENT DIVISION.                                            00000390
       CONFIGURATION SECTION.                                           00000400
       SPECIAL-NAMES.                                                   00000410
       INPUT-OUTPUT SECTION.                                            00000420
       FILE-CONTROL.                                                    00000430
                                                                        00000440
           SELECT S1DQIMPA  ASSIGN       TO S1DQIMPA                    00000450
                            FILE STATUS  IS FS-SIMPA.                   00000460
                                                                        00000470
           SELECT S1RIMPA   ASSIGN       TO S1RIMPA                     00000480
                            FILE STATUS  IS FS-SRIMPA.                  00000490
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
      *                                                                *00000520
       FD  S1DQIMPA                                                     00000530
           RECORDING MODE  IS  F                                        00000540
           LABEL  RECORDS  IS  STANDARD                                 00000550
           DATA   RECORD   IS  REG-S1DQIMPA.                            00000560
         01 REG-S1DQIMPA           PIC X(2390).                         00000570
      *                                                                *00000580
       FD  S1RIMPA                                                      00000590
           RECORDING MODE  IS  F                                        00000600
           LABEL  RECORDS  IS  STANDARD                                 00000610
           DATA   RECORD   IS  SAL-RIMPA.                               00000620
         01 SAL-RIMPA              PIC X(132).                          00000630
      *                                                                 00000640
      ******************************************************************00000650
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000660
      ******************************************************************00000670
       WORKING-STORAGE SECTION.                                         00000680
      *************************                                         00000690
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CIMPA'.          00000700
      *                                                                 00000710
      * REGISTRO DE CARGO/ABONO OPS, MISMO FORMATO QUE VL4CCUPO         00000720
       01  REGISTRO-BGECOPS.                                            00000730
           COPY BGECOPS.                                                00000740
       01  REGISTRO-BGECMIR.                                            00000750
           COPY BGECMIR.                                                00000760
      *                                                                 00000770
      * COLA PERSISTENTE DE IMPRESION JETFORM                           00000780
           COPY VLCPTJFQ.                                               00000790
       77  WK-FORMATO-IMPAGO       PIC X(08) VALUE 'VLFIMPA0'.          00000800
      * REGISTRO DE DOCUMENTOS GENERADOS                                00000810
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00000820
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00000830
       77  WK-JFQ-ID-GEN           PIC S9(9) COMP-3 VALUE ZEROS.        00000840
           COPY VLCPTDRG.                                               00000850
      *                                                                 00000860
      * LINEAS DEL AVISO DE IMPAGO (6 LINEAS DE 80)                     00000870
       01  W-DOC-IMPAGO.                                                00000880
           05 DOC-LINEA-1.                                              00000890
              10 FILLER            PIC X(32) VALUE                      00000900
                 'AVISO DE IMPAGO DEL EMISOR'.                          00000910
              10 FILLER            PIC X(10) VALUE '  CUENTA: '.        00000920
              10 DOC-CUENTA        PIC 9(07).                           00000930
              10 FILLER            PIC X(31) VALUE SPACES.              00000940
           05 DOC-LINEA-2.                                              00000950
              10 FILLER            PIC X(09) VALUE 'TITULAR: '.         00000960
              10 DOC-DENOM         PIC X(40).                           00000970
              10 FILLER            PIC X(31) VALUE SPACES.              00000980
           05 DOC-LINEA-3.                                              00000990
              10 FILLER            PIC X(09) VALUE 'EMISOR : '.         00001000
              10 DOC-EMISOR        PIC X(40).                           00001010
              10 FILLER            PIC X(31) VALUE SPACES.              00001020
           05 DOC-LINEA-4.                                              00001030
              10 FILLER            PIC X(09) VALUE 'VALOR  : '.         00001040
              10 DOC-CODVALOR      PIC X(12).                           00001050
              10 FILLER            PIC X(02) VALUE SPACES.              00001060
              10 DOC-EVENTO        PIC X(11).                           00001070
              10 FILLER            PIC X(25) VALUE                      00001080
                 '  FECHA DE PAGO PREVISTA '.                           00001090
              10 DOC-FECPAGO       PIC 9(08).                           00001100
              10 FILLER            PIC X(13) VALUE SPACES.              00001110
           05 DOC-LINEA-5.                                              00001120
              10 FILLER            PIC X(10) VALUE 'TITULOS : '.        00001130
              10 DOC-TITULOS       PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00001140
              10 FILLER            PIC X(20) VALUE                      00001150
                 '  IMPORTE ADEUDADO: '.                                00001160
              10 DOC-DEBIDO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00001170
              10 FILLER            PIC X(01) VALUE SPACES.              00001180
              10 DOC-DIVISA        PIC X(03).                           00001190
              10 FILLER            PIC X(14) VALUE SPACES.              00001200
           05 DOC-LINEA-6.                                              00001210
              10 FILLER            PIC X(40) VALUE                      00001220
                 'EL PAGO QUEDA SUSPENDIDO. LO QUE PAGUE E'.            00001230
              10 FILLER            PIC X(40) VALUE                      00001240
                 'L EMISOR SE LE ABONARA A PRORRATA.      '.            00001250
      *                                                                 00001260
      * PARAMETROS (SYSIN): FECHA DE PROCESO (AAAAMMDD)                 00001270
       01  WS-PARAMETROS.                                               00001280
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00001290
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00001300
      *                                                                 00001310
       01  WS-VARIOS.                                                   00001320
           05 SW-FIN-CUR-IMP       PIC X(02) VALUE SPACES.              00001330
              88 FIN-CUR-IMP                 VALUE 'SI'.                00001340
           05 SW-FIN-CUR-ADS       PIC X(02) VALUE SPACES.              00001350
              88 FIN-CUR-ADS                 VALUE 'SI'.                00001360
           05 SW-FIN-CUR-REC       PIC X(02) VALUE SPACES.              00001370
              88 FIN-CUR-REC                 VALUE 'SI'.                00001380
           05 SW-FIN-CUR-BEN       PIC X(02) VALUE SPACES.              00001390
              88 FIN-CUR-BEN                 VALUE 'SI'.                00001400
           05 SW-EVENTO-PAGADO     PIC X(01) VALUE 'N'.                 00001410
              88 EVENTO-PAGADO               VALUE 'S'.                 00001420
           05 WK-IMP-TITULO        PIC S9(9)V9(6)  COMP-3 VALUE ZEROS.  00001430
           05 WK-PAGO              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001440
           05 WK-AMORTIZA          PIC S9(13)V     COMP-3 VALUE ZEROS.  00001450
           05 WK-RETENCION         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001460
           05 WK-NETO              PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001470
           05 WK-TASA-RET          PIC S9(2)V9(2)  COMP-3 VALUE ZEROS.  00001480
           05 WK-TASA-CARD         PIC X(04)       VALUE SPACES.        00001490
           05 WK-TASA-CARD-N REDEFINES WK-TASA-CARD PIC 9(02)V9(02).    00001500
           05 WK-CTARETEN          PIC X(20)       VALUE SPACES.        00001510
           05 SW-NO-RESIDENTE      PIC X(01)       VALUE 'N'.           00001520
              88 NO-RESIDENTE                VALUE 'S'.                 00001530
           05 WK-TIPPER            PIC X(01)       VALUE 'N'.           00001540
              88 PERSONA-NATURAL             VALUE 'N'.                 00001550
      *                                                                 00001560
      * IMPORTES DEL RECUPERO EN DISTRIBUCION                           00001570
       01  W-RECUPERO.                                                  00001580
           05 WK-A-REPARTIR        PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001590
           05 WK-REPARTIDO         PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00001600
           05 WK-TOT-TITULOS       PIC S9(15)V     COMP-3 VALUE ZEROS.  00001610
           05 WK-TOT-DEBIDO        PIC S9(15)V9(2) COMP-3 VALUE ZEROS.  00001620
           05 WK-BENEFICIARIOS     PIC S9(7)       COMP-3 VALUE ZEROS.  00001630
           05 WK-ORDEN             PIC S9(7)       COMP-3 VALUE ZEROS.  00001640
      *                                                                 00001650
      * TASAS DE RETENCION POR RESIDENCIA Y TIPO DE PERSONA (VLDTPAR),  00001660
      * LAS MISMAS DE VL4CCUPO Y CON LOS MISMOS VALORES POR DEFECTO     00001670
       01  W-TASAS-RETENCION.                                           00001680
           05 W-TAS-ENT OCCURS 4.                                       00001690
              10 TAS-NOMBRE        PIC X(16).                           00001700
              10 TAS-DEFECTO       PIC S9(2)V9(2)  COMP-3.              00001710
              10 TAS-VIGENTE       PIC S9(2)V9(2)  COMP-3.              00001720
       01  IX-TAS                  PIC 9(01) VALUE ZEROS.               00001730
      *                                                                 00001740
      * TENEDOR EN PROCESO                                              00001750
       01  W-TENEDOR.                                                   00001760
           05 WTE-CUENTA           PIC S9(7)V COMP-3.                   00001770
           05 WTE-DEPOS            PIC S9(13)V COMP-3.                  00001780
           05 WTE-SUCURS           PIC X(04).                           00001790
           05 WTE-NUMCLI           PIC S9(8)V COMP-3.                   00001800
      *                                                                 00001810
       01  W-DATE                  PIC 9(6).                            00001820
       01  FILLER                  REDEFINES W-DATE.                    00001830
           02 W-ANO                PIC 99.                              00001840
           02 W-MES                PIC 99.                              00001850
           02 W-DIA                PIC 99.                              00001860
       01  W-FECHA-AMD.                                                 00001870
           05 W-AA-AMD             PIC 9(4).                            00001880
           05 W-MM-AMD             PIC 9(2).                            00001890
           05 W-DD-AMD             PIC 9(2).                            00001900
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001910
       01  W-HORA-CURRENT.                                              00001920
           02  W-HORA              PIC 99.                              00001930
           02  W-MINUTOS           PIC 99.                              00001940
           02  W-SEGUNDOS          PIC 99.                              00001950
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001960
      *                                                                 00001970
       01 W-CONTADORES.                                                 00001980
          05 CONT-IMPAGOS          PIC 9(08)  VALUE ZEROES.             00001990
          05 CONT-TENEDORES        PIC 9(08)  VALUE ZEROES.             00002000
          05 CONT-AVISOS           PIC 9(08)  VALUE ZEROES.             00002010
          05 CONT-RECUPEROS        PIC 9(08)  VALUE ZEROES.             00002020
          05 CONT-ABONOS           PIC 9(08)  VALUE ZEROES.             00002030
          05 CONT-RETENIDOS        PIC 9(08)  VALUE ZEROES.             00002040
          05 CONT-PAGADOS          PIC 9(08)  VALUE ZEROES.             00002050
          05 CONT-AMORTIZADAS      PIC 9(08)  VALUE ZEROES.             00002060
          05 CONT-SIN-POSICION     PIC 9(08)  VALUE ZEROES.             00002070
          05 TOT-DISTRIBUIDO       PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00002080
          05 TOT-RETENIDO          PIC S9(13)V9(2) COMP-3 VALUE ZEROS.  00002090
      * VARIABLES PARA CONTROL DE ERRORES                               00002100
       01 WS-ERROR.                                                     00002110
          05 WS-ACCION             PIC X(24).                           00002120
          05 WS-PARRAFO            PIC X(19).                           00002130
      * VARIABLES CONTROL DE ARCHIVOS                                   00002140
       01 WS-CTRL-ARCHIVOS.                                             00002150
          05 FS-SIMPA              PIC X(02) VALUE '00'.                00002160
             88 S1DQIMPA-OK                  VALUE '00'.                00002170
          05 FS-SRIMPA             PIC X(02) VALUE '00'.                00002180
             88 S1RIMPA-OK                   VALUE '00'.                00002190
      *                                                                 00002200
      * LINEAS DEL REPORTE                                              00002210
       01 LIN-CABECERA.                                                 00002220
          05 FILLER                PIC X(50) VALUE                      00002230
             ' IMPAGOS DE RENTA FIJA: AVISOS Y RECUPEROS -      '.      00002240
          05 CAB-FECHA             PIC 9(08).                           00002250
          05 FILLER                PIC X(74) VALUE SPACES.              00002260
       01 LIN-EVENTO.                                                   00002270
          05 EVE-ETIQUETA          PIC X(11).                           00002280
          05 EVE-CODVALOR          PIC X(12).                           00002290
          05 FILLER                PIC X(07) VALUE '  SEC: '.           00002300
          05 EVE-SECUEN            PIC ZZ9.                             00002310
          05 FILLER                PIC X(08) VALUE '  TIPO: '.          00002320
          05 EVE-TIPO              PIC X(01).                           00002330
          05 FILLER                PIC X(12) VALUE '  FEC.PAGO: '.      00002340
          05 EVE-FECPAGO           PIC 9(08).                           00002350
          05 FILLER                PIC X(12) VALUE '  IMP/TIT:  '.      00002360
          05 EVE-IMPTIT            PIC ZZZ,ZZ9.9(6).                    00002370
          05 FILLER                PIC X(46) VALUE SPACES.              00002380
       01 LIN-RECUPERO.                                                 00002390
          05 FILLER                PIC X(04) VALUE SPACES.              00002400
          05 FILLER                PIC X(11) VALUE 'RECIBIDO: '.        00002410
          05 REC-RECIBIDO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002420
          05 FILLER                PIC X(08) VALUE '  MORA: '.          00002430
          05 REC-MORA              PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002440
          05 FILLER                PIC X(12) VALUE '  ADEUDADO: '.      00002450
          05 REC-DEBIDO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002460
          05 FILLER                PIC X(13) VALUE '  TENEDORES: '.     00002470
          05 REC-BENEFICIARIOS     PIC Z,ZZZ,ZZ9.                       00002480
          05 FILLER                PIC X(24) VALUE SPACES.              00002490
       01 LIN-TENEDOR.                                                  00002500
          05 FILLER                PIC X(04) VALUE SPACES.              00002510
          05 DET-CUENTA            PIC 9(07).                           00002520
          05 FILLER                PIC X(07) VALUE '  TIT: '.           00002530
          05 DET-TITULOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.                 00002540
          05 FILLER                PIC X(08) VALUE '  BRUTO:'.          00002550
          05 DET-BRUTO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002560
          05 FILLER                PIC X(07) VALUE '  RET: '.           00002570
          05 DET-RETENCION         PIC ZZZ,ZZZ,ZZ9.99.                  00002580
          05 FILLER                PIC X(08) VALUE '  NETO: '.          00002590
          05 DET-NETO              PIC ZZZ,ZZZ,ZZ9.99.                  00002600
          05 FILLER                PIC X(02) VALUE SPACES.              00002610
          05 DET-OBSERVA           PIC X(29).                           00002620
       01 LIN-CIERRE.                                                   00002630
          05 FILLER                PIC X(04) VALUE SPACES.              00002640
          05 FILLER                PIC X(15) VALUE 'ESTADO FINAL : '.   00002650
          05 CIE-ESTADO            PIC X(14).                           00002660
          05 FILLER                PIC X(24) VALUE                      00002670
             '  DISTRIBUIDO ACUMULADO:'.                                00002680
          05 CIE-DISTRIB           PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002690
          05 FILLER                PIC X(12) VALUE '  ADEUDADO: '.      00002700
          05 CIE-DEBIDO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.               00002710
          05 FILLER                PIC X(29) VALUE SPACES.              00002720
      *                                                                 00002730
      *    CALENDARIO DE CUPONES Y TENEDORES DEL IMPAGO                 00002740
           COPY VLCPTCUP.                                               00002750
           COPY VLCPTIMP.                                               00002760
      *                                                                 00002770
      *    RETENCIONES PARA EL PAGO A SUNAT (VLDTRET)                   00002780
           COPY VLCPTRET.                                               00002790
      *                                                                 00002800
      *    PARAMETROS CENTRALES (TASAS DE RETENCION)                    00002810
           COPY VLCPTPA0.                                               00002820
       77  WK-VL9CPAR0            PIC X(08) VALUE 'VL9CPAR0'.           00002830
      *                                                                 00002840
      *    TIPO DE PERSONA DEL TITULAR (PERSONAS)                       00002850
       01  W-PEWC5201.                                                  00002860
           COPY PEWC5201.                                               00002870
       77  PE9C5201               PIC X(08) VALUE 'PE9C5201'.           00002880
      *                                                                 00002890
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002900
           COPY VLCPTCTL.                                               00002910
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002920
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002930
      *                                                                 00002931
      *RITM49188-INI                                                  * 00002932
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00002933
           COPY VLCPTAP0.                                               00002934
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00002935
      *RITM49188-FIN                                                  * 00002936
      *                                                                *00002940
      *  AREA DE COMUNICACION SQLCA                                     00002950
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002960
      *                                                                 00002970
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00002980
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00002990
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00003000
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00003010
           EXEC SQL INCLUDE VLGTXBO END-EXEC.                           00003020
      *                                                                 00003030
      *    EVENTOS EN IMPAGO CON FECHA DE PAGO CUMPLIDA Y TENEDORES     00003040
      *    AUN NO FIJADOS                                               00003050
           EXEC SQL                                                     00003060
                DECLARE VLDCIMP1 CURSOR FOR                             00003070
                 SELECT VCUP_CODVALOR                                   00003080
                      , VCUP_SECUEN                                     00003090
                      , VCUP_TIPO                                       00003100
                      , VCUP_FECPAGO                                    00003110
                      , VCUP_IMPTIT                                     00003120
                      , VCUP_TASA                                       00003130
                   FROM VLDTCUP                                         00003140
                  WHERE VCUP_ESTADO IN ('D', 'R')                       00003150
                    AND VCUP_FECREG  = 0                                00003160
                    AND VCUP_FECPAGO <= :WA-CARD-FECHA-N                00003170
                  ORDER BY VCUP_CODVALOR, VCUP_SECUEN                   00003180
           END-EXEC.                                                    00003190
      *                                                                 00003200
      *    TENEDORES DEL VALOR A LA FECHA DE REGISTRO (COMO VL4CCUPO)   00003210
           EXEC SQL                                                     00003220
                DECLARE VLDCIMP2 CURSOR FOR                             00003230
                 SELECT S.VADS_CUENTA                                   00003240
                      , S.VADS_DEPOS                                    00003250
                      , A.VARC_SUCURS                                   00003260
                      , A.VARC_NUMCLI                                   00003270
                   FROM VLDTADS S                                       00003280
                      , VLDTARC A                                       00003290
                  WHERE A.VARC_CUENTA = S.VADS_CUENTA                   00003300
                    AND S.VADS_PAVAL  = :VADS-PAVAL                     00003310
                    AND S.VADS_VALOR  = :VADS-VALOR                     00003320
                    AND S.VADS_ISIN   = :VADS-ISIN                      00003330
                    AND S.VADS_DEPOS  > 0                               00003340
                  ORDER BY S.VADS_CUENTA                                00003350
           END-EXEC.                                                    00003360
      *                                                                 00003370
      *    RECUPEROS REGISTRADOS PENDIENTES DE DISTRIBUIR               00003380
           EXEC SQL                                                     00003390
                DECLARE VLDCIMP3 CURSOR FOR                             00003400
                 SELECT VCUP_CODVALOR                                   00003410
                      , VCUP_SECUEN                                     00003420
                      , VCUP_TIPO                                       00003430
                      , VCUP_FECPAGO                                    00003440
                      , VCUP_PCT_AMORT                                  00003450
                      , VCUP_IMP_RECUP                                  00003460
                      , VCUP_INT_MORA                                   00003470
                      , VCUP_IMP_DISTRIB                                00003480
                   FROM VLDTCUP                                         00003490
                  WHERE VCUP_ESTADO  = 'R'                              00003500
                    AND VCUP_FECREG  > 0                                00003510
                  ORDER BY VCUP_CODVALOR, VCUP_SECUEN                   00003520
           END-EXEC.                                                    00003530
      *                                                                 00003540
      *    TENEDORES FIJADOS DEL EVENTO EN DISTRIBUCION                 00003550
           EXEC SQL                                                     00003560
                DECLARE VLDCIMP4 CURSOR FOR                             00003570
                 SELECT VIMP_CUENTA                                     00003580
                      , VIMP_NUMCLI                                     00003590
                      , VIMP_SUCURS                                     00003600
                      , VIMP_TITULOS                                    00003610
                   FROM VLDTIMP                                         00003620
                  WHERE VIMP_CODVALOR = :VIMP-CODVALOR                  00003630
                    AND VIMP_SECUEN   = :VIMP-SECUEN                    00003640
                  ORDER BY VIMP_CUENTA                                  00003650
           END-EXEC.                                                    00003660
      *                                                                *00003670
       PROCEDURE DIVISION.                                              00003680
      *                                                                 00003690
           PERFORM 1000-INICIO                                          00003700
              THRU 1000-INICIO-EXIT.                                    00003710
                                                                        00003720
           PERFORM 2000-PROCESO-IMPAGO                                  00003730
              THRU 2000-PROCESO-IMPAGO-EXIT                             00003740
              UNTIL FIN-CUR-IMP.                                        00003750
                                                                        00003760
           PERFORM 2400-ABRE-RECUPEROS                                  00003770
              THRU 2400-ABRE-RECUPEROS-EXIT.                            00003780
                                                                        00003790
           PERFORM 2500-PROCESO-RECUPERO                                00003800
              THRU 2500-PROCESO-RECUPERO-EXIT                           00003810
              UNTIL FIN-CUR-REC.                                        00003820
                                                                        00003830
           PERFORM 3000-FIN                                             00003840
              THRU 3000-FIN-EXIT.                                       00003850
                                                                        00003860
           STOP RUN.                                                    00003870
      *                                                                *00003880
      *-----------*                                                     00003890
       1000-INICIO.                                                     00003900
      *-----------*                                                     00003910
           INITIALIZE W-CONTADORES.                                     00003920
                                                                        00003930
           ACCEPT WA-CARD-FECHA.                                        00003940
           IF WA-CARD-FECHA NOT NUMERIC                                 00003950
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00003960
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003970
              PERFORM 3001-ERROR                                        00003980
           END-IF.                                                      00003990
                                                                        00004000
           ACCEPT W-DATE FROM DATE.                                     00004010
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00004020
           MOVE W-MES              TO W-MM-AMD.                         00004030
           MOVE W-DIA              TO W-DD-AMD.                         00004040
           ACCEPT W-HORA-CURRENT FROM TIME.                             00004050
                                                                        00004060
           PERFORM 1100-CARGA-RETENCION                                 00004070
              THRU 1100-CARGA-RETENCION-EXIT.                           00004080
                                                                        00004090
           OPEN OUTPUT S1DQIMPA S1RIMPA.                                00004100
           IF NOT S1DQIMPA-OK OR NOT S1RIMPA-OK                         00004110
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00004120
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004130
              PERFORM 3001-ERROR                                        00004140
           END-IF.                                                      00004150
                                                                        00004160
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00004170
           WRITE SAL-RIMPA       FROM LIN-CABECERA.                     00004180
                                                                        00004190
           EXEC SQL                                                     00004200
                OPEN VLDCIMP1                                           00004210
           END-EXEC.                                                    00004220
           IF SQLCODE NOT = ZERO                                        00004230
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004240
              MOVE 'VLDCIMP1-1000'          TO WS-PARRAFO               00004250
              PERFORM 3001-ERROR                                        00004260
           END-IF.                                                      00004270
                                                                        00004280
           PERFORM 1300-FETCH-IMPAGO                                    00004290
              THRU 1300-FETCH-IMPAGO-EXIT.                              00004300
      *                                                                 00004310
      *----------------*                                                00004320
       1000-INICIO-EXIT.                                                00004330
      *----------------*                                                00004340
           EXIT.                                                        00004350
                                                                        00004360
      *---------------------------*                                     00004370
       1100-CARGA-RETENCION.                                            00004380
      *---------------------------*                                     00004390
      *    TASAS DE RETENCION VIGENTES A LA FECHA DE PROCESO (TABLA     00004400
      *    CENTRAL VLDTPAR) Y CUENTA PASIVO DE RETENCIONES SUNAT        00004410
           MOVE 'TASA-CUP-NR-NAT'  TO TAS-NOMBRE  (1).                  00004420
           MOVE 5.00               TO TAS-DEFECTO (1).                  00004430
           MOVE 'TASA-CUP-NR-JUR'  TO TAS-NOMBRE  (2).                  00004440
           MOVE 5.00               TO TAS-DEFECTO (2).                  00004450
           MOVE 'TASA-CUP-RE-NAT'  TO TAS-NOMBRE  (3).                  00004460
           MOVE 5.00               TO TAS-DEFECTO (3).                  00004470
           MOVE 'TASA-CUP-RE-JUR'  TO TAS-NOMBRE  (4).                  00004480
           MOVE ZEROS              TO TAS-DEFECTO (4).                  00004490
           PERFORM 1110-LEE-TASA                                        00004500
              THRU 1110-LEE-TASA-EXIT                                   00004510
              VARYING IX-TAS FROM 1 BY 1                                00004520
              UNTIL IX-TAS > 4.                                         00004530
                                                                        00004540
           MOVE 01                 TO VXBO-CLABOL.                      00004550
           EXEC SQL                                                     00004560
                SELECT  VXBO_CTARETEN                                   00004570
                  INTO :VXBO-CTARETEN                                   00004580
                  FROM  VLDTXBO                                         00004590
                 WHERE  VXBO_CLABOL  = :VXBO-CLABOL                     00004600
           END-EXEC.                                                    00004610
           IF SQLCODE NOT = ZERO                                        00004620
              MOVE 'SELECT'               TO WS-ACCION                  00004630
              MOVE 'VLDTXBO-1100'         TO WS-PARRAFO                 00004640
              PERFORM 3001-ERROR                                        00004650
           END-IF.                                                      00004660
           MOVE VXBO-CTARETEN      TO WK-CTARETEN.                      00004670
      *                                                                 00004680
      *--------------------------------*                                00004690
       1100-CARGA-RETENCION-EXIT.                                       00004700
      *--------------------------------*                                00004710
           EXIT.                                                        00004720
                                                                        00004730
      *---------------------*                                           00004740
       1110-LEE-TASA.                                                   00004750
      *---------------------*                                           00004760
      *    EL PARAMETRO VIAJA COMO 4 DIGITOS 99V99 (EJ. 0500 = 5 PCT)   00004770
           INITIALIZE VL9CPAR0-AREA.                                    00004780
           MOVE 'VL4CCUPO'           TO  PAR0-PROGRAMA.                 00004790
           MOVE TAS-NOMBRE (IX-TAS)  TO  PAR0-NOMBRE.                   00004800
           MOVE WA-CARD-FECHA-N      TO  PAR0-FECHA.                    00004810
           CALL WK-VL9CPAR0       USING  VL9CPAR0-AREA.                 00004820
           EVALUATE PAR0-CODRESP                                        00004830
               WHEN ZERO                                                00004840
                    MOVE PAR0-VALOR (1:4) TO WK-TASA-CARD               00004850
                    MOVE WK-TASA-CARD-N   TO TAS-VIGENTE (IX-TAS)       00004860
               WHEN OTHER                                               00004870
                    MOVE TAS-DEFECTO (IX-TAS)                           00004880
                                          TO TAS-VIGENTE (IX-TAS)       00004890
           END-EVALUATE.                                                00004900
           DISPLAY 'TASA RETENCION ' TAS-NOMBRE (IX-TAS) ': '           00004910
                   TAS-VIGENTE (IX-TAS).                                00004920
      *                                                                 00004930
      *-------------------------*                                       00004940
       1110-LEE-TASA-EXIT.                                              00004950
      *-------------------------*                                       00004960
           EXIT.                                                        00004970
                                                                        00004980
      *--------------------*                                            00004990
       1300-FETCH-IMPAGO.                                               00005000
      *--------------------*                                            00005010
           EXEC SQL                                                     00005020
                FETCH VLDCIMP1                                          00005030
                 INTO :VCUP-CODVALOR                                    00005040
                    , :VCUP-SECUEN                                      00005050
                    , :VCUP-TIPO                                        00005060
                    , :VCUP-FECPAGO                                     00005070
                    , :VCUP-IMPTIT                                      00005080
                    , :VCUP-TASA                                        00005090
           END-EXEC.                                                    00005100
           EVALUATE SQLCODE                                             00005110
               WHEN ZERO                                                00005120
                    ADD 1 TO CONT-IMPAGOS                               00005130
               WHEN 100                                                 00005140
                    MOVE 'SI'            TO SW-FIN-CUR-IMP              00005150
               WHEN OTHER                                               00005160
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005170
                    MOVE 'VLDCIMP1-1300'       TO WS-PARRAFO            00005180
                    PERFORM 3001-ERROR                                  00005190
           END-EVALUATE.                                                00005200
      *                                                                 00005210
      *------------------------*                                        00005220
       1300-FETCH-IMPAGO-EXIT.                                          00005230
      *------------------------*                                        00005240
           EXIT.                                                        00005250
                                                                        00005260
      *-----------------------*                                         00005270
       2000-PROCESO-IMPAGO.                                             00005280
      *-----------------------*                                         00005290
      *    FIJA LOS TENEDORES DEL EVENTO EN SU FECHA DE PAGO Y LES      00005300
      *    ENVIA EL AVISO DE IMPAGO                                     00005310
           PERFORM 2050-DATOS-VALOR                                     00005320
              THRU 2050-DATOS-VALOR-EXIT.                               00005330
                                                                        00005340
      *    IMPORTE POR TITULO: EL CARGADO EN EL EVENTO O LA TASA DEL    00005350
      *    PERIODO APLICADA AL NOMINAL DEL MAESTRO (COMO VL4CCUPO)      00005360
           IF VCUP-IMPTIT > ZEROS                                       00005370
              MOVE VCUP-IMPTIT     TO WK-IMP-TITULO                     00005380
           ELSE                                                         00005390
              COMPUTE WK-IMP-TITULO ROUNDED =                           00005400
                      VXEN-NOMINEM * VCUP-TASA / 100                    00005410
           END-IF.                                                      00005420
                                                                        00005430
           MOVE ' IMPAGO  : '      TO EVE-ETIQUETA.                     00005440
           MOVE VCUP-CODVALOR      TO EVE-CODVALOR.                     00005450
           MOVE VCUP-SECUEN        TO EVE-SECUEN.                       00005460
           MOVE VCUP-TIPO          TO EVE-TIPO.                         00005470
           MOVE VCUP-FECPAGO       TO EVE-FECPAGO.                      00005480
           MOVE WK-IMP-TITULO      TO EVE-IMPTIT.                       00005490
           WRITE SAL-RIMPA       FROM LIN-EVENTO AFTER 2.               00005500
                                                                        00005510
           MOVE SPACES             TO SW-FIN-CUR-ADS.                   00005520
           EXEC SQL                                                     00005530
                OPEN VLDCIMP2                                           00005540
           END-EXEC.                                                    00005550
           IF SQLCODE NOT = ZERO                                        00005560
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005570
              MOVE 'VLDCIMP2-2000'          TO WS-PARRAFO               00005580
              PERFORM 3001-ERROR                                        00005590
           END-IF.                                                      00005600
                                                                        00005610
           PERFORM 2100-FETCH-TENEDOR                                   00005620
              THRU 2100-FETCH-TENEDOR-EXIT.                             00005630
           PERFORM 2200-FIJA-TENEDOR                                    00005640
              THRU 2200-FIJA-TENEDOR-EXIT                               00005650
              UNTIL FIN-CUR-ADS.                                        00005660
                                                                        00005670
           EXEC SQL                                                     00005680
                CLOSE VLDCIMP2                                          00005690
           END-EXEC.                                                    00005700
                                                                        00005710
      *    LOS TENEDORES QUEDAN FIJADOS: EL EVENTO YA PUEDE RECIBIR     00005720
      *    DISTRIBUCIONES DE RECUPERO                                   00005730
           EXEC SQL                                                     00005740
                UPDATE VLDTCUP                                          00005750
                   SET VCUP_FECREG  = :VCUP-FECPAGO                     00005760
                     , VCUP_FEULMOD = :W-FECHA-AMD-N                    00005770
                     , VCUP_NUMTER  = 'BATC'                            00005780
                     , VCUP_USUARIO = :W-PROGRAMA                       00005790
                 WHERE VCUP_CODVALOR = :VCUP-CODVALOR                   00005800
                   AND VCUP_SECUEN   = :VCUP-SECUEN                     00005810
           END-EXEC.                                                    00005820
           IF SQLCODE NOT = ZERO                                        00005830
              MOVE 'UPDATE'               TO WS-ACCION                  00005840
              MOVE 'VLDTCUP-2000'         TO WS-PARRAFO                 00005850
              PERFORM 3001-ERROR                                        00005860
           END-IF.                                                      00005870
                                                                        00005880
           PERFORM 1300-FETCH-IMPAGO                                    00005890
              THRU 1300-FETCH-IMPAGO-EXIT.                              00005900
      *                                                                 00005910
      *----------------------------*                                    00005920
       2000-PROCESO-IMPAGO-EXIT.                                        00005930
      *----------------------------*                                    00005940
           EXIT.                                                        00005950
                                                                        00005960
      *------------------------*                                        00005970
       2050-DATOS-VALOR.                                                00005980
      *------------------------*                                        00005990
           MOVE VCUP-CODVALOR (01:03) TO VXEN-PAVAL VADS-PAVAL.         00006000
           MOVE VCUP-CODVALOR (04:08) TO VXEN-VALOR VADS-VALOR.         00006010
           MOVE VCUP-CODVALOR (12:01) TO VXEN-ISIN.                     00006020
           MOVE VXEN-ISIN             TO VADS-ISIN.                     00006030
           EXEC SQL                                                     00006040
                SELECT VXEN_CODDIVI                                     00006050
                     , VXEN_NOMINEM                                     00006060
                     , VXEN_EMISOR                                      00006070
                  INTO :VXEN-CODDIVI                                    00006080
                     , :VXEN-NOMINEM                                    00006090
                     , :VXEN-EMISOR                                     00006100
                  FROM VLDTXEN                                          00006110
                 WHERE VXEN_PAVAL = :VXEN-PAVAL                         00006120
                   AND VXEN_VALOR = :VXEN-VALOR                         00006130
                   AND VXEN_ISIN  = :VXEN-ISIN                          00006140
           END-EXEC.                                                    00006150
           IF SQLCODE NOT = ZERO                                        00006160
              MOVE 'SELECT'               TO WS-ACCION                  00006170
              MOVE 'VLDTXEN-2050'         TO WS-PARRAFO                 00006180
              PERFORM 3001-ERROR                                        00006190
           END-IF.                                                      00006200
      *                                                                 00006210
      *-----------------------------*                                   00006220
       2050-DATOS-VALOR-EXIT.                                           00006230
      *-----------------------------*                                   00006240
           EXIT.                                                        00006250
                                                                        00006260
      *------------------------*                                        00006270
       2100-FETCH-TENEDOR.                                              00006280
      *------------------------*                                        00006290
           EXEC SQL                                                     00006300
                FETCH VLDCIMP2                                          00006310
                 INTO :WTE-CUENTA                                       00006320
                    , :WTE-DEPOS                                        00006330
                    , :WTE-SUCURS                                       00006340
                    , :WTE-NUMCLI                                       00006350
           END-EXEC.                                                    00006360
           EVALUATE SQLCODE                                             00006370
               WHEN ZERO                                                00006380
                    CONTINUE                                            00006390
               WHEN 100                                                 00006400
                    MOVE 'SI'            TO SW-FIN-CUR-ADS              00006410
               WHEN OTHER                                               00006420
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00006430
                    MOVE 'VLDCIMP2-2100'       TO WS-PARRAFO            00006440
                    PERFORM 3001-ERROR                                  00006450
           END-EVALUATE.                                                00006460
      *                                                                 00006470
      *-----------------------------*                                   00006480
       2100-FETCH-TENEDOR-EXIT.                                         00006490
      *-----------------------------*                                   00006500
           EXIT.                                                        00006510
                                                                        00006520
      *----------------------*                                          00006530
       2200-FIJA-TENEDOR.                                               00006540
      *----------------------*                                          00006550
           COMPUTE WK-PAGO ROUNDED =                                    00006560
                   WTE-DEPOS * WK-IMP-TITULO.                           00006570
                                                                        00006580
           INITIALIZE DCLVLDTIMP.                                       00006590
           MOVE VCUP-CODVALOR      TO VIMP-CODVALOR.                    00006600
           MOVE VCUP-SECUEN        TO VIMP-SECUEN.                      00006610
           MOVE WTE-CUENTA         TO VIMP-CUENTA.                      00006620
           MOVE WTE-NUMCLI         TO VIMP-NUMCLI.                      00006630
           MOVE WTE-SUCURS         TO VIMP-SUCURS.                      00006640
           MOVE WTE-DEPOS          TO VIMP-TITULOS.                     00006650
           MOVE WK-PAGO            TO VIMP-DEBIDO.                      00006660
           MOVE ZEROS              TO VIMP-PAGADO.                      00006670
           MOVE VCUP-FECPAGO       TO VIMP-FECREG.                      00006680
           MOVE W-FECHA-AMD-N      TO VIMP-FECULT.                      00006690
           MOVE W-PROGRAMA         TO VIMP-USUARIO.                     00006700
           EXEC SQL                                                     00006710
                INSERT INTO VLDTIMP                                     00006720
                      ( VIMP_CODVALOR                                   00006730
                      , VIMP_SECUEN                                     00006740
                      , VIMP_CUENTA                                     00006750
                      , VIMP_NUMCLI                                     00006760
                      , VIMP_SUCURS                                     00006770
                      , VIMP_TITULOS                                    00006780
                      , VIMP_DEBIDO                                     00006790
                      , VIMP_PAGADO                                     00006800
                      , VIMP_FECREG                                     00006810
                      , VIMP_FECULT                                     00006820
                      , VIMP_USUARIO )                                  00006830
                VALUES                                                  00006840
                      ( :VIMP-CODVALOR                                  00006850
                      , :VIMP-SECUEN                                    00006860
                      , :VIMP-CUENTA                                    00006870
                      , :VIMP-NUMCLI                                    00006880
                      , :VIMP-SUCURS                                    00006890
                      , :VIMP-TITULOS                                   00006900
                      , :VIMP-DEBIDO                                    00006910
                      , :VIMP-PAGADO                                    00006920
                      , :VIMP-FECREG                                    00006930
                      , :VIMP-FECULT                                    00006940
                      , :VIMP-USUARIO )                                 00006950
           END-EXEC.                                                    00006960
           IF SQLCODE NOT = ZERO                                        00006970
              MOVE 'INSERT'               TO WS-ACCION                  00006980
              MOVE 'VLDTIMP-2200'         TO WS-PARRAFO                 00006990
              PERFORM 3001-ERROR                                        00007000
           END-IF.                                                      00007010
           ADD 1                   TO CONT-TENEDORES.                   00007020
                                                                        00007030
           PERFORM 2300-ENCOLA-AVISO                                    00007040
              THRU 2300-ENCOLA-AVISO-EXIT.                              00007050
                                                                        00007060
           MOVE WTE-CUENTA         TO DET-CUENTA.                       00007070
           MOVE WTE-DEPOS          TO DET-TITULOS.                      00007080
           MOVE WK-PAGO            TO DET-BRUTO.                        00007090
           MOVE ZEROS              TO DET-RETENCION                     00007100
                                      DET-NETO.                         00007110
           MOVE 'ADEUDADO - AVISO JETFORM'                              00007120
                                   TO DET-OBSERVA.                      00007130
           WRITE SAL-RIMPA       FROM LIN-TENEDOR.                      00007140
                                                                        00007150
           PERFORM 2100-FETCH-TENEDOR                                   00007160
              THRU 2100-FETCH-TENEDOR-EXIT.                             00007170
      *                                                                 00007180
      *---------------------------*                                     00007190
       2200-FIJA-TENEDOR-EXIT.                                          00007200
      *---------------------------*                                     00007210
           EXIT.                                                        00007220
                                                                        00007230
      *---------------------------*                                     00007240
       2300-ENCOLA-AVISO.                                               00007250
      *---------------------------*                                     00007260
      *    EL AVISO QUEDA PENDIENTE EN LA COLA PERSISTENTE; SI LA       00007270
      *    IMPRESION SE PIERDE, VL4CJFRQ LO REENVIA.                    00007280
           MOVE WTE-NUMCLI         TO VXMI-CODCLI.                      00007290
           EXEC SQL                                                     00007300
                SELECT  VXMI_DENOM                                      00007310
                  INTO :VXMI-DENOM                                      00007320
                  FROM  VLDTXMI                                         00007330
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00007340
           END-EXEC.                                                    00007350
           IF SQLCODE NOT = ZERO                                        00007360
              MOVE SPACES          TO VXMI-DENOM                        00007370
           END-IF.                                                      00007380
                                                                        00007390
           MOVE WTE-CUENTA         TO DOC-CUENTA.                       00007400
           MOVE VXMI-DENOM (1:40)  TO DOC-DENOM.                        00007410
           MOVE VXEN-EMISOR        TO DOC-EMISOR.                       00007420
           MOVE VCUP-CODVALOR      TO DOC-CODVALOR.                     00007430
           IF VCUP-VENCIMIENTO                                          00007440
              MOVE 'VENCIMIENTO'   TO DOC-EVENTO                        00007450
           ELSE                                                         00007460
              MOVE 'CUPON'         TO DOC-EVENTO                        00007470
           END-IF.                                                      00007480
           MOVE VCUP-FECPAGO       TO DOC-FECPAGO.                      00007490
           MOVE WTE-DEPOS          TO DOC-TITULOS.                      00007500
           MOVE WK-PAGO            TO DOC-DEBIDO.                       00007510
           MOVE VXEN-CODDIVI       TO DOC-DIVISA.                       00007520
                                                                        00007530
           INITIALIZE DCLVLDTJFQ.                                       00007540
           MOVE W-FECHA-AMD-N       TO VJFQ-FECHA.                      00007550
           MOVE W-HORA-CURRENT-N    TO VJFQ-HORA.                       00007560
           MOVE WTE-CUENTA          TO VJFQ-CUENTA.                     00007570
           MOVE WK-FORMATO-IMPAGO   TO VJFQ-FORMATO.                    00007580
           MOVE 'P'                 TO VJFQ-ESTADO.                     00007590
           MOVE ZEROS               TO VJFQ-REINTENTOS.                 00007600
           MOVE W-FECHA-AMD-N       TO VJFQ-FECULT.                     00007610
           MOVE 'BATC'              TO VJFQ-NUMTER.                     00007620
           MOVE W-PROGRAMA          TO VJFQ-USUARIO.                    00007630
           MOVE SPACES              TO VJFQ-CONTENIDO-TEXT.             00007640
           MOVE DOC-LINEA-1         TO VJFQ-CONTENIDO-TEXT (1:80).      00007650
           MOVE DOC-LINEA-2         TO VJFQ-CONTENIDO-TEXT (81:80).     00007660
           MOVE DOC-LINEA-3         TO VJFQ-CONTENIDO-TEXT (161:80).    00007670
           MOVE DOC-LINEA-4         TO VJFQ-CONTENIDO-TEXT (241:80).    00007680
           MOVE DOC-LINEA-5         TO VJFQ-CONTENIDO-TEXT (321:80).    00007690
           MOVE DOC-LINEA-6         TO VJFQ-CONTENIDO-TEXT (401:80).    00007700
           MOVE 480                 TO VJFQ-CONTENIDO-LEN.              00007710
                                                                        00007720
           EXEC SQL                                                     00007730
                INSERT INTO VLDTJFQ                                     00007740
                      ( VJFQ_FECHA                                      00007750
                      , VJFQ_HORA                                       00007760
                      , VJFQ_CUENTA                                     00007770
                      , VJFQ_FORMATO                                    00007780
                      , VJFQ_ESTADO                                     00007790
                      , VJFQ_REINTENTOS                                 00007800
                      , VJFQ_FECULT                                     00007810
                      , VJFQ_NUMTER                                     00007820
                      , VJFQ_USUARIO                                    00007830
                      , VJFQ_CONTENIDO )                                00007840
                VALUES                                                  00007850
                      ( :VJFQ-FECHA                                     00007860
                      , :VJFQ-HORA                                      00007870
                      , :VJFQ-CUENTA                                    00007880
                      , :VJFQ-FORMATO                                   00007890
                      , :VJFQ-ESTADO                                    00007900
                      , :VJFQ-REINTENTOS                                00007910
                      , :VJFQ-FECULT                                    00007920
                      , :VJFQ-NUMTER                                    00007930
                      , :VJFQ-USUARIO                                   00007940
                      , :VJFQ-CONTENIDO )                               00007950
           END-EXEC.                                                    00007960
           IF SQLCODE NOT = ZERO                                        00007970
              MOVE 'INSERT'                 TO WS-ACCION                00007980
              MOVE 'VLDTJFQ-2300'           TO WS-PARRAFO               00007990
              PERFORM 3001-ERROR                                        00008000
           END-IF.                                                      00008010
           ADD 1                    TO CONT-AVISOS.                     00008020
                                                                        00008030
      *    EL AVISO QUEDA EN EL REGISTRO DE DOCUMENTOS CON EL ID DE     00008040
      *    LA COLA RECIEN GENERADO                                      00008050
           EXEC SQL                                                     00008060
                SET :WK-JFQ-ID-GEN = IDENTITY_VAL_LOCAL()               00008070
           END-EXEC.                                                    00008080
           IF SQLCODE NOT = ZERO                                        00008090
              MOVE ZEROS           TO WK-JFQ-ID-GEN                     00008100
           END-IF.                                                      00008110
                                                                        00008120
           INITIALIZE DCLVLDTDRG.                                       00008130
           MOVE WTE-CUENTA         TO VDRG-CUENTA.                      00008140
           MOVE 'IMPAGO'           TO VDRG-TIPODOC.                     00008150
           MOVE WK-FORMATO-IMPAGO  TO VDRG-FORMATO.                     00008160
           MOVE W-FECHA-AMD-N      TO VDRG-FECHA.                       00008170
           MOVE W-HORA-CURRENT-N   TO VDRG-HORA.                        00008180
           MOVE 'P'                TO VDRG-CANAL.                       00008190
           MOVE WK-JFQ-ID-GEN      TO VDRG-JFQ-ID.                      00008200
           MOVE 'BATC'             TO VDRG-NUMTER.                      00008210
           MOVE W-PROGRAMA         TO VDRG-USUARIO.                     00008220
           CALL WK-VL9CDRG0     USING DCLVLDTDRG WK-DRG-CODRESP.        00008230
           IF WK-DRG-CODRESP NOT = ZEROS                                00008240
              DISPLAY 'AVISO: REGISTRO VLDTDRG NO GRABADO'              00008250
           END-IF.                                                      00008260
      *                                                                 00008270
      *--------------------------------*                                00008280
       2300-ENCOLA-AVISO-EXIT.                                          00008290
      *--------------------------------*                                00008300
           EXIT.                                                        00008310
                                                                        00008320
      *---------------------------*                                     00008330
       2400-ABRE-RECUPEROS.                                             00008340
      *---------------------------*                                     00008350
      *    SE ABRE DESPUES DE FIJAR TENEDORES PARA QUE UN RECUPERO      00008360
      *    REGISTRADO ANTES DE LA FECHA DE PAGO SE DISTRIBUYA EN LA     00008370
      *    MISMA CORRIDA EN QUE SE FIJAN SUS TENEDORES                  00008380
           EXEC SQL                                                     00008390
                CLOSE VLDCIMP1                                          00008400
           END-EXEC.                                                    00008410
                                                                        00008420
           EXEC SQL                                                     00008430
                OPEN VLDCIMP3                                           00008440
           END-EXEC.                                                    00008450
           IF SQLCODE NOT = ZERO                                        00008460
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008470
              MOVE 'VLDCIMP3-2400'          TO WS-PARRAFO               00008480
              PERFORM 3001-ERROR                                        00008490
           END-IF.                                                      00008500
                                                                        00008510
           PERFORM 2410-FETCH-RECUPERO                                  00008520
              THRU 2410-FETCH-RECUPERO-EXIT.                            00008530
      *                                                                 00008540
      *--------------------------------*                                00008550
       2400-ABRE-RECUPEROS-EXIT.                                        00008560
      *--------------------------------*                                00008570
           EXIT.                                                        00008580
                                                                        00008590
      *--------------------------*                                      00008600
       2410-FETCH-RECUPERO.                                             00008610
      *--------------------------*                                      00008620
           EXEC SQL                                                     00008630
                FETCH VLDCIMP3                                          00008640
                 INTO :VCUP-CODVALOR                                    00008650
                    , :VCUP-SECUEN                                      00008660
                    , :VCUP-TIPO                                        00008670
                    , :VCUP-FECPAGO                                     00008680
                    , :VCUP-PCT-AMORT                                   00008690
                    , :VCUP-IMP-RECUP                                   00008700
                    , :VCUP-INT-MORA                                    00008710
                    , :VCUP-IMP-DISTRIB                                 00008720
           END-EXEC.                                                    00008730
           EVALUATE SQLCODE                                             00008740
               WHEN ZERO                                                00008750
                    ADD 1 TO CONT-RECUPEROS                             00008760
               WHEN 100                                                 00008770
                    MOVE 'SI'            TO SW-FIN-CUR-REC              00008780
               WHEN OTHER                                               00008790
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00008800
                    MOVE 'VLDCIMP3-2410'       TO WS-PARRAFO            00008810
                    PERFORM 3001-ERROR                                  00008820
           END-EVALUATE.                                                00008830
      *                                                                 00008840
      *-------------------------------*                                 00008850
       2410-FETCH-RECUPERO-EXIT.                                        00008860
      *-------------------------------*                                 00008870
           EXIT.                                                        00008880
                                                                        00008890
      *-------------------------*                                       00008900
       2500-PROCESO-RECUPERO.                                           00008910
      *-------------------------*                                       00008920
           PERFORM 2050-DATOS-VALOR                                     00008930
              THRU 2050-DATOS-VALOR-EXIT.                               00008940
                                                                        00008950
           MOVE VCUP-CODVALOR      TO VIMP-CODVALOR.                    00008960
           MOVE VCUP-SECUEN        TO VIMP-SECUEN.                      00008970
           EXEC SQL                                                     00008980
                SELECT COUNT(*)                                         00008990
                     , COALESCE(SUM(VIMP_TITULOS), 0)                   00009000
                     , COALESCE(SUM(VIMP_DEBIDO), 0)                    00009010
                  INTO :WK-BENEFICIARIOS                                00009020
                     , :WK-TOT-TITULOS                                  00009030
                     , :WK-TOT-DEBIDO                                   00009040
                  FROM VLDTIMP                                          00009050
                 WHERE VIMP_CODVALOR = :VIMP-CODVALOR                   00009060
                   AND VIMP_SECUEN   = :VIMP-SECUEN                     00009070
           END-EXEC.                                                    00009080
           IF SQLCODE NOT = ZERO                                        00009090
              MOVE 'SELECT SUM'           TO WS-ACCION                  00009100
              MOVE 'VLDTIMP-2500'         TO WS-PARRAFO                 00009110
              PERFORM 3001-ERROR                                        00009120
           END-IF.                                                      00009130
                                                                        00009140
           COMPUTE WK-A-REPARTIR = VCUP-IMP-RECUP + VCUP-INT-MORA.      00009150
           MOVE ZEROS              TO WK-REPARTIDO                      00009160
                                      WK-ORDEN.                         00009170
                                                                        00009180
           MOVE ' RECUPERO: '      TO EVE-ETIQUETA.                     00009190
           MOVE VCUP-CODVALOR      TO EVE-CODVALOR.                     00009200
           MOVE VCUP-SECUEN        TO EVE-SECUEN.                       00009210
           MOVE VCUP-TIPO          TO EVE-TIPO.                         00009220
           MOVE VCUP-FECPAGO       TO EVE-FECPAGO.                      00009230
           MOVE ZEROS              TO EVE-IMPTIT.                       00009240
           WRITE SAL-RIMPA       FROM LIN-EVENTO AFTER 2.               00009250
           MOVE VCUP-IMP-RECUP     TO REC-RECIBIDO.                     00009260
           MOVE VCUP-INT-MORA      TO REC-MORA.                         00009270
           MOVE WK-TOT-DEBIDO      TO REC-DEBIDO.                       00009280
           MOVE WK-BENEFICIARIOS   TO REC-BENEFICIARIOS.                00009290
           WRITE SAL-RIMPA       FROM LIN-RECUPERO.                     00009300
                                                                        00009310
      *    SIN TENEDORES FIJADOS NO HAY A QUIEN REPARTIR: EL RECUPERO   00009320
      *    SIGUE PENDIENTE Y SE REPORTA                                 00009330
           IF WK-BENEFICIARIOS = ZEROS OR WK-TOT-TITULOS = ZEROS        00009340
              MOVE ZEROS           TO DET-CUENTA DET-TITULOS            00009350
                                      DET-BRUTO DET-RETENCION DET-NETO  00009360
              MOVE 'SIN TENEDORES: NO SE REPARTE'                       00009370
                                   TO DET-OBSERVA                       00009380
              WRITE SAL-RIMPA    FROM LIN-TENEDOR                       00009390
              GO TO 2500-SIGUIENTE                                      00009400
           END-IF.                                                      00009410
                                                                        00009420
      *    LO DISTRIBUIDO (SIN MORA) CUBRE LO ADEUDADO: EVENTO PAGADO   00009430
           MOVE 'N'                TO SW-EVENTO-PAGADO.                 00009440
           ADD VCUP-IMP-RECUP      TO VCUP-IMP-DISTRIB.                 00009450
           IF VCUP-IMP-DISTRIB NOT < WK-TOT-DEBIDO                      00009460
              MOVE 'S'             TO SW-EVENTO-PAGADO                  00009470
           END-IF.                                                      00009480
                                                                        00009490
           MOVE SPACES             TO SW-FIN-CUR-BEN.                   00009500
           EXEC SQL                                                     00009510
                OPEN VLDCIMP4                                           00009520
           END-EXEC.                                                    00009530
           IF SQLCODE NOT = ZERO                                        00009540
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00009550
              MOVE 'VLDCIMP4-2500'          TO WS-PARRAFO               00009560
              PERFORM 3001-ERROR                                        00009570
           END-IF.                                                      00009580
                                                                        00009590
           PERFORM 2600-FETCH-BENEFICIARIO                              00009600
              THRU 2600-FETCH-BENEFICIARIO-EXIT.                        00009610
           PERFORM 2700-ABONA-TENEDOR                                   00009620
              THRU 2700-ABONA-TENEDOR-EXIT                              00009630
              UNTIL FIN-CUR-BEN.                                        00009640
                                                                        00009650
           EXEC SQL                                                     00009660
                CLOSE VLDCIMP4                                          00009670
           END-EXEC.                                                    00009680
                                                                        00009690
      *    EL RECUPERO QUEDA DISTRIBUIDO; EL EVENTO QUEDA PAGADO O      00009700
      *    VUELVE A IMPAGO A LA ESPERA DE NUEVOS PAGOS DEL EMISOR       00009710
           IF EVENTO-PAGADO                                             00009720
              MOVE 'P'             TO VCUP-ESTADO                       00009730
              MOVE 'PAGADO'        TO CIE-ESTADO                        00009740
              ADD 1                TO CONT-PAGADOS                      00009750
           ELSE                                                         00009760
              MOVE 'D'             TO VCUP-ESTADO                       00009770
              MOVE 'IMPAGO PARCIAL' TO CIE-ESTADO                       00009780
           END-IF.                                                      00009790
           EXEC SQL                                                     00009800
                UPDATE VLDTCUP                                          00009810
                   SET VCUP_ESTADO      = :VCUP-ESTADO                  00009820
                     , VCUP_IMP_RECUP   = 0                             00009830
                     , VCUP_INT_MORA    = 0                             00009840
                     , VCUP_IMP_DISTRIB = :VCUP-IMP-DISTRIB             00009850
                     , VCUP_FEULMOD     = :W-FECHA-AMD-N                00009860
                     , VCUP_NUMTER      = 'BATC'                        00009870
                     , VCUP_USUARIO     = :W-PROGRAMA                   00009880
                 WHERE VCUP_CODVALOR = :VCUP-CODVALOR                   00009890
                   AND VCUP_SECUEN   = :VCUP-SECUEN                     00009900
           END-EXEC.                                                    00009910
           IF SQLCODE NOT = ZERO                                        00009920
              MOVE 'UPDATE'               TO WS-ACCION                  00009930
              MOVE 'VLDTCUP-2500'         TO WS-PARRAFO                 00009940
              PERFORM 3001-ERROR                                        00009950
           END-IF.                                                      00009960
                                                                        00009970
           MOVE VCUP-IMP-DISTRIB   TO CIE-DISTRIB.                      00009980
           MOVE WK-TOT-DEBIDO      TO CIE-DEBIDO.                       00009990
           WRITE SAL-RIMPA       FROM LIN-CIERRE.                       00010000
                                                                        00010010
       2500-SIGUIENTE.                                                  00010020
           PERFORM 2410-FETCH-RECUPERO                                  00010030
              THRU 2410-FETCH-RECUPERO-EXIT.                            00010040
      *                                                                 00010050
      *------------------------------*                                  00010060
       2500-PROCESO-RECUPERO-EXIT.                                      00010070
      *------------------------------*                                  00010080
           EXIT.                                                        00010090
                                                                        00010100
      *------------------------------*                                  00010110
       2600-FETCH-BENEFICIARIO.                                         00010120
      *------------------------------*                                  00010130
           EXEC SQL                                                     00010140
                FETCH VLDCIMP4                                          00010150
                 INTO :WTE-CUENTA                                       00010160
                    , :WTE-NUMCLI                                       00010170
                    , :WTE-SUCURS                                       00010180
                    , :WTE-DEPOS                                        00010190
           END-EXEC.                                                    00010200
           EVALUATE SQLCODE                                             00010210
               WHEN ZERO                                                00010220
                    ADD 1                TO WK-ORDEN                    00010230
               WHEN 100                                                 00010240
                    MOVE 'SI'            TO SW-FIN-CUR-BEN              00010250
               WHEN OTHER                                               00010260
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00010270
                    MOVE 'VLDCIMP4-2600'       TO WS-PARRAFO            00010280
                    PERFORM 3001-ERROR                                  00010290
           END-EVALUATE.                                                00010300
      *                                                                 00010310
      *-----------------------------------*                             00010320
       2600-FETCH-BENEFICIARIO-EXIT.                                    00010330
      *-----------------------------------*                             00010340
           EXIT.                                                        00010350
                                                                        00010360
      *-------------------------*                                       00010370
       2700-ABONA-TENEDOR.                                              00010380
      *-------------------------*                                       00010390
      *    PARTE A PRORRATA DE LOS TITULOS AL REGISTRO; EL ULTIMO       00010400
      *    TENEDOR RECIBE EL RESIDUO PARA QUE SE REPARTA TODO           00010410
           IF WK-ORDEN = WK-BENEFICIARIOS                               00010420
              COMPUTE WK-PAGO = WK-A-REPARTIR - WK-REPARTIDO            00010430
           ELSE                                                         00010440
              COMPUTE WK-PAGO ROUNDED =                                 00010450
                      WK-A-REPARTIR * WTE-DEPOS / WK-TOT-TITULOS        00010460
           END-IF.                                                      00010470
           ADD WK-PAGO             TO WK-REPARTIDO.                     00010480
                                                                        00010490
           MOVE WTE-CUENTA         TO DET-CUENTA.                       00010500
           MOVE WTE-DEPOS          TO DET-TITULOS.                      00010510
           MOVE WK-PAGO            TO DET-BRUTO.                        00010520
           MOVE SPACES             TO DET-OBSERVA.                      00010530
                                                                        00010540
           IF WK-PAGO > ZEROS                                           00010550
              PERFORM 2750-CALCULA-RETENCION                            00010560
                 THRU 2750-CALCULA-RETENCION-EXIT                       00010570
              PERFORM 2800-GRABA-ABONO-OPS                              00010580
                 THRU 2800-GRABA-ABONO-OPS-EXIT                         00010590
              IF WK-RETENCION > ZEROS                                   00010600
                 PERFORM 2850-GRABA-RETENCION-OPS                       00010610
                    THRU 2850-GRABA-RETENCION-OPS-EXIT                  00010620
                 PERFORM 2860-GRABA-VLDTRET                             00010630
                    THRU 2860-GRABA-VLDTRET-EXIT                        00010640
              END-IF                                                    00010650
              PERFORM 2870-ACTUALIZA-VLDTIMP                            00010660
                 THRU 2870-ACTUALIZA-VLDTIMP-EXIT                       00010670
           ELSE                                                         00010680
              MOVE ZEROS           TO WK-RETENCION                      00010690
                                      WK-NETO                           00010700
           END-IF.                                                      00010710
                                                                        00010720
      *    VENCIMIENTO CUBIERTO: SE AMORTIZA LA POSICION DEL TENEDOR    00010730
           IF EVENTO-PAGADO AND VCUP-VENCIMIENTO                        00010740
              PERFORM 2900-REDUCE-POSICION                              00010750
                 THRU 2900-REDUCE-POSICION-EXIT                         00010760
           END-IF.                                                      00010770
                                                                        00010780
           MOVE WK-RETENCION       TO DET-RETENCION.                    00010790
           MOVE WK-NETO            TO DET-NETO.                         00010800
           WRITE SAL-RIMPA       FROM LIN-TENEDOR.                      00010810
                                                                        00010820
           PERFORM 2600-FETCH-BENEFICIARIO                              00010830
              THRU 2600-FETCH-BENEFICIARIO-EXIT.                        00010840
      *                                                                 00010850
      *------------------------------*                                  00010860
       2700-ABONA-TENEDOR-EXIT.                                         00010870
      *------------------------------*                                  00010880
           EXIT.                                                        00010890
                                                                        00010900
      *---------------------------------*                               00010910
       2750-CALCULA-RETENCION.                                          00010920
      *---------------------------------*                               00010930
      *    MISMA RETENCION QUE EL PAGO ORDINARIO DE VL4CCUPO:           00010940
      *    RESIDENCIA FISCAL DEL CLIENTE (VXMI_RESIFIS; SIN DATO SE     00010950
      *    TRATA COMO RESIDENTE) Y TIPO DE PERSONA EN PERSONAS          00010960
           MOVE WTE-NUMCLI         TO VXMI-CODCLI.                      00010970
           EXEC SQL                                                     00010980
                SELECT VXMI_RESIFIS                                     00010990
                  INTO :VXMI-RESIFIS                                    00011000
                  FROM VLDTXMI                                          00011010
                 WHERE VXMI_CODCLI = :VXMI-CODCLI                       00011020
           END-EXEC.                                                    00011030
           EVALUATE SQLCODE                                             00011040
               WHEN ZERO                                                00011050
                    CONTINUE                                            00011060
               WHEN 100                                                 00011070
                    MOVE 'PER'          TO VXMI-RESIFIS                 00011080
               WHEN OTHER                                               00011090
                    MOVE 'SELECT'       TO WS-ACCION                    00011100
                    MOVE 'VLDTXMI-2750' TO WS-PARRAFO                   00011110
                    PERFORM 3001-ERROR                                  00011120
           END-EVALUATE.                                                00011130
           MOVE 'N'                TO SW-NO-RESIDENTE.                  00011140
           IF VXMI-RESIFIS NOT = 'PER' AND SPACES                       00011150
              MOVE 'S'             TO SW-NO-RESIDENTE                   00011160
           END-IF.                                                      00011170
                                                                        00011180
           MOVE 'N'                TO WK-TIPPER.                        00011190
           INITIALIZE                 W520-REGISTRO.                    00011200
           MOVE WTE-NUMCLI         TO W520-NUMCLIEN.                    00011210
           CALL PE9C5201        USING W-PEWC5201.                       00011220
           IF W520-PECRETOR = '00' AND W520-SUJGRUP NOT = 'F'           00011230
              MOVE 'J'             TO WK-TIPPER                         00011240
           END-IF.                                                      00011250
                                                                        00011260
           EVALUATE TRUE                                                00011270
               WHEN NO-RESIDENTE AND PERSONA-NATURAL                    00011280
                    MOVE TAS-VIGENTE (1) TO WK-TASA-RET                 00011290
               WHEN NO-RESIDENTE                                        00011300
                    MOVE TAS-VIGENTE (2) TO WK-TASA-RET                 00011310
               WHEN PERSONA-NATURAL                                     00011320
                    MOVE TAS-VIGENTE (3) TO WK-TASA-RET                 00011330
               WHEN OTHER                                               00011340
                    MOVE TAS-VIGENTE (4) TO WK-TASA-RET                 00011350
           END-EVALUATE.                                                00011360
                                                                        00011370
           MOVE ZEROS              TO WK-RETENCION.                     00011380
           IF WK-TASA-RET > ZEROS                                       00011390
              COMPUTE WK-RETENCION ROUNDED =                            00011400
                      WK-PAGO * WK-TASA-RET / 100                       00011410
           END-IF.                                                      00011420
           COMPUTE WK-NETO = WK-PAGO - WK-RETENCION.                    00011430
      *                                                                 00011440
      *---------------------------------*                               00011450
       2750-CALCULA-RETENCION-EXIT.                                     00011460
      *---------------------------------*                               00011470
           EXIT.                                                        00011480
                                                                        00011490
      *----------------------------*                                    00011500
       2800-GRABA-ABONO-OPS.                                            00011510
      *----------------------------*                                    00011520
           INITIALIZE                      REGISTRO-BGECOPS             00011530
                                           REGISTRO-BGECMIR.            00011540
                                                                        00011550
           MOVE 'VL'                    TO OPS-CODAPLI.                 00011560
           MOVE W-MM-AMD                TO OPS-NUMERO-FIC (01:02).      00011570
           MOVE W-DD-AMD                TO OPS-NUMERO-FIC (03:02).      00011580
           MOVE W-HORA-CURRENT (01:04)  TO OPS-NUMERO-FIC (05:04).      00011590
           MOVE 'I'                     TO OPS-SIGNO-OPER.              00011600
           MOVE '0'                     TO OPS-IND-REG.                 00011610
                                                                        00011620
           MOVE WTE-CUENTA              TO MIR-REF-INTERNA (01:07).     00011630
           MOVE WTE-SUCURS              TO MIR-CENTRO-ORI.              00011640
           MOVE W-PROGRAMA              TO MIR-USERID-ORI.              00011650
           MOVE '066'                   TO MIR-CODIGO.                  00011660
           MOVE WK-NETO                 TO MIR-IMPORTE.                 00011670
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-OPER.              00011680
           MOVE W-HORA-CURRENT-N        TO MIR-HORA-OPER.               00011690
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-CONTA.             00011700
           MOVE WA-CARD-FECHA-N         TO MIR-FECHA-VALOR.             00011710
           MOVE 'OPS'                   TO MIR-TIPO-CONTAB.             00011720
           MOVE 'R'                     TO MIR-IND-REALPRUE.            00011730
           MOVE 'N'                     TO MIR-IND-OPER-INTER.          00011740
           MOVE '5'                     TO MIR-IND-ORIGEN-OP.           00011750
           MOVE VXEN-CODDIVI            TO MIR-DIVISA.                  00011760
           MOVE 'RECUPERO RENTA FIJA'   TO MIR-OBSERVA (01:19).         00011770
           MOVE VCUP-CODVALOR           TO MIR-OBSERVA (25:12).         00011780
           MOVE 'VL'                    TO MIR-APLC-ORI.                00011790
                                                                        00011800
           MOVE REGISTRO-BGECMIR        TO OPS-BGECMIR.                 00011810
                                                                        00011820
           WRITE REG-S1DQIMPA FROM REGISTRO-BGECOPS.                    00011830
           IF NOT S1DQIMPA-OK                                           00011840
              MOVE 'WRITE S1DQIMPA'         TO WS-ACCION                00011850
              MOVE '2800-GRABA-ABONO'       TO WS-PARRAFO               00011860
              PERFORM 3001-ERROR                                        00011870
           END-IF.                                                      00011880
      *RITM49188-INI                                                  * 00011881
           PERFORM 2890-PASARELA-CONTABLE                               00011882
              THRU 2890-PASARELA-CONTABLE-EXIT.                         00011883
      *RITM49188-FIN                                                  * 00011884
                                                                        00011890
           ADD 1                        TO CONT-ABONOS.                 00011900
           ADD WK-PAGO                  TO TOT-DISTRIBUIDO.             00011910
      *                                                                 00011920
      *---------------------------------*                               00011930
       2800-GRABA-ABONO-OPS-EXIT.                                       00011940
      *---------------------------------*                               00011950
           EXIT.                                                        00011960
                                                                        00011970
      *-------------------------------*                                 00011980
       2850-GRABA-RETENCION-OPS.                                        00011990
      *-------------------------------*                                 00012000
      *    LO RETENIDO SE ABONA A LA CUENTA PASIVO DE RETENCIONES       00012010
      *    SUNAT (VXBO_CTARETEN) CON EL MISMO APUNTE OPS '066'          00012020
           INITIALIZE                      REGISTRO-BGECOPS             00012030
                                           REGISTRO-BGECMIR.            00012040
                                                                        00012050
           MOVE 'VL'                    TO OPS-CODAPLI.                 00012060
           MOVE W-MM-AMD                TO OPS-NUMERO-FIC (01:02).      00012070
           MOVE W-DD-AMD                TO OPS-NUMERO-FIC (03:02).      00012080
           MOVE W-HORA-CURRENT (01:04)  TO OPS-NUMERO-FIC (05:04).      00012090
           MOVE 'I'                     TO OPS-SIGNO-OPER.              00012100
           MOVE '0'                     TO OPS-IND-REG.                 00012110
                                                                        00012120
           MOVE WK-CTARETEN (01:04)     TO MIR-ENTIDAD                  00012130
                                           MIR-ENTIDAD-ORI.             00012140
           MOVE WK-CTARETEN (05:04)     TO MIR-CENTRO-ALTA.             00012150
           MOVE WK-CTARETEN (09:01)     TO MIR-DIGICCC1.                00012160
           MOVE WK-CTARETEN (10:01)     TO MIR-DIGICCC2.                00012170
           MOVE WK-CTARETEN (11:10)     TO MIR-CUENTA.                  00012180
           MOVE WTE-CUENTA              TO MIR-REF-INTERNA (01:07).     00012190
           MOVE WTE-SUCURS              TO MIR-CENTRO-ORI.              00012200
           MOVE W-PROGRAMA              TO MIR-USERID-ORI.              00012210
           MOVE '066'                   TO MIR-CODIGO.                  00012220
           MOVE WK-RETENCION            TO MIR-IMPORTE.                 00012230
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-OPER.              00012240
           MOVE W-HORA-CURRENT-N        TO MIR-HORA-OPER.               00012250
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-CONTA.             00012260
           MOVE WA-CARD-FECHA-N         TO MIR-FECHA-VALOR.             00012270
           MOVE 'OPS'                   TO MIR-TIPO-CONTAB.             00012280
           MOVE 'R'                     TO MIR-IND-REALPRUE.            00012290
           MOVE 'N'                     TO MIR-IND-OPER-INTER.          00012300
           MOVE '5'                     TO MIR-IND-ORIGEN-OP.           00012310
           MOVE VXEN-CODDIVI            TO MIR-DIVISA.                  00012320
           MOVE 'RETENCION RENTA FIJA'  TO MIR-OBSERVA (01:20).         00012330
           MOVE VCUP-CODVALOR           TO MIR-OBSERVA (25:12).         00012340
           MOVE 'VL'                    TO MIR-APLC-ORI.                00012350
                                                                        00012360
           MOVE REGISTRO-BGECMIR        TO OPS-BGECMIR.                 00012370
                                                                        00012380
           WRITE REG-S1DQIMPA FROM REGISTRO-BGECOPS.                    00012390
           IF NOT S1DQIMPA-OK                                           00012400
              MOVE 'WRITE S1DQIMPA'         TO WS-ACCION                00012410
              MOVE '2850-GRABA-RETEN'       TO WS-PARRAFO               00012420
              PERFORM 3001-ERROR                                        00012430
           END-IF.                                                      00012440
      *RITM49188-INI                                                  * 00012441
           PERFORM 2890-PASARELA-CONTABLE                               00012442
              THRU 2890-PASARELA-CONTABLE-EXIT.                         00012443
      *RITM49188-FIN                                                  * 00012444
                                                                        00012450
           ADD 1                        TO CONT-RETENIDOS.              00012460
           ADD WK-RETENCION             TO TOT-RETENIDO.                00012470
      *                                                                 00012480
      *------------------------------------*                            00012490
       2850-GRABA-RETENCION-OPS-EXIT.                                   00012500
      *------------------------------------*                            00012510
           EXIT.                                                        00012520
                                                                        00012530
      *--------------------------*                                      00012540
       2860-GRABA-VLDTRET.                                              00012550
      *--------------------------*                                      00012560
      *    DETALLE PARA EL PAGO MENSUAL A SUNAT (VL4CRETN). LA          00012570
      *    REFERENCIA ES LA SECUENCIA DEL EVENTO Y EL RESULTADO ES      00012580
      *    LO DISTRIBUIDO AL TENEDOR (CON MORA)                         00012590
           MOVE WTE-CUENTA         TO VRET-CUENTA.                      00012600
           MOVE VCUP-SECUEN        TO VRET-REFER.                       00012610
           MOVE WA-CARD-FECHA-N    TO VRET-FECHA.                       00012620
           MOVE WA-CARD-FECHA (1:6) TO VRET-PERIODO.                    00012630
           MOVE WTE-NUMCLI         TO VRET-NUMCLI.                      00012640
           MOVE VXMI-RESIFIS       TO VRET-RESIFIS.                     00012650
           MOVE WK-PAGO            TO VRET-RESULTADO.                   00012660
           MOVE WK-TASA-RET        TO VRET-TASA.                        00012670
           MOVE WK-RETENCION       TO VRET-RETENCION.                   00012680
           MOVE W-PROGRAMA         TO VRET-USUARIO.                     00012690
           EXEC SQL                                                     00012700
                INSERT INTO VLDTRET                                     00012710
                      ( VRET_CUENTA                                     00012720
                      , VRET_REFER                                      00012730
                      , VRET_FECHA                                      00012740
                      , VRET_PERIODO                                    00012750
                      , VRET_NUMCLI                                     00012760
                      , VRET_RESIFIS                                    00012770
                      , VRET_RESULTADO                                  00012780
                      , VRET_TASA                                       00012790
                      , VRET_RETENCION                                  00012800
                      , VRET_USUARIO )                                  00012810
                VALUES                                                  00012820
                      ( :VRET-CUENTA                                    00012830
                      , :VRET-REFER                                     00012840
                      , :VRET-FECHA                                     00012850
                      , :VRET-PERIODO                                   00012860
                      , :VRET-NUMCLI                                    00012870
                      , :VRET-RESIFIS                                   00012880
                      , :VRET-RESULTADO                                 00012890
                      , :VRET-TASA                                      00012900
                      , :VRET-RETENCION                                 00012910
                      , :VRET-USUARIO )                                 00012920
           END-EXEC.                                                    00012930
           IF SQLCODE NOT = ZERO                                        00012940
              MOVE 'INSERT'               TO WS-ACCION                  00012950
              MOVE 'VLDTRET-2860'         TO WS-PARRAFO                 00012960
              PERFORM 3001-ERROR                                        00012970
           END-IF.                                                      00012980
      *                                                                 00012990
      *-------------------------------*                                 00013000
       2860-GRABA-VLDTRET-EXIT.                                         00013010
      *-------------------------------*                                 00013020
           EXIT.                                                        00013030
                                                                        00013040
      *-----------------------------*                                   00013050
       2870-ACTUALIZA-VLDTIMP.                                          00013060
      *-----------------------------*                                   00013070
           MOVE WTE-CUENTA         TO VIMP-CUENTA.                      00013080
           EXEC SQL                                                     00013090
                UPDATE VLDTIMP                                          00013100
                   SET VIMP_PAGADO   = VIMP_PAGADO + :WK-PAGO           00013110
                     , VIMP_FECULT   = :W-FECHA-AMD-N                   00013120
                     , VIMP_USUARIO  = :W-PROGRAMA                      00013130
                 WHERE VIMP_CODVALOR = :VIMP-CODVALOR                   00013140
                   AND VIMP_SECUEN   = :VIMP-SECUEN                     00013150
                   AND VIMP_CUENTA   = :VIMP-CUENTA                     00013160
           END-EXEC.                                                    00013170
           IF SQLCODE NOT = ZERO                                        00013180
              MOVE 'UPDATE'               TO WS-ACCION                  00013190
              MOVE 'VLDTIMP-2870'         TO WS-PARRAFO                 00013200
              PERFORM 3001-ERROR                                        00013210
           END-IF.                                                      00013220
      *                                                                 00013230
      *----------------------------------*                              00013240
       2870-ACTUALIZA-VLDTIMP-EXIT.                                     00013250
      *----------------------------------*                              00013251
           EXIT.                                                        00013252
                                                                        00013253
      *RITM49188-INI                                                  * 00013254
      *------------------------*                                        00013255
       2890-PASARELA-CONTABLE.                                          00013256
      *------------------------*                                        00013257
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00013258
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00013259
           MOVE 'A'                 TO AP0-FUNCION.                     00013260
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00013261
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00013262
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00013263
           IF AP0-CODRESP NOT = ZEROS                                   00013264
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00013265
              MOVE '2890-PASARELA'          TO WS-PARRAFO               00013266
              PERFORM 3001-ERROR                                        00013267
           END-IF.                                                      00013268
      *                                                                *00013269
      *-----------------------------*                                   00013270
       2890-PASARELA-CONTABLE-EXIT.                                     00013271
      *-----------------------------*                                   00013272
           EXIT.                                                        00013273
      *RITM49188-FIN                                                  * 00013274
                                                                        00013280
      *----------------------------*                                    00013290
       2900-REDUCE-POSICION.                                            00013300
      *----------------------------*                                    00013310
      *    MISMA AMORTIZACION QUE VL4CCUPO SOBRE LOS TITULOS FIJADOS    00013320
      *    (100 PCT SI NO SE INFORMO). SI LA CUENTA YA NO TIENE ESA     00013330
      *    POSICION NO SE TOCA Y SE SENALA EN EL REPORTE                00013340
           IF VCUP-PCT-AMORT > ZEROS                                    00013350
              COMPUTE WK-AMORTIZA ROUNDED =                             00013360
                      WTE-DEPOS * VCUP-PCT-AMORT / 100                  00013370
           ELSE                                                         00013380
              MOVE WTE-DEPOS       TO WK-AMORTIZA                       00013390
           END-IF.                                                      00013400
           MOVE WTE-CUENTA         TO VADS-CUENTA.                      00013410
           EXEC SQL                                                     00013420
                UPDATE VLDTADS                                          00013430
                   SET VADS_DEPOS = VADS_DEPOS - :WK-AMORTIZA           00013440
                 WHERE VADS_CUENTA = :VADS-CUENTA                       00013450
                   AND VADS_PAVAL  = :VADS-PAVAL                        00013460
                   AND VADS_VALOR  = :VADS-VALOR                        00013470
                   AND VADS_ISIN   = :VADS-ISIN                         00013480
                   AND VADS_DEPOS >= :WK-AMORTIZA                       00013490
           END-EXEC.                                                    00013500
           EVALUATE SQLCODE                                             00013510
               WHEN ZERO                                                00013520
                    ADD 1          TO CONT-AMORTIZADAS                  00013530
               WHEN 100                                                 00013540
                    ADD 1          TO CONT-SIN-POSICION                 00013550
                    MOVE 'SIN POSICION PARA AMORTIZAR'                  00013560
                                   TO DET-OBSERVA                       00013570
               WHEN OTHER                                               00013580
                    MOVE 'UPDATE'               TO WS-ACCION            00013590
                    MOVE 'VLDTADS-2900'         TO WS-PARRAFO           00013600
                    PERFORM 3001-ERROR                                  00013610
           END-EVALUATE.                                                00013620
      *                                                                 00013630
      *---------------------------------*                               00013640
       2900-REDUCE-POSICION-EXIT.                                       00013650
      *---------------------------------*                               00013660
           EXIT.                                                        00013670
                                                                        00013680
      *--------*                                                        00013690
       3000-FIN.                                                        00013700
      *--------*                                                        00013710
      *                                                                 00013720
           EXEC SQL                                                     00013730
                CLOSE VLDCIMP3                                          00013740
           END-EXEC.                                                    00013750
                                                                        00013760
           EXEC SQL                                                     00013770
                COMMIT                                                  00013780
           END-EXEC.                                                    00013790
           IF SQLCODE NOT = ZERO                                        00013800
              MOVE 'COMMIT'                 TO WS-ACCION                00013810
              MOVE '3000-FIN'               TO WS-PARRAFO               00013820
              PERFORM 3001-ERROR                                        00013830
           END-IF.                                                      00013840
                                                                        00013850
           CLOSE S1DQIMPA S1RIMPA.                                      00013860
                                                                        00013861
      *RITM49188-INI                                                  * 00013862
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00013863
           MOVE 'F'                 TO AP0-FUNCION.                     00013864
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00013865
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00013866
           IF AP0-CODRESP NOT = ZEROS                                   00013867
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00013868
              MOVE '3000-FIN'               TO WS-PARRAFO               00013869
              PERFORM 3001-ERROR                                        00013870
           END-IF.                                                      00013871
      *RITM49188-FIN                                                  * 00013872
                                                                        00013873
           DISPLAY '****** FIN IMPAGOS RENTA FIJA VL4CIMPA ******'.     00013880
           DISPLAY 'EVENTOS EN IMPAGO FIJADOS : ' CONT-IMPAGOS.         00013890
           DISPLAY 'TENEDORES FIJADOS         : ' CONT-TENEDORES.       00013900
           DISPLAY 'AVISOS ENCOLADOS JETFORM  : ' CONT-AVISOS.          00013910
           DISPLAY 'RECUPEROS DISTRIBUIDOS    : ' CONT-RECUPEROS.       00013920
           DISPLAY 'ABONOS GENERADOS          : ' CONT-ABONOS.          00013930
           DISPLAY 'ABONOS CON RETENCION      : ' CONT-RETENIDOS.       00013940
           DISPLAY 'EVENTOS PAGADOS           : ' CONT-PAGADOS.         00013950
           DISPLAY 'POSICIONES AMORTIZADAS    : ' CONT-AMORTIZADAS.     00013960
           DISPLAY 'SIN POSICION A AMORTIZAR  : ' CONT-SIN-POSICION.    00013970
           DISPLAY 'TOTAL DISTRIBUIDO         : ' TOT-DISTRIBUIDO.      00013980
           DISPLAY 'TOTAL RETENIDO            : ' TOT-RETENIDO.         00013990
                                                                        00014000
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00014010
           ACCEPT WK-HORA-FIN       FROM TIME.                          00014020
           INITIALIZE DCLVLDTCTL.                                       00014030
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00014040
           MOVE WA-CARD-FECHA       TO VCTL-FECPROC.                    00014050
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00014060
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00014070
           COMPUTE VCTL-LEIDOS = CONT-IMPAGOS + CONT-RECUPEROS.         00014080
           COMPUTE VCTL-ESCRITOS = CONT-AVISOS + CONT-ABONOS.           00014090
           MOVE CONT-SIN-POSICION   TO VCTL-RECHAZADOS.                 00014100
           MOVE TOT-DISTRIBUIDO     TO VCTL-IMPORTE-TOT.                00014110
           MOVE 'OK'                TO VCTL-ESTADO.                     00014120
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00014130
           IF VCTL-CODRESP NOT = ZEROS                                  00014140
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00014150
           END-IF.                                                      00014160
                                                                        00014170
      *    POSICIONES QUE NO SE PUDIERON AMORTIZAR: REVISION MANUAL     00014180
           IF CONT-SIN-POSICION > ZEROS                                 00014190
              MOVE 04 TO RETURN-CODE                                    00014200
           END-IF.                                                      00014210
      *                                                                *00014220
      *-------------*                                                   00014230
       3000-FIN-EXIT.                                                   00014240
      *-------------*                                                   00014250
           EXIT.                                                        00014260
                                                                        00014270
       3001-ERROR.                                                      00014280
      *-----------*                                                     00014290
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00014300
           DISPLAY 'ACCION:          ' WS-ACCION.                       00014310
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00014320
           DISPLAY '******************************************'.        00014330
           MOVE 08 TO RETURN-CODE.                                      00014340
           STOP RUN.                                                    00014350
      *-----------------*                                               00014360
      * FIN DE PROGRAMA *                                               00014370
      *-----------------*                                               00014380
