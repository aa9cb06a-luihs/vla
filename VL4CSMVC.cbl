       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CSMVC.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPORTE MENSUAL A LA SMV DE LOS ACTIVOS DE CLIENTES  *00000060
      *           EN CUSTODIA. PARA EL PERIODO (AAAAMM) DE SYSIN TOMA  *00000070
      *           LA POSICION DE CIERRE DE CADA CUENTA DE VLDTARC:     *00000080
      *             - MES CERRADO : VLDTHIS (SUMA DE VHIS_TITULOS31,   *00000090
      *                             IGUAL QUE VL4CESTR)                *00000100
      *             - MES EN CURSO: VLDTADS (VADS_DEPOS)               *00000110
      *           Y LA VALORIZA AL ULTIMO DIA DEL MES COMO VL4CVALC:   *00000120
      *           ULTIMA COTIZACION DE VLDTCAM NO POSTERIOR A LA FECHA *00000130
      *           (SIN COTIZACION, EL NOMINAL), RENTA FIJA SUCIA CON   *00000140
      *           EL DEVENGADO DE VL9CDEV0 Y CONVERSION A PEN CON EL   *00000150
      *           ULTIMO CAMBIO DE VLDTFXR. ACUMULA POR CELDA:         *00000160
      *             TIPO DE INVERSOR (VARC_INVERSOR), RESIDENCIA       *00000170
      *             (VXMI_RESIFIS), TIPO DE PERSONA (PERSONAS, IGUAL   *00000180
      *             QUE VL4CPRIN), TIPO DE INSTRUMENTO (VXEN_TIPINT)   *00000190
      *             Y MONEDA DEL VALOR                                 *00000200
      *           CON EL NUMERO DE CUENTAS Y DE TITULARES (CLIENTES    *00000210
      *           VARC_NUMCLI DISTINTOS) DE CADA CELDA.                *00000220
      *           GRABA EL FICHERO PARA LA SMV (S1DQSMVC) ENTRE 'HDR'  *00000230
      *           Y 'TRL' (VLCPTCTF, HASH = SUMA DEL VALOR EN PEN SIN  *00000240
      *           DECIMALES) Y EMITE EL REPORTE S1RSMVC CON LAS CELDAS *00000250
      *           Y UNA PAGINA DE CONCILIACION, POR MONEDA, CONTRA LOS *00000260
      *           TOTALES DE CUSTODIA DEL FEED CONTABLE (E1DQCUSC).    *00000270
      *           UNA MONEDA QUE NO CUADRA DEJA RETURN-CODE 04.        *00000280
      * SYSIN   : 1. PERIODO AAAAMM                                    *00000290
      * FECHA   : 15-10-2026                                           *00000300
      ******************************************************************00000310
      ******************************************************************00000320
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      *RITM49199  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000350
      *---------- ---------- ---------------- -------------------------*00000360
      ******************************************************************00000370
       ENVIRONMENT DIVISION.                                            00000380
       CONFIGURATION SECTION.                                           00000390
       SPECIAL-NAMES.                                                   00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
                                                                        00000430
           SELECT E1DQCUSC  ASSIGN       TO E1DQCUSC                    00000440
                            FILE STATUS  IS FS-ECUSC.                   00000450
                                                                        00000460
           SELECT S1DQSMVC  ASSIGN       TO S1DQSMVC                    00000470
                            FILE STATUS  IS FS-SSMVC.                   00000480
                                                                        00000490
           SELECT S1RSMVC   ASSIGN       TO S1RSMVC                     00000500
                            FILE STATUS  IS FS-RSMVC.                   00000510
       DATA DIVISION.                                                   00000520
       FILE SECTION.                                                    00000530
      *                                                                *00000540
       FD  E1DQCUSC                                                     00000550
           RECORDING MODE  IS  F                                        00000560
           LABEL  RECORDS  IS  STANDARD                                 00000570
           DATA   RECORD   IS  REG-E1DQCUSC.                            00000580
         01 REG-E1DQCUSC           PIC X(80).                           00000590
      *                                                                *00000600
       FD  S1DQSMVC                                                     00000610
           RECORDING MODE  IS  F                                        00000620
           LABEL  RECORDS  IS  STANDARD                                 00000630
           DATA   RECORD   IS  SAL-DQSMVC.                              00000640
         01 SAL-DQSMVC             PIC X(150).                          00000650
      *                                                                *00000660
       FD  S1RSMVC                                                      00000670
           RECORDING MODE  IS  F                                        00000680
           LABEL  RECORDS  IS  STANDARD                                 00000690
           DATA   RECORD   IS  SAL-RSMVC.                               00000700
         01 SAL-RSMVC              PIC X(132).                          00000710
      *                                                                 00000720
      ******************************************************************00000730
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000740
      ******************************************************************00000750
       WORKING-STORAGE SECTION.                                         00000760
      *************************                                         00000770
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CSMVC'.          00000780
      *                                                                 00000790
      * LAYOUT DEL FEED CONTABLE DE CUSTODIA E1DQCUSC: SALDO DE LAS     00000800
      * CUENTAS DE ORDEN DE VALORES DE TERCEROS EN CUSTODIA, POR        00000810
      * PERIODO Y MONEDA (PUEDE VENIR MAS DE UNA CUENTA CONTABLE POR    00000820
      * MONEDA; SE SUMAN)                                               00000830
       01  W-REG-CUSTODIA.                                              00000840
           05 ECC-PERIODO          PIC 9(06).                           00000850
           05 FILLER               PIC X(01).                           00000860
           05 ECC-DIVISA           PIC X(03).                           00000870
           05 FILLER               PIC X(01).                           00000880
           05 ECC-CTACONT          PIC X(10).                           00000890
           05 FILLER               PIC X(01).                           00000900
           05 ECC-IMPORTE          PIC S9(13)V99.                       00000910
           05 FILLER               PIC X(43).                           00000920
      *                                                                 00000930
      * PARAMETROS (SYSIN): PERIODO A REPORTAR (AAAAMM)                 00000940
       01  WS-PARAMETROS.                                               00000950
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00000960
           05 WA-CARD-PERIODO-R REDEFINES WA-CARD-PERIODO.              00000970
              10 WA-CARD-AAAA      PIC 9(04).                           00000980
              10 WA-CARD-MM        PIC 9(02).                           00000990
           05 WA-CARD-PERIODO-N REDEFINES WA-CARD-PERIODO PIC 9(06).    00001000
      *                                                                 00001010
      * PERIODO, FECHA DE VALORIZACION Y ORIGEN DE LA POSICION          00001020
       01  WS-PERIODO.                                                  00001030
           05 WK-ANO               PIC S9(4) COMP VALUE ZEROS.          00001040
           05 WK-MES               PIC S9(2)V COMP-3 VALUE ZEROS.       00001050
           05 WK-ULTIMO-DIA        PIC 9(02)      VALUE ZEROS.          00001060
           05 WK-COC4              PIC 9(04)      VALUE ZEROS.          00001070
           05 WK-RESTO4            PIC 9(02)      VALUE ZEROS.          00001080
           05 WK-FECVAL            PIC 9(08)      VALUE ZEROS.          00001090
           05 WK-PERIODO-ACT       PIC 9(06)      VALUE ZEROS.          00001100
           05 SW-ORIGEN            PIC X(01)      VALUE 'H'.            00001110
              88 ORIGEN-HISTORIA             VALUE 'H'.                 00001120
              88 ORIGEN-DEPOSITO             VALUE 'A'.                 00001130
      *                                                                 00001140
      * LOS CAMBIOS VIENEN DE LA TABLA CENTRAL VLDTFXR                  00001150
       01  WK-FXR-FECDIA           PIC S9(8)V COMP-3 VALUE ZEROS.       00001160
       01  CONT-FX-DESFASADO       PIC 9(02) VALUE ZEROS.               00001170
      *                                                                 00001180
       01  TB-CAMBIOS.                                                  00001190
           05 CONT-CAMBIOS         PIC 9(02) VALUE ZEROS.               00001200
           05 IN-CAM               PIC 9(02) VALUE ZEROS.               00001210
           05 TB-CAM-FILA          OCCURS 21.                           00001220
              10 TB-CAM-MONEDA     PIC X(03).                           00001230
              10 TB-CAM-CAMBIO     PIC 9(05)V9(06).                     00001240
      *                                                                 00001250
      * CELDAS DEL REPORTE SMV                                          00001260
       01  TB-CELDAS.                                                   00001270
           05 CONT-CELDAS          PIC 9(04) VALUE ZEROS.               00001280
           05 IN-CEL               PIC 9(04) VALUE ZEROS.               00001290
           05 TB-CEL-FILA          OCCURS 1001.                         00001300
              10 TB-CEL-CLAVE.                                          00001310
                 15 TB-CEL-INVERSOR  PIC 9(02).                         00001320
                 15 TB-CEL-RESIDEN   PIC X(03).                         00001330
                 15 TB-CEL-TIPPER    PIC X(01).                         00001340
                 15 TB-CEL-TIPINT    PIC X(01).                         00001350
                 15 TB-CEL-MONEDA    PIC X(03).                         00001360
              10 TB-CEL-CUENTAS    PIC 9(07).                           00001370
              10 TB-CEL-TITULARES  PIC 9(07).                           00001380
              10 TB-CEL-VALOR-DIV  PIC S9(15)V99 COMP-3.                00001390
              10 TB-CEL-VALOR-PEN  PIC S9(15)V99 COMP-3.                00001400
              10 TB-CEL-ULT-CUENTA PIC S9(7)V COMP-3.                   00001410
              10 TB-CEL-ULT-NUMCLI PIC S9(8)V COMP-3.                   00001420
      *                                                                 00001430
      * CONCILIACION POR MONEDA: LADO VALORES Y LADO CONTABILIDAD       00001440
       01  TB-MONEDAS.                                                  00001450
           05 CONT-MONEDAS         PIC 9(02) VALUE ZEROS.               00001460
           05 IN-MON               PIC 9(02) VALUE ZEROS.               00001470
           05 TB-MON-FILA          OCCURS 41.                           00001480
              10 TB-MON-MONEDA     PIC X(03).                           00001490
              10 TB-MON-VALOR      PIC S9(15)V99 COMP-3.                00001500
              10 TB-MON-CONTAB     PIC S9(15)V99 COMP-3.                00001510
              10 TB-MON-CON-CTB    PIC X(01).                           00001520
      *                                                                 00001530
       01  WS-VARIOS.                                                   00001540
           05 SW-FIN-ARC           PIC X(02) VALUE SPACES.              00001550
              88 FIN-CUR-ARC                 VALUE 'SI'.                00001560
           05 SW-FIN-POS           PIC X(02) VALUE SPACES.              00001570
              88 FIN-CUR-POS                 VALUE 'SI'.                00001580
           05 SW-FIN-CUSC          PIC X(02) VALUE SPACES.              00001590
              88 FIN-FEED-CONTABLE           VALUE '10'.                00001600
           05 SW-DESCUADRE         PIC X(01) VALUE 'N'.                 00001610
              88 HAY-DESCUADRE               VALUE 'S'.                 00001620
           05 WS-NUMCLI-ACT        PIC S9(8)V COMP-3 VALUE ZEROS.       00001630
           05 WK-INVERSOR          PIC 9(02) VALUE ZEROS.               00001640
           05 WK-RESIDEN           PIC X(03) VALUE SPACES.              00001650
           05 WK-TIPPER            PIC X(01) VALUE 'N'.                 00001660
              88 PERSONA-NATURAL             VALUE 'N'.                 00001670
           05 WK-TITULOS           PIC S9(13)V COMP-3 VALUE ZEROS.      00001680
           05 WK-PRECIO            PIC S9(09)V9(06) COMP-3 VALUE ZEROS. 00001690
           05 WK-DEVENGADO-TIT     PIC S9(09)V9(06) COMP-3 VALUE ZEROS. 00001700
           05 WK-VALOR-DIV         PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001710
           05 WK-VALOR-PEN         PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00001720
           05 WK-DIFERENCIA        PIC S9(15)V9(02) COMP-3 VALUE ZEROS. 00001730
           05 WK-TOLERANCIA        PIC S9(03)V9(02) COMP-3 VALUE 1.     00001740
           05 WK-TOT-CUENTAS       PIC 9(09) VALUE ZEROS.               00001750
           05 WK-TOT-TITULARES     PIC 9(09) VALUE ZEROS.               00001760
           05 WK-TOT-PEN           PIC S9(15)V9(02) COMP-3 VALUE ZEROS. 00001770
           05 WK-HASH              PIC 9(15) VALUE ZEROS.               00001780
           05 WK-CAMBIO            PIC 9(05)V9(06) VALUE ZEROS.         00001790
           05 WK-CODVALOR          PIC X(12) VALUE SPACES.              00001800
           05 WK-ISIN-X            PIC 9(01) VALUE ZEROS.               00001810
           05 WK-CLAVE-CELDA.                                           00001820
              10 WK-CEL-INVERSOR   PIC 9(02).                           00001830
              10 WK-CEL-RESIDEN    PIC X(03).                           00001840
              10 WK-CEL-TIPPER     PIC X(01).                           00001850
              10 WK-CEL-TIPINT     PIC X(01).                           00001860
              10 WK-CEL-MONEDA     PIC X(03).                           00001870
      *    DEVENGADO DE RENTA FIJA (RUTINA VL9CDEV0)                    00001880
       01  WK-VL9CDEV0             PIC X(08) VALUE 'VL9CDEV0'.          00001890
           COPY VLCPTDV0.                                               00001900
      *                                                                 00001910
      *    TIPO DE PERSONA DEL TITULAR (PERSONAS)                       00001920
       01  W-PEWC5201.                                                  00001930
           COPY PEWC5201.                                               00001940
       77  PE9C5201               PIC X(08) VALUE 'PE9C5201'.           00001950
      *                                                                 00001960
       01  W-DATE                  PIC 9(6).                            00001970
       01  FILLER                  REDEFINES W-DATE.                    00001980
           02 W-ANO                PIC 99.                              00001990
           02 W-MES                PIC 99.                              00002000
           02 W-DIA                PIC 99.                              00002010
       01  W-FECHA-AMD.                                                 00002020
           05 W-AA-AMD             PIC 9(4).                            00002030
           05 W-MM-AMD             PIC 9(2).                            00002040
           05 W-DD-AMD             PIC 9(2).                            00002050
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00002060
       01  W-HORA-CURRENT.                                              00002070
           02  W-HORA              PIC 99.                              00002080
           02  W-MINUTOS           PIC 99.                              00002090
           02  W-SEGUNDOS          PIC 99.                              00002100
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00002110
      *                                                                 00002120
       01 W-CONTADORES.                                                 00002130
          05 CONT-CLIENTES         PIC 9(08)  VALUE ZEROES.             00002140
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00002150
          05 CONT-TENENCIAS        PIC 9(08)  VALUE ZEROES.             00002160
          05 CONT-SIN-CAMBIO       PIC 9(08)  VALUE ZEROES.             00002170
          05 CONT-SIN-PRECIO       PIC 9(08)  VALUE ZEROES.             00002180
          05 CONT-LEIDO-CONTAB     PIC 9(08)  VALUE ZEROES.             00002190
          05 CONT-OTRO-PERIODO     PIC 9(08)  VALUE ZEROES.             00002200
          05 CONT-REGISTROS        PIC 9(08)  VALUE ZEROES.             00002210
          05 CONT-DESCUADRES       PIC 9(08)  VALUE ZEROES.             00002220
      * VARIABLES PARA CONTROL DE ERRORES                               00002230
       01 WS-ERROR.                                                     00002240
          05 WS-ACCION             PIC X(24).                           00002250
          05 WS-PARRAFO            PIC X(19).                           00002260
      * VARIABLES CONTROL DE ARCHIVOS                                   00002270
       01 WS-CTRL-ARCHIVOS.                                             00002280
          05 FS-ECUSC              PIC X(02) VALUE '00'.                00002290
             88 E1DQCUSC-OK                  VALUE '00'.                00002300
          05 FS-SSMVC              PIC X(02) VALUE '00'.                00002310
             88 S1DQSMVC-OK                  VALUE '00'.                00002320
          05 FS-RSMVC              PIC X(02) VALUE '00'.                00002330
             88 S1RSMVC-OK                   VALUE '00'.                00002340
          05 SW-FIN-FXR            PIC X(02) VALUE SPACES.              00002350
             88 FIN-CAMBIOS                  VALUE '10'.                00002360
      *                                                                 00002370
      * REGISTRO DEL FICHERO PARA LA SMV (UNO POR CELDA)                00002380
       01 SALIDA-SMV.                                                   00002390
          05 SMV-TIPO              PIC X(03) VALUE 'DAT'.               00002400
          05 SMV-PERIODO           PIC 9(06).                           00002410
          05 SMV-INVERSOR          PIC 9(02).                           00002420
          05 SMV-RESIDENCIA        PIC X(03).                           00002430
          05 SMV-TIPPER            PIC X(01).                           00002440
          05 SMV-TIPINT            PIC X(01).                           00002450
          05 SMV-MONEDA            PIC X(03).                           00002460
          05 SMV-NUM-CUENTAS       PIC 9(07).                           00002470
          05 SMV-NUM-TITULARES     PIC 9(07).                           00002480
          05 SMV-VALOR-DIV         PIC S9(15)V99 SIGN LEADING SEPARATE. 00002490
          05 SMV-VALOR-PEN         PIC S9(15)V99 SIGN LEADING SEPARATE. 00002500
          05 SMV-FECVAL            PIC 9(08).                           00002510
          05 FILLER                PIC X(73) VALUE SPACES.              00002520
      *                                                                 00002530
      * LINEAS DEL REPORTE                                              00002540
       01 LIN-CABECERA.                                                 00002550
          05 FILLER                PIC X(45) VALUE                      00002560
             ' ACTIVOS DE CLIENTES EN CUSTODIA - SMV - MES '.           00002570
          05 CAB-PERIODO           PIC 9(06).                           00002580
          05 FILLER                PIC X(15) VALUE                      00002590
             '  VALORIZADO AL'.                                         00002600
          05 FILLER                PIC X(01) VALUE SPACES.              00002610
          05 CAB-FECVAL            PIC 9(08).                           00002620
          05 FILLER                PIC X(12) VALUE                      00002630
             '  POSICION: '.                                            00002640
          05 CAB-ORIGEN            PIC X(07).                           00002650
          05 FILLER                PIC X(38) VALUE SPACES.              00002660
       01 LIN-TITULO.                                                   00002670
          05 FILLER                PIC X(50) VALUE                      00002680
             ' IN  RES P I MON   CUENTAS TITULARES     VALOR EN '.      00002690
          05 FILLER                PIC X(82) VALUE                      00002700
             'MONEDA        VALOR EN PEN'.                              00002710
       01 LIN-CELDA.                                                    00002720
          05 FILLER                PIC X(01) VALUE SPACES.              00002730
          05 CEL-INVERSOR          PIC 9(02).                           00002740
          05 FILLER                PIC X(02) VALUE SPACES.              00002750
          05 CEL-RESIDEN           PIC X(03).                           00002760
          05 FILLER                PIC X(01) VALUE SPACES.              00002770
          05 CEL-TIPPER            PIC X(01).                           00002780
          05 FILLER                PIC X(01) VALUE SPACES.              00002790
          05 CEL-TIPINT            PIC X(01).                           00002800
          05 FILLER                PIC X(01) VALUE SPACES.              00002810
          05 CEL-MONEDA            PIC X(03).                           00002820
          05 FILLER                PIC X(01) VALUE SPACES.              00002830
          05 CEL-CUENTAS           PIC Z,ZZZ,ZZ9.                       00002840
          05 FILLER                PIC X(01) VALUE SPACES.              00002850
          05 CEL-TITULARES         PIC Z,ZZZ,ZZ9.                       00002860
          05 FILLER                PIC X(01) VALUE SPACES.              00002870
          05 CEL-VALOR-DIV         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002880
          05 FILLER                PIC X(01) VALUE SPACES.              00002890
          05 CEL-VALOR-PEN         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002900
          05 FILLER                PIC X(56) VALUE SPACES.              00002910
       01 LIN-CONCILIA-CAB.                                             00002920
          05 FILLER                PIC X(48) VALUE                      00002930
             ' CONCILIACION CON EL FEED CONTABLE DE CUSTODIA -'.        00002940
          05 FILLER                PIC X(84) VALUE                      00002950
             ' IMPORTES EN LA MONEDA DEL VALOR'.                        00002960
       01 LIN-CONCILIA-TIT.                                             00002970
          05 FILLER                PIC X(50) VALUE                      00002980
             ' MON  VALORIZADO VALORES   CUSTODIA CONTABLE      '.      00002990
          05 FILLER                PIC X(82) VALUE                      00003000
             '    DIFERENCIA  ESTADO'.                                  00003010
       01 LIN-CONCILIA.                                                 00003020
          05 FILLER                PIC X(01) VALUE SPACES.              00003030
          05 CON-MONEDA            PIC X(03).                           00003040
          05 FILLER                PIC X(01) VALUE SPACES.              00003050
          05 CON-VALOR             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00003060
          05 FILLER                PIC X(01) VALUE SPACES.              00003070
          05 CON-CONTAB            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00003080
          05 FILLER                PIC X(01) VALUE SPACES.              00003090
          05 CON-DIFERENCIA        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00003100
          05 FILLER                PIC X(02) VALUE SPACES.              00003110
          05 CON-ESTADO            PIC X(14).                           00003120
          05 FILLER                PIC X(52) VALUE SPACES.              00003130
       01 LIN-TOTAL.                                                    00003140
          05 FILLER                PIC X(01) VALUE SPACES.              00003150
          05 TOT-CONCEPTO          PIC X(30).                           00003160
          05 TOT-VALOR             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00003170
          05 FILLER                PIC X(82) VALUE SPACES.              00003180
      *                                                                 00003190
      *    CABECERA/COLA DE CONTROL DE TRANSMISION                      00003200
           COPY VLCPTCTF.                                               00003210
      *                                                                 00003220
      *    CONTROL DE EJECUCION (VLDTCTL)                               00003230
           COPY VLCPTCTL.                                               00003240
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00003250
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00003260
      *                                                                *00003270
      *  AREA DE COMUNICACION SQLCA                                    *00003280
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003290
      *                                                                 00003300
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00003310
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00003320
           EXEC SQL INCLUDE VLGTADS END-EXEC.                           00003330
           EXEC SQL INCLUDE VLGTHIS END-EXEC.                           00003340
           EXEC SQL INCLUDE VLGTXEN END-EXEC.                           00003350
           EXEC SQL INCLUDE VLGTCAM END-EXEC.                           00003360
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00003370
           COPY VLCPTFXR.                                               00003380
      *                                                                 00003390
      *  ULTIMO TIPO DE CAMBIO CARGADO POR MONEDA (TABLA CENTRAL)       00003400
           EXEC SQL                                                     00003410
                DECLARE VLDCFXR1  CURSOR FOR                            00003420
                SELECT  F.VFXR_MONEDA                                   00003430
                     ,  F.VFXR_TIPOCAM                                  00003440
                     ,  F.VFXR_FECDIA                                   00003450
                  FROM  VLDTFXR F                                       00003460
                 WHERE  F.VFXR_FECDIA =                                 00003470
                        (SELECT MAX(F2.VFXR_FECDIA)                     00003480
                           FROM VLDTFXR F2                              00003490
                          WHERE F2.VFXR_MONEDA = F.VFXR_MONEDA          00003500
                            AND F2.VFXR_FECDIA <= :WK-FECVAL)           00003510
                 ORDER  BY F.VFXR_MONEDA                                00003520
           END-EXEC.                                                    00003530
      *                                                                 00003540
      *  CUENTAS ORDENADAS POR CLIENTE (TODAS: LA POSICION DEL MES      00003550
      *  DECIDE SI LA CUENTA ENTRA EN EL REPORTE)                       00003560
           EXEC SQL                                                     00003570
                DECLARE VLDCSMV1 CURSOR FOR                             00003580
                 SELECT  VARC_NUMCLI                                    00003590
                      ,  VARC_CUENTA                                    00003600
                      ,  VARC_INVERSOR                                  00003610
                   FROM  VLDTARC                                        00003620
                  ORDER  BY VARC_NUMCLI, VARC_CUENTA                    00003630
           END-EXEC.                                                    00003640
      *                                                                 00003650
      *  POSICION DE CIERRE DEL MES EN LA HISTORIA                      00003660
           EXEC SQL                                                     00003670
                DECLARE VLDCSMV2  CURSOR FOR                            00003680
                SELECT  VHIS_CODVALOR                                   00003690
                     ,  SUM(VHIS_TITULOS31)                             00003700
                  FROM  VLDTHIS                                         00003710
                 WHERE  VHIS_CTAVAL = :VHIS-CTAVAL                      00003720
                   AND  VHIS_ANO    = :WK-ANO                           00003730
                   AND  VHIS_MES    = :WK-MES                           00003740
                 GROUP  BY VHIS_CODVALOR                                00003750
                HAVING  SUM(VHIS_TITULOS31) <> 0                        00003760
                 ORDER  BY VHIS_CODVALOR                                00003770
           END-EXEC.                                                    00003780
      *                                                                 00003790
      *  POSICION VIGENTE EN DEPOSITO (MES EN CURSO)                    00003800
           EXEC SQL                                                     00003810
                DECLARE VLDCSMV3 CURSOR FOR                             00003820
                 SELECT  VADS_PAVAL                                     00003830
                      ,  VADS_VALOR                                     00003840
                      ,  VADS_ISIN                                      00003850
                      ,  VADS_DEPOS                                     00003860
                   FROM  VLDTADS                                        00003870
                  WHERE  VADS_CUENTA = :VADS-CUENTA                     00003880
                    AND  VADS_DEPOS <> 0                                00003890
                  ORDER  BY VADS_PAVAL, VADS_VALOR                      00003900
           END-EXEC.                                                    00003910
      *                                                                 00003920
      *  ULTIMA COTIZACION NO POSTERIOR A LA FECHA DE VALORIZACION      00003930
           EXEC SQL                                                     00003940
                DECLARE VLDCSMV4 CURSOR FOR                             00003950
                 SELECT VCAM_CIERRE_D                                   00003960
                      , VCAM_FECDIA                                     00003970
                   FROM VLDTCAM                                         00003980
                  WHERE VCAM_CODVALOR  = :VCAM-CODVALOR                 00003990
                    AND VCAM_FECDIA   <= :VCAM-FECDIA                   00004000
                    AND VCAM_CIERRE_D <>  0                             00004010
                  ORDER BY VCAM_FECDIA DESC                             00004020
                  OPTIMIZE FOR 1 ROW                                    00004030
           END-EXEC.                                                    00004040
      *                                                                *00004050
       PROCEDURE DIVISION.                                              00004060
      *                                                                *00004070
           PERFORM 1000-INICIO                                          00004080
              THRU 1000-INICIO-EXIT.                                    00004090
                                                                        00004100
           PERFORM 2000-PROCESO                                         00004110
              THRU 2000-PROCESO-EXIT                                    00004120
              UNTIL FIN-CUR-ARC.                                        00004130
                                                                        00004140
           PERFORM 4000-GRABA-CELDAS                                    00004150
              THRU 4000-GRABA-CELDAS-EXIT.                              00004160
                                                                        00004170
           PERFORM 5000-CONCILIACION                                    00004180
              THRU 5000-CONCILIACION-EXIT.                              00004190
                                                                        00004200
           PERFORM 3000-FIN                                             00004210
              THRU 3000-FIN-EXIT.                                       00004220
                                                                        00004230
           STOP RUN.                                                    00004240
      *                                                                *00004250
      *-----------*                                                     00004260
       1000-INICIO.                                                     00004270
      *-----------*                                                     00004280
           INITIALIZE W-CONTADORES                                      00004290
                      TB-CAMBIOS                                        00004300
                      TB-CELDAS                                         00004310
                      TB-MONEDAS.                                       00004320
                                                                        00004330
           ACCEPT WA-CARD-PERIODO.                                      00004340
           IF WA-CARD-PERIODO NUMERIC                                   00004350
              AND WA-CARD-MM > 0 AND WA-CARD-MM < 13                    00004360
              MOVE WA-CARD-AAAA    TO WK-ANO                            00004370
              MOVE WA-CARD-MM      TO WK-MES                            00004380
           ELSE                                                         00004390
              MOVE 'PERIODO INVALIDO'       TO WS-ACCION                00004400
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004410
              PERFORM 3001-ERROR                                        00004420
           END-IF.                                                      00004430
                                                                        00004440
           ACCEPT W-DATE FROM DATE.                                     00004450
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00004460
           MOVE W-MES              TO W-MM-AMD.                         00004470
           MOVE W-DIA              TO W-DD-AMD.                         00004480
           ACCEPT W-HORA-CURRENT FROM TIME.                             00004490
                                                                        00004500
      *    SE VALORIZA AL ULTIMO DIA DEL MES. EL MES EN CURSO AUN NO    00004510
      *    TIENE CIERRE EN VLDTHIS: SU POSICION ES LA DE VLDTADS        00004520
           PERFORM 1150-ULTIMO-DIA                                      00004530
              THRU 1150-ULTIMO-DIA-EXIT.                                00004540
           COMPUTE WK-FECVAL = WA-CARD-PERIODO-N * 100                  00004550
                             + WK-ULTIMO-DIA.                           00004560
           COMPUTE WK-PERIODO-ACT = W-AA-AMD * 100 + W-MM-AMD.          00004570
           IF WA-CARD-PERIODO-N > WK-PERIODO-ACT                        00004580
              MOVE 'PERIODO FUTURO'         TO WS-ACCION                00004590
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004600
              PERFORM 3001-ERROR                                        00004610
           END-IF.                                                      00004620
           IF WA-CARD-PERIODO-N = WK-PERIODO-ACT                        00004630
              MOVE 'A'             TO SW-ORIGEN                         00004640
           ELSE                                                         00004650
              MOVE 'H'             TO SW-ORIGEN                         00004660
           END-IF.                                                      00004670
                                                                        00004680
           OPEN INPUT  E1DQCUSC.                                        00004690
           IF NOT E1DQCUSC-OK                                           00004700
              MOVE 'OPEN FICHERO E1DQCUSC'  TO WS-ACCION                00004710
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004720
              PERFORM 3001-ERROR                                        00004730
           END-IF.                                                      00004740
                                                                        00004750
           OPEN OUTPUT S1DQSMVC.                                        00004760
           IF NOT S1DQSMVC-OK                                           00004770
              MOVE 'OPEN FICHERO S1DQSMVC'  TO WS-ACCION                00004780
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004790
              PERFORM 3001-ERROR                                        00004800
           END-IF.                                                      00004810
                                                                        00004820
           OPEN OUTPUT S1RSMVC.                                         00004830
           IF NOT S1RSMVC-OK                                            00004840
              MOVE 'OPEN FICHERO S1RSMVC'   TO WS-ACCION                00004850
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004860
              PERFORM 3001-ERROR                                        00004870
           END-IF.                                                      00004880
                                                                        00004890
           EXEC SQL                                                     00004900
                OPEN VLDCFXR1                                           00004910
           END-EXEC.                                                    00004920
           IF SQLCODE NOT = ZERO                                        00004930
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004940
              MOVE 'VLDCFXR1-1000'          TO WS-PARRAFO               00004950
              PERFORM 3001-ERROR                                        00004960
           END-IF.                                                      00004970
           PERFORM 1100-CARGA-CAMBIOS                                   00004980
              THRU 1100-CARGA-CAMBIOS-EXIT                              00004990
              UNTIL FIN-CAMBIOS.                                        00005000
           EXEC SQL                                                     00005010
                CLOSE VLDCFXR1                                          00005020
           END-EXEC.                                                    00005030
           IF SQLCODE NOT = ZERO                                        00005040
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00005050
              MOVE 'VLDCFXR1-1000'          TO WS-PARRAFO               00005060
              PERFORM 3001-ERROR                                        00005070
           END-IF.                                                      00005080
           IF CONT-CAMBIOS = ZEROS                                      00005090
              MOVE 'SIN CAMBIOS EN VLDTFXR' TO WS-ACCION                00005100
              MOVE '1000-INICIO'            TO WS-PARRAFO               00005110
              PERFORM 3001-ERROR                                        00005120
           END-IF.                                                      00005130
                                                                        00005140
      *    CABECERA DE CONTROL DEL FICHERO SMV                          00005150
           INITIALIZE REG-CONTROL-TRANS.                                00005160
           MOVE 'HDR'              TO CTF-TIPO.                         00005170
           MOVE WK-FECVAL          TO CTF-FECHA.                        00005180
           MOVE W-HORA-CURRENT-N   TO CTF-HORA.                         00005190
           MOVE W-PROGRAMA         TO CTF-ORIGEN.                       00005200
           MOVE ZEROS              TO CTF-CUENTA-REG CTF-HASH.          00005210
           MOVE SPACES             TO SAL-DQSMVC.                       00005220
           MOVE REG-CONTROL-TRANS  TO SAL-DQSMVC (1:80).                00005230
           WRITE SAL-DQSMVC.                                            00005240
                                                                        00005250
           EXEC SQL                                                     00005260
                OPEN VLDCSMV1                                           00005270
           END-EXEC.                                                    00005280
           IF SQLCODE NOT = ZERO                                        00005290
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005300
              MOVE 'VLDCSMV1-1000'          TO WS-PARRAFO               00005310
              PERFORM 3001-ERROR                                        00005320
           END-IF.                                                      00005330
                                                                        00005340
           PERFORM 1300-FETCH-VLDCSMV1.                                 00005350
      *                                                                *00005360
      *----------------*                                                00005370
       1000-INICIO-EXIT.                                                00005380
      *----------------*                                                00005390
           EXIT.                                                        00005400
                                                                        00005410
      *---------------------*                                           00005420
       1100-CARGA-CAMBIOS.                                              00005430
      *---------------------*                                           00005440
      *    ULTIMO CAMBIO NO POSTERIOR AL CIERRE DEL MES; SI ES ANTERIOR 00005450
      *    SE AVISA COMO DESFASADO (MISMO CRITERIO QUE VL4CVALC)        00005460
           EXEC SQL                                                     00005470
                FETCH VLDCFXR1                                          00005480
                 INTO :VFXR-MONEDA                                      00005490
                    , :VFXR-TIPOCAM                                     00005500
                    , :WK-FXR-FECDIA                                    00005510
           END-EXEC.                                                    00005520
           EVALUATE SQLCODE                                             00005530
               WHEN ZERO                                                00005540
                    IF CONT-CAMBIOS = 20                                00005550
                       MOVE 'DESBORDE TB-CAMBIOS'  TO WS-ACCION         00005560
                       MOVE '1100-CARGA-CAMBIOS'   TO WS-PARRAFO        00005570
                       PERFORM 3001-ERROR                               00005580
                    END-IF                                              00005590
                    ADD  1            TO CONT-CAMBIOS                   00005600
                    MOVE VFXR-MONEDA  TO TB-CAM-MONEDA (CONT-CAMBIOS)   00005610
                    MOVE VFXR-TIPOCAM TO TB-CAM-CAMBIO (CONT-CAMBIOS)   00005620
                    IF WK-FXR-FECDIA < WK-FECVAL                        00005630
                       ADD 1          TO CONT-FX-DESFASADO              00005640
                       DISPLAY 'AVISO: CAMBIO DESFASADO MONEDA '        00005650
                               VFXR-MONEDA                              00005660
                    END-IF                                              00005670
               WHEN 100                                                 00005680
                    MOVE '10' TO SW-FIN-FXR                             00005690
               WHEN OTHER                                               00005700
                    MOVE 'FETCH'           TO WS-ACCION                 00005710
                    MOVE 'VLDCFXR1-1100'   TO WS-PARRAFO                00005720
                    PERFORM 3001-ERROR                                  00005730
           END-EVALUATE.                                                00005740
      *                                                                *00005750
      *--------------------------*                                      00005760
       1100-CARGA-CAMBIOS-EXIT.                                         00005770
      *--------------------------*                                      00005780
           EXIT.                                                        00005790
                                                                        00005800
      *------------------*                                              00005810
       1150-ULTIMO-DIA.                                                 00005820
      *------------------*                                              00005830
      *    ULTIMO DIA REAL DEL PERIODO, CON BISIESTOS.                  00005840
           EVALUATE WK-MES                                              00005850
               WHEN 01                                                  00005860
               WHEN 03                                                  00005870
               WHEN 05                                                  00005880
               WHEN 07                                                  00005890
               WHEN 08                                                  00005900
               WHEN 10                                                  00005910
               WHEN 12                                                  00005920
                    MOVE 31 TO WK-ULTIMO-DIA                            00005930
               WHEN 04                                                  00005940
               WHEN 06                                                  00005950
               WHEN 09                                                  00005960
               WHEN 11                                                  00005970
                    MOVE 30 TO WK-ULTIMO-DIA                            00005980
               WHEN 02                                                  00005990
                    DIVIDE WK-ANO BY 4 GIVING WK-COC4                   00006000
                                    REMAINDER WK-RESTO4                 00006010
                    IF WK-RESTO4 = ZEROS                                00006020
                       MOVE 29 TO WK-ULTIMO-DIA                         00006030
                    ELSE                                                00006040
                       MOVE 28 TO WK-ULTIMO-DIA                         00006050
                    END-IF                                              00006060
           END-EVALUATE.                                                00006070
      *                                                                *00006080
      *----------------------*                                          00006090
       1150-ULTIMO-DIA-EXIT.                                            00006100
      *----------------------*                                          00006110
           EXIT.                                                        00006120
                                                                        00006130
      *--------------------*                                            00006140
       1300-FETCH-VLDCSMV1.                                             00006150
      *--------------------*                                            00006160
           EXEC SQL                                                     00006170
                FETCH  VLDCSMV1                                         00006180
                 INTO :VARC-NUMCLI                                      00006190
                    , :VARC-CUENTA                                      00006200
                    , :VARC-INVERSOR                                    00006210
           END-EXEC.                                                    00006220
                                                                        00006230
           EVALUATE SQLCODE                                             00006240
               WHEN ZERO                                                00006250
                    ADD 1 TO CONT-CUENTAS                               00006260
               WHEN 100                                                 00006270
                    MOVE 'SI'            TO SW-FIN-ARC                  00006280
               WHEN OTHER                                               00006290
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00006300
                    MOVE 'VLDCSMV1-1300'       TO WS-PARRAFO            00006310
                    PERFORM 3001-ERROR                                  00006320
           END-EVALUATE.                                                00006330
      *                                                                 00006340
      *------------*                                                    00006350
       2000-PROCESO.                                                    00006360
      *------------*                                                    00006370
           IF CONT-CUENTAS = 1                                          00006380
              OR VARC-NUMCLI NOT = WS-NUMCLI-ACT                        00006390
              MOVE VARC-NUMCLI TO WS-NUMCLI-ACT                         00006400
              PERFORM 2700-DATOS-CLIENTE                                00006410
                 THRU 2700-DATOS-CLIENTE-EXIT                           00006420
           END-IF.                                                      00006430
                                                                        00006440
           MOVE VARC-INVERSOR TO WK-INVERSOR.                           00006450
           MOVE SPACES        TO SW-FIN-POS.                            00006460
                                                                        00006470
           IF ORIGEN-DEPOSITO                                           00006480
              MOVE VARC-CUENTA TO VADS-CUENTA                           00006490
              EXEC SQL                                                  00006500
                   OPEN VLDCSMV3                                        00006510
              END-EXEC                                                  00006520
           ELSE                                                         00006530
              MOVE VARC-CUENTA TO VHIS-CTAVAL                           00006540
              EXEC SQL                                                  00006550
                   OPEN VLDCSMV2                                        00006560
              END-EXEC                                                  00006570
           END-IF.                                                      00006580
           IF SQLCODE NOT = ZERO                                        00006590
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006600
              MOVE 'VLDCSMV2/3-2000'        TO WS-PARRAFO               00006610
              PERFORM 3001-ERROR                                        00006620
           END-IF.                                                      00006630
                                                                        00006640
           PERFORM 2100-VALORA-TENENCIA                                 00006650
              THRU 2100-VALORA-TENENCIA-EXIT                            00006660
              UNTIL FIN-CUR-POS.                                        00006670
                                                                        00006680
           IF ORIGEN-DEPOSITO                                           00006690
              EXEC SQL                                                  00006700
                   CLOSE VLDCSMV3                                       00006710
              END-EXEC                                                  00006720
           ELSE                                                         00006730
              EXEC SQL                                                  00006740
                   CLOSE VLDCSMV2                                       00006750
              END-EXEC                                                  00006760
           END-IF.                                                      00006770
                                                                        00006780
           PERFORM 1300-FETCH-VLDCSMV1.                                 00006790
      *                                                                *00006800
      *-----------------*                                               00006810
       2000-PROCESO-EXIT.                                               00006820
      *-----------------*                                               00006830
           EXIT.                                                        00006840
                                                                        00006850
      *------------------------*                                        00006860
       2100-VALORA-TENENCIA.                                            00006870
      *------------------------*                                        00006880
           PERFORM 2150-FETCH-POSICION                                  00006890
              THRU 2150-FETCH-POSICION-EXIT.                            00006900
           IF FIN-CUR-POS                                               00006910
              GO TO 2100-VALORA-TENENCIA-EXIT                           00006920
           END-IF.                                                      00006930
                                                                        00006940
           ADD 1 TO CONT-TENENCIAS.                                     00006950
                                                                        00006960
      *    DATOS DEL VALOR (DIVISA, TIPO DE RENTA, NOMINAL)             00006970
           MOVE WK-CODVALOR (01:03) TO VXEN-PAVAL.                      00006980
           MOVE WK-CODVALOR (04:08) TO VXEN-VALOR.                      00006990
           MOVE WK-CODVALOR (12:01) TO VXEN-ISIN.                       00007000
                                                                        00007010
           EXEC SQL                                                     00007020
               SELECT VXEN_CODDIVI                                      00007030
                    , VXEN_TIPINT                                       00007040
                    , VXEN_NOMINEM                                      00007050
                 INTO :VXEN-CODDIVI                                     00007060
                    , :VXEN-TIPINT                                      00007070
                    , :VXEN-NOMINEM                                     00007080
                 FROM VLDTXEN                                           00007090
                WHERE VXEN_PAVAL  = :VXEN-PAVAL                         00007100
                  AND VXEN_VALOR  = :VXEN-VALOR                         00007110
                  AND VXEN_ISIN   = :VXEN-ISIN                          00007120
           END-EXEC.                                                    00007130
                                                                        00007140
           EVALUATE SQLCODE                                             00007150
               WHEN ZERO                                                00007160
                    CONTINUE                                            00007170
               WHEN 100                                                 00007180
                    MOVE 'V'       TO VXEN-TIPINT                       00007190
                    MOVE 'PEN'     TO VXEN-CODDIVI                      00007200
                    MOVE ZEROS     TO VXEN-NOMINEM                      00007210
               WHEN OTHER                                               00007220
                    MOVE 'SELECT'          TO WS-ACCION                 00007230
                    MOVE 'VLDTXEN-2100'    TO WS-PARRAFO                00007240
                    PERFORM 3001-ERROR                                  00007250
           END-EVALUATE.                                                00007260
           IF VXEN-CODDIVI = 'S/.'                                      00007270
              MOVE 'PEN'           TO VXEN-CODDIVI                      00007280
           END-IF.                                                      00007290
                                                                        00007300
           PERFORM 2200-BUSCA-PRECIO                                    00007310
              THRU 2200-BUSCA-PRECIO-EXIT.                              00007320
                                                                        00007330
      *    LA RENTA FIJA SE VALORIZA SUCIA (PRECIO MAS DEVENGADO DESDE  00007340
      *    EL ULTIMO CUPON); EN IMPAGO NO DEVENGA                       00007350
           MOVE ZEROS              TO WK-DEVENGADO-TIT.                 00007360
           IF VXEN-TIPINT = 'F'                                         00007370
              INITIALIZE VL9CDEV0-AREA                                  00007380
              MOVE WK-CODVALOR     TO DV0-CODVALOR                      00007390
              MOVE WK-FECVAL       TO DV0-FECHA                         00007400
              MOVE VXEN-NOMINEM    TO DV0-NOMINAL                       00007410
              CALL WK-VL9CDEV0  USING VL9CDEV0-AREA                     00007420
              IF DV0-CODRESP = ZEROS                                    00007430
                 MOVE DV0-DEVENGADO-TIT TO WK-DEVENGADO-TIT             00007440
                 ADD  WK-DEVENGADO-TIT  TO WK-PRECIO                    00007450
              END-IF                                                    00007460
           END-IF.                                                      00007470
                                                                        00007480
           PERFORM 2300-CONVIERTE-PEN                                   00007490
              THRU 2300-CONVIERTE-PEN-EXIT.                             00007500
                                                                        00007510
           MOVE WK-INVERSOR        TO WK-CEL-INVERSOR.                  00007520
           MOVE WK-RESIDEN         TO WK-CEL-RESIDEN.                   00007530
           MOVE WK-TIPPER          TO WK-CEL-TIPPER.                    00007540
           MOVE VXEN-TIPINT        TO WK-CEL-TIPINT.                    00007550
           MOVE VXEN-CODDIVI       TO WK-CEL-MONEDA.                    00007560
           PERFORM 2400-ACUMULA-CELDA                                   00007570
              THRU 2400-ACUMULA-CELDA-EXIT.                             00007580
      *                                                                *00007590
      *-----------------------------*                                   00007600
       2100-VALORA-TENENCIA-EXIT.                                       00007610
      *-----------------------------*                                   00007620
           EXIT.                                                        00007630
                                                                        00007640
      *------------------------*                                        00007650
       2150-FETCH-POSICION.                                             00007660
      *------------------------*                                        00007670
      *    DEJA EN WK-CODVALOR / WK-TITULOS LA SIGUIENTE POSICION DE LA 00007680
      *    CUENTA, VENGA DE LA HISTORIA O DEL DEPOSITO                  00007690
           IF ORIGEN-DEPOSITO                                           00007700
              EXEC SQL                                                  00007710
                   FETCH  VLDCSMV3                                      00007720
                    INTO :VADS-PAVAL                                    00007730
                       , :VADS-VALOR                                    00007740
                       , :VADS-ISIN                                     00007750
                       , :VADS-DEPOS                                    00007760
              END-EXEC                                                  00007770
           ELSE                                                         00007780
              EXEC SQL                                                  00007790
                   FETCH  VLDCSMV2                                      00007800
                    INTO :VHIS-CODVALOR                                 00007810
                       , :WK-TITULOS                                    00007820
              END-EXEC                                                  00007830
           END-IF.                                                      00007840
                                                                        00007850
           EVALUATE SQLCODE                                             00007860
               WHEN ZERO                                                00007870
                    CONTINUE                                            00007880
               WHEN 100                                                 00007890
                    MOVE 'SI'            TO SW-FIN-POS                  00007900
                    GO TO 2150-FETCH-POSICION-EXIT                      00007910
               WHEN OTHER                                               00007920
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00007930
                    MOVE 'VLDCSMV2/3-2150'     TO WS-PARRAFO            00007940
                    PERFORM 3001-ERROR                                  00007950
           END-EVALUATE.                                                00007960
                                                                        00007970
           IF ORIGEN-DEPOSITO                                           00007980
              MOVE SPACES           TO WK-CODVALOR                      00007990
              STRING VADS-PAVAL DELIMITED BY SIZE                       00008000
                     VADS-VALOR DELIMITED BY SIZE                       00008010
                INTO WK-CODVALOR                                        00008020
              MOVE VADS-ISIN        TO WK-ISIN-X                        00008030
              MOVE WK-ISIN-X        TO WK-CODVALOR (12:1)               00008040
              MOVE VADS-DEPOS       TO WK-TITULOS                       00008050
           ELSE                                                         00008060
              MOVE VHIS-CODVALOR    TO WK-CODVALOR                      00008070
           END-IF.                                                      00008080
      *                                                                *00008090
      *----------------------------*                                    00008100
       2150-FETCH-POSICION-EXIT.                                        00008110
      *----------------------------*                                    00008120
           EXIT.                                                        00008130
                                                                        00008140
      *---------------------*                                           00008150
       2200-BUSCA-PRECIO.                                               00008160
      *---------------------*                                           00008170
      *    ULTIMA COTIZACION NO POSTERIOR AL CIERRE DEL MES; SIN        00008180
      *    COTIZACION SE USA EL VALOR NOMINAL (VER VL4CVALC).           00008190
           MOVE WK-CODVALOR      TO VCAM-CODVALOR.                      00008200
           MOVE WK-FECVAL        TO VCAM-FECDIA.                        00008210
                                                                        00008220
           EXEC SQL                                                     00008230
                OPEN VLDCSMV4                                           00008240
           END-EXEC.                                                    00008250
           IF SQLCODE NOT = ZERO                                        00008260
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008270
              MOVE 'VLDCSMV4-2200'          TO WS-PARRAFO               00008280
              PERFORM 3001-ERROR                                        00008290
           END-IF.                                                      00008300
                                                                        00008310
           EXEC SQL                                                     00008320
                FETCH VLDCSMV4                                          00008330
                 INTO :VCAM-CIERRE-D                                    00008340
                    , :VCAM-FECDIA                                      00008350
           END-EXEC.                                                    00008360
                                                                        00008370
           EVALUATE SQLCODE                                             00008380
               WHEN ZERO                                                00008390
                    MOVE VCAM-CIERRE-D TO WK-PRECIO                     00008400
               WHEN 100                                                 00008410
                    MOVE VXEN-NOMINEM  TO WK-PRECIO                     00008420
                    ADD 1              TO CONT-SIN-PRECIO               00008430
               WHEN OTHER                                               00008440
                    MOVE 'FETCH CURSOR'           TO WS-ACCION          00008450
                    MOVE 'VLDCSMV4-2200'          TO WS-PARRAFO         00008460
                    PERFORM 3001-ERROR                                  00008470
           END-EVALUATE.                                                00008480
                                                                        00008490
           EXEC SQL                                                     00008500
                CLOSE VLDCSMV4                                          00008510
           END-EXEC.                                                    00008520
      *                                                                *00008530
      *--------------------------*                                      00008540
       2200-BUSCA-PRECIO-EXIT.                                          00008550
      *--------------------------*                                      00008560
           EXIT.                                                        00008570
                                                                        00008580
      *----------------------*                                          00008590
       2300-CONVIERTE-PEN.                                              00008600
      *----------------------*                                          00008610
           IF VXEN-CODDIVI = 'PEN'                                      00008620
              MOVE 1 TO WK-CAMBIO                                       00008630
           ELSE                                                         00008640
              MOVE ZEROS TO WK-CAMBIO                                   00008650
              MOVE 1     TO IN-CAM                                      00008660
              PERFORM 2310-BUSCA-CAMBIO                                 00008670
                 THRU 2310-BUSCA-CAMBIO-EXIT                            00008680
                 UNTIL IN-CAM > CONT-CAMBIOS                            00008690
                    OR TB-CAM-MONEDA (IN-CAM) = VXEN-CODDIVI            00008700
              IF IN-CAM > CONT-CAMBIOS                                  00008710
                 ADD 1  TO CONT-SIN-CAMBIO                              00008720
                 MOVE 1 TO WK-CAMBIO                                    00008730
              ELSE                                                      00008740
                 MOVE TB-CAM-CAMBIO (IN-CAM) TO WK-CAMBIO               00008750
              END-IF                                                    00008760
           END-IF.                                                      00008770
                                                                        00008780
           COMPUTE WK-VALOR-DIV ROUNDED =                               00008790
                   WK-TITULOS * WK-PRECIO.                              00008800
           COMPUTE WK-VALOR-PEN ROUNDED =                               00008810
                   WK-TITULOS * WK-PRECIO * WK-CAMBIO.                  00008820
      *                                                                *00008830
      *---------------------------*                                     00008840
       2300-CONVIERTE-PEN-EXIT.                                         00008850
      *---------------------------*                                     00008860
           EXIT.                                                        00008870
                                                                        00008880
      *----------------------*                                          00008890
       2310-BUSCA-CAMBIO.                                               00008900
      *----------------------*                                          00008910
           ADD 1 TO IN-CAM.                                             00008920
      *                                                                *00008930
      *---------------------------*                                     00008940
       2310-BUSCA-CAMBIO-EXIT.                                          00008950
      *---------------------------*                                     00008960
           EXIT.                                                        00008970
                                                                        00008980
      *------------------------*                                        00008990
       2400-ACUMULA-CELDA.                                              00009000
      *------------------------*                                        00009010
      *    LAS CUENTAS LLEGAN ORDENADAS POR CLIENTE Y CUENTA: UNA       00009020
      *    CUENTA O UN CLIENTE DISTINTO DEL ULTIMO VISTO EN LA CELDA    00009030
      *    SE CUENTA UNA SOLA VEZ                                       00009040
           MOVE 1 TO IN-CEL.                                            00009050
           PERFORM 2410-BUSCA-CELDA                                     00009060
              THRU 2410-BUSCA-CELDA-EXIT                                00009070
              UNTIL IN-CEL > CONT-CELDAS                                00009080
                 OR TB-CEL-CLAVE (IN-CEL) = WK-CLAVE-CELDA.             00009090
                                                                        00009100
           IF IN-CEL > CONT-CELDAS                                      00009110
              IF CONT-CELDAS = 1000                                     00009120
                 MOVE 'DESBORDE TB-CELDAS'  TO WS-ACCION                00009130
                 MOVE '2400-ACUMULA-CELDA'  TO WS-PARRAFO               00009140
                 PERFORM 3001-ERROR                                     00009150
              END-IF                                                    00009160
              ADD  1               TO CONT-CELDAS                       00009170
              MOVE CONT-CELDAS     TO IN-CEL                            00009180
              MOVE WK-CLAVE-CELDA  TO TB-CEL-CLAVE (IN-CEL)             00009190
              MOVE ZEROS           TO TB-CEL-CUENTAS (IN-CEL)           00009200
                                      TB-CEL-TITULARES (IN-CEL)         00009210
                                      TB-CEL-VALOR-DIV (IN-CEL)         00009220
                                      TB-CEL-VALOR-PEN (IN-CEL)         00009230
                                      TB-CEL-ULT-CUENTA (IN-CEL)        00009240
                                      TB-CEL-ULT-NUMCLI (IN-CEL)        00009250
           END-IF.                                                      00009260
                                                                        00009270
           IF TB-CEL-ULT-CUENTA (IN-CEL) NOT = VARC-CUENTA              00009280
              ADD  1               TO TB-CEL-CUENTAS (IN-CEL)           00009290
              MOVE VARC-CUENTA     TO TB-CEL-ULT-CUENTA (IN-CEL)        00009300
           END-IF.                                                      00009310
           IF TB-CEL-ULT-NUMCLI (IN-CEL) NOT = VARC-NUMCLI              00009320
              ADD  1               TO TB-CEL-TITULARES (IN-CEL)         00009330
              MOVE VARC-NUMCLI     TO TB-CEL-ULT-NUMCLI (IN-CEL)        00009340
           END-IF.                                                      00009350
           ADD WK-VALOR-DIV        TO TB-CEL-VALOR-DIV (IN-CEL).        00009360
           ADD WK-VALOR-PEN        TO TB-CEL-VALOR-PEN (IN-CEL).        00009370
      *                                                                *00009380
      *-----------------------------*                                   00009390
       2400-ACUMULA-CELDA-EXIT.                                         00009400
      *-----------------------------*                                   00009410
           EXIT.                                                        00009420
                                                                        00009430
      *----------------------*                                          00009440
       2410-BUSCA-CELDA.                                                00009450
      *----------------------*                                          00009460
           ADD 1 TO IN-CEL.                                             00009470
      *                                                                *00009480
      *---------------------------*                                     00009490
       2410-BUSCA-CELDA-EXIT.                                           00009500
      *---------------------------*                                     00009510
           EXIT.                                                        00009520
                                                                        00009530
      *------------------------*                                        00009540
       2700-DATOS-CLIENTE.                                              00009550
      *------------------------*                                        00009560
      *    RESIDENCIA Y TIPO DE PERSONA DEL TITULAR (MISMO CRITERIO     00009570
      *    QUE VL4CPRIN). SIN RESIDENCIA INFORMADA ES RESIDENTE.        00009580
           ADD 1 TO CONT-CLIENTES.                                      00009590
                                                                        00009600
           MOVE VARC-NUMCLI        TO VXMI-CODCLI.                      00009610
           EXEC SQL                                                     00009620
                SELECT VXMI_RESIFIS                                     00009630
                  INTO :VXMI-RESIFIS                                    00009640
                  FROM VLDTXMI                                          00009650
                 WHERE VXMI_CODCLI = :VXMI-CODCLI                       00009660
           END-EXEC.                                                    00009670
           EVALUATE SQLCODE                                             00009680
               WHEN ZERO                                                00009690
                    CONTINUE                                            00009700
               WHEN 100                                                 00009710
                    MOVE 'PER'          TO VXMI-RESIFIS                 00009720
               WHEN OTHER                                               00009730
                    MOVE 'SELECT'       TO WS-ACCION                    00009740
                    MOVE 'VLDTXMI-2700' TO WS-PARRAFO                   00009750
                    PERFORM 3001-ERROR                                  00009760
           END-EVALUATE.                                                00009770
           IF VXMI-RESIFIS = SPACES                                     00009780
              MOVE 'PER'           TO VXMI-RESIFIS                      00009790
           END-IF.                                                      00009800
           MOVE VXMI-RESIFIS       TO WK-RESIDEN.                       00009810
                                                                        00009820
      *    TIPO DE PERSONA EN PERSONAS: 'F' ES PERSONA NATURAL. SI      00009830
      *    EL CLIENTE NO SE RECUPERA SE TRATA COMO NATURAL.             00009840
           MOVE 'N'                TO WK-TIPPER.                        00009850
           INITIALIZE                 W520-REGISTRO.                    00009860
           MOVE VARC-NUMCLI        TO W520-NUMCLIEN.                    00009870
           CALL PE9C5201        USING W-PEWC5201.                       00009880
           IF W520-PECRETOR = '00' AND W520-SUJGRUP NOT = 'F'           00009890
              MOVE 'J'             TO WK-TIPPER                         00009900
           END-IF.                                                      00009910
      *                                                                *00009920
      *-----------------------------*                                   00009930
       2700-DATOS-CLIENTE-EXIT.                                         00009940
      *-----------------------------*                                   00009950
           EXIT.                                                        00009960
                                                                        00009970
      *---------------------*                                           00009980
       4000-GRABA-CELDAS.                                               00009990
      *---------------------*                                           00010000
      *    UN REGISTRO POR CELDA EN EL FICHERO SMV Y EN EL REPORTE;     00010010
      *    DE PASO SE ACUMULA EL LADO VALORES DE LA CONCILIACION        00010020
           MOVE WA-CARD-PERIODO-N  TO CAB-PERIODO.                      00010030
           MOVE WK-FECVAL          TO CAB-FECVAL.                       00010040
           IF ORIGEN-DEPOSITO                                           00010050
              MOVE 'VLDTADS'       TO CAB-ORIGEN                        00010060
           ELSE                                                         00010070
              MOVE 'VLDTHIS'       TO CAB-ORIGEN                        00010080
           END-IF.                                                      00010090
           WRITE SAL-RSMVC       FROM LIN-CABECERA.                     00010100
           WRITE SAL-RSMVC       FROM LIN-TITULO AFTER 2.               00010110
                                                                        00010120
           PERFORM 4100-GRABA-CELDA                                     00010130
              THRU 4100-GRABA-CELDA-EXIT                                00010140
              VARYING IN-CEL FROM 1 BY 1                                00010150
              UNTIL IN-CEL > CONT-CELDAS.                               00010160
                                                                        00010170
           MOVE 'CUENTAS CON POSICION'     TO TOT-CONCEPTO.             00010180
           MOVE WK-TOT-CUENTAS             TO TOT-VALOR.                00010190
           WRITE SAL-RSMVC       FROM LIN-TOTAL AFTER 2.                00010200
           MOVE 'TITULARES (SUMA DE CELDAS)' TO TOT-CONCEPTO.           00010210
           MOVE WK-TOT-TITULARES           TO TOT-VALOR.                00010220
           WRITE SAL-RSMVC       FROM LIN-TOTAL.                        00010230
           MOVE 'TOTAL VALORIZADO (PEN)'   TO TOT-CONCEPTO.             00010240
           MOVE WK-TOT-PEN                 TO TOT-VALOR.                00010250
           WRITE SAL-RSMVC       FROM LIN-TOTAL.                        00010260
      *                                                                *00010270
      *--------------------------*                                      00010280
       4000-GRABA-CELDAS-EXIT.                                          00010290
      *--------------------------*                                      00010300
           EXIT.                                                        00010310
                                                                        00010320
      *---------------------*                                           00010330
       4100-GRABA-CELDA.                                                00010340
      *---------------------*                                           00010350
           MOVE WA-CARD-PERIODO-N             TO SMV-PERIODO.           00010360
           MOVE TB-CEL-INVERSOR (IN-CEL)      TO SMV-INVERSOR           00010370
                                                 CEL-INVERSOR.          00010380
           MOVE TB-CEL-RESIDEN (IN-CEL)       TO SMV-RESIDENCIA         00010390
                                                 CEL-RESIDEN.           00010400
           MOVE TB-CEL-TIPPER (IN-CEL)        TO SMV-TIPPER             00010410
                                                 CEL-TIPPER.            00010420
           MOVE TB-CEL-TIPINT (IN-CEL)        TO SMV-TIPINT             00010430
                                                 CEL-TIPINT.            00010440
           MOVE TB-CEL-MONEDA (IN-CEL)        TO SMV-MONEDA             00010450
                                                 CEL-MONEDA.            00010460
           MOVE TB-CEL-CUENTAS (IN-CEL)       TO SMV-NUM-CUENTAS        00010470
                                                 CEL-CUENTAS.           00010480
           MOVE TB-CEL-TITULARES (IN-CEL)     TO SMV-NUM-TITULARES      00010490
                                                 CEL-TITULARES.         00010500
           MOVE TB-CEL-VALOR-DIV (IN-CEL)     TO SMV-VALOR-DIV          00010510
                                                 CEL-VALOR-DIV.         00010520
           MOVE TB-CEL-VALOR-PEN (IN-CEL)     TO SMV-VALOR-PEN          00010530
                                                 CEL-VALOR-PEN.         00010540
           MOVE WK-FECVAL                     TO SMV-FECVAL.            00010550
           MOVE SALIDA-SMV         TO SAL-DQSMVC.                       00010560
           WRITE SAL-DQSMVC.                                            00010570
           ADD 1                   TO CONT-REGISTROS.                   00010580
           ADD TB-CEL-VALOR-PEN (IN-CEL) TO WK-HASH                     00010590
                                            WK-TOT-PEN.                 00010600
           ADD TB-CEL-CUENTAS (IN-CEL)   TO WK-TOT-CUENTAS.             00010610
           ADD TB-CEL-TITULARES (IN-CEL) TO WK-TOT-TITULARES.           00010620
           WRITE SAL-RSMVC       FROM LIN-CELDA.                        00010630
                                                                        00010640
      *    LADO VALORES DE LA CONCILIACION, POR MONEDA                  00010650
           MOVE TB-CEL-MONEDA (IN-CEL) TO WK-CEL-MONEDA.                00010660
           PERFORM 4200-BUSCA-MONEDA                                    00010670
              THRU 4200-BUSCA-MONEDA-EXIT.                              00010680
           ADD TB-CEL-VALOR-DIV (IN-CEL) TO TB-MON-VALOR (IN-MON).      00010690
      *                                                                *00010700
      *--------------------------*                                      00010710
       4100-GRABA-CELDA-EXIT.                                           00010720
      *--------------------------*                                      00010730
           EXIT.                                                        00010740
                                                                        00010750
      *---------------------*                                           00010760
       4200-BUSCA-MONEDA.                                               00010770
      *---------------------*                                           00010780
      *    DEJA EN IN-MON LA FILA DE LA MONEDA WK-CEL-MONEDA; SI NO     00010790
      *    EXISTE LA CREA                                               00010800
           MOVE 1 TO IN-MON.                                            00010810
           PERFORM 4210-SIGUIENTE-MONEDA                                00010820
              THRU 4210-SIGUIENTE-MONEDA-EXIT                           00010830
              UNTIL IN-MON > CONT-MONEDAS                               00010840
                 OR TB-MON-MONEDA (IN-MON) = WK-CEL-MONEDA.             00010850
           IF IN-MON > CONT-MONEDAS                                     00010860
              IF CONT-MONEDAS = 40                                      00010870
                 MOVE 'DESBORDE TB-MONEDAS' TO WS-ACCION                00010880
                 MOVE '4200-BUSCA-MONEDA'   TO WS-PARRAFO               00010890
                 PERFORM 3001-ERROR                                     00010900
              END-IF                                                    00010910
              ADD  1               TO CONT-MONEDAS                      00010920
              MOVE CONT-MONEDAS    TO IN-MON                            00010930
              MOVE WK-CEL-MONEDA   TO TB-MON-MONEDA (IN-MON)            00010940
              MOVE ZEROS           TO TB-MON-VALOR (IN-MON)             00010950
                                      TB-MON-CONTAB (IN-MON)            00010960
              MOVE 'N'             TO TB-MON-CON-CTB (IN-MON)           00010970
           END-IF.                                                      00010980
      *                                                                *00010990
      *--------------------------*                                      00011000
       4200-BUSCA-MONEDA-EXIT.                                          00011010
      *--------------------------*                                      00011020
           EXIT.                                                        00011030
                                                                        00011040
      *-------------------------*                                       00011050
       4210-SIGUIENTE-MONEDA.                                           00011060
      *-------------------------*                                       00011070
           ADD 1 TO IN-MON.                                             00011080
      *                                                                *00011090
      *------------------------------*                                  00011100
       4210-SIGUIENTE-MONEDA-EXIT.                                      00011110
      *------------------------------*                                  00011120
           EXIT.                                                        00011130
                                                                        00011140
      *---------------------*                                           00011150
       5000-CONCILIACION.                                               00011160
      *---------------------*                                           00011170
      *    CARGA EL FEED CONTABLE DEL PERIODO Y COMPARA POR MONEDA EL   00011180
      *    VALORIZADO DE VALORES CONTRA LA CUSTODIA CONTABLE            00011190
           PERFORM 5100-CARGA-CONTABLE                                  00011200
              THRU 5100-CARGA-CONTABLE-EXIT                             00011210
              UNTIL FIN-FEED-CONTABLE.                                  00011220
                                                                        00011230
           WRITE SAL-RSMVC       FROM LIN-CONCILIA-CAB AFTER PAGE.      00011240
           WRITE SAL-RSMVC       FROM LIN-CONCILIA-TIT AFTER 2.         00011250
                                                                        00011260
           PERFORM 5200-LINEA-CONCILIA                                  00011270
              THRU 5200-LINEA-CONCILIA-EXIT                             00011280
              VARYING IN-MON FROM 1 BY 1                                00011290
              UNTIL IN-MON > CONT-MONEDAS.                              00011300
                                                                        00011310
           MOVE 'MONEDAS CONCILIADAS'      TO TOT-CONCEPTO.             00011320
           MOVE CONT-MONEDAS               TO TOT-VALOR.                00011330
           WRITE SAL-RSMVC       FROM LIN-TOTAL AFTER 2.                00011340
           MOVE 'MONEDAS DESCUADRADAS'     TO TOT-CONCEPTO.             00011350
           MOVE CONT-DESCUADRES            TO TOT-VALOR.                00011360
           WRITE SAL-RSMVC       FROM LIN-TOTAL.                        00011370
      *                                                                *00011380
      *--------------------------*                                      00011390
       5000-CONCILIACION-EXIT.                                          00011400
      *--------------------------*                                      00011410
           EXIT.                                                        00011420
                                                                        00011430
      *-----------------------*                                         00011440
       5100-CARGA-CONTABLE.                                             00011450
      *-----------------------*                                         00011460
           READ E1DQCUSC                                                00011470
           AT END                                                       00011480
              MOVE '10'            TO SW-FIN-CUSC                       00011490
           NOT AT END                                                   00011500
              MOVE REG-E1DQCUSC    TO W-REG-CUSTODIA                    00011510
              ADD 1                TO CONT-LEIDO-CONTAB                 00011520
              IF ECC-PERIODO NOT = WA-CARD-PERIODO-N                    00011530
                 ADD 1             TO CONT-OTRO-PERIODO                 00011540
              ELSE                                                      00011550
                 IF ECC-DIVISA = 'S/.'                                  00011560
                    MOVE 'PEN'     TO ECC-DIVISA                        00011570
                 END-IF                                                 00011580
                 MOVE ECC-DIVISA   TO WK-CEL-MONEDA                     00011590
                 PERFORM 4200-BUSCA-MONEDA                              00011600
                    THRU 4200-BUSCA-MONEDA-EXIT                         00011610
                 ADD  ECC-IMPORTE  TO TB-MON-CONTAB (IN-MON)            00011620
                 MOVE 'S'          TO TB-MON-CON-CTB (IN-MON)           00011630
              END-IF                                                    00011640
           END-READ.                                                    00011650
      *                                                                *00011660
      *----------------------------*                                    00011670
       5100-CARGA-CONTABLE-EXIT.                                        00011680
      *----------------------------*                                    00011690
           EXIT.                                                        00011700
                                                                        00011710
      *-----------------------*                                         00011720
       5200-LINEA-CONCILIA.                                             00011730
      *-----------------------*                                         00011740
           COMPUTE WK-DIFERENCIA = TB-MON-VALOR (IN-MON)                00011750
                                 - TB-MON-CONTAB (IN-MON).              00011760
           MOVE TB-MON-MONEDA (IN-MON)  TO CON-MONEDA.                  00011770
           MOVE TB-MON-VALOR (IN-MON)   TO CON-VALOR.                   00011780
           MOVE TB-MON-CONTAB (IN-MON)  TO CON-CONTAB.                  00011790
           MOVE WK-DIFERENCIA           TO CON-DIFERENCIA.              00011800
                                                                        00011810
           EVALUATE TRUE                                                00011820
               WHEN TB-MON-CON-CTB (IN-MON) = 'N'                       00011830
                    MOVE 'SIN CONTABLE'  TO CON-ESTADO                  00011840
               WHEN TB-MON-VALOR (IN-MON) = ZEROS                       00011850
                    MOVE 'SIN CUSTODIA'  TO CON-ESTADO                  00011860
               WHEN WK-DIFERENCIA > WK-TOLERANCIA                       00011870
                 OR WK-DIFERENCIA < (0 - WK-TOLERANCIA)                 00011880
                    MOVE 'DESCUADRE'     TO CON-ESTADO                  00011890
               WHEN OTHER                                               00011900
                    MOVE 'CUADRA'        TO CON-ESTADO                  00011910
           END-EVALUATE.                                                00011920
           IF CON-ESTADO NOT = 'CUADRA'                                 00011930
              ADD  1               TO CONT-DESCUADRES                   00011940
              MOVE 'S'             TO SW-DESCUADRE                      00011950
           END-IF.                                                      00011960
           WRITE SAL-RSMVC       FROM LIN-CONCILIA.                     00011970
      *                                                                *00011980
      *----------------------------*                                    00011990
       5200-LINEA-CONCILIA-EXIT.                                        00012000
      *----------------------------*                                    00012010
           EXIT.                                                        00012020
                                                                        00012030
      *--------*                                                        00012040
       3000-FIN.                                                        00012050
      *--------*                                                        00012060
      *                                                                 00012070
           EXEC SQL                                                     00012080
                CLOSE VLDCSMV1                                          00012090
           END-EXEC.                                                    00012100
                                                                        00012110
      *    COLA DE CONTROL: CUENTA DE CELDAS Y HASH DEL VALOR EN PEN    00012120
           INITIALIZE REG-CONTROL-TRANS.                                00012130
           MOVE 'TRL'              TO CTF-TIPO.                         00012140
           MOVE WK-FECVAL          TO CTF-FECHA.                        00012150
           MOVE W-HORA-CURRENT-N   TO CTF-HORA.                         00012160
           MOVE W-PROGRAMA         TO CTF-ORIGEN.                       00012170
           MOVE CONT-REGISTROS     TO CTF-CUENTA-REG.                   00012180
           MOVE WK-HASH            TO CTF-HASH.                         00012190
           MOVE SPACES             TO SAL-DQSMVC.                       00012200
           MOVE REG-CONTROL-TRANS  TO SAL-DQSMVC (1:80).                00012210
           WRITE SAL-DQSMVC.                                            00012220
                                                                        00012230
           CLOSE E1DQCUSC                                               00012240
                 S1DQSMVC                                               00012250
                 S1RSMVC.                                               00012260
                                                                        00012270
           DISPLAY '****** FIN REPORTE SMV CUSTODIA VL4CSMVC ******'.   00012280
           DISPLAY 'PERIODO                : ' WA-CARD-PERIODO.         00012290
           DISPLAY 'CLIENTES               : ' CONT-CLIENTES.           00012300
           DISPLAY 'CUENTAS LEIDAS         : ' CONT-CUENTAS.            00012310
           DISPLAY 'TENENCIAS VALORADAS    : ' CONT-TENENCIAS.          00012320
           DISPLAY 'TENENCIAS A NOMINAL    : ' CONT-SIN-PRECIO.         00012330
           DISPLAY 'DIVISAS SIN CAMBIO     : ' CONT-SIN-CAMBIO.         00012340
           DISPLAY 'CAMBIOS FX DESFASADOS  : ' CONT-FX-DESFASADO.       00012350
           DISPLAY 'CELDAS GRABADAS        : ' CONT-REGISTROS.          00012360
           DISPLAY 'REG. FEED CONTABLE     : ' CONT-LEIDO-CONTAB.       00012370
           DISPLAY 'REG. DE OTRO PERIODO   : ' CONT-OTRO-PERIODO.       00012380
           DISPLAY 'MONEDAS DESCUADRADAS   : ' CONT-DESCUADRES.         00012390
                                                                        00012400
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00012410
           ACCEPT WK-HORA-FIN       FROM TIME.                          00012420
           INITIALIZE DCLVLDTCTL.                                       00012430
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00012440
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00012450
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00012460
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00012470
           MOVE CONT-CUENTAS        TO VCTL-LEIDOS.                     00012480
           MOVE CONT-REGISTROS      TO VCTL-ESCRITOS.                   00012490
           MOVE CONT-DESCUADRES     TO VCTL-RECHAZADOS.                 00012500
           MOVE 'OK'                TO VCTL-ESTADO.                     00012510
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00012520
           IF VCTL-CODRESP NOT = ZEROS                                  00012530
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00012540
           END-IF.                                                      00012550
                                                                        00012560
      *    UNA MONEDA SIN CUADRAR NO DETIENE LA ENTREGA A LA SMV PERO   00012570
      *    SE SENALA A OPERACIONES                                      00012580
           IF HAY-DESCUADRE                                             00012590
              MOVE 04 TO RETURN-CODE                                    00012600
           END-IF.                                                      00012610
      *                                                                *00012620
      *-------------*                                                   00012630
       3000-FIN-EXIT.                                                   00012640
      *-------------*                                                   00012650
           EXIT.                                                        00012660
                                                                        00012670
       3001-ERROR.                                                      00012680
      *-----------*                                                     00012690
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00012700
           DISPLAY 'ACCION:          ' WS-ACCION.                       00012710
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00012720
           DISPLAY '******************************************'.        00012730
           MOVE 08 TO RETURN-CODE.                                      00012740
           STOP RUN.                                                    00012750
      *-----------------*                                               00012760
      * FIN DE PROGRAMA *                                               00012770
      *-----------------*                                               00012780
