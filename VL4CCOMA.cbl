       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CCOMA.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : ASEGURAMIENTO DE COMISIONES. RECALCULA CADA COMISION *00000060
      *           COBRADA EN EL PERIODO (VPOL_COMISION DE VLDTPOL)     *00000070
      *           CON LO CONTRATADO A LA FECHA DE LA OPERACION:        *00000080
      *             - CONDICION PARTICULAR DE VLDTCOM VIGENTE EN       *00000090
      *               VPOL_FECHOP (VCOM_DINIVAL / VCOM_DFINVAL): FIJO  *00000100
      *               + PORCENTAJE CON MINIMO Y MAXIMO                 *00000110
      *             - SI NO HAY, TRAMO DE LA TARIFA VLDTXTA DE LA      *00000120
      *               CUENTA VIGENTE EN VPOL_FECHOP, CON LA MISMA      *00000130
      *               CLAVE Y RESOLUCION DE TRAMO QUE ACCESO-VLDTXTA   *00000140
      *               DE VL2C1010 (CLASE 49, TARIFA 'F', CODIGO        *00000150
      *               VARC_INVERSOR) Y SUS MINIMOS Y MAXIMOS           *00000160
      *           REPORTA (S1RCOMA) LOS SOBRECOBROS Y SUBCOBROS QUE    *00000170
      *           SUPERAN LA TOLERANCIA, POR CUENTA, Y LOS RESUME POR  *00000180
      *           GESTOR (VARC_ANALIS) Y POR CAUSA. LOS SOBRECOBROS DE *00000190
      *           LAS CUENTAS CONFIRMADAS POR CONTROL COMERCIAL EN     *00000200
      *           E1DQCCOM (NORMALMENTE TRAS REVISAR UNA CORRIDA       *00000210
      *           ANTERIOR CON EL FICHERO VACIO) SE DEVUELVEN CON UN   *00000220
      *           ABONO EN FORMATO OPS (BGECOPS/BGECMIR, COMO          *00000230
      *           VL4CREBA) EN S1DQCOMA. TERMINA CON RETURN-CODE 4 SI  *00000240
      *           HAY DIFERENCIAS.                                     *00000250
      * SYSIN   : 1. PERIODO AAAAMM (MES CERRADO)                      *00000260
      *           2. TOLERANCIA POR POLIZA 9(03)V99 (BLANCOS = 0.01)   *00000270
      * FECHA   : 15-10-2026                                           *00000280
      ******************************************************************00000290
      ******************************************************************00000300
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000310
      *---------- ---------- ---------------- -------------------------*00000320
      *RITM49165  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000330
      *---------- ---------- ---------------- -------------------------*00000340
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000341
      *                                       TAMBIEN EN LA PASARELA   *00000342
      *                                       CONTABLE (VL9CAPU0) PARA *00000343
      *                                       QUE VL4CPASC EVITE EL    *00000344
      *                                       DOBLE ENVIO EN REPROCESO.*00000345
      *---------- ---------- ---------------- -------------------------*00000346
      ******************************************************************00000350
       ENVIRONMENT DIVISION.                                            00000360
       CONFIGURATION SECTION.                                           00000370
       SPECIAL-NAMES.                                                   00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
                                                                        00000410
           SELECT E1DQCCOM  ASSIGN       TO E1DQCCOM                    00000420
                            FILE STATUS  IS FS-ECCOM.                   00000430
                                                                        00000440
           SELECT S1DQCOMA  ASSIGN       TO S1DQCOMA                    00000450
                            FILE STATUS  IS FS-SCOMA.                   00000460
                                                                        00000470
           SELECT S1RCOMA   ASSIGN       TO S1RCOMA                     00000480
                            FILE STATUS  IS FS-SRCOMA.                  00000490
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
      *                                                                *00000520
       FD  E1DQCCOM                                                     00000530
           RECORDING MODE  IS  F                                        00000540
           LABEL  RECORDS  IS  STANDARD                                 00000550
           DATA   RECORD   IS  REG-E1DQCCOM.                            00000560
         01 REG-E1DQCCOM           PIC X(80).                           00000570
      *                                                                *00000580
       FD  S1DQCOMA                                                     00000590
           RECORDING MODE  IS  F                                        00000600
           LABEL  RECORDS  IS  STANDARD                                 00000610
           DATA   RECORD   IS  REG-S1DQCOMA.                            00000620
         01 REG-S1DQCOMA           PIC X(2390).                         00000630
      *                                                                *00000640
       FD  S1RCOMA                                                      00000650
           RECORDING MODE  IS  F                                        00000660
           LABEL  RECORDS  IS  STANDARD                                 00000670
           DATA   RECORD   IS  SAL-RCOMA.                               00000680
         01 SAL-RCOMA              PIC X(132).                          00000690
      *                                                                 00000700
      ******************************************************************00000710
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000720
      ******************************************************************00000730
       WORKING-STORAGE SECTION.                                         00000740
      *************************                                         00000750
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CCOMA'.          00000760
      *                                                                 00000770
      * REGISTRO DE CARGO/ABONO OPS, MISMO FORMATO QUE VL4C3384         00000780
       01  REGISTRO-BGECOPS.                                            00000790
           COPY BGECOPS.                                                00000800
       01  REGISTRO-BGECMIR.                                            00000810
           COPY BGECMIR.                                                00000820
      *                                                                 00000830
      * CONFIRMACION DE SOBRECOBRO: CUENTA + PERIODO                    00000840
       01  W-REG-CCOM.                                                  00000850
           05 CCO-CUENTA           PIC X(07).                           00000860
           05 CCO-CUENTA-N REDEFINES CCO-CUENTA PIC 9(07).              00000870
           05 CCO-PERIODO          PIC X(06).                           00000880
           05 FILLER               PIC X(67).                           00000890
      *                                                                 00000900
       01  TB-CONFIRMADAS.                                              00000910
           05 CONT-CONFIRMADAS     PIC 9(04) VALUE ZEROS.               00000920
           05 IN-CNF               PIC 9(04) VALUE ZEROS.               00000930
           05 TB-CNF-CUENTA        PIC 9(07) OCCURS 1000.               00000940
      *                                                                 00000950
      * PARAMETROS (SYSIN)                                              00000960
       01  WS-PARAMETROS.                                               00000970
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00000980
           05 WA-CARD-PERIODO-N REDEFINES WA-CARD-PERIODO PIC 9(06).    00000990
           05 WA-CARD-TOLER        PIC X(05) VALUE SPACES.              00001000
           05 WA-CARD-TOLER-N REDEFINES WA-CARD-TOLER PIC 9(03)V99.     00001010
           05 WA-TOLERANCIA        PIC S9(3)V99 COMP-3 VALUE ZEROS.     00001020
      *                                                                 00001030
       01  W-ARMA-FECHA.                                                00001040
           05 WAF-AAAA             PIC 9(04).                           00001050
           05 WAF-MM               PIC 9(02).                           00001060
           05 WAF-DD               PIC 9(02).                           00001070
       01  W-ARMA-FECHA-N REDEFINES W-ARMA-FECHA PIC 9(08).             00001080
       01  WK-FECHA-DESDE          PIC S9(8)V COMP-3 VALUE ZEROS.       00001090
       01  WK-FECHA-HASTA          PIC S9(8)V COMP-3 VALUE ZEROS.       00001100
      *                                                                 00001110
      * FECHA DE LA OPERACION EN FORMATO DATE DE VLDTCOM                00001120
       01  W-FECHOP-AMD            PIC 9(08) VALUE ZEROS.               00001130
       01  FILLER REDEFINES W-FECHOP-AMD.                               00001140
           05 W-FOP-AAAA           PIC 9(04).                           00001150
           05 W-FOP-MM             PIC 9(02).                           00001160
           05 W-FOP-DD             PIC 9(02).                           00001170
       01  W-FECHOP-ISO.                                                00001180
           05 W-FISO-AAAA          PIC 9(04).                           00001190
           05 FILLER               PIC X(01) VALUE '-'.                 00001200
           05 W-FISO-MM            PIC 9(02).                           00001210
           05 FILLER               PIC X(01) VALUE '-'.                 00001220
           05 W-FISO-DD            PIC 9(02).                           00001230
      *                                                                 00001240
      * TARIFA LEIDA DE VLDTXTA: CABECERA + 20 TRAMOS (MISMA TABLA DE   00001250
      * TRABAJO QUE VL7CSIM0)                                           00001260
       01  W-XTA-FECOPER           PIC S9(8)V COMP-3 VALUE ZEROS.       00001270
       01  W-TARIFA                PIC 9(02) VALUE ZEROS.               00001280
       01  W-XTA-CLAVE-ANT.                                             00001290
           05 W-XTA-TARIFA-ANT     PIC 9(02) VALUE ZEROS.               00001300
           05 W-XTA-MONEDA-ANT     PIC X(03) VALUE SPACES.              00001310
           05 W-XTA-FECHA-ANT      PIC 9(08) VALUE ZEROS.               00001320
       01  W-TARIFA-XTA.                                                00001330
           05 WXTA-TIPCALCU        PIC X(01).                           00001340
           05 WXTA-MINTAR          PIC S9(12)V9(2) COMP-3.              00001350
           05 WXTA-MAXTAR          PIC S9(12)V9(2) COMP-3.              00001360
       01  W-TRAMOS-XTA.                                                00001370
           05 W-TRAMO-ENT OCCURS 20.                                    00001380
              10 WXTA-DESDE        PIC S9(12)V9(2) COMP-3.              00001390
              10 WXTA-HASTA        PIC S9(12)V9(2) COMP-3.              00001400
              10 WXTA-PORMIL       PIC S9(2)V9(6)  COMP-3.              00001410
      *                                                                 00001420
       01  WS-SWITCHES.                                                 00001430
          05 SW-FIN-POL            PIC X(02) VALUE SPACES.              00001440
             88 FIN-POLIZAS                  VALUE '10'.                00001450
          05 SW-TRAMO              PIC X(01) VALUE 'N'.                 00001460
             88 TRAMO-HALLADO                VALUE 'S'.                 00001470
          05 SW-PARTICULAR         PIC X(01) VALUE 'N'.                 00001480
             88 CON-PARTICULAR               VALUE 'S'.                 00001490
          05 SW-TARIFA             PIC X(01) VALUE 'N'.                 00001500
             88 CON-TARIFA                   VALUE 'S'.                 00001510
          05 SW-CONFIRMADA         PIC X(01) VALUE 'N'.                 00001520
             88 CUENTA-CONFIRMADA            VALUE 'S'.                 00001530
          05 SW-ENCONTRADO         PIC X(01) VALUE 'N'.                 00001540
             88 ENCONTRADO                   VALUE 'S'.                 00001550
          05 SW-AVISO              PIC X(01) VALUE 'N'.                 00001560
             88 CON-AVISO                    VALUE 'S'.                 00001570
      *                                                                 00001580
       01  WS-VARIOS.                                                   00001590
           05 IX                   PIC 9(02) VALUE ZEROS.               00001600
           05 W-AJUSTE             PIC X(03) VALUE SPACES.              00001610
           05 W-CAUSA              PIC 9(01) VALUE ZEROS.               00001620
           05 WK-COMISION          PIC S9(12)V9(2) COMP-3 VALUE ZEROS.  00001630
           05 WK-DIFERENCIA        PIC S9(12)V9(2) COMP-3 VALUE ZEROS.  00001640
           05 WK-DIF-ABS           PIC S9(12)V9(2) COMP-3 VALUE ZEROS.  00001650
      *                                                                 00001660
      * CAUSAS DE DIFERENCIA                                            00001670
       01  W-CAUSAS.                                                    00001680
           05 FILLER               PIC X(24) VALUE                      00001690
              'CONDICION PARTICULAR    '.                               00001700
           05 FILLER               PIC X(24) VALUE                      00001710
              'COND.PARTICULAR MINIMO  '.                               00001720
           05 FILLER               PIC X(24) VALUE                      00001730
              'COND.PARTICULAR MAXIMO  '.                               00001740
           05 FILLER               PIC X(24) VALUE                      00001750
              'TRAMO DE TARIFA         '.                               00001760
           05 FILLER               PIC X(24) VALUE                      00001770
              'MINIMO DE TARIFA        '.                               00001780
           05 FILLER               PIC X(24) VALUE                      00001790
              'MAXIMO DE TARIFA        '.                               00001800
           05 FILLER               PIC X(24) VALUE                      00001810
              'SIN TARIFA VIGENTE      '.                               00001820
           05 FILLER               PIC X(24) VALUE                      00001830
              'IMPORTE SIN TRAMO       '.                               00001840
       01  FILLER REDEFINES W-CAUSAS.                                   00001850
           05 W-CAUSA-DES          PIC X(24) OCCURS 8.                  00001860
      *                                                                 00001870
      * DATOS DE LA CUENTA EN CURSO (CORTE DE CONTROL)                  00001880
       01  W-CUENTA-ACTUAL         PIC S9(7)V COMP-3 VALUE ZEROS.       00001890
       01  W-CUENTA-ED             PIC 9(07) VALUE ZEROS.               00001900
       01  W-GESTOR                PIC X(04) VALUE SPACES.              00001910
       01  W-SUCURS                PIC X(04) VALUE SPACES.              00001920
       01  W-MONEDA                PIC X(03) VALUE SPACES.              00001930
       01  TB-CTA-MONEDAS.                                              00001940
           05 CONT-CTA-MON         PIC 9(02) VALUE ZEROS.               00001950
           05 IN-CMO               PIC 9(02) VALUE ZEROS.               00001960
           05 TB-CMO-FILA          OCCURS 5.                            00001970
              10 TB-CMO-MONEDA     PIC X(03).                           00001980
              10 TB-CMO-SOBRE      PIC S9(13)V9(2) COMP-3.              00001990
              10 TB-CMO-SUB        PIC S9(13)V9(2) COMP-3.              00002000
      *                                                                 00002010
      * RESUMEN POR GESTOR Y MONEDA                                     00002020
       01  TB-GESTORES.                                                 00002030
           05 CONT-GESTORES        PIC 9(04) VALUE ZEROS.               00002040
           05 IN-GES               PIC 9(04) VALUE ZEROS.               00002050
           05 TB-GES-FILA          OCCURS 500.                          00002060
              10 TB-GES-GESTOR     PIC X(04).                           00002070
              10 TB-GES-MONEDA     PIC X(03).                           00002080
              10 TB-GES-NSOBRE     PIC S9(7) COMP-3.                    00002090
              10 TB-GES-SOBRE      PIC S9(13)V9(2) COMP-3.              00002100
              10 TB-GES-NSUB       PIC S9(7) COMP-3.                    00002110
              10 TB-GES-SUB        PIC S9(13)V9(2) COMP-3.              00002120
      *                                                                 00002130
      * RESUMEN POR CAUSA Y MONEDA                                      00002140
       01  TB-RES-CAUSAS.                                               00002150
           05 CONT-RCAUSAS         PIC 9(02) VALUE ZEROS.               00002160
           05 IN-RCA               PIC 9(02) VALUE ZEROS.               00002170
           05 TB-RCA-FILA          OCCURS 40.                           00002180
              10 TB-RCA-CAUSA      PIC 9(01).                           00002190
              10 TB-RCA-MONEDA     PIC X(03).                           00002200
              10 TB-RCA-NSOBRE     PIC S9(7) COMP-3.                    00002210
              10 TB-RCA-SOBRE      PIC S9(13)V9(2) COMP-3.              00002220
              10 TB-RCA-NSUB       PIC S9(7) COMP-3.                    00002230
              10 TB-RCA-SUB        PIC S9(13)V9(2) COMP-3.              00002240
      *                                                                 00002250
       01  W-DATE                  PIC 9(6).                            00002260
       01  FILLER                  REDEFINES W-DATE.                    00002270
           02 W-ANO                PIC 99.                              00002280
           02 W-MES                PIC 99.                              00002290
           02 W-DIA                PIC 99.                              00002300
       01  W-FECHA-AMD.                                                 00002310
           05 W-AA-AMD             PIC 9(4).                            00002320
           05 W-MM-AMD             PIC 9(2).                            00002330
           05 W-DD-AMD             PIC 9(2).                            00002340
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00002350
       01  W-HORA-CURRENT.                                              00002360
           02  W-HORA              PIC 99.                              00002370
           02  W-MINUTOS           PIC 99.                              00002380
           02  W-SEGUNDOS          PIC 99.                              00002390
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00002400
      *                                                                 00002410
       01 W-CONTADORES.                                                 00002420
          05 CONT-POLIZAS          PIC 9(08)  VALUE ZEROES.             00002430
          05 CONT-CUENTAS          PIC 9(08)  VALUE ZEROES.             00002440
          05 CONT-CORRECTAS        PIC 9(08)  VALUE ZEROES.             00002450
          05 CONT-SOBRECOBROS      PIC 9(08)  VALUE ZEROES.             00002460
          05 CONT-SUBCOBROS        PIC 9(08)  VALUE ZEROES.             00002470
          05 CONT-NO-CALCULA       PIC 9(08)  VALUE ZEROES.             00002480
          05 CONT-DEVOLUCIONES     PIC 9(08)  VALUE ZEROES.             00002490
      * VARIABLES PARA CONTROL DE ERRORES                               00002500
       01 WS-ERROR.                                                     00002510
          05 WS-ACCION             PIC X(24).                           00002520
          05 WS-PARRAFO            PIC X(19).                           00002530
      * VARIABLES CONTROL DE ARCHIVOS                                   00002540
       01 WS-CTRL-ARCHIVOS.                                             00002550
          05 FS-ECCOM              PIC X(02) VALUE '00'.                00002560
             88 E1DQCCOM-OK                  VALUE '00'.                00002570
          05 FS-SCOMA              PIC X(02) VALUE '00'.                00002580
             88 S1DQCOMA-OK                  VALUE '00'.                00002590
          05 FS-SRCOMA             PIC X(02) VALUE '00'.                00002600
             88 S1RCOMA-OK                   VALUE '00'.                00002610
          05 FIN-FILE-CCOM         PIC X(02) VALUE SPACES.              00002620
             88 FIN-E1DQCCOM                 VALUE '10'.                00002630
      *                                                                 00002640
      * LINEAS DEL REPORTE                                              00002650
       01 LIN-CABECERA.                                                 00002660
          05 FILLER                PIC X(45) VALUE                      00002670
             ' ASEGURAMIENTO DE COMISIONES COBRADAS - MES '.            00002680
          05 CAB-PERIODO           PIC 9(06).                           00002690
          05 FILLER                PIC X(14) VALUE ' TOLERANCIA : '.    00002700
          05 CAB-TOLERANCIA        PIC ZZ9.99.                          00002710
          05 FILLER                PIC X(61) VALUE SPACES.              00002720
       01 LIN-CUENTA.                                                   00002730
          05 FILLER                PIC X(09) VALUE ' CUENTA: '.         00002740
          05 CTA-CUENTA            PIC 9(07).                           00002750
          05 FILLER                PIC X(10) VALUE '  GESTOR: '.        00002760
          05 CTA-GESTOR            PIC X(04).                           00002770
          05 FILLER                PIC X(11) VALUE '  OFICINA: '.       00002780
          05 CTA-SUCURS            PIC X(04).                           00002790
          05 FILLER                PIC X(10) VALUE '  TARIFA: '.        00002800
          05 CTA-TARIFA            PIC 9(02).                           00002810
          05 FILLER                PIC X(75) VALUE SPACES.              00002820
       01 LIN-DETALLE.                                                  00002830
          05 FILLER                PIC X(03) VALUE SPACES.              00002840
          05 DET-FECHOP            PIC 9(08).                           00002850
          05 FILLER                PIC X(01) VALUE SPACES.              00002860
          05 DET-COMVEN            PIC X(01).                           00002870
          05 FILLER                PIC X(01) VALUE SPACES.              00002880
          05 DET-MONEDA            PIC X(03).                           00002890
          05 FILLER                PIC X(01) VALUE SPACES.              00002900
          05 DET-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002910
          05 FILLER                PIC X(01) VALUE SPACES.              00002920
          05 DET-COBRADO           PIC ZZZ,ZZZ,ZZ9.99.                  00002930
          05 FILLER                PIC X(01) VALUE SPACES.              00002940
          05 DET-CONTRATO          PIC ZZZ,ZZZ,ZZ9.99.                  00002950
          05 FILLER                PIC X(01) VALUE SPACES.              00002960
          05 DET-DIFERENCIA        PIC -ZZZ,ZZZ,ZZ9.99.                 00002970
          05 FILLER                PIC X(01) VALUE SPACES.              00002980
          05 DET-TIPO              PIC X(10).                           00002990
          05 FILLER                PIC X(01) VALUE SPACES.              00003000
          05 DET-CAUSA             PIC X(24).                           00003010
          05 FILLER                PIC X(13) VALUE SPACES.              00003020
       01 LIN-TOTAL-CTA.                                                00003030
          05 FILLER                PIC X(15) VALUE '   TOTAL CUENTA'.   00003040
          05 FILLER                PIC X(01) VALUE SPACES.              00003050
          05 TCT-MONEDA            PIC X(03).                           00003060
          05 FILLER                PIC X(13) VALUE '  SOBRECOBRO '.     00003070
          05 TCT-SOBRE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00003080
          05 FILLER                PIC X(12) VALUE '  SUBCOBRO '.       00003090
          05 TCT-SUB               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00003100
          05 FILLER                PIC X(02) VALUE SPACES.              00003110
          05 TCT-MARCA             PIC X(24).                           00003120
          05 FILLER                PIC X(26) VALUE SPACES.              00003130
       01 LIN-TITULO-RES.                                               00003140
          05 FILLER                PIC X(01) VALUE SPACES.              00003150
          05 TIT-TEXTO             PIC X(40).                           00003160
          05 FILLER                PIC X(91) VALUE SPACES.              00003170
       01 LIN-RESUMEN.                                                  00003180
          05 FILLER                PIC X(03) VALUE SPACES.              00003190
          05 RSM-CLAVE             PIC X(24).                           00003200
          05 FILLER                PIC X(01) VALUE SPACES.              00003210
          05 RSM-MONEDA            PIC X(03).                           00003220
          05 FILLER                PIC X(09) VALUE ' SOBRE: '.          00003230
          05 RSM-NSOBRE            PIC ZZZ,ZZ9.                         00003240
          05 FILLER                PIC X(01) VALUE SPACES.              00003250
          05 RSM-SOBRE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00003260
          05 FILLER                PIC X(09) VALUE '  SUB:  '.          00003270
          05 RSM-NSUB              PIC ZZZ,ZZ9.                         00003280
          05 FILLER                PIC X(01) VALUE SPACES.              00003290
          05 RSM-SUB               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00003300
          05 FILLER                PIC X(31) VALUE SPACES.              00003310
       01 LIN-TOTALES.                                                  00003320
          05 FILLER                PIC X(11) VALUE ' POLIZAS : '.       00003330
          05 TOT-POLIZAS           PIC ZZ,ZZZ,ZZ9.                      00003340
          05 FILLER                PIC X(12) VALUE '  CORRECTAS:'.      00003350
          05 TOT-CORRECTAS         PIC ZZ,ZZZ,ZZ9.                      00003360
          05 FILLER                PIC X(09) VALUE '  SOBRE: '.         00003370
          05 TOT-SOBRE             PIC ZZ,ZZZ,ZZ9.                      00003380
          05 FILLER                PIC X(08) VALUE '  SUB:  '.          00003390
          05 TOT-SUB               PIC ZZ,ZZZ,ZZ9.                      00003400
          05 FILLER                PIC X(15) VALUE '  NO CALCULA:  '.   00003410
          05 TOT-NO-CALCULA        PIC ZZ,ZZZ,ZZ9.                      00003420
          05 FILLER                PIC X(16) VALUE '  DEVOLUCIONES: '.  00003430
          05 TOT-DEVOLUCIONES      PIC ZZ,ZZZ,ZZ9.                      00003440
          05 FILLER                PIC X(01) VALUE SPACES.              00003450
      *                                                                 00003460
      *    CONDICION PARTICULAR DE LA CUENTA (VLDTCOM)                  00003470
           COPY VLCPTCOM.                                               00003480
      *                                                                 00003490
      *    CONTROL DE EJECUCION (VLDTCTL)                               00003500
           COPY VLCPTCTL.                                               00003510
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00003520
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00003530
      *                                                                 00003531
      *RITM49188-INI                                                  * 00003532
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00003533
           COPY VLCPTAP0.                                               00003534
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00003535
      *RITM49188-FIN                                                  * 00003536
      *                                                                *00003540
      *  AREA DE COMUNICACION SQLCA                                     00003550
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003560
      *                                                                 00003570
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00003580
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00003590
           EXEC SQL INCLUDE VLGTXTA END-EXEC.                           00003600
           EXEC SQL INCLUDE VLGTPOL END-EXEC.                           00003610
      *                                                                 00003620
      *    COMISIONES COBRADAS EN EL PERIODO, POR CUENTA Y FECHA        00003630
           EXEC SQL                                                     00003640
                DECLARE VLDCPOL3  CURSOR FOR                            00003650
                SELECT  VPOL_CUENTA                                     00003660
                     ,  VPOL_FECHOP                                     00003670
                     ,  VPOL_COMVEN                                     00003680
                     ,  VPOL_COMISION                                   00003690
                     ,  VPOL_IMPORTE                                    00003700
                     ,  VPOL_MONEDA                                     00003710
                  FROM  VLDTPOL                                         00003720
                 WHERE  VPOL_FECHOP >= :WK-FECHA-DESDE                  00003730
                   AND  VPOL_FECHOP <= :WK-FECHA-HASTA                  00003740
                 ORDER  BY VPOL_CUENTA, VPOL_FECHOP                     00003750
           END-EXEC.                                                    00003760
      *                                                                *00003770
       PROCEDURE DIVISION.                                              00003780
      *                                                                *00003790
           PERFORM 1000-INICIO                                          00003800
              THRU 1000-INICIO-EXIT.                                    00003810
                                                                        00003820
           PERFORM 2000-PROCESO-POLIZA                                  00003830
              THRU 2000-PROCESO-POLIZA-EXIT                             00003840
              UNTIL FIN-POLIZAS.                                        00003850
                                                                        00003860
           IF W-CUENTA-ACTUAL > ZEROS                                   00003870
              PERFORM 2700-CORTE-CUENTA                                 00003880
                 THRU 2700-CORTE-CUENTA-EXIT                            00003890
           END-IF.                                                      00003900
                                                                        00003910
           PERFORM 3000-FIN                                             00003920
              THRU 3000-FIN-EXIT.                                       00003930
                                                                        00003940
           STOP RUN.                                                    00003950
      *                                                                *00003960
      *-----------*                                                     00003970
       1000-INICIO.                                                     00003980
      *-----------*                                                     00003990
           INITIALIZE W-CONTADORES.                                     00004000
                                                                        00004010
           ACCEPT WA-CARD-PERIODO.                                      00004020
           IF WA-CARD-PERIODO NOT NUMERIC                               00004030
              MOVE 'PERIODO SYSIN INVALIDO' TO WS-ACCION                00004040
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004050
              PERFORM 3001-ERROR                                        00004060
           END-IF.                                                      00004070
                                                                        00004080
           ACCEPT WA-CARD-TOLER.                                        00004090
           IF WA-CARD-TOLER = SPACES                                    00004100
              MOVE 0.01              TO WA-TOLERANCIA                   00004110
           ELSE                                                         00004120
              IF WA-CARD-TOLER NOT NUMERIC                              00004130
                 MOVE 'TOLERANCIA INVALIDA'    TO WS-ACCION             00004140
                 MOVE '1000-INICIO'            TO WS-PARRAFO            00004150
                 PERFORM 3001-ERROR                                     00004160
              END-IF                                                    00004170
              MOVE WA-CARD-TOLER-N   TO WA-TOLERANCIA                   00004180
           END-IF.                                                      00004190
                                                                        00004200
           MOVE WA-CARD-PERIODO (1:4) TO WAF-AAAA.                      00004210
           MOVE WA-CARD-PERIODO (5:2) TO WAF-MM.                        00004220
           MOVE 01                    TO WAF-DD.                        00004230
           MOVE W-ARMA-FECHA-N        TO WK-FECHA-DESDE.                00004240
           MOVE 31                    TO WAF-DD.                        00004250
           MOVE W-ARMA-FECHA-N        TO WK-FECHA-HASTA.                00004260
                                                                        00004270
           ACCEPT W-DATE FROM DATE.                                     00004280
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00004290
           MOVE W-MES              TO W-MM-AMD.                         00004300
           MOVE W-DIA              TO W-DD-AMD.                         00004310
           ACCEPT W-HORA-CURRENT FROM TIME.                             00004320
                                                                        00004330
           OPEN INPUT  E1DQCCOM.                                        00004340
           IF NOT E1DQCCOM-OK                                           00004350
              MOVE 'OPEN FICHERO E1DQCCOM'  TO WS-ACCION                00004360
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004370
              PERFORM 3001-ERROR                                        00004380
           END-IF.                                                      00004390
                                                                        00004400
           OPEN OUTPUT S1DQCOMA S1RCOMA.                                00004410
           IF NOT S1DQCOMA-OK OR NOT S1RCOMA-OK                         00004420
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00004430
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004440
              PERFORM 3001-ERROR                                        00004450
           END-IF.                                                      00004460
                                                                        00004470
           PERFORM 1200-CARGA-CONFIRMADAS                               00004480
              THRU 1200-CARGA-CONFIRMADAS-EXIT                          00004490
              UNTIL FIN-E1DQCCOM.                                       00004500
           CLOSE E1DQCCOM.                                              00004510
                                                                        00004520
           MOVE WA-CARD-PERIODO-N  TO CAB-PERIODO.                      00004530
           MOVE WA-TOLERANCIA      TO CAB-TOLERANCIA.                   00004540
           WRITE SAL-RCOMA       FROM LIN-CABECERA.                     00004550
                                                                        00004560
           EXEC SQL                                                     00004570
                OPEN VLDCPOL3                                           00004580
           END-EXEC.                                                    00004590
           IF SQLCODE NOT = ZERO                                        00004600
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004610
              MOVE 'VLDCPOL3-1000'          TO WS-PARRAFO               00004620
              PERFORM 3001-ERROR                                        00004630
           END-IF.                                                      00004640
                                                                        00004650
           PERFORM 1300-LEE-POLIZA                                      00004660
              THRU 1300-LEE-POLIZA-EXIT.                                00004670
      *                                                                *00004680
      *----------------*                                                00004690
       1000-INICIO-EXIT.                                                00004700
      *----------------*                                                00004710
           EXIT.                                                        00004720
                                                                        00004730
      *--------------------------*                                      00004740
       1200-CARGA-CONFIRMADAS.                                          00004750
      *--------------------------*                                      00004760
      *    SOLO CUENTAN LAS CONFIRMACIONES DEL PERIODO EN PROCESO       00004770
           READ E1DQCCOM                                                00004780
           AT END                                                       00004790
              MOVE '10'            TO FIN-FILE-CCOM                     00004800
              GO TO 1200-CARGA-CONFIRMADAS-EXIT                         00004810
           END-READ.                                                    00004820
           MOVE REG-E1DQCCOM       TO W-REG-CCOM.                       00004830
           IF CCO-CUENTA NOT NUMERIC                                    00004840
              OR CCO-PERIODO NOT = WA-CARD-PERIODO                      00004850
              DISPLAY 'CONFIRMACION IGNORADA: ' W-REG-CCOM (1:13)       00004860
              GO TO 1200-CARGA-CONFIRMADAS-EXIT                         00004870
           END-IF.                                                      00004880
           IF CONT-CONFIRMADAS = 1000                                   00004890
              MOVE 'DESBORDE TB-CONFIRMADAS' TO WS-ACCION               00004900
              MOVE '1200-CARGA-CONFIRM'      TO WS-PARRAFO              00004910
              PERFORM 3001-ERROR                                        00004920
           END-IF.                                                      00004930
           ADD 1                   TO CONT-CONFIRMADAS.                 00004940
           MOVE CCO-CUENTA-N       TO TB-CNF-CUENTA (CONT-CONFIRMADAS). 00004950
      *                                                                *00004960
      *-------------------------------*                                 00004970
       1200-CARGA-CONFIRMADAS-EXIT.                                     00004980
      *-------------------------------*                                 00004990
           EXIT.                                                        00005000
                                                                        00005010
      *-----------------*                                               00005020
       1300-LEE-POLIZA.                                                 00005030
      *-----------------*                                               00005040
           EXEC SQL                                                     00005050
                FETCH VLDCPOL3                                          00005060
                 INTO :VPOL-CUENTA                                      00005070
                    , :VPOL-FECHOP                                      00005080
                    , :VPOL-COMVEN                                      00005090
                    , :VPOL-COMISION                                    00005100
                    , :VPOL-IMPORTE                                     00005110
                    , :VPOL-MONEDA                                      00005120
           END-EXEC.                                                    00005130
           EVALUATE SQLCODE                                             00005140
               WHEN ZERO                                                00005150
                    ADD 1 TO CONT-POLIZAS                               00005160
               WHEN 100                                                 00005170
                    MOVE '10' TO SW-FIN-POL                             00005180
               WHEN OTHER                                               00005190
                    MOVE 'FETCH'           TO WS-ACCION                 00005200
                    MOVE 'VLDCPOL3-1300'   TO WS-PARRAFO                00005210
                    PERFORM 3001-ERROR                                  00005220
           END-EVALUATE.                                                00005230
      *                                                                *00005240
      *----------------------*                                          00005250
       1300-LEE-POLIZA-EXIT.                                            00005260
      *----------------------*                                          00005270
           EXIT.                                                        00005280
                                                                        00005290
      *----------------------*                                          00005300
       2000-PROCESO-POLIZA.                                             00005310
      *----------------------*                                          00005320
           IF VPOL-CUENTA NOT = W-CUENTA-ACTUAL                         00005330
              IF W-CUENTA-ACTUAL > ZEROS                                00005340
                 PERFORM 2700-CORTE-CUENTA                              00005350
                    THRU 2700-CORTE-CUENTA-EXIT                         00005360
              END-IF                                                    00005370
              PERFORM 2100-ABRE-CUENTA                                  00005380
                 THRU 2100-ABRE-CUENTA-EXIT                             00005390
           END-IF.                                                      00005400
                                                                        00005410
           PERFORM 2200-RECALCULA                                       00005420
              THRU 2200-RECALCULA-EXIT.                                 00005430
                                                                        00005440
           PERFORM 1300-LEE-POLIZA                                      00005450
              THRU 1300-LEE-POLIZA-EXIT.                                00005460
      *                                                                *00005470
      *---------------------------*                                     00005480
       2000-PROCESO-POLIZA-EXIT.                                        00005490
      *---------------------------*                                     00005500
           EXIT.                                                        00005510
                                                                        00005520
      *---------------------*                                           00005530
       2100-ABRE-CUENTA.                                                00005540
      *---------------------*                                           00005550
           ADD 1                   TO CONT-CUENTAS.                     00005560
           MOVE VPOL-CUENTA        TO W-CUENTA-ACTUAL                   00005570
                                      W-CUENTA-ED                       00005580
                                      VARC-CUENTA.                      00005590
           INITIALIZE TB-CTA-MONEDAS.                                   00005600
                                                                        00005610
      *    TARIFA, GESTOR Y OFICINA DE LA CUENTA                        00005620
           EXEC SQL                                                     00005630
                SELECT  VARC_INVERSOR                                   00005640
                     ,  VARC_ANALIS                                     00005650
                     ,  VARC_SUCURS                                     00005660
                  INTO :VARC-INVERSOR                                   00005670
                     , :VARC-ANALIS                                     00005680
                     , :VARC-SUCURS                                     00005690
                  FROM  VLDTARC                                         00005700
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00005710
           END-EXEC.                                                    00005720
           EVALUATE SQLCODE                                             00005730
               WHEN ZERO                                                00005740
                    MOVE VARC-INVERSOR   TO W-TARIFA                    00005750
                    MOVE VARC-ANALIS     TO W-GESTOR                    00005760
                    MOVE VARC-SUCURS     TO W-SUCURS                    00005770
               WHEN 100                                                 00005780
                    MOVE ZEROS           TO W-TARIFA                    00005790
                    MOVE SPACES          TO W-GESTOR                    00005800
                                            W-SUCURS                    00005810
               WHEN OTHER                                               00005820
                    MOVE 'SELECT'          TO WS-ACCION                 00005830
                    MOVE 'VLDTARC-2100'    TO WS-PARRAFO                00005840
                    PERFORM 3001-ERROR                                  00005850
           END-EVALUATE.                                                00005860
                                                                        00005870
           MOVE 'N'                TO SW-CONFIRMADA.                    00005880
           PERFORM 2105-BUSCA-CONFIRMADA                                00005890
              THRU 2105-BUSCA-CONFIRMADA-EXIT                           00005900
              VARYING IN-CNF FROM 1 BY 1                                00005910
              UNTIL IN-CNF > CONT-CONFIRMADAS                           00005920
                 OR CUENTA-CONFIRMADA.                                  00005930
                                                                        00005940
           MOVE W-CUENTA-ED        TO CTA-CUENTA.                       00005950
           MOVE W-GESTOR           TO CTA-GESTOR.                       00005960
           MOVE W-SUCURS           TO CTA-SUCURS.                       00005970
           MOVE W-TARIFA           TO CTA-TARIFA.                       00005980
      *                                                                *00005990
      *--------------------------*                                      00006000
       2100-ABRE-CUENTA-EXIT.                                           00006010
      *--------------------------*                                      00006020
           EXIT.                                                        00006030
                                                                        00006040
      *--------------------------*                                      00006050
       2105-BUSCA-CONFIRMADA.                                           00006060
      *--------------------------*                                      00006070
           IF TB-CNF-CUENTA (IN-CNF) = W-CUENTA-ED                      00006080
              MOVE 'S'             TO SW-CONFIRMADA                     00006090
           END-IF.                                                      00006100
      *                                                                *00006110
      *-------------------------------*                                 00006120
       2105-BUSCA-CONFIRMADA-EXIT.                                      00006130
      *-------------------------------*                                 00006140
           EXIT.                                                        00006150
                                                                        00006160
      *---------------------------------------------------------------* 00006170
      * COMISION CONTRATADA A LA FECHA DE LA OPERACION Y COMPARACION   *00006180
      * CONTRA LO COBRADO                                              *00006190
      *---------------------------------------------------------------* 00006200
       2200-RECALCULA.                                                  00006210
      *--------------------*                                            00006220
           MOVE VPOL-FECHOP        TO W-FECHOP-AMD                      00006230
                                      W-XTA-FECOPER.                    00006240
           MOVE W-FOP-AAAA         TO W-FISO-AAAA.                      00006250
           MOVE W-FOP-MM           TO W-FISO-MM.                        00006260
           MOVE W-FOP-DD           TO W-FISO-DD.                        00006270
           MOVE VPOL-MONEDA        TO W-MONEDA.                         00006280
           MOVE SPACES             TO W-AJUSTE.                         00006290
                                                                        00006300
           PERFORM 2210-BUSCA-CONDICION                                 00006310
              THRU 2210-BUSCA-CONDICION-EXIT.                           00006320
                                                                        00006330
           IF CON-PARTICULAR                                            00006340
              PERFORM 2300-CALCULA-PARTICULAR                           00006350
                 THRU 2300-CALCULA-PARTICULAR-EXIT                      00006360
              EVALUATE W-AJUSTE                                         00006370
                  WHEN 'MIN'   MOVE 2 TO W-CAUSA                        00006380
                  WHEN 'MAX'   MOVE 3 TO W-CAUSA                        00006390
                  WHEN OTHER   MOVE 1 TO W-CAUSA                        00006400
              END-EVALUATE                                              00006410
           ELSE                                                         00006420
              PERFORM 2220-BUSCA-TARIFA                                 00006430
                 THRU 2220-BUSCA-TARIFA-EXIT                            00006440
              IF NOT CON-TARIFA                                         00006450
                 MOVE 7            TO W-CAUSA                           00006460
                 PERFORM 2500-NO-CALCULABLE                             00006470
                    THRU 2500-NO-CALCULABLE-EXIT                        00006480
                 GO TO 2200-RECALCULA-EXIT                              00006490
              END-IF                                                    00006500
              PERFORM 2400-CALCULA-TARIFA                               00006510
                 THRU 2400-CALCULA-TARIFA-EXIT                          00006520
              IF NOT TRAMO-HALLADO                                      00006530
                 MOVE 8            TO W-CAUSA                           00006540
                 PERFORM 2500-NO-CALCULABLE                             00006550
                    THRU 2500-NO-CALCULABLE-EXIT                        00006560
                 GO TO 2200-RECALCULA-EXIT                              00006570
              END-IF                                                    00006580
              EVALUATE W-AJUSTE                                         00006590
                  WHEN 'MIN'   MOVE 5 TO W-CAUSA                        00006600
                  WHEN 'MAX'   MOVE 6 TO W-CAUSA                        00006610
                  WHEN OTHER   MOVE 4 TO W-CAUSA                        00006620
              END-EVALUATE                                              00006630
           END-IF.                                                      00006640
                                                                        00006650
           COMPUTE WK-DIFERENCIA = VPOL-COMISION - WK-COMISION.         00006660
           IF WK-DIFERENCIA < ZEROS                                     00006670
              COMPUTE WK-DIF-ABS = WK-DIFERENCIA * -1                   00006680
           ELSE                                                         00006690
              MOVE WK-DIFERENCIA   TO WK-DIF-ABS                        00006700
           END-IF.                                                      00006710
           IF WK-DIF-ABS NOT > WA-TOLERANCIA                            00006720
              ADD 1                TO CONT-CORRECTAS                    00006730
              GO TO 2200-RECALCULA-EXIT                                 00006740
           END-IF.                                                      00006750
                                                                        00006760
           PERFORM 2600-REGISTRA-DIFERENCIA                             00006770
              THRU 2600-REGISTRA-DIFERENCIA-EXIT.                       00006780
      *                                                                *00006790
      *----------------------*                                          00006800
       2200-RECALCULA-EXIT.                                             00006810
      *----------------------*                                          00006820
           EXIT.                                                        00006830
                                                                        00006840
      *--------------------------*                                      00006850
       2210-BUSCA-CONDICION.                                            00006860
      *--------------------------*                                      00006870
      *    CONDICION PARTICULAR DE LA CLASE 49 VIGENTE EN LA FECHA DE   00006880
      *    LA OPERACION; SI HAY VARIAS SE TOMA LA DE INICIO MAS RECIENTE00006890
           MOVE 'N'                TO SW-PARTICULAR.                    00006900
           MOVE VPOL-CUENTA        TO VCOM-CUENTA.                      00006910
           MOVE 49                 TO VCOM-CLACONT.                     00006920
           EXEC SQL                                                     00006930
                SELECT VCOM_CORRE_FIJO                                  00006940
                     , VCOM_CORRE_PORCEN                                00006950
                     , VCOM_CORRE_MINIMO                                00006960
                     , VCOM_CORRE_MAXIMO                                00006970
                  INTO :VCOM-CORRE-FIJO                                 00006980
                     , :VCOM-CORRE-PORCEN                               00006990
                     , :VCOM-CORRE-MINIMO                               00007000
                     , :VCOM-CORRE-MAXIMO                               00007010
                  FROM VLDTCOM                                          00007020
                 WHERE VCOM_CUENTA  = :VCOM-CUENTA                      00007030
                   AND VCOM_CLACONT = :VCOM-CLACONT                     00007040
                   AND VCOM_DINIVAL <= :W-FECHOP-ISO                    00007050
                   AND VCOM_DFINVAL >= :W-FECHOP-ISO                    00007060
                 ORDER BY VCOM_DINIVAL DESC                             00007070
                 FETCH FIRST 1 ROW ONLY                                 00007080
           END-EXEC.                                                    00007090
           EVALUATE SQLCODE                                             00007100
               WHEN ZERO                                                00007110
                    MOVE 'S'       TO SW-PARTICULAR                     00007120
               WHEN 100                                                 00007130
                    CONTINUE                                            00007140
               WHEN OTHER                                               00007150
                    MOVE 'SELECT'          TO WS-ACCION                 00007160
                    MOVE 'VLDTCOM-2210'    TO WS-PARRAFO                00007170
                    PERFORM 3001-ERROR                                  00007180
           END-EVALUATE.                                                00007190
      *                                                                *00007200
      *-------------------------------*                                 00007210
       2210-BUSCA-CONDICION-EXIT.                                       00007220
      *-------------------------------*                                 00007230
           EXIT.                                                        00007240
                                                                        00007250
      *--------------------------*                                      00007260
       2220-BUSCA-TARIFA.                                               00007270
      *--------------------------*                                      00007280
      *    TARIFA DE LA CUENTA VIGENTE EN LA FECHA DE LA OPERACION,     00007290
      *    MISMA CLAVE QUE ACCESO-VLDTXTA. SE REUTILIZA LA ULTIMA       00007300
      *    LEIDA SI LA CLAVE NO CAMBIA.                                 00007310
           IF W-TARIFA     = W-XTA-TARIFA-ANT                           00007320
              AND W-MONEDA = W-XTA-MONEDA-ANT                           00007330
              AND W-FECHOP-AMD = W-XTA-FECHA-ANT                        00007340
              GO TO 2220-BUSCA-TARIFA-EXIT                              00007350
           END-IF.                                                      00007360
           MOVE W-TARIFA           TO W-XTA-TARIFA-ANT.                 00007370
           MOVE W-MONEDA           TO W-XTA-MONEDA-ANT.                 00007380
           MOVE W-FECHOP-AMD       TO W-XTA-FECHA-ANT.                  00007390
           MOVE 'N'                TO SW-TARIFA.                        00007400
                                                                        00007410
           MOVE W-TARIFA           TO VXTA-CODTARIF.                    00007420
           MOVE 49                 TO VXTA-OPECON.                      00007430
           MOVE 'F'                TO VXTA-TIPTARIF.                    00007440
           MOVE W-MONEDA           TO VXTA-MONEDA.                      00007450
                                                                        00007460
           EXEC SQL                                                     00007470
                SELECT VXTA_TIPCALCU                                    00007480
                     , VXTA_MINTAR  , VXTA_MAXTAR                       00007490
                     , VXTA_DESDE1  , VXTA_HASTA1  , VXTA_PORMIL1       00007500
                     , VXTA_DESDE2  , VXTA_HASTA2  , VXTA_PORMIL2       00007510
                     , VXTA_DESDE3  , VXTA_HASTA3  , VXTA_PORMIL3       00007520
                     , VXTA_DESDE4  , VXTA_HASTA4  , VXTA_PORMIL4       00007530
                     , VXTA_DESDE5  , VXTA_HASTA5  , VXTA_PORMIL5       00007540
                     , VXTA_DESDE6  , VXTA_HASTA6  , VXTA_PORMIL6       00007550
                     , VXTA_DESDE7  , VXTA_HASTA7  , VXTA_PORMIL7       00007560
                     , VXTA_DESDE8  , VXTA_HASTA8  , VXTA_PORMIL8       00007570
                     , VXTA_DESDE9  , VXTA_HASTA9  , VXTA_PORMIL9       00007580
                     , VXTA_DESDE10 , VXTA_HASTA10 , VXTA_PORMIL10      00007590
                     , VXTA_DESDE11 , VXTA_HASTA11 , VXTA_PORMIL11      00007600
                     , VXTA_DESDE12 , VXTA_HASTA12 , VXTA_PORMIL12      00007610
                     , VXTA_DESDE13 , VXTA_HASTA13 , VXTA_PORMIL13      00007620
                     , VXTA_DESDE14 , VXTA_HASTA14 , VXTA_PORMIL14      00007630
                     , VXTA_DESDE15 , VXTA_HASTA15 , VXTA_PORMIL15      00007640
                     , VXTA_DESDE16 , VXTA_HASTA16 , VXTA_PORMIL16      00007650
                     , VXTA_DESDE17 , VXTA_HASTA17 , VXTA_PORMIL17      00007660
                     , VXTA_DESDE18 , VXTA_HASTA18 , VXTA_PORMIL18      00007670
                     , VXTA_DESDE19 , VXTA_HASTA19 , VXTA_PORMIL19      00007680
                     , VXTA_DESDE20 , VXTA_HASTA20 , VXTA_PORMIL20      00007690
                  INTO :VXTA-TIPCALCU                                   00007700
                     , :VXTA-MINTAR  , :VXTA-MAXTAR                     00007710
                     , :VXTA-DESDE1  , :VXTA-HASTA1                     00007720
                     , :VXTA-PORMIL1                                    00007730
                     , :VXTA-DESDE2  , :VXTA-HASTA2                     00007740
                     , :VXTA-PORMIL2                                    00007750
                     , :VXTA-DESDE3  , :VXTA-HASTA3                     00007760
                     , :VXTA-PORMIL3                                    00007770
                     , :VXTA-DESDE4  , :VXTA-HASTA4                     00007780
                     , :VXTA-PORMIL4                                    00007790
                     , :VXTA-DESDE5  , :VXTA-HASTA5                     00007800
                     , :VXTA-PORMIL5                                    00007810
                     , :VXTA-DESDE6  , :VXTA-HASTA6                     00007820
                     , :VXTA-PORMIL6                                    00007830
                     , :VXTA-DESDE7  , :VXTA-HASTA7                     00007840
                     , :VXTA-PORMIL7                                    00007850
                     , :VXTA-DESDE8  , :VXTA-HASTA8                     00007860
                     , :VXTA-PORMIL8                                    00007870
                     , :VXTA-DESDE9  , :VXTA-HASTA9                     00007880
                     , :VXTA-PORMIL9                                    00007890
                     , :VXTA-DESDE10 , :VXTA-HASTA10                    00007900
                     , :VXTA-PORMIL10                                   00007910
                     , :VXTA-DESDE11 , :VXTA-HASTA11                    00007920
                     , :VXTA-PORMIL11                                   00007930
                     , :VXTA-DESDE12 , :VXTA-HASTA12                    00007940
                     , :VXTA-PORMIL12                                   00007950
                     , :VXTA-DESDE13 , :VXTA-HASTA13                    00007960
                     , :VXTA-PORMIL13                                   00007970
                     , :VXTA-DESDE14 , :VXTA-HASTA14                    00007980
                     , :VXTA-PORMIL14                                   00007990
                     , :VXTA-DESDE15 , :VXTA-HASTA15                    00008000
                     , :VXTA-PORMIL15                                   00008010
                     , :VXTA-DESDE16 , :VXTA-HASTA16                    00008020
                     , :VXTA-PORMIL16                                   00008030
                     , :VXTA-DESDE17 , :VXTA-HASTA17                    00008040
                     , :VXTA-PORMIL17                                   00008050
                     , :VXTA-DESDE18 , :VXTA-HASTA18                    00008060
                     , :VXTA-PORMIL18                                   00008070
                     , :VXTA-DESDE19 , :VXTA-HASTA19                    00008080
                     , :VXTA-PORMIL19                                   00008090
                     , :VXTA-DESDE20 , :VXTA-HASTA20                    00008100
                     , :VXTA-PORMIL20                                   00008110
                  FROM  VLDTXTA                                         00008120
                 WHERE  VXTA_CODTARIF = :VXTA-CODTARIF                  00008130
                   AND  VXTA_OPECON   = :VXTA-OPECON                    00008140
                   AND  VXTA_TIPTARIF = :VXTA-TIPTARIF                  00008150
                   AND  VXTA_MONEDA   = :VXTA-MONEDA                    00008160
                   AND  VXTA_FECVIGEN =                                 00008170
                        (SELECT MAX(X2.VXTA_FECVIGEN)                   00008180
                           FROM VLDTXTA X2                              00008190
                          WHERE X2.VXTA_CODTARIF = :VXTA-CODTARIF       00008200
                            AND X2.VXTA_OPECON   = :VXTA-OPECON         00008210
                            AND X2.VXTA_TIPTARIF = :VXTA-TIPTARIF       00008220
                            AND X2.VXTA_MONEDA   = :VXTA-MONEDA         00008230
                            AND X2.VXTA_FECVIGEN <= :W-XTA-FECOPER)     00008240
           END-EXEC.                                                    00008250
           EVALUATE SQLCODE                                             00008260
               WHEN ZERO                                                00008270
                    MOVE 'S'       TO SW-TARIFA                         00008280
                    PERFORM 2230-CARGA-TRAMOS                           00008290
                       THRU 2230-CARGA-TRAMOS-EXIT                      00008300
               WHEN 100                                                 00008310
                    CONTINUE                                            00008320
               WHEN OTHER                                               00008330
                    MOVE 'SELECT'          TO WS-ACCION                 00008340
                    MOVE 'VLDTXTA-2220'    TO WS-PARRAFO                00008350
                    PERFORM 3001-ERROR                                  00008360
           END-EVALUATE.                                                00008370
      *                                                                *00008380
      *-------------------------------*                                 00008390
       2220-BUSCA-TARIFA-EXIT.                                          00008400
      *-------------------------------*                                 00008410
           EXIT.                                                        00008420
                                                                        00008430
      *--------------------------*                                      00008440
       2230-CARGA-TRAMOS.                                               00008450
      *--------------------------*                                      00008460
      *    PASA LA CABECERA Y LOS 20 TRAMOS DEL DCLGEN A LA TABLA       00008470
      *    DE TRABAJO (DB2 NO ADMITE HOST-VARIABLES CON SUBINDICE).     00008480
           MOVE VXTA-TIPCALCU    TO WXTA-TIPCALCU.                      00008490
           MOVE VXTA-MINTAR      TO WXTA-MINTAR.                        00008500
           MOVE VXTA-MAXTAR      TO WXTA-MAXTAR.                        00008510
           MOVE VXTA-DESDE1     TO WXTA-DESDE  (1).                     00008520
           MOVE VXTA-HASTA1     TO WXTA-HASTA  (1).                     00008530
           MOVE VXTA-PORMIL1    TO WXTA-PORMIL (1).                     00008540
           MOVE VXTA-DESDE2     TO WXTA-DESDE  (2).                     00008550
           MOVE VXTA-HASTA2     TO WXTA-HASTA  (2).                     00008560
           MOVE VXTA-PORMIL2    TO WXTA-PORMIL (2).                     00008570
           MOVE VXTA-DESDE3     TO WXTA-DESDE  (3).                     00008580
           MOVE VXTA-HASTA3     TO WXTA-HASTA  (3).                     00008590
           MOVE VXTA-PORMIL3    TO WXTA-PORMIL (3).                     00008600
           MOVE VXTA-DESDE4     TO WXTA-DESDE  (4).                     00008610
           MOVE VXTA-HASTA4     TO WXTA-HASTA  (4).                     00008620
           MOVE VXTA-PORMIL4    TO WXTA-PORMIL (4).                     00008630
           MOVE VXTA-DESDE5     TO WXTA-DESDE  (5).                     00008640
           MOVE VXTA-HASTA5     TO WXTA-HASTA  (5).                     00008650
           MOVE VXTA-PORMIL5    TO WXTA-PORMIL (5).                     00008660
           MOVE VXTA-DESDE6     TO WXTA-DESDE  (6).                     00008670
           MOVE VXTA-HASTA6     TO WXTA-HASTA  (6).                     00008680
           MOVE VXTA-PORMIL6    TO WXTA-PORMIL (6).                     00008690
           MOVE VXTA-DESDE7     TO WXTA-DESDE  (7).                     00008700
           MOVE VXTA-HASTA7     TO WXTA-HASTA  (7).                     00008710
           MOVE VXTA-PORMIL7    TO WXTA-PORMIL (7).                     00008720
           MOVE VXTA-DESDE8     TO WXTA-DESDE  (8).                     00008730
           MOVE VXTA-HASTA8     TO WXTA-HASTA  (8).                     00008740
           MOVE VXTA-PORMIL8    TO WXTA-PORMIL (8).                     00008750
           MOVE VXTA-DESDE9     TO WXTA-DESDE  (9).                     00008760
           MOVE VXTA-HASTA9     TO WXTA-HASTA  (9).                     00008770
           MOVE VXTA-PORMIL9    TO WXTA-PORMIL (9).                     00008780
           MOVE VXTA-DESDE10    TO WXTA-DESDE  (10).                    00008790
           MOVE VXTA-HASTA10    TO WXTA-HASTA  (10).                    00008800
           MOVE VXTA-PORMIL10   TO WXTA-PORMIL (10).                    00008810
           MOVE VXTA-DESDE11    TO WXTA-DESDE  (11).                    00008820
           MOVE VXTA-HASTA11    TO WXTA-HASTA  (11).                    00008830
           MOVE VXTA-PORMIL11   TO WXTA-PORMIL (11).                    00008840
           MOVE VXTA-DESDE12    TO WXTA-DESDE  (12).                    00008850
           MOVE VXTA-HASTA12    TO WXTA-HASTA  (12).                    00008860
           MOVE VXTA-PORMIL12   TO WXTA-PORMIL (12).                    00008870
           MOVE VXTA-DESDE13    TO WXTA-DESDE  (13).                    00008880
           MOVE VXTA-HASTA13    TO WXTA-HASTA  (13).                    00008890
           MOVE VXTA-PORMIL13   TO WXTA-PORMIL (13).                    00008900
           MOVE VXTA-DESDE14    TO WXTA-DESDE  (14).                    00008910
           MOVE VXTA-HASTA14    TO WXTA-HASTA  (14).                    00008920
           MOVE VXTA-PORMIL14   TO WXTA-PORMIL (14).                    00008930
           MOVE VXTA-DESDE15    TO WXTA-DESDE  (15).                    00008940
           MOVE VXTA-HASTA15    TO WXTA-HASTA  (15).                    00008950
           MOVE VXTA-PORMIL15   TO WXTA-PORMIL (15).                    00008960
           MOVE VXTA-DESDE16    TO WXTA-DESDE  (16).                    00008970
           MOVE VXTA-HASTA16    TO WXTA-HASTA  (16).                    00008980
           MOVE VXTA-PORMIL16   TO WXTA-PORMIL (16).                    00008990
           MOVE VXTA-DESDE17    TO WXTA-DESDE  (17).                    00009000
           MOVE VXTA-HASTA17    TO WXTA-HASTA  (17).                    00009010
           MOVE VXTA-PORMIL17   TO WXTA-PORMIL (17).                    00009020
           MOVE VXTA-DESDE18    TO WXTA-DESDE  (18).                    00009030
           MOVE VXTA-HASTA18    TO WXTA-HASTA  (18).                    00009040
           MOVE VXTA-PORMIL18   TO WXTA-PORMIL (18).                    00009050
           MOVE VXTA-DESDE19    TO WXTA-DESDE  (19).                    00009060
           MOVE VXTA-HASTA19    TO WXTA-HASTA  (19).                    00009070
           MOVE VXTA-PORMIL19   TO WXTA-PORMIL (19).                    00009080
           MOVE VXTA-DESDE20    TO WXTA-DESDE  (20).                    00009090
           MOVE VXTA-HASTA20    TO WXTA-HASTA  (20).                    00009100
           MOVE VXTA-PORMIL20   TO WXTA-PORMIL (20).                    00009110
      *                                                                *00009120
      *-------------------------------*                                 00009130
       2230-CARGA-TRAMOS-EXIT.                                          00009140
      *-------------------------------*                                 00009150
           EXIT.                                                        00009160
                                                                        00009170
      *----------------------------*                                    00009180
       2300-CALCULA-PARTICULAR.                                         00009190
      *----------------------------*                                    00009200
      *    MISMO CALCULO QUE 3000-CALCULA-PARTICULAR DE VL7CSIM0        00009210
           COMPUTE WK-COMISION ROUNDED = VCOM-CORRE-FIJO                00009220
                 + (VPOL-IMPORTE * VCOM-CORRE-PORCEN / 100).            00009230
                                                                        00009240
           IF VCOM-CORRE-MINIMO > ZEROS                                 00009250
              AND WK-COMISION < VCOM-CORRE-MINIMO                       00009260
              MOVE VCOM-CORRE-MINIMO TO WK-COMISION                     00009270
              MOVE 'MIN'             TO W-AJUSTE                        00009280
           END-IF.                                                      00009290
           IF VCOM-CORRE-MAXIMO > ZEROS                                 00009300
              AND WK-COMISION > VCOM-CORRE-MAXIMO                       00009310
              MOVE VCOM-CORRE-MAXIMO TO WK-COMISION                     00009320
              MOVE 'MAX'             TO W-AJUSTE                        00009330
           END-IF.                                                      00009340
      *                                                                *00009350
      *---------------------------------*                               00009360
       2300-CALCULA-PARTICULAR-EXIT.                                    00009370
      *---------------------------------*                               00009380
           EXIT.                                                        00009390
                                                                        00009400
      *----------------------------*                                    00009410
       2400-CALCULA-TARIFA.                                             00009420
      *----------------------------*                                    00009430
      *    MISMA RESOLUCION DE TRAMO QUE 5000-CALCULA-TARIFA DE         00009440
      *    VL7CSIM0: POR-MIL DEL TRAMO DEL IMPORTE, LUEGO MINIMO Y      00009450
      *    MAXIMO DE LA TARIFA                                          00009460
           MOVE ZEROS              TO WK-COMISION.                      00009470
           MOVE 'N'                TO SW-TRAMO.                         00009480
           MOVE 1                  TO IX.                               00009490
           PERFORM 2410-BUSCA-TRAMO                                     00009500
              THRU 2410-BUSCA-TRAMO-EXIT                                00009510
              UNTIL IX > 20 OR TRAMO-HALLADO.                           00009520
                                                                        00009530
           IF NOT TRAMO-HALLADO                                         00009540
              GO TO 2400-CALCULA-TARIFA-EXIT                            00009550
           END-IF.                                                      00009560
                                                                        00009570
           IF WXTA-MINTAR > ZEROS AND WK-COMISION < WXTA-MINTAR         00009580
              MOVE WXTA-MINTAR     TO WK-COMISION                       00009590
              MOVE 'MIN'           TO W-AJUSTE                          00009600
           END-IF.                                                      00009610
           IF WXTA-MAXTAR > ZEROS AND WK-COMISION > WXTA-MAXTAR         00009620
              MOVE WXTA-MAXTAR     TO WK-COMISION                       00009630
              MOVE 'MAX'           TO W-AJUSTE                          00009640
           END-IF.                                                      00009650
      *                                                                *00009660
      *---------------------------------*                               00009670
       2400-CALCULA-TARIFA-EXIT.                                        00009680
      *---------------------------------*                               00009690
           EXIT.                                                        00009700
                                                                        00009710
      *-----------------------*                                         00009720
       2410-BUSCA-TRAMO.                                                00009730
      *-----------------------*                                         00009740
           IF VPOL-IMPORTE >= WXTA-DESDE (IX)                           00009750
              AND VPOL-IMPORTE <= WXTA-HASTA (IX)                       00009760
              AND WXTA-HASTA (IX) > ZEROS                               00009770
              MOVE 'S' TO SW-TRAMO                                      00009780
              COMPUTE WK-COMISION ROUNDED =                             00009790
                      VPOL-IMPORTE * WXTA-PORMIL (IX) / 1000            00009800
           ELSE                                                         00009810
              ADD 1 TO IX                                               00009820
           END-IF.                                                      00009830
      *                                                                *00009840
      *----------------------------*                                    00009850
       2410-BUSCA-TRAMO-EXIT.                                           00009860
      *----------------------------*                                    00009870
           EXIT.                                                        00009880
                                                                        00009890
      *---------------------------------------------------------------* 00009900
      * POLIZA SIN TARIFA O SIN TRAMO: NO SE PUEDE RECALCULAR; SE      *00009910
      * LISTA PARA REVISION Y NO CUENTA COMO SOBRE NI SUBCOBRO         *00009920
      *---------------------------------------------------------------* 00009930
       2500-NO-CALCULABLE.                                              00009940
      *-------------------------*                                       00009950
           ADD 1                   TO CONT-NO-CALCULA.                  00009960
           MOVE 'S'                TO SW-AVISO.                         00009970
           MOVE ZEROS              TO WK-COMISION                       00010030
                                      WK-DIFERENCIA.                    00010040
           MOVE 'NO CALCULA'       TO DET-TIPO.                         00010050
           PERFORM 2650-IMPRIME-DETALLE                                 00010060
              THRU 2650-IMPRIME-DETALLE-EXIT.                           00010070
      *                                                                *00010080
      *------------------------------*                                  00010090
       2500-NO-CALCULABLE-EXIT.                                         00010100
      *------------------------------*                                  00010110
           EXIT.                                                        00010120
                                                                        00010130
      *---------------------------------------------------------------* 00010140
      * POLIZA CON DIFERENCIA: DETALLE Y ACUMULADOS DE CUENTA, GESTOR  *00010150
      * Y CAUSA                                                        *00010160
      *---------------------------------------------------------------* 00010170
       2600-REGISTRA-DIFERENCIA.                                        00010180
      *----------------------------*                                    00010190
           MOVE 'S'                TO SW-AVISO.                         00010200
           IF WK-DIFERENCIA > ZEROS                                     00010210
              ADD 1                TO CONT-SOBRECOBROS                  00010220
              MOVE 'SOBRECOBRO'    TO DET-TIPO                          00010230
           ELSE                                                         00010240
              ADD 1                TO CONT-SUBCOBROS                    00010250
              MOVE 'SUBCOBRO'      TO DET-TIPO                          00010260
           END-IF.                                                      00010270
           PERFORM 2650-IMPRIME-DETALLE                                 00010280
              THRU 2650-IMPRIME-DETALLE-EXIT.                           00010290
                                                                        00010300
      *    CUENTA                                                       00010310
           MOVE 'N'                TO SW-ENCONTRADO.                    00010320
           PERFORM 2610-COMPARA-CTA-MON                                 00010330
              THRU 2610-COMPARA-CTA-MON-EXIT                            00010340
              VARYING IN-CMO FROM 1 BY 1                                00010350
              UNTIL IN-CMO > CONT-CTA-MON                               00010360
                 OR ENCONTRADO.                                         00010370
           IF ENCONTRADO                                                00010380
              SUBTRACT 1         FROM IN-CMO                            00010390
           ELSE                                                         00010400
              IF CONT-CTA-MON = 5                                       00010410
                 MOVE 'DESBORDE TB-CTA-MONEDAS' TO WS-ACCION            00010420
                 MOVE '2600-REGISTRA-DIF'       TO WS-PARRAFO           00010430
                 PERFORM 3001-ERROR                                     00010440
              END-IF                                                    00010450
              ADD 1                TO CONT-CTA-MON                      00010460
              MOVE CONT-CTA-MON    TO IN-CMO                            00010470
              MOVE W-MONEDA        TO TB-CMO-MONEDA (IN-CMO)            00010480
              MOVE ZEROS           TO TB-CMO-SOBRE  (IN-CMO)            00010490
                                      TB-CMO-SUB    (IN-CMO)            00010500
           END-IF.                                                      00010510
           IF WK-DIFERENCIA > ZEROS                                     00010520
              ADD WK-DIFERENCIA    TO TB-CMO-SOBRE (IN-CMO)             00010530
           ELSE                                                         00010540
              ADD WK-DIF-ABS       TO TB-CMO-SUB   (IN-CMO)             00010550
           END-IF.                                                      00010560
                                                                        00010570
      *    GESTOR                                                       00010580
           MOVE 'N'                TO SW-ENCONTRADO.                    00010590
           PERFORM 2620-COMPARA-GESTOR                                  00010600
              THRU 2620-COMPARA-GESTOR-EXIT                             00010610
              VARYING IN-GES FROM 1 BY 1                                00010620
              UNTIL IN-GES > CONT-GESTORES                              00010630
                 OR ENCONTRADO.                                         00010640
           IF ENCONTRADO                                                00010650
              SUBTRACT 1         FROM IN-GES                            00010660
           ELSE                                                         00010670
              IF CONT-GESTORES = 500                                    00010680
                 MOVE 'DESBORDE TB-GESTORES'    TO WS-ACCION            00010690
                 MOVE '2600-REGISTRA-DIF'       TO WS-PARRAFO           00010700
                 PERFORM 3001-ERROR                                     00010710
              END-IF                                                    00010720
              ADD 1                TO CONT-GESTORES                     00010730
              MOVE CONT-GESTORES   TO IN-GES                            00010740
              MOVE W-GESTOR        TO TB-GES-GESTOR (IN-GES)            00010750
              MOVE W-MONEDA        TO TB-GES-MONEDA (IN-GES)            00010760
              MOVE ZEROS           TO TB-GES-NSOBRE (IN-GES)            00010770
                                      TB-GES-SOBRE  (IN-GES)            00010780
                                      TB-GES-NSUB   (IN-GES)            00010790
                                      TB-GES-SUB    (IN-GES)            00010800
           END-IF.                                                      00010810
           IF WK-DIFERENCIA > ZEROS                                     00010820
              ADD 1                TO TB-GES-NSOBRE (IN-GES)            00010830
              ADD WK-DIFERENCIA    TO TB-GES-SOBRE  (IN-GES)            00010840
           ELSE                                                         00010850
              ADD 1                TO TB-GES-NSUB   (IN-GES)            00010860
              ADD WK-DIF-ABS       TO TB-GES-SUB    (IN-GES)            00010870
           END-IF.                                                      00010880
                                                                        00010890
      *    CAUSA                                                        00010900
           MOVE 'N'                TO SW-ENCONTRADO.                    00010910
           PERFORM 2630-COMPARA-CAUSA                                   00010920
              THRU 2630-COMPARA-CAUSA-EXIT                              00010930
              VARYING IN-RCA FROM 1 BY 1                                00010940
              UNTIL IN-RCA > CONT-RCAUSAS                               00010950
                 OR ENCONTRADO.                                         00010960
           IF ENCONTRADO                                                00010970
              SUBTRACT 1         FROM IN-RCA                            00010980
           ELSE                                                         00010990
              IF CONT-RCAUSAS = 40                                      00011000
                 MOVE 'DESBORDE TB-RES-CAUSAS'  TO WS-ACCION            00011010
                 MOVE '2600-REGISTRA-DIF'       TO WS-PARRAFO           00011020
                 PERFORM 3001-ERROR                                     00011030
              END-IF                                                    00011040
              ADD 1                TO CONT-RCAUSAS                      00011050
              MOVE CONT-RCAUSAS    TO IN-RCA                            00011060
              MOVE W-CAUSA         TO TB-RCA-CAUSA  (IN-RCA)            00011070
              MOVE W-MONEDA        TO TB-RCA-MONEDA (IN-RCA)            00011080
              MOVE ZEROS           TO TB-RCA-NSOBRE (IN-RCA)            00011090
                                      TB-RCA-SOBRE  (IN-RCA)            00011100
                                      TB-RCA-NSUB   (IN-RCA)            00011110
                                      TB-RCA-SUB    (IN-RCA)            00011120
           END-IF.                                                      00011130
           IF WK-DIFERENCIA > ZEROS                                     00011140
              ADD 1                TO TB-RCA-NSOBRE (IN-RCA)            00011150
              ADD WK-DIFERENCIA    TO TB-RCA-SOBRE  (IN-RCA)            00011160
           ELSE                                                         00011170
              ADD 1                TO TB-RCA-NSUB   (IN-RCA)            00011180
              ADD WK-DIF-ABS       TO TB-RCA-SUB    (IN-RCA)            00011190
           END-IF.                                                      00011200
      *                                                                *00011210
      *---------------------------------*                               00011220
       2600-REGISTRA-DIFERENCIA-EXIT.                                   00011230
      *---------------------------------*                               00011240
           EXIT.                                                        00011250
                                                                        00011260
      *--------------------------*                                      00011270
       2610-COMPARA-CTA-MON.                                            00011280
      *--------------------------*                                      00011290
           IF TB-CMO-MONEDA (IN-CMO) = W-MONEDA                         00011300
              MOVE 'S'             TO SW-ENCONTRADO                     00011310
           END-IF.                                                      00011320
      *                                                                *00011330
      *-------------------------------*                                 00011340
       2610-COMPARA-CTA-MON-EXIT.                                       00011350
      *-------------------------------*                                 00011360
           EXIT.                                                        00011370
                                                                        00011380
      *--------------------------*                                      00011390
       2620-COMPARA-GESTOR.                                             00011400
      *--------------------------*                                      00011410
           IF TB-GES-GESTOR (IN-GES) = W-GESTOR                         00011420
              AND TB-GES-MONEDA (IN-GES) = W-MONEDA                     00011430
              MOVE 'S'             TO SW-ENCONTRADO                     00011440
           END-IF.                                                      00011450
      *                                                                *00011460
      *-------------------------------*                                 00011470
       2620-COMPARA-GESTOR-EXIT.                                        00011480
      *-------------------------------*                                 00011490
           EXIT.                                                        00011500
                                                                        00011510
      *--------------------------*                                      00011520
       2630-COMPARA-CAUSA.                                              00011530
      *--------------------------*                                      00011540
           IF TB-RCA-CAUSA (IN-RCA) = W-CAUSA                           00011550
              AND TB-RCA-MONEDA (IN-RCA) = W-MONEDA                     00011560
              MOVE 'S'             TO SW-ENCONTRADO                     00011570
           END-IF.                                                      00011580
      *                                                                *00011590
      *-------------------------------*                                 00011600
       2630-COMPARA-CAUSA-EXIT.                                         00011610
      *-------------------------------*                                 00011620
           EXIT.                                                        00011630
                                                                        00011640
      *--------------------------*                                      00011650
       2650-IMPRIME-DETALLE.                                            00011660
      *--------------------------*                                      00011670
      *    LA PRIMERA DIFERENCIA DE LA CUENTA IMPRIME SU CABECERA       00011680
           IF CTA-CUENTA NOT = ZEROS                                    00011690
              WRITE SAL-RCOMA    FROM LIN-CUENTA AFTER 2                00011700
              MOVE ZEROS           TO CTA-CUENTA                        00011710
           END-IF.                                                      00011720
           MOVE VPOL-FECHOP        TO DET-FECHOP.                       00011730
           MOVE VPOL-COMVEN        TO DET-COMVEN.                       00011740
           MOVE VPOL-MONEDA        TO DET-MONEDA.                       00011750
           MOVE VPOL-IMPORTE       TO DET-IMPORTE.                      00011760
           MOVE VPOL-COMISION      TO DET-COBRADO.                      00011770
           MOVE WK-COMISION        TO DET-CONTRATO.                     00011780
           MOVE WK-DIFERENCIA      TO DET-DIFERENCIA.                   00011790
           MOVE W-CAUSA-DES (W-CAUSA) TO DET-CAUSA.                     00011800
           WRITE SAL-RCOMA       FROM LIN-DETALLE.                      00011810
      *                                                                *00011820
      *-------------------------------*                                 00011830
       2650-IMPRIME-DETALLE-EXIT.                                       00011840
      *-------------------------------*                                 00011850
           EXIT.                                                        00011860
                                                                        00011870
      *---------------------*                                           00011880
       2700-CORTE-CUENTA.                                               00011890
      *---------------------*                                           00011900
      *    TOTALES DE LA CUENTA POR MONEDA Y DEVOLUCION DE LOS          00011910
      *    SOBRECOBROS CONFIRMADOS                                      00011920
           PERFORM 2710-TOTAL-MONEDA                                    00011930
              THRU 2710-TOTAL-MONEDA-EXIT                               00011940
              VARYING IN-CMO FROM 1 BY 1                                00011950
              UNTIL IN-CMO > CONT-CTA-MON.                              00011960
      *                                                                *00011970
      *--------------------------*                                      00011980
       2700-CORTE-CUENTA-EXIT.                                          00011990
      *--------------------------*                                      00012000
           EXIT.                                                        00012010
                                                                        00012020
      *--------------------------*                                      00012030
       2710-TOTAL-MONEDA.                                               00012040
      *--------------------------*                                      00012050
           MOVE TB-CMO-MONEDA (IN-CMO) TO TCT-MONEDA.                   00012060
           MOVE TB-CMO-SOBRE  (IN-CMO) TO TCT-SOBRE.                    00012070
           MOVE TB-CMO-SUB    (IN-CMO) TO TCT-SUB.                      00012080
           MOVE SPACES                 TO TCT-MARCA.                    00012090
           IF TB-CMO-SOBRE (IN-CMO) > ZEROS                             00012100
              IF CUENTA-CONFIRMADA                                      00012110
                 PERFORM 2720-GENERA-DEVOLUCION                         00012120
                    THRU 2720-GENERA-DEVOLUCION-EXIT                    00012130
                 MOVE 'DEVOLUCION GENERADA'   TO TCT-MARCA              00012140
              ELSE                                                      00012150
                 MOVE 'PENDIENTE CONFIRMACION' TO TCT-MARCA             00012160
              END-IF                                                    00012170
           END-IF.                                                      00012180
           WRITE SAL-RCOMA       FROM LIN-TOTAL-CTA.                    00012190
      *                                                                *00012200
      *-------------------------------*                                 00012210
       2710-TOTAL-MONEDA-EXIT.                                          00012220
      *-------------------------------*                                 00012230
           EXIT.                                                        00012240
                                                                        00012250
      *---------------------------------------------------------------* 00012260
      * ABONO AL CLIENTE DEL SOBRECOBRO, MISMO FORMATO QUE LA          *00012270
      * DEVOLUCION POR VOLUMEN DE VL4CREBA                             *00012280
      *---------------------------------------------------------------* 00012290
       2720-GENERA-DEVOLUCION.                                          00012300
      *------------------------------*                                  00012310
           INITIALIZE                      REGISTRO-BGECOPS             00012320
                                           REGISTRO-BGECMIR.            00012330
                                                                        00012340
           MOVE 'VL'                    TO OPS-CODAPLI.                 00012350
           MOVE W-MM-AMD                TO OPS-NUMERO-FIC (01:02).      00012360
           MOVE W-DD-AMD                TO OPS-NUMERO-FIC (03:02).      00012370
           MOVE W-HORA-CURRENT (01:04)  TO OPS-NUMERO-FIC (05:04).      00012380
           MOVE 'I'                     TO OPS-SIGNO-OPER.              00012390
           MOVE '0'                     TO OPS-IND-REG.                 00012400
                                                                        00012410
           MOVE W-CUENTA-ED             TO MIR-REF-INTERNA (01:07).     00012420
           MOVE WA-CARD-PERIODO         TO MIR-REF-INTERNA (08:06).     00012430
           MOVE W-SUCURS                TO MIR-CENTRO-ORI.              00012440
           MOVE W-PROGRAMA              TO MIR-USERID-ORI.              00012450
           MOVE '066'                   TO MIR-CODIGO.                  00012460
           MOVE TB-CMO-SOBRE (IN-CMO)   TO MIR-IMPORTE.                 00012470
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-OPER.              00012480
           MOVE W-HORA-CURRENT-N        TO MIR-HORA-OPER.               00012490
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-CONTA.             00012500
           MOVE W-FECHA-AMD-N           TO MIR-FECHA-VALOR.             00012510
           MOVE 'OPS'                   TO MIR-TIPO-CONTAB.             00012520
           MOVE 'R'                     TO MIR-IND-REALPRUE.            00012530
           MOVE 'N'                     TO MIR-IND-OPER-INTER.          00012540
           MOVE '5'                     TO MIR-IND-ORIGEN-OP.           00012550
           MOVE TB-CMO-MONEDA (IN-CMO)  TO MIR-DIVISA.                  00012560
           MOVE 'DEVOLUCION SOBRECOBRO COMISION' TO MIR-OBSERVA.        00012570
           MOVE 'VL'                    TO MIR-APLC-ORI.                00012580
                                                                        00012590
           MOVE REGISTRO-BGECMIR        TO OPS-BGECMIR.                 00012600
                                                                        00012610
           WRITE REG-S1DQCOMA FROM REGISTRO-BGECOPS.                    00012620
           IF NOT S1DQCOMA-OK                                           00012630
              MOVE 'WRITE S1DQCOMA'         TO WS-ACCION                00012640
              MOVE '2720-GENERA-DEVOL'      TO WS-PARRAFO               00012650
              PERFORM 3001-ERROR                                        00012660
           END-IF.                                                      00012670
      *RITM49188-INI                                                  * 00012671
           PERFORM 2790-PASARELA-CONTABLE                               00012672
              THRU 2790-PASARELA-CONTABLE-EXIT.                         00012673
      *RITM49188-FIN                                                  * 00012674
                                                                        00012680
           ADD 1                   TO CONT-DEVOLUCIONES.                00012690
      *                                                                *00012700
      *-----------------------------------*                             00012710
       2720-GENERA-DEVOLUCION-EXIT.                                     00012720
      *-----------------------------------*                             00012721
           EXIT.                                                        00012722
                                                                        00012723
      *RITM49188-INI                                                  * 00012724
      *------------------------*                                        00012725
       2790-PASARELA-CONTABLE.                                          00012726
      *------------------------*                                        00012727
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00012728
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00012729
           MOVE 'A'                 TO AP0-FUNCION.                     00012730
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00012731
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00012732
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00012733
           IF AP0-CODRESP NOT = ZEROS                                   00012734
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00012735
              MOVE '2790-PASARELA'          TO WS-PARRAFO               00012736
              PERFORM 3001-ERROR                                        00012737
           END-IF.                                                      00012738
      *                                                                *00012739
      *-----------------------------*                                   00012740
       2790-PASARELA-CONTABLE-EXIT.                                     00012741
      *-----------------------------*                                   00012742
           EXIT.                                                        00012743
      *RITM49188-FIN                                                  * 00012744
                                                                        00012750
      *--------------------------*                                      00012760
       2800-RESUMEN-GESTOR.                                             00012770
      *--------------------------*                                      00012780
           MOVE TB-GES-GESTOR (IN-GES) TO RSM-CLAVE.                    00012790
           MOVE TB-GES-MONEDA (IN-GES) TO RSM-MONEDA.                   00012800
           MOVE TB-GES-NSOBRE (IN-GES) TO RSM-NSOBRE.                   00012810
           MOVE TB-GES-SOBRE  (IN-GES) TO RSM-SOBRE.                    00012820
           MOVE TB-GES-NSUB   (IN-GES) TO RSM-NSUB.                     00012830
           MOVE TB-GES-SUB    (IN-GES) TO RSM-SUB.                      00012840
           WRITE SAL-RCOMA       FROM LIN-RESUMEN.                      00012850
      *                                                                *00012860
      *-------------------------------*                                 00012870
       2800-RESUMEN-GESTOR-EXIT.                                        00012880
      *-------------------------------*                                 00012890
           EXIT.                                                        00012900
                                                                        00012910
      *--------------------------*                                      00012920
       2810-RESUMEN-CAUSA.                                              00012930
      *--------------------------*                                      00012940
           MOVE W-CAUSA-DES (TB-RCA-CAUSA (IN-RCA)) TO RSM-CLAVE.       00012950
           MOVE TB-RCA-MONEDA (IN-RCA) TO RSM-MONEDA.                   00012960
           MOVE TB-RCA-NSOBRE (IN-RCA) TO RSM-NSOBRE.                   00012970
           MOVE TB-RCA-SOBRE  (IN-RCA) TO RSM-SOBRE.                    00012980
           MOVE TB-RCA-NSUB   (IN-RCA) TO RSM-NSUB.                     00012990
           MOVE TB-RCA-SUB    (IN-RCA) TO RSM-SUB.                      00013000
           WRITE SAL-RCOMA       FROM LIN-RESUMEN.                      00013010
      *                                                                *00013020
      *-------------------------------*                                 00013030
       2810-RESUMEN-CAUSA-EXIT.                                         00013040
      *-------------------------------*                                 00013050
           EXIT.                                                        00013060
                                                                        00013070
      *--------*                                                        00013080
       3000-FIN.                                                        00013090
      *--------*                                                        00013100
      *                                                                 00013110
           EXEC SQL                                                     00013120
                CLOSE VLDCPOL3                                          00013130
           END-EXEC.                                                    00013140
           IF SQLCODE NOT = ZERO                                        00013150
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00013160
              MOVE 'VLDCPOL3-3000'          TO WS-PARRAFO               00013170
              PERFORM 3001-ERROR                                        00013180
           END-IF.                                                      00013190
                                                                        00013200
           MOVE 'RESUMEN POR GESTOR'       TO TIT-TEXTO.                00013210
           WRITE SAL-RCOMA       FROM LIN-TITULO-RES AFTER 2.           00013220
           PERFORM 2800-RESUMEN-GESTOR                                  00013230
              THRU 2800-RESUMEN-GESTOR-EXIT                             00013240
              VARYING IN-GES FROM 1 BY 1                                00013250
              UNTIL IN-GES > CONT-GESTORES.                             00013260
                                                                        00013270
           MOVE 'RESUMEN POR CAUSA'        TO TIT-TEXTO.                00013280
           WRITE SAL-RCOMA       FROM LIN-TITULO-RES AFTER 2.           00013290
           PERFORM 2810-RESUMEN-CAUSA                                   00013300
              THRU 2810-RESUMEN-CAUSA-EXIT                              00013310
              VARYING IN-RCA FROM 1 BY 1                                00013320
              UNTIL IN-RCA > CONT-RCAUSAS.                              00013330
                                                                        00013340
           MOVE CONT-POLIZAS       TO TOT-POLIZAS.                      00013350
           MOVE CONT-CORRECTAS     TO TOT-CORRECTAS.                    00013360
           MOVE CONT-SOBRECOBROS   TO TOT-SOBRE.                        00013370
           MOVE CONT-SUBCOBROS     TO TOT-SUB.                          00013380
           MOVE CONT-NO-CALCULA    TO TOT-NO-CALCULA.                   00013390
           MOVE CONT-DEVOLUCIONES  TO TOT-DEVOLUCIONES.                 00013400
           WRITE SAL-RCOMA       FROM LIN-TOTALES AFTER 2.              00013410
                                                                        00013420
           CLOSE S1DQCOMA S1RCOMA.                                      00013430
                                                                        00013431
      *RITM49188-INI                                                  * 00013432
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00013433
           MOVE 'F'                 TO AP0-FUNCION.                     00013434
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00013435
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00013436
           IF AP0-CODRESP NOT = ZEROS                                   00013437
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00013438
              MOVE '3000-FIN'               TO WS-PARRAFO               00013439
              PERFORM 3001-ERROR                                        00013440
           END-IF.                                                      00013441
      *RITM49188-FIN                                                  * 00013442
                                                                        00013443
           DISPLAY '****** FIN ASEGURAMIENTO DE COMISIONES ******'.     00013450
           DISPLAY 'POLIZAS LEIDAS         : ' CONT-POLIZAS.            00013460
           DISPLAY 'CUENTAS                : ' CONT-CUENTAS.            00013470
           DISPLAY 'COBRADAS CORRECTAMENTE : ' CONT-CORRECTAS.          00013480
           DISPLAY 'SOBRECOBROS            : ' CONT-SOBRECOBROS.        00013490
           DISPLAY 'SUBCOBROS              : ' CONT-SUBCOBROS.          00013500
           DISPLAY 'NO RECALCULABLES       : ' CONT-NO-CALCULA.         00013510
           DISPLAY 'DEVOLUCIONES OPS       : ' CONT-DEVOLUCIONES.       00013520
                                                                        00013530
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00013540
           ACCEPT WK-HORA-FIN       FROM TIME.                          00013550
           INITIALIZE DCLVLDTCTL.                                       00013560
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00013570
           MOVE W-FECHA-AMD         TO VCTL-FECPROC.                    00013580
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00013590
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00013600
           MOVE CONT-POLIZAS        TO VCTL-LEIDOS.                     00013610
           MOVE CONT-DEVOLUCIONES   TO VCTL-ESCRITOS.                   00013620
           MOVE 'OK'                TO VCTL-ESTADO.                     00013630
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00013640
           IF VCTL-CODRESP NOT = ZEROS                                  00013650
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00013660
           END-IF.                                                      00013670
                                                                        00013680
           IF CON-AVISO                                                 00013690
              MOVE 04 TO RETURN-CODE                                    00013700
           END-IF.                                                      00013710
      *                                                                *00013720
      *-------------*                                                   00013730
       3000-FIN-EXIT.                                                   00013740
      *-------------*                                                   00013750
           EXIT.                                                        00013760
                                                                        00013770
       3001-ERROR.                                                      00013780
      *-----------*                                                     00013790
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00013800
           DISPLAY 'ACCION:          ' WS-ACCION.                       00013810
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00013820
           DISPLAY '******************************************'.        00013830
           MOVE 08 TO RETURN-CODE.                                      00013840
           STOP RUN.                                                    00013850
      *-----------------*                                               00013860
      * FIN DE PROGRAMA *                                               00013870
      *-----------------*                                               00013880
