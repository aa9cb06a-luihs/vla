       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CTERC.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : LIBRO MENSUAL DE TASAS Y CONTRIBUCIONES DE TERCEROS  *00000060
      *           DEL MERCADO (BVL, CAVALI, SMV, FONDO DE GARANTIA).   *00000070
      *           SUMA POR MONEDA LOS COMPONENTES VPOL_IMPCOM1..8 DE   *00000080
      *           LAS POLIZAS VLDTPOL DEL PERIODO Y LOS REPARTE ENTRE  *00000090
      *           LAS ENTIDADES SEGUN EL FICHERO DE PARAMETROS         *00000100
      *           E1DQTERC (LOS COMPONENTES SIN ENTIDAD SON COMISION   *00000110
      *           PROPIA). CONCILIA LO RECAUDADO CONTRA LAS FACTURAS   *00000120
      *           QUE ENVIAN LAS ENTIDADES (E1DQFACT), GRABA EL LIBRO  *00000130
      *           EN VLDTTER Y GENERA EL TRASPASO OPS (BGECOPS/BGECMIR)*00000140
      *           DE LA CUENTA RECAUDADORA A LA CUENTA POR PAGAR DE    *00000150
      *           CADA ENTIDAD Y MONEDA (S1DQTERC). EL REPORTE S1RTERC *00000160
      *           LISTA EL LIBRO, LAS DIFERENCIAS Y LAS FACTURAS       *00000170
      *           RECHAZADAS. TERMINA CON RETURN-CODE 4 SI HAY         *00000180
      *           DIFERENCIAS, FACTURAS FALTANTES O RECHAZADAS O       *00000190
      *           ENTIDADES SIN CUENTA. UN PERIODO YA GRABADO EN       *00000200
      *           VLDTTER NO SE VUELVE A CONTABILIZAR.                 *00000210
      * SYSIN   : 1. PERIODO AAAAMM                                    *00000220
      *           2. FECHA CONTABLE AAAAMMDD (BLANCOS = FECHA SISTEMA) *00000230
      * FECHA   : 15-10-2026                                           *00000240
      ******************************************************************00000250
      ******************************************************************00000260
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000270
      *---------- ---------- ---------------- -------------------------*00000280
      *RITM49164  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000290
      *---------- ---------- ---------------- -------------------------*00000300
      *RITM49188  15-10-2026 LUIS RIVERA H.   LOS APUNTES OPS QUEDAN   *00000301
      *                                       TAMBIEN EN LA PASARELA   *00000302
      *                                       CONTABLE (VL9CAPU0) PARA *00000303
      *                                       QUE VL4CPASC EVITE EL    *00000304
      *                                       DOBLE ENVIO EN REPROCESO.*00000305
      *---------- ---------- ---------------- -------------------------*00000306
      ******************************************************************00000310
       ENVIRONMENT DIVISION.                                            00000320
       CONFIGURATION SECTION.                                           00000330
       SPECIAL-NAMES.                                                   00000340
       INPUT-OUTPUT SECTION.                                            00000350
       FILE-CONTROL.                                                    00000360
                                                                        00000370
           SELECT E1DQTERC  ASSIGN       TO E1DQTERC                    00000380
                            FILE STATUS  IS FS-ETERC.                   00000390
                                                                        00000400
           SELECT E1DQFACT  ASSIGN       TO E1DQFACT                    00000410
                            FILE STATUS  IS FS-EFACT.                   00000420
                                                                        00000430
           SELECT S1DQTERC  ASSIGN       TO S1DQTERC                    00000440
                            FILE STATUS  IS FS-STERC.                   00000450
                                                                        00000460
           SELECT S1RTERC   ASSIGN       TO S1RTERC                     00000470
                            FILE STATUS  IS FS-SRTERC.                  00000480
       DATA DIVISION.                                                   00000490
       FILE SECTION.                                                    00000500
      *                                                                *00000510
       FD  E1DQTERC                                                     00000520
           RECORDING MODE  IS  F                                        00000530
           LABEL  RECORDS  IS  STANDARD                                 00000540
           DATA   RECORD   IS  REG-E1DQTERC.                            00000550
         01 REG-E1DQTERC           PIC X(80).                           00000560
      *                                                                *00000570
       FD  E1DQFACT                                                     00000580
           RECORDING MODE  IS  F                                        00000590
           LABEL  RECORDS  IS  STANDARD                                 00000600
           DATA   RECORD   IS  REG-E1DQFACT.                            00000610
         01 REG-E1DQFACT           PIC X(80).                           00000620
      *                                                                *00000630
       FD  S1DQTERC                                                     00000640
           RECORDING MODE  IS  F                                        00000650
           LABEL  RECORDS  IS  STANDARD                                 00000660
           DATA   RECORD   IS  REG-S1DQTERC.                            00000670
         01 REG-S1DQTERC           PIC X(2390).                         00000680
      *                                                                *00000690
       FD  S1RTERC                                                      00000700
           RECORDING MODE  IS  F                                        00000710
           LABEL  RECORDS  IS  STANDARD                                 00000720
           DATA   RECORD   IS  SAL-RTERC.                               00000730
         01 SAL-RTERC              PIC X(132).                          00000740
      *                                                                 00000750
      ******************************************************************00000760
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000770
      ******************************************************************00000780
       WORKING-STORAGE SECTION.                                         00000790
      *************************                                         00000800
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CTERC'.          00000810
      *                                                                 00000820
      * REGISTRO DE CARGO/ABONO OPS, MISMO FORMATO QUE VL4C3384         00000830
       01  REGISTRO-BGECOPS.                                            00000840
           COPY BGECOPS.                                                00000850
       01  REGISTRO-BGECMIR.                                            00000860
           COPY BGECMIR.                                                00000870
      *                                                                 00000880
      * FICHERO DE PARAMETROS. DOS TIPOS DE REGISTRO:                   00000890
      *   'C' COMPONENTE VPOL_IMPCOMn -> ENTIDAD, NOMBRE Y SI LA        00000900
      *       ENTIDAD ENVIA FACTURA (S/N)                               00000910
      *   'K' ENTIDAD + MONEDA -> CUENTA RECAUDADORA Y CUENTA POR       00000920
      *       PAGAR (CCC DE 20 POSICIONES)                              00000930
       01  W-REG-TERC.                                                  00000940
           05 TER-TIPO             PIC X(01).                           00000950
              88 TER-COMPONENTE-ENT          VALUE 'C'.                 00000960
              88 TER-CUENTAS                 VALUE 'K'.                 00000970
           05 TER-COMPONENTE       PIC X(01).                           00000980
           05 TER-COMPONENTE-N REDEFINES TER-COMPONENTE PIC 9(01).      00000990
           05 TER-ENTIDAD          PIC X(03).                           00001000
           05 TER-MONEDA           PIC X(03).                           00001010
           05 TER-IND-FACTURA      PIC X(01).                           00001020
           05 TER-NOMBRE           PIC X(20).                           00001030
           05 TER-CTA-RECAUDA      PIC X(20).                           00001040
           05 TER-CTA-PAGAR        PIC X(20).                           00001050
           05 FILLER               PIC X(11).                           00001060
      *                                                                 00001070
      * FACTURA DE LA ENTIDAD POR PERIODO Y MONEDA                      00001080
       01  W-REG-FACT.                                                  00001090
           05 FAC-ENTIDAD          PIC X(03).                           00001100
           05 FAC-MONEDA           PIC X(03).                           00001110
           05 FAC-PERIODO          PIC X(06).                           00001120
           05 FAC-NUMERO           PIC X(15).                           00001130
           05 FAC-IMPORTE          PIC 9(13)V9(02).                     00001140
           05 FILLER               PIC X(38).                           00001150
      *                                                                 00001160
      * COMPONENTE -> ENTIDAD (ESPACIOS = COMISION PROPIA)              00001170
       01  TB-COMPONENTES.                                              00001180
           05 TB-COMP-ENTIDAD      PIC X(03) OCCURS 8.                  00001190
      *                                                                 00001200
       01  TB-ENTIDADES.                                                00001210
           05 CONT-ENTIDADES       PIC 9(02) VALUE ZEROS.               00001220
           05 IN-ENT               PIC 9(02) VALUE ZEROS.               00001230
           05 TB-ENT-FILA          OCCURS 10.                           00001240
              10 TB-ENT-CODIGO     PIC X(03).                           00001250
              10 TB-ENT-NOMBRE     PIC X(20).                           00001260
              10 TB-ENT-FACTURA    PIC X(01).                           00001270
      *                                                                 00001280
       01  TB-CUENTAS.                                                  00001290
           05 CONT-CUENTAS         PIC 9(02) VALUE ZEROS.               00001300
           05 IN-CTA               PIC 9(02) VALUE ZEROS.               00001310
           05 TB-CTA-FILA          OCCURS 30.                           00001320
              10 TB-CTA-ENTIDAD    PIC X(03).                           00001330
              10 TB-CTA-MONEDA     PIC X(03).                           00001340
              10 TB-CTA-RECAUDA    PIC X(20).                           00001350
              10 TB-CTA-PAGAR      PIC X(20).                           00001360
      *                                                                 00001370
      * LIBRO DEL PERIODO POR ENTIDAD Y MONEDA                          00001380
       01  TB-LIBRO.                                                    00001390
           05 CONT-LIBRO           PIC 9(02) VALUE ZEROS.               00001400
           05 IN-LIB               PIC 9(02) VALUE ZEROS.               00001410
           05 TB-LIB-FILA          OCCURS 40.                           00001420
              10 TB-LIB-ENTIDAD    PIC X(03).                           00001430
              10 TB-LIB-MONEDA     PIC X(03).                           00001440
              10 TB-LIB-POLIZAS    PIC S9(9)         COMP-3.            00001450
              10 TB-LIB-RECAUDADO  PIC S9(13)V9(02)  COMP-3.            00001460
              10 TB-LIB-FACTURADO  PIC S9(13)V9(02)  COMP-3.            00001470
              10 TB-LIB-FACTURAS   PIC S9(4)         COMP.              00001480
      *                                                                 00001490
      * COMISION PROPIA (COMPONENTES SIN ENTIDAD) POR MONEDA            00001500
       01  TB-PROPIA.                                                   00001510
           05 CONT-PROPIA          PIC 9(02) VALUE ZEROS.               00001520
           05 IN-PRO               PIC 9(02) VALUE ZEROS.               00001530
           05 TB-PRO-FILA          OCCURS 10.                           00001540
              10 TB-PRO-MONEDA     PIC X(03).                           00001550
              10 TB-PRO-IMPORTE    PIC S9(13)V9(02)  COMP-3.            00001560
      *                                                                 00001570
      * PARAMETROS (SYSIN)                                              00001580
       01  WS-PARAMETROS.                                               00001590
           05 WA-CARD-PERIODO      PIC X(06) VALUE SPACES.              00001600
           05 WA-CARD-PERIODO-N REDEFINES WA-CARD-PERIODO PIC 9(06).    00001610
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00001620
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00001630
      *                                                                 00001640
       01  W-ARMA-FECHA.                                                00001650
           05 WAF-AAAA             PIC 9(04).                           00001660
           05 WAF-MM               PIC 9(02).                           00001670
           05 WAF-DD               PIC 9(02).                           00001680
       01  W-ARMA-FECHA-N REDEFINES W-ARMA-FECHA PIC 9(08).             00001690
       01  WK-FECHA-DESDE          PIC S9(8)V COMP-3 VALUE ZEROS.       00001700
       01  WK-FECHA-HASTA          PIC S9(8)V COMP-3 VALUE ZEROS.       00001710
       01  WK-PERIODO              PIC S9(6)V COMP-3 VALUE ZEROS.       00001720
       01  WK-EXISTEN              PIC S9(9) COMP    VALUE ZEROS.       00001730
      *                                                                 00001740
      * TOTALES POR MONEDA LEIDOS DE VLDTPOL                            00001750
       01  WK-POLIZAS-MON.                                              00001760
           05 WK-MONEDA            PIC X(03) VALUE SPACES.              00001770
           05 WK-POLIZAS           PIC S9(9) COMP VALUE ZEROS.          00001780
           05 WK-COMPONENTES.                                           00001790
              10 WK-IMPCOM1        PIC S9(13)V9(02) COMP-3.             00001800
              10 WK-IMPCOM2        PIC S9(13)V9(02) COMP-3.             00001810
              10 WK-IMPCOM3        PIC S9(13)V9(02) COMP-3.             00001820
              10 WK-IMPCOM4        PIC S9(13)V9(02) COMP-3.             00001830
              10 WK-IMPCOM5        PIC S9(13)V9(02) COMP-3.             00001840
              10 WK-IMPCOM6        PIC S9(13)V9(02) COMP-3.             00001850
              10 WK-IMPCOM7        PIC S9(13)V9(02) COMP-3.             00001860
              10 WK-IMPCOM8        PIC S9(13)V9(02) COMP-3.             00001870
           05 FILLER REDEFINES WK-COMPONENTES.                          00001880
              10 WK-IMPCOM         PIC S9(13)V9(02) COMP-3              00001890
                                   OCCURS 8.                            00001900
      *                                                                 00001910
       01  WS-VARIOS.                                                   00001920
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00001930
              88 FIN-CURSOR                  VALUE 'SI'.                00001940
           05 SW-AVISO             PIC X(01) VALUE 'N'.                 00001950
              88 CON-AVISO                   VALUE 'S'.                 00001960
           05 SW-ENCONTRADO        PIC X(01) VALUE 'N'.                 00001970
              88 ENCONTRADO                  VALUE 'S'.                 00001980
           05 IX-COMP              PIC 9(02) VALUE ZEROS.               00001990
           05 W-ENTIDAD            PIC X(03) VALUE SPACES.              00002000
           05 W-IND-FACTURA        PIC X(01) VALUE SPACES.              00002010
           05 W-MOTIVO             PIC X(30) VALUE SPACES.              00002020
           05 W-CUENTA-CCC         PIC X(20) VALUE SPACES.              00002030
           05 W-IMPORTE-OPS        PIC S9(13)V9(02) COMP-3 VALUE ZEROS. 00002040
           05 W-OBSERVA            PIC X(30) VALUE SPACES.              00002050
      *                                                                 00002060
       01  W-DATE                  PIC 9(6).                            00002070
       01  FILLER                  REDEFINES W-DATE.                    00002080
           02 W-ANO                PIC 99.                              00002090
           02 W-MES                PIC 99.                              00002100
           02 W-DIA                PIC 99.                              00002110
       01  W-FECHA-AMD.                                                 00002120
           05 W-AA-AMD             PIC 9(4).                            00002130
           05 W-MM-AMD             PIC 9(2).                            00002140
           05 W-DD-AMD             PIC 9(2).                            00002150
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00002160
       01  W-HORA-CURRENT.                                              00002170
           02  W-HORA              PIC 99.                              00002180
           02  W-MINUTOS           PIC 99.                              00002190
           02  W-SEGUNDOS          PIC 99.                              00002200
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00002210
      *                                                                 00002220
       01 W-CONTADORES.                                                 00002230
          05 CONT-MONEDAS          PIC 9(08)  VALUE ZEROES.             00002240
          05 CONT-FACTURAS         PIC 9(08)  VALUE ZEROES.             00002250
          05 CONT-FAC-RECHAZO      PIC 9(08)  VALUE ZEROES.             00002260
          05 CONT-CUADRADOS        PIC 9(08)  VALUE ZEROES.             00002270
          05 CONT-DIFERENCIAS      PIC 9(08)  VALUE ZEROES.             00002280
          05 CONT-SIN-CUENTA       PIC 9(08)  VALUE ZEROES.             00002290
          05 CONT-ASIENTOS         PIC 9(08)  VALUE ZEROES.             00002300
      * VARIABLES PARA CONTROL DE ERRORES                               00002310
       01 WS-ERROR.                                                     00002320
          05 WS-ACCION             PIC X(24).                           00002330
          05 WS-PARRAFO            PIC X(19).                           00002340
      * VARIABLES CONTROL DE ARCHIVOS                                   00002350
       01 WS-CTRL-ARCHIVOS.                                             00002360
          05 FS-ETERC              PIC X(02) VALUE '00'.                00002370
             88 E1DQTERC-OK                  VALUE '00'.                00002380
          05 FS-EFACT              PIC X(02) VALUE '00'.                00002390
             88 E1DQFACT-OK                  VALUE '00'.                00002400
          05 FS-STERC              PIC X(02) VALUE '00'.                00002410
             88 S1DQTERC-OK                  VALUE '00'.                00002420
          05 FS-SRTERC             PIC X(02) VALUE '00'.                00002430
             88 S1RTERC-OK                   VALUE '00'.                00002440
          05 FIN-FILE-TERC         PIC X(02) VALUE SPACES.              00002450
             88 FIN-E1DQTERC                 VALUE '10'.                00002460
          05 FIN-FILE-FACT         PIC X(02) VALUE SPACES.              00002470
             88 FIN-E1DQFACT                 VALUE '10'.                00002480
      *                                                                 00002490
      * LINEAS DEL REPORTE                                              00002500
       01 LIN-CABECERA.                                                 00002510
          05 FILLER                PIC X(49) VALUE                      00002520
             ' LIBRO DE TASAS Y CONTRIBUCIONES DE TERCEROS -  '.        00002530
          05 FILLER                PIC X(09) VALUE 'PERIODO '.          00002540
          05 CAB-PERIODO           PIC 9(06).                           00002550
          05 FILLER                PIC X(68) VALUE SPACES.              00002560
       01 LIN-TITULOS.                                                  00002570
          05 FILLER                PIC X(30) VALUE                      00002580
             ' ENT NOMBRE                  '.                           00002590
          05 FILLER                PIC X(30) VALUE                      00002600
             'MON      POLIZAS     RECAUDADO'.                          00002610
          05 FILLER                PIC X(30) VALUE                      00002620
             '          FACTURADO          '.                           00002630
          05 FILLER                PIC X(30) VALUE                      00002640
             'DIFERENCIA  ESTADO           '.                           00002650
          05 FILLER                PIC X(12) VALUE SPACES.              00002660
       01 LIN-DETALLE.                                                  00002670
          05 FILLER                PIC X(01) VALUE SPACES.              00002680
          05 DET-ENTIDAD           PIC X(03).                           00002690
          05 FILLER                PIC X(01) VALUE SPACES.              00002700
          05 DET-NOMBRE            PIC X(20).                           00002710
          05 FILLER                PIC X(05) VALUE SPACES.              00002720
          05 DET-MONEDA            PIC X(03).                           00002730
          05 FILLER                PIC X(02) VALUE SPACES.              00002740
          05 DET-POLIZAS           PIC ZZZ,ZZZ,ZZ9.                     00002750
          05 FILLER                PIC X(01) VALUE SPACES.              00002760
          05 DET-RECAUDADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002770
          05 FILLER                PIC X(01) VALUE SPACES.              00002780
          05 DET-FACTURADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002790
          05 FILLER                PIC X(01) VALUE SPACES.              00002800
          05 DET-DIFERENCIA        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.             00002810
          05 FILLER                PIC X(02) VALUE SPACES.              00002820
          05 DET-ESTADO            PIC X(01).                           00002830
          05 FILLER                PIC X(01) VALUE SPACES.              00002840
          05 DET-MARCA             PIC X(16).                           00002850
          05 FILLER                PIC X(08) VALUE SPACES.              00002860
       01 LIN-PROPIA.                                                   00002870
          05 FILLER                PIC X(40) VALUE                      00002880
             ' COMISION PROPIA (SIN ENTIDAD) MONEDA   '.                00002890
          05 PRO-MONEDA            PIC X(03).                           00002900
          05 FILLER                PIC X(02) VALUE SPACES.              00002910
          05 PRO-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00002920
          05 FILLER                PIC X(69) VALUE SPACES.              00002930
       01 LIN-RECHAZO.                                                  00002940
          05 FILLER                PIC X(20) VALUE                      00002950
             ' FACTURA RECHAZADA: '.                                    00002960
          05 REC-ENTIDAD           PIC X(03).                           00002970
          05 FILLER                PIC X(01) VALUE SPACES.              00002980
          05 REC-MONEDA            PIC X(03).                           00002990
          05 FILLER                PIC X(01) VALUE SPACES.              00003000
          05 REC-PERIODO           PIC X(06).                           00003010
          05 FILLER                PIC X(01) VALUE SPACES.              00003020
          05 REC-NUMERO            PIC X(15).                           00003030
          05 FILLER                PIC X(01) VALUE SPACES.              00003040
          05 REC-IMPORTE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00003050
          05 FILLER                PIC X(02) VALUE SPACES.              00003060
          05 REC-MOTIVO            PIC X(30).                           00003070
          05 FILLER                PIC X(31) VALUE SPACES.              00003080
       01 LIN-RESUMEN.                                                  00003090
          05 FILLER                PIC X(14) VALUE ' CUADRADOS   :'.    00003100
          05 RES-CUADRADOS         PIC ZZ,ZZ9.                          00003110
          05 FILLER                PIC X(16) VALUE '  DIFERENCIAS  :'.  00003120
          05 RES-DIFERENCIAS       PIC ZZ,ZZ9.                          00003130
          05 FILLER                PIC X(16) VALUE '  FACT.RECHAZO :'.  00003140
          05 RES-FAC-RECHAZO       PIC ZZ,ZZ9.                          00003150
          05 FILLER                PIC X(16) VALUE '  SIN CUENTA   :'.  00003160
          05 RES-SIN-CUENTA        PIC ZZ,ZZ9.                          00003170
          05 FILLER                PIC X(16) VALUE '  ASIENTOS OPS :'.  00003180
          05 RES-ASIENTOS          PIC ZZ,ZZ9.                          00003190
          05 FILLER                PIC X(24) VALUE SPACES.              00003200
      *                                                                 00003210
      *    LIBRO DE TERCEROS                                            00003220
           COPY VLCPTTER.                                               00003230
      *                                                                 00003240
      *    CONTROL DE EJECUCION (VLDTCTL)                               00003250
           COPY VLCPTCTL.                                               00003260
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00003270
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00003280
      *                                                                 00003281
      *RITM49188-INI                                                  * 00003282
      *    PASARELA CONTABLE (VLDTAPU/VLDTLCG)                          00003283
           COPY VLCPTAP0.                                               00003284
       01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           00003285
      *RITM49188-FIN                                                  * 00003286
      *                                                                *00003290
      *  AREA DE COMUNICACION SQLCA                                     00003300
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00003310
      *                                                                 00003320
      *  AREA DE DCLGEN'S DE TABLAS DB2                                 00003330
           EXEC SQL INCLUDE VLGTPOL END-EXEC.                           00003340
      *                                                                 00003350
      *    COMPONENTES DE LAS POLIZAS DEL PERIODO, POR MONEDA           00003360
           EXEC SQL                                                     00003370
                DECLARE VLDCTER1  CURSOR FOR                            00003380
                SELECT  VPOL_MONEDA                                     00003390
                     ,  COUNT(*)                                        00003400
                     ,  SUM(VPOL_IMPCOM1)                               00003410
                     ,  SUM(VPOL_IMPCOM2)                               00003420
                     ,  SUM(VPOL_IMPCOM3)                               00003430
                     ,  SUM(VPOL_IMPCOM4)                               00003440
                     ,  SUM(VPOL_IMPCOM5)                               00003450
                     ,  SUM(VPOL_IMPCOM6)                               00003460
                     ,  SUM(VPOL_IMPCOM7)                               00003470
                     ,  SUM(VPOL_IMPCOM8)                               00003480
                  FROM  VLDTPOL                                         00003490
                 WHERE  VPOL_FECHOP >= :WK-FECHA-DESDE                  00003500
                   AND  VPOL_FECHOP <= :WK-FECHA-HASTA                  00003510
                 GROUP  BY VPOL_MONEDA                                  00003520
                 ORDER  BY VPOL_MONEDA                                  00003530
           END-EXEC.                                                    00003540
      *                                                                *00003550
       PROCEDURE DIVISION.                                              00003560
      *                                                                *00003570
           PERFORM 1000-INICIO                                          00003580
              THRU 1000-INICIO-EXIT.                                    00003590
                                                                        00003600
           PERFORM 2000-PROCESO                                         00003610
              THRU 2000-PROCESO-EXIT                                    00003620
              UNTIL FIN-CURSOR.                                         00003630
                                                                        00003640
           PERFORM 3000-FIN                                             00003650
              THRU 3000-FIN-EXIT.                                       00003660
                                                                        00003670
           STOP RUN.                                                    00003680
      *                                                                *00003690
      *-----------*                                                     00003700
       1000-INICIO.                                                     00003710
      *-----------*                                                     00003720
           INITIALIZE W-CONTADORES                                      00003730
                      TB-COMPONENTES.                                   00003740
                                                                        00003750
           ACCEPT W-DATE FROM DATE.                                     00003760
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003770
           MOVE W-MES              TO W-MM-AMD.                         00003780
           MOVE W-DIA              TO W-DD-AMD.                         00003790
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003800
                                                                        00003810
           ACCEPT WA-CARD-PERIODO.                                      00003820
           IF WA-CARD-PERIODO NOT NUMERIC                               00003830
              MOVE 'PERIODO SYSIN INVALIDO' TO WS-ACCION                00003840
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003850
              PERFORM 3001-ERROR                                        00003860
           END-IF.                                                      00003870
           MOVE WA-CARD-PERIODO-N     TO WK-PERIODO.                    00003880
           MOVE WA-CARD-PERIODO (1:4) TO WAF-AAAA.                      00003890
           MOVE WA-CARD-PERIODO (5:2) TO WAF-MM.                        00003900
           MOVE 01                    TO WAF-DD.                        00003910
           MOVE W-ARMA-FECHA-N        TO WK-FECHA-DESDE.                00003920
           MOVE 31                    TO WAF-DD.                        00003930
           MOVE W-ARMA-FECHA-N        TO WK-FECHA-HASTA.                00003940
                                                                        00003950
           ACCEPT WA-CARD-FECHA.                                        00003960
           IF WA-CARD-FECHA = SPACES                                    00003970
              MOVE W-FECHA-AMD     TO WA-CARD-FECHA                     00003980
           END-IF.                                                      00003990
           IF WA-CARD-FECHA NOT NUMERIC                                 00004000
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00004010
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004020
              PERFORM 3001-ERROR                                        00004030
           END-IF.                                                      00004040
                                                                        00004050
      *    UN PERIODO YA CONTABILIZADO NO SE VUELVE A PASAR             00004060
           EXEC SQL                                                     00004070
                SELECT  COUNT(*)                                        00004080
                  INTO :WK-EXISTEN                                      00004090
                  FROM  VLDTTER                                         00004100
                 WHERE  VTER_PERIODO = :WK-PERIODO                      00004110
           END-EXEC.                                                    00004120
           IF SQLCODE NOT = ZERO                                        00004130
              MOVE 'SELECT'                 TO WS-ACCION                00004140
              MOVE 'VLDTTER-1000'           TO WS-PARRAFO               00004150
              PERFORM 3001-ERROR                                        00004160
           END-IF.                                                      00004170
           IF WK-EXISTEN > ZEROS                                        00004180
              MOVE 'PERIODO YA PROCESADO'   TO WS-ACCION                00004190
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004200
              PERFORM 3001-ERROR                                        00004210
           END-IF.                                                      00004220
                                                                        00004230
           OPEN INPUT  E1DQTERC                                         00004240
                       E1DQFACT.                                        00004250
           IF NOT E1DQTERC-OK OR NOT E1DQFACT-OK                        00004260
              MOVE 'OPEN FICHEROS ENTRADA'  TO WS-ACCION                00004270
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004280
              PERFORM 3001-ERROR                                        00004290
           END-IF.                                                      00004300
                                                                        00004310
           OPEN OUTPUT S1DQTERC S1RTERC.                                00004320
           IF NOT S1DQTERC-OK OR NOT S1RTERC-OK                         00004330
              MOVE 'OPEN FICHEROS SALIDA'   TO WS-ACCION                00004340
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004350
              PERFORM 3001-ERROR                                        00004360
           END-IF.                                                      00004370
                                                                        00004380
           PERFORM 1100-CARGA-PARAMETROS                                00004390
              THRU 1100-CARGA-PARAMETROS-EXIT                           00004400
              UNTIL FIN-E1DQTERC.                                       00004410
           CLOSE E1DQTERC.                                              00004420
                                                                        00004430
           MOVE WA-CARD-PERIODO-N  TO CAB-PERIODO.                      00004440
           WRITE SAL-RTERC       FROM LIN-CABECERA.                     00004450
                                                                        00004460
           EXEC SQL                                                     00004470
                OPEN VLDCTER1                                           00004480
           END-EXEC.                                                    00004490
           IF SQLCODE NOT = ZERO                                        00004500
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00004510
              MOVE 'VLDCTER1-1000'          TO WS-PARRAFO               00004520
              PERFORM 3001-ERROR                                        00004530
           END-IF.                                                      00004540
                                                                        00004550
           PERFORM 1500-FETCH-MONEDA                                    00004560
              THRU 1500-FETCH-MONEDA-EXIT.                              00004570
      *                                                                 00004580
      *----------------*                                                00004590
       1000-INICIO-EXIT.                                                00004600
      *----------------*                                                00004610
           EXIT.                                                        00004620
                                                                        00004630
      *-------------------------*                                       00004640
       1100-CARGA-PARAMETROS.                                           00004650
      *-------------------------*                                       00004660
           READ E1DQTERC                                                00004670
           AT END                                                       00004680
              MOVE '10'            TO FIN-FILE-TERC                     00004690
           NOT AT END                                                   00004700
              MOVE REG-E1DQTERC    TO W-REG-TERC                        00004710
              EVALUATE TRUE                                             00004720
                  WHEN TER-COMPONENTE-ENT                               00004730
                       PERFORM 1110-PARAM-COMPONENTE                    00004740
                          THRU 1110-PARAM-COMPONENTE-EXIT               00004750
                  WHEN TER-CUENTAS                                      00004760
                       PERFORM 1120-PARAM-CUENTAS                       00004770
                          THRU 1120-PARAM-CUENTAS-EXIT                  00004780
                  WHEN OTHER                                            00004790
                       MOVE 'TIPO PARAMETRO INVALIDO' TO WS-ACCION      00004800
                       MOVE '1100-CARGA-PARAM'        TO WS-PARRAFO     00004810
                       PERFORM 3001-ERROR                               00004820
              END-EVALUATE                                              00004830
           END-READ.                                                    00004840
      *                                                                 00004850
      *------------------------------*                                  00004860
       1100-CARGA-PARAMETROS-EXIT.                                      00004870
      *------------------------------*                                  00004880
           EXIT.                                                        00004890
                                                                        00004900
      *-------------------------*                                       00004910
       1110-PARAM-COMPONENTE.                                           00004920
      *-------------------------*                                       00004930
           IF TER-COMPONENTE NOT NUMERIC                                00004940
              OR TER-COMPONENTE-N = ZEROS                               00004950
              OR TER-COMPONENTE-N > 8                                   00004960
              MOVE 'COMPONENTE INVALIDO'    TO WS-ACCION                00004970
              MOVE '1110-PARAM-COMPON'      TO WS-PARRAFO               00004980
              PERFORM 3001-ERROR                                        00004990
           END-IF.                                                      00005000
           MOVE TER-ENTIDAD TO TB-COMP-ENTIDAD (TER-COMPONENTE-N).      00005010
                                                                        00005020
           MOVE TER-ENTIDAD        TO W-ENTIDAD.                        00005030
           PERFORM 1130-BUSCA-ENTIDAD                                   00005040
              THRU 1130-BUSCA-ENTIDAD-EXIT.                             00005050
           IF NOT ENCONTRADO                                            00005060
              IF CONT-ENTIDADES = 10                                    00005070
                 MOVE 'DESBORDE TB-ENTIDADES'  TO WS-ACCION             00005080
                 MOVE '1110-PARAM-COMPON'      TO WS-PARRAFO            00005090
                 PERFORM 3001-ERROR                                     00005100
              END-IF                                                    00005110
              ADD 1                TO CONT-ENTIDADES                    00005120
              MOVE CONT-ENTIDADES  TO IN-ENT                            00005130
              MOVE TER-ENTIDAD     TO TB-ENT-CODIGO  (IN-ENT)           00005140
              MOVE TER-NOMBRE      TO TB-ENT-NOMBRE  (IN-ENT)           00005150
              MOVE TER-IND-FACTURA TO TB-ENT-FACTURA (IN-ENT)           00005160
           END-IF.                                                      00005170
      *                                                                 00005180
      *------------------------------*                                  00005190
       1110-PARAM-COMPONENTE-EXIT.                                      00005200
      *------------------------------*                                  00005210
           EXIT.                                                        00005220
                                                                        00005230
      *-------------------------*                                       00005240
       1120-PARAM-CUENTAS.                                              00005250
      *-------------------------*                                       00005260
           IF CONT-CUENTAS = 30                                         00005270
              MOVE 'DESBORDE TB-CUENTAS'    TO WS-ACCION                00005280
              MOVE '1120-PARAM-CUENTAS'     TO WS-PARRAFO               00005290
              PERFORM 3001-ERROR                                        00005300
           END-IF.                                                      00005310
           ADD 1                   TO CONT-CUENTAS.                     00005320
           MOVE TER-ENTIDAD        TO TB-CTA-ENTIDAD (CONT-CUENTAS).    00005330
           MOVE TER-MONEDA         TO TB-CTA-MONEDA  (CONT-CUENTAS).    00005340
           MOVE TER-CTA-RECAUDA    TO TB-CTA-RECAUDA (CONT-CUENTAS).    00005350
           MOVE TER-CTA-PAGAR      TO TB-CTA-PAGAR   (CONT-CUENTAS).    00005360
      *                                                                 00005370
      *------------------------------*                                  00005380
       1120-PARAM-CUENTAS-EXIT.                                         00005390
      *------------------------------*                                  00005400
           EXIT.                                                        00005410
                                                                        00005420
      *-------------------------*                                       00005430
       1130-BUSCA-ENTIDAD.                                              00005440
      *-------------------------*                                       00005450
           MOVE 'N'                TO SW-ENCONTRADO.                    00005460
           MOVE SPACES             TO W-IND-FACTURA.                    00005470
           PERFORM 1135-COMPARA-ENTIDAD                                 00005480
              THRU 1135-COMPARA-ENTIDAD-EXIT                            00005490
              VARYING IN-ENT FROM 1 BY 1                                00005500
              UNTIL IN-ENT > CONT-ENTIDADES                             00005510
                 OR ENCONTRADO.                                         00005520
      *                                                                 00005530
      *------------------------------*                                  00005540
       1130-BUSCA-ENTIDAD-EXIT.                                         00005550
      *------------------------------*                                  00005560
           EXIT.                                                        00005570
                                                                        00005580
      *-------------------------*                                       00005590
       1135-COMPARA-ENTIDAD.                                            00005600
      *-------------------------*                                       00005610
           IF TB-ENT-CODIGO (IN-ENT) = W-ENTIDAD                        00005620
              MOVE 'S'                     TO SW-ENCONTRADO             00005630
              MOVE TB-ENT-FACTURA (IN-ENT) TO W-IND-FACTURA             00005640
           END-IF.                                                      00005650
      *                                                                 00005660
      *------------------------------*                                  00005670
       1135-COMPARA-ENTIDAD-EXIT.                                       00005680
      *------------------------------*                                  00005690
           EXIT.                                                        00005700
                                                                        00005710
      *--------------------*                                            00005720
       1500-FETCH-MONEDA.                                               00005730
      *--------------------*                                            00005740
           EXEC SQL                                                     00005750
                FETCH  VLDCTER1                                         00005760
                 INTO :WK-MONEDA                                        00005770
                    , :WK-POLIZAS                                       00005780
                    , :WK-IMPCOM1                                       00005790
                    , :WK-IMPCOM2                                       00005800
                    , :WK-IMPCOM3                                       00005810
                    , :WK-IMPCOM4                                       00005820
                    , :WK-IMPCOM5                                       00005830
                    , :WK-IMPCOM6                                       00005840
                    , :WK-IMPCOM7                                       00005850
                    , :WK-IMPCOM8                                       00005860
           END-EXEC.                                                    00005870
           EVALUATE SQLCODE                                             00005880
               WHEN ZERO                                                00005890
                    ADD 1                   TO CONT-MONEDAS             00005900
               WHEN 100                                                 00005910
                    MOVE 'SI'               TO SW-FIN-CUR               00005920
               WHEN OTHER                                               00005930
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00005940
                    MOVE 'VLDCTER1-1500'    TO WS-PARRAFO               00005950
                    PERFORM 3001-ERROR                                  00005960
           END-EVALUATE.                                                00005970
      *                                                                 00005980
      *-------------------------*                                       00005990
       1500-FETCH-MONEDA-EXIT.                                          00006000
      *-------------------------*                                       00006010
           EXIT.                                                        00006020
                                                                        00006030
      *----------------*                                                00006040
       2000-PROCESO.                                                    00006050
      *----------------*                                                00006060
           PERFORM 2100-REPARTE-COMPONENTE                              00006070
              THRU 2100-REPARTE-COMPONENTE-EXIT                         00006080
              VARYING IX-COMP FROM 1 BY 1                               00006090
              UNTIL IX-COMP > 8.                                        00006100
                                                                        00006110
           PERFORM 1500-FETCH-MONEDA                                    00006120
              THRU 1500-FETCH-MONEDA-EXIT.                              00006130
      *                                                                 00006140
      *---------------------*                                           00006150
       2000-PROCESO-EXIT.                                               00006160
      *---------------------*                                           00006170
           EXIT.                                                        00006180
                                                                        00006190
      *---------------------------*                                     00006200
       2100-REPARTE-COMPONENTE.                                         00006210
      *---------------------------*                                     00006220
           IF WK-IMPCOM (IX-COMP) = ZEROS                               00006230
              GO TO 2100-REPARTE-COMPONENTE-EXIT                        00006240
           END-IF.                                                      00006250
                                                                        00006260
           IF TB-COMP-ENTIDAD (IX-COMP) = SPACES                        00006270
              PERFORM 2150-ACUMULA-PROPIA                               00006280
                 THRU 2150-ACUMULA-PROPIA-EXIT                          00006290
              GO TO 2100-REPARTE-COMPONENTE-EXIT                        00006300
           END-IF.                                                      00006310
                                                                        00006320
           MOVE TB-COMP-ENTIDAD (IX-COMP) TO W-ENTIDAD.                 00006330
           PERFORM 2200-BUSCA-LIBRO                                     00006340
              THRU 2200-BUSCA-LIBRO-EXIT.                               00006350
           IF TB-LIB-POLIZAS (IN-LIB) < WK-POLIZAS                      00006360
              MOVE WK-POLIZAS      TO TB-LIB-POLIZAS (IN-LIB)           00006370
           END-IF.                                                      00006380
           ADD WK-IMPCOM (IX-COMP) TO TB-LIB-RECAUDADO (IN-LIB).        00006390
      *                                                                 00006400
      *--------------------------------*                                00006410
       2100-REPARTE-COMPONENTE-EXIT.                                    00006420
      *--------------------------------*                                00006430
           EXIT.                                                        00006440
                                                                        00006450
      *-------------------------*                                       00006460
       2150-ACUMULA-PROPIA.                                             00006470
      *-------------------------*                                       00006480
           MOVE 'N'                TO SW-ENCONTRADO.                    00006490
           PERFORM 2155-COMPARA-PROPIA                                  00006500
              THRU 2155-COMPARA-PROPIA-EXIT                             00006510
              VARYING IN-PRO FROM 1 BY 1                                00006520
              UNTIL IN-PRO > CONT-PROPIA                                00006530
                 OR ENCONTRADO.                                         00006540
           IF ENCONTRADO                                                00006550
              SUBTRACT 1         FROM IN-PRO                            00006560
           ELSE                                                         00006570
              IF CONT-PROPIA = 10                                       00006580
                 MOVE 'DESBORDE TB-PROPIA'  TO WS-ACCION                00006590
                 MOVE '2150-ACUMULA-PROPIA' TO WS-PARRAFO               00006600
                 PERFORM 3001-ERROR                                     00006610
              END-IF                                                    00006620
              ADD 1                TO CONT-PROPIA                       00006630
              MOVE CONT-PROPIA     TO IN-PRO                            00006640
              MOVE WK-MONEDA       TO TB-PRO-MONEDA  (IN-PRO)           00006650
              MOVE ZEROS           TO TB-PRO-IMPORTE (IN-PRO)           00006660
           END-IF.                                                      00006670
           ADD WK-IMPCOM (IX-COMP) TO TB-PRO-IMPORTE (IN-PRO).          00006680
      *                                                                 00006690
      *------------------------------*                                  00006700
       2150-ACUMULA-PROPIA-EXIT.                                        00006710
      *------------------------------*                                  00006720
           EXIT.                                                        00006730
                                                                        00006740
      *-------------------------*                                       00006750
       2155-COMPARA-PROPIA.                                             00006760
      *-------------------------*                                       00006770
           IF TB-PRO-MONEDA (IN-PRO) = WK-MONEDA                        00006780
              MOVE 'S'             TO SW-ENCONTRADO                     00006790
           END-IF.                                                      00006800
      *                                                                 00006810
      *------------------------------*                                  00006820
       2155-COMPARA-PROPIA-EXIT.                                        00006830
      *------------------------------*                                  00006840
           EXIT.                                                        00006850
                                                                        00006860
      *---------------------------------------------------------------* 00006870
      * POSICIONA IN-LIB EN LA FILA DEL LIBRO DE W-ENTIDAD/WK-MONEDA,  *00006880
      * DANDOLA DE ALTA SI NO EXISTE                                   *00006890
      *---------------------------------------------------------------* 00006900
       2200-BUSCA-LIBRO.                                                00006910
      *-------------------------*                                       00006920
           MOVE 'N'                TO SW-ENCONTRADO.                    00006930
           PERFORM 2205-COMPARA-LIBRO                                   00006940
              THRU 2205-COMPARA-LIBRO-EXIT                              00006950
              VARYING IN-LIB FROM 1 BY 1                                00006960
              UNTIL IN-LIB > CONT-LIBRO                                 00006970
                 OR ENCONTRADO.                                         00006980
           IF ENCONTRADO                                                00006990
              SUBTRACT 1         FROM IN-LIB                            00007000
           ELSE                                                         00007010
              IF CONT-LIBRO = 40                                        00007020
                 MOVE 'DESBORDE TB-LIBRO'   TO WS-ACCION                00007030
                 MOVE '2200-BUSCA-LIBRO'    TO WS-PARRAFO               00007040
                 PERFORM 3001-ERROR                                     00007050
              END-IF                                                    00007060
              ADD 1                TO CONT-LIBRO                        00007070
              MOVE CONT-LIBRO      TO IN-LIB                            00007080
              MOVE W-ENTIDAD       TO TB-LIB-ENTIDAD   (IN-LIB)         00007090
              MOVE WK-MONEDA       TO TB-LIB-MONEDA    (IN-LIB)         00007100
              MOVE ZEROS           TO TB-LIB-POLIZAS   (IN-LIB)         00007110
                                      TB-LIB-RECAUDADO (IN-LIB)         00007120
                                      TB-LIB-FACTURADO (IN-LIB)         00007130
                                      TB-LIB-FACTURAS  (IN-LIB)         00007140
           END-IF.                                                      00007150
      *                                                                 00007160
      *------------------------------*                                  00007170
       2200-BUSCA-LIBRO-EXIT.                                           00007180
      *------------------------------*                                  00007190
           EXIT.                                                        00007200
                                                                        00007210
      *-------------------------*                                       00007220
       2205-COMPARA-LIBRO.                                              00007230
      *-------------------------*                                       00007240
           IF TB-LIB-ENTIDAD (IN-LIB) = W-ENTIDAD                       00007250
              AND TB-LIB-MONEDA (IN-LIB) = WK-MONEDA                    00007260
              MOVE 'S'             TO SW-ENCONTRADO                     00007270
           END-IF.                                                      00007280
      *                                                                 00007290
      *------------------------------*                                  00007300
       2205-COMPARA-LIBRO-EXIT.                                         00007310
      *------------------------------*                                  00007320
           EXIT.                                                        00007330
                                                                        00007340
      *---------------------------------------------------------------* 00007350
      * FACTURAS DE LAS ENTIDADES: SE SUMAN AL LIBRO DE SU ENTIDAD Y   *00007360
      * MONEDA; LAS DE OTRO PERIODO O DE ENTIDADES QUE NO FACTURAN SE  *00007370
      * LISTAN COMO RECHAZADAS                                         *00007380
      *---------------------------------------------------------------* 00007390
       2500-CARGA-FACTURAS.                                             00007400
      *-------------------------*                                       00007410
           READ E1DQFACT                                                00007420
           AT END                                                       00007430
              MOVE '10'            TO FIN-FILE-FACT                     00007440
              GO TO 2500-CARGA-FACTURAS-EXIT                            00007450
           END-READ.                                                    00007460
           MOVE REG-E1DQFACT       TO W-REG-FACT.                       00007470
           ADD 1                   TO CONT-FACTURAS.                    00007480
                                                                        00007490
           MOVE FAC-ENTIDAD        TO W-ENTIDAD.                        00007500
           PERFORM 1130-BUSCA-ENTIDAD                                   00007510
              THRU 1130-BUSCA-ENTIDAD-EXIT.                             00007520
           EVALUATE TRUE                                                00007530
               WHEN FAC-IMPORTE NOT NUMERIC                             00007540
                    MOVE 'IMPORTE NO NUMERICO'       TO W-MOTIVO        00007550
               WHEN FAC-PERIODO NOT = WA-CARD-PERIODO                   00007560
                    MOVE 'PERIODO DISTINTO AL PROCESO' TO W-MOTIVO      00007570
               WHEN NOT ENCONTRADO                                      00007580
                    MOVE 'ENTIDAD NO PARAMETRIZADA'  TO W-MOTIVO        00007590
               WHEN W-IND-FACTURA NOT = 'S'                             00007600
                    MOVE 'ENTIDAD SIN FACTURACION'   TO W-MOTIVO        00007610
               WHEN OTHER                                               00007620
                    MOVE SPACES                      TO W-MOTIVO        00007630
           END-EVALUATE.                                                00007640
                                                                        00007650
           IF W-MOTIVO NOT = SPACES                                     00007660
              ADD 1                TO CONT-FAC-RECHAZO                  00007670
              MOVE 'S'             TO SW-AVISO                          00007680
              MOVE FAC-ENTIDAD     TO REC-ENTIDAD                       00007690
              MOVE FAC-MONEDA      TO REC-MONEDA                        00007700
              MOVE FAC-PERIODO     TO REC-PERIODO                       00007710
              MOVE FAC-NUMERO      TO REC-NUMERO                        00007720
              IF FAC-IMPORTE NUMERIC                                    00007730
                 MOVE FAC-IMPORTE  TO REC-IMPORTE                       00007740
              ELSE                                                      00007750
                 MOVE ZEROS        TO REC-IMPORTE                       00007760
              END-IF                                                    00007770
              MOVE W-MOTIVO        TO REC-MOTIVO                        00007780
              WRITE SAL-RTERC    FROM LIN-RECHAZO                       00007790
              GO TO 2500-CARGA-FACTURAS-EXIT                            00007800
           END-IF.                                                      00007810
                                                                        00007820
           MOVE FAC-MONEDA         TO WK-MONEDA.                        00007830
           PERFORM 2200-BUSCA-LIBRO                                     00007840
              THRU 2200-BUSCA-LIBRO-EXIT.                               00007850
           ADD FAC-IMPORTE         TO TB-LIB-FACTURADO (IN-LIB).        00007860
           ADD 1                   TO TB-LIB-FACTURAS  (IN-LIB).        00007870
      *                                                                 00007880
      *------------------------------*                                  00007890
       2500-CARGA-FACTURAS-EXIT.                                        00007900
      *------------------------------*                                  00007910
           EXIT.                                                        00007920
                                                                        00007930
      *---------------------------------------------------------------* 00007940
      * CIERRA UNA FILA DEL LIBRO: CONCILIA, GRABA VLDTTER, IMPRIME Y  *00007950
      * GENERA EL TRASPASO OPS A LA CUENTA POR PAGAR DE LA ENTIDAD     *00007960
      *---------------------------------------------------------------* 00007970
       2600-CIERRA-LIBRO.                                               00007980
      *-------------------------*                                       00007990
           MOVE TB-LIB-ENTIDAD (IN-LIB) TO W-ENTIDAD                    00008000
                                           DET-ENTIDAD.                 00008010
           PERFORM 1130-BUSCA-ENTIDAD                                   00008020
              THRU 1130-BUSCA-ENTIDAD-EXIT.                             00008030
           IF ENCONTRADO                                                00008040
              SUBTRACT 1         FROM IN-ENT                            00008050
              MOVE TB-ENT-NOMBRE (IN-ENT) TO DET-NOMBRE                 00008060
           ELSE                                                         00008070
              MOVE SPACES                 TO DET-NOMBRE                 00008080
           END-IF.                                                      00008090
                                                                        00008100
           INITIALIZE DCLVLDTTER.                                       00008110
           MOVE WK-PERIODO                 TO VTER-PERIODO.             00008120
           MOVE TB-LIB-ENTIDAD   (IN-LIB)  TO VTER-ENTIDAD.             00008130
           MOVE TB-LIB-MONEDA    (IN-LIB)  TO VTER-MONEDA.              00008140
           MOVE TB-LIB-POLIZAS   (IN-LIB)  TO VTER-POLIZAS.             00008150
           MOVE TB-LIB-RECAUDADO (IN-LIB)  TO VTER-IMP-RECAUDADO.       00008160
           MOVE TB-LIB-FACTURADO (IN-LIB)  TO VTER-IMP-FACTURADO.       00008170
           MOVE WA-CARD-FECHA-N            TO VTER-FEC-PROCESO.         00008180
           MOVE W-PROGRAMA                 TO VTER-USUARIO.             00008190
           MOVE SPACES                     TO DET-MARCA.                00008200
                                                                        00008210
           IF W-IND-FACTURA NOT = 'S'                                   00008220
              MOVE ZEROS           TO VTER-DIFERENCIA                   00008230
              MOVE 'S'             TO VTER-ESTADO                       00008240
              ADD 1                TO CONT-CUADRADOS                    00008250
           ELSE                                                         00008260
              COMPUTE VTER-DIFERENCIA = VTER-IMP-RECAUDADO              00008270
                                      - VTER-IMP-FACTURADO              00008280
              IF TB-LIB-FACTURAS (IN-LIB) = ZEROS                       00008290
                 MOVE 'D'             TO VTER-ESTADO                    00008300
                 MOVE 'SIN FACTURA'   TO DET-MARCA                      00008310
              ELSE                                                      00008320
                 IF VTER-DIFERENCIA = ZEROS                             00008330
                    MOVE 'C'          TO VTER-ESTADO                    00008340
                 ELSE                                                   00008350
                    MOVE 'D'          TO VTER-ESTADO                    00008360
                    MOVE '** DIFERENCIA **' TO DET-MARCA                00008370
                 END-IF                                                 00008380
              END-IF                                                    00008390
              IF VTER-CON-DIFER                                         00008400
                 ADD 1             TO CONT-DIFERENCIAS                  00008410
                 MOVE 'S'          TO SW-AVISO                          00008420
              ELSE                                                      00008430
                 ADD 1             TO CONT-CUADRADOS                    00008440
              END-IF                                                    00008450
           END-IF.                                                      00008460
                                                                        00008470
           EXEC SQL                                                     00008480
                INSERT INTO VLDTTER                                     00008490
                     ( VTER_PERIODO                                     00008500
                     , VTER_ENTIDAD                                     00008510
                     , VTER_MONEDA                                      00008520
                     , VTER_POLIZAS                                     00008530
                     , VTER_IMP_RECAUDADO                               00008540
                     , VTER_IMP_FACTURADO                               00008550
                     , VTER_DIFERENCIA                                  00008560
                     , VTER_ESTADO                                      00008570
                     , VTER_FEC_PROCESO                                 00008580
                     , VTER_USUARIO )                                   00008590
                VALUES                                                  00008600
                     (:VTER-PERIODO                                     00008610
                     ,:VTER-ENTIDAD                                     00008620
                     ,:VTER-MONEDA                                      00008630
                     ,:VTER-POLIZAS                                     00008640
                     ,:VTER-IMP-RECAUDADO                               00008650
                     ,:VTER-IMP-FACTURADO                               00008660
                     ,:VTER-DIFERENCIA                                  00008670
                     ,:VTER-ESTADO                                      00008680
                     ,:VTER-FEC-PROCESO                                 00008690
                     ,:VTER-USUARIO )                                   00008700
           END-EXEC.                                                    00008710
           IF SQLCODE NOT = ZERO                                        00008720
              MOVE 'INSERT'                 TO WS-ACCION                00008730
              MOVE 'VLDTTER-2600'           TO WS-PARRAFO               00008740
              PERFORM 3001-ERROR                                        00008750
           END-IF.                                                      00008760
                                                                        00008770
           IF VTER-IMP-RECAUDADO > ZEROS                                00008780
              PERFORM 2700-TRASPASO-OPS                                 00008790
                 THRU 2700-TRASPASO-OPS-EXIT                            00008800
           END-IF.                                                      00008810
                                                                        00008820
           MOVE VTER-MONEDA        TO DET-MONEDA.                       00008830
           MOVE VTER-POLIZAS       TO DET-POLIZAS.                      00008840
           MOVE VTER-IMP-RECAUDADO TO DET-RECAUDADO.                    00008850
           MOVE VTER-IMP-FACTURADO TO DET-FACTURADO.                    00008860
           MOVE VTER-DIFERENCIA    TO DET-DIFERENCIA.                   00008870
           MOVE VTER-ESTADO        TO DET-ESTADO.                       00008880
           WRITE SAL-RTERC       FROM LIN-DETALLE.                      00008890
      *                                                                 00008900
      *------------------------------*                                  00008910
       2600-CIERRA-LIBRO-EXIT.                                          00008920
      *------------------------------*                                  00008930
           EXIT.                                                        00008940
                                                                        00008950
      *---------------------------------------------------------------* 00008960
      * CARGO A LA CUENTA RECAUDADORA Y ABONO A LA CUENTA POR PAGAR    *00008970
      * DE LA ENTIDAD EN LA MONEDA DEL LIBRO                           *00008980
      *---------------------------------------------------------------* 00008990
       2700-TRASPASO-OPS.                                               00009000
      *-------------------------*                                       00009010
           MOVE 'N'                TO SW-ENCONTRADO.                    00009020
           PERFORM 2705-COMPARA-CUENTA                                  00009030
              THRU 2705-COMPARA-CUENTA-EXIT                             00009040
              VARYING IN-CTA FROM 1 BY 1                                00009050
              UNTIL IN-CTA > CONT-CUENTAS                               00009060
                 OR ENCONTRADO.                                         00009070
           IF NOT ENCONTRADO                                            00009080
              ADD 1                TO CONT-SIN-CUENTA                   00009090
              MOVE 'S'             TO SW-AVISO                          00009100
              MOVE 'SIN CUENTA OPS' TO DET-MARCA                        00009110
              GO TO 2700-TRASPASO-OPS-EXIT                              00009120
           END-IF.                                                      00009130
           SUBTRACT 1            FROM IN-CTA.                           00009140
                                                                        00009150
           MOVE SPACES             TO W-OBSERVA.                        00009160
           STRING 'TASAS TERCEROS '    DELIMITED BY SIZE                00009170
                  VTER-ENTIDAD         DELIMITED BY SIZE                00009180
                  ' '                  DELIMITED BY SIZE                00009190
                  WA-CARD-PERIODO      DELIMITED BY SIZE                00009200
             INTO W-OBSERVA                                             00009210
           END-STRING.                                                  00009220
                                                                        00009230
           MOVE TB-CTA-RECAUDA (IN-CTA) TO W-CUENTA-CCC.                00009240
           COMPUTE W-IMPORTE-OPS = VTER-IMP-RECAUDADO * -1.             00009250
           PERFORM 2710-GRABA-OPS                                       00009260
              THRU 2710-GRABA-OPS-EXIT.                                 00009270
                                                                        00009280
           MOVE TB-CTA-PAGAR (IN-CTA)   TO W-CUENTA-CCC.                00009290
           MOVE VTER-IMP-RECAUDADO      TO W-IMPORTE-OPS.               00009300
           PERFORM 2710-GRABA-OPS                                       00009310
              THRU 2710-GRABA-OPS-EXIT.                                 00009320
      *                                                                 00009330
      *------------------------------*                                  00009340
       2700-TRASPASO-OPS-EXIT.                                          00009350
      *------------------------------*                                  00009360
           EXIT.                                                        00009370
                                                                        00009380
      *-------------------------*                                       00009390
       2705-COMPARA-CUENTA.                                             00009400
      *-------------------------*                                       00009410
           IF TB-CTA-ENTIDAD (IN-CTA) = VTER-ENTIDAD                    00009420
              AND TB-CTA-MONEDA (IN-CTA) = VTER-MONEDA                  00009430
              MOVE 'S'             TO SW-ENCONTRADO                     00009440
           END-IF.                                                      00009450
      *                                                                 00009460
      *------------------------------*                                  00009470
       2705-COMPARA-CUENTA-EXIT.                                        00009480
      *------------------------------*                                  00009490
           EXIT.                                                        00009500
                                                                        00009510
      *-------------------------*                                       00009520
       2710-GRABA-OPS.                                                  00009530
      *-------------------------*                                       00009540
           INITIALIZE                      REGISTRO-BGECOPS.            00009550
           INITIALIZE                      REGISTRO-BGECMIR.            00009560
                                                                        00009570
           MOVE 'VL'                    TO OPS-CODAPLI.                 00009580
           MOVE W-MM-AMD                TO OPS-NUMERO-FIC (01:02).      00009590
           MOVE W-DD-AMD                TO OPS-NUMERO-FIC (03:02).      00009600
           MOVE W-HORA-CURRENT (01:04)  TO OPS-NUMERO-FIC (05:04).      00009610
           MOVE 'R'                     TO OPS-SIGNO-OPER.              00009620
           MOVE '0'                     TO OPS-IND-REG.                 00009630
                                                                        00009640
           MOVE W-CUENTA-CCC (01:04)    TO MIR-ENTIDAD                  00009650
                                           MIR-ENTIDAD-ORI.             00009660
           MOVE W-CUENTA-CCC (05:04)    TO MIR-CENTRO-ALTA.             00009670
           MOVE W-CUENTA-CCC (09:01)    TO MIR-DIGICCC1.                00009680
           MOVE W-CUENTA-CCC (10:01)    TO MIR-DIGICCC2.                00009690
           MOVE W-CUENTA-CCC (11:10)    TO MIR-CUENTA.                  00009700
           MOVE VTER-ENTIDAD            TO MIR-REF-INTERNA (01:03).     00009710
           MOVE WA-CARD-PERIODO         TO MIR-REF-INTERNA (04:06).     00009720
           MOVE W-PROGRAMA              TO MIR-USERID-ORI.              00009730
           MOVE '065'                   TO MIR-CODIGO.                  00009740
           MOVE W-IMPORTE-OPS           TO MIR-IMPORTE.                 00009750
           MOVE WA-CARD-FECHA-N         TO MIR-FECHA-OPER.              00009760
           MOVE W-HORA-CURRENT-N        TO MIR-HORA-OPER.               00009770
           MOVE WA-CARD-FECHA-N         TO MIR-FECHA-CONTA.             00009780
           MOVE WA-CARD-FECHA-N         TO MIR-FECHA-VALOR.             00009790
           MOVE 'OPS'                   TO MIR-TIPO-CONTAB.             00009800
           MOVE 'R'                     TO MIR-IND-REALPRUE.            00009810
           MOVE 'N'                     TO MIR-IND-OPER-INTER.          00009820
           MOVE '5'                     TO MIR-IND-ORIGEN-OP.           00009830
           MOVE VTER-MONEDA             TO MIR-DIVISA.                  00009840
           MOVE W-OBSERVA               TO MIR-OBSERVA.                 00009850
           MOVE 'VL'                    TO MIR-APLC-ORI.                00009860
                                                                        00009870
           MOVE REGISTRO-BGECMIR        TO OPS-BGECMIR.                 00009880
                                                                        00009890
           WRITE REG-S1DQTERC FROM REGISTRO-BGECOPS.                    00009900
           IF NOT S1DQTERC-OK                                           00009910
              MOVE 'WRITE S1DQTERC'         TO WS-ACCION                00009920
              MOVE '2710-GRABA-OPS'         TO WS-PARRAFO               00009930
              PERFORM 3001-ERROR                                        00009940
           END-IF.                                                      00009950
      *RITM49188-INI                                                  * 00009951
           PERFORM 2790-PASARELA-CONTABLE                               00009952
              THRU 2790-PASARELA-CONTABLE-EXIT.                         00009953
      *RITM49188-FIN                                                  * 00009954
           ADD 1                        TO CONT-ASIENTOS.               00009960
      *                                                                 00009970
      *------------------------------*                                  00009980
       2710-GRABA-OPS-EXIT.                                             00009990
      *------------------------------*                                  00009991
           EXIT.                                                        00009992
                                                                        00009993
      *RITM49188-INI                                                  * 00009994
      *------------------------*                                        00009995
       2790-PASARELA-CONTABLE.                                          00009996
      *------------------------*                                        00009997
      *    EL APUNTE RECIEN ESCRITO QUEDA EN LA PASARELA CONTABLE,      00009998
      *    QUE LO ENVIA A CONTABILIDAD CON EL RESTO DEL DIA (VL4CPASC)  00009999
           MOVE 'A'                 TO AP0-FUNCION.                     00010000
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00010001
           MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    00010002
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00010003
           IF AP0-CODRESP NOT = ZEROS                                   00010004
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00010005
              MOVE '2790-PASARELA'          TO WS-PARRAFO               00010006
              PERFORM 3001-ERROR                                        00010007
           END-IF.                                                      00010008
      *                                                                *00010009
      *-----------------------------*                                   00010010
       2790-PASARELA-CONTABLE-EXIT.                                     00010011
      *-----------------------------*                                   00010012
           EXIT.                                                        00010013
      *RITM49188-FIN                                                  * 00010014
                                                                        00010020
      *-------------------------*                                       00010030
       2800-IMPRIME-PROPIA.                                             00010040
      *-------------------------*                                       00010050
           MOVE TB-PRO-MONEDA  (IN-PRO) TO PRO-MONEDA.                  00010060
           MOVE TB-PRO-IMPORTE (IN-PRO) TO PRO-IMPORTE.                 00010070
           WRITE SAL-RTERC       FROM LIN-PROPIA.                       00010080
      *                                                                 00010090
      *------------------------------*                                  00010100
       2800-IMPRIME-PROPIA-EXIT.                                        00010110
      *------------------------------*                                  00010120
           EXIT.                                                        00010130
                                                                        00010140
      *--------*                                                        00010150
       3000-FIN.                                                        00010160
      *--------*                                                        00010170
      *                                                                 00010180
           EXEC SQL                                                     00010190
                CLOSE VLDCTER1                                          00010200
           END-EXEC.                                                    00010210
           IF SQLCODE NOT = ZERO                                        00010220
              MOVE 'CLOSE CURSOR'           TO WS-ACCION                00010230
              MOVE 'VLDCTER1-3000'          TO WS-PARRAFO               00010240
              PERFORM 3001-ERROR                                        00010250
           END-IF.                                                      00010260
                                                                        00010270
           PERFORM 2500-CARGA-FACTURAS                                  00010280
              THRU 2500-CARGA-FACTURAS-EXIT                             00010290
              UNTIL FIN-E1DQFACT.                                       00010300
                                                                        00010310
           WRITE SAL-RTERC       FROM LIN-TITULOS AFTER 2.              00010320
           PERFORM 2600-CIERRA-LIBRO                                    00010330
              THRU 2600-CIERRA-LIBRO-EXIT                               00010340
              VARYING IN-LIB FROM 1 BY 1                                00010350
              UNTIL IN-LIB > CONT-LIBRO.                                00010360
                                                                        00010370
           PERFORM 2800-IMPRIME-PROPIA                                  00010380
              THRU 2800-IMPRIME-PROPIA-EXIT                             00010390
              VARYING IN-PRO FROM 1 BY 1                                00010400
              UNTIL IN-PRO > CONT-PROPIA.                               00010410
                                                                        00010420
           MOVE CONT-CUADRADOS     TO RES-CUADRADOS.                    00010430
           MOVE CONT-DIFERENCIAS   TO RES-DIFERENCIAS.                  00010440
           MOVE CONT-FAC-RECHAZO   TO RES-FAC-RECHAZO.                  00010450
           MOVE CONT-SIN-CUENTA    TO RES-SIN-CUENTA.                   00010460
           MOVE CONT-ASIENTOS      TO RES-ASIENTOS.                     00010470
           WRITE SAL-RTERC       FROM LIN-RESUMEN AFTER 2.              00010480
                                                                        00010490
           CLOSE E1DQFACT S1DQTERC S1RTERC.                             00010500
                                                                        00010501
      *RITM49188-INI                                                  * 00010502
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL     00010503
           MOVE 'F'                 TO AP0-FUNCION.                     00010504
           MOVE W-PROGRAMA          TO AP0-PROGRAMA.                    00010505
           CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   00010506
           IF AP0-CODRESP NOT = ZEROS                                   00010507
              MOVE 'CALL VL9CAPU0'          TO WS-ACCION                00010508
              MOVE '3000-FIN'               TO WS-PARRAFO               00010509
              PERFORM 3001-ERROR                                        00010510
           END-IF.                                                      00010511
      *RITM49188-FIN                                                  * 00010512
                                                                        00010513
           DISPLAY '****** FIN LIBRO DE TASAS DE TERCEROS ******'.      00010520
           DISPLAY 'MONEDAS CON POLIZAS    : ' CONT-MONEDAS.            00010530
           DISPLAY 'FACTURAS LEIDAS        : ' CONT-FACTURAS.           00010540
           DISPLAY 'FACTURAS RECHAZADAS    : ' CONT-FAC-RECHAZO.        00010550
           DISPLAY 'FILAS CUADRADAS        : ' CONT-CUADRADOS.          00010560
           DISPLAY 'FILAS CON DIFERENCIA   : ' CONT-DIFERENCIAS.        00010570
           DISPLAY 'FILAS SIN CUENTA OPS   : ' CONT-SIN-CUENTA.         00010580
           DISPLAY 'ASIENTOS OPS           : ' CONT-ASIENTOS.           00010590
                                                                        00010600
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00010610
           ACCEPT WK-HORA-FIN       FROM TIME.                          00010620
           INITIALIZE DCLVLDTCTL.                                       00010630
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00010640
           MOVE WA-CARD-FECHA       TO VCTL-FECPROC.                    00010650
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00010660
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00010670
           MOVE CONT-MONEDAS        TO VCTL-LEIDOS.                     00010680
           MOVE CONT-ASIENTOS       TO VCTL-ESCRITOS.                   00010690
           MOVE 'OK'                TO VCTL-ESTADO.                     00010700
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00010710
           IF VCTL-CODRESP NOT = ZEROS                                  00010720
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00010730
           END-IF.                                                      00010740
                                                                        00010750
           IF CON-AVISO                                                 00010760
              MOVE 04 TO RETURN-CODE                                    00010770
           END-IF.                                                      00010780
      *                                                                *00010790
      *-------------*                                                   00010800
       3000-FIN-EXIT.                                                   00010810
      *-------------*                                                   00010820
           EXIT.                                                        00010830
                                                                        00010840
       3001-ERROR.                                                      00010850
      *-----------*                                                     00010860
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00010870
           DISPLAY 'ACCION:          ' WS-ACCION.                       00010880
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00010890
           DISPLAY '******************************************'.        00010900
           MOVE 08 TO RETURN-CODE.                                      00010910
           STOP RUN.                                                    00010920
      *-----------------*                                               00010930
      * FIN DE PROGRAMA *                                               00010940
      *-----------------*                                               00010950
