       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CMAYO.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : MAYORIA DE EDAD DE LOS TITULARES MENORES. CUENTAS    *00000060
      *           REGISTRADAS COMO DE MENOR POR VL7CMEN0 (VXMI_MENOR   *00000070
      *           'S' Y VXMI_FECNAC EN VLDTXMI). PROCESO MENSUAL:      *00000080
      *             1. LOS MENORES QUE CUMPLIERON 18 ANOS A LA FECHA   *00000090
      *                DE PROCESO PASAN A 'M' (MAYORIA PENDIENTE DE    *00000100
      *                REVISION KYC) Y SU REVISION KYC QUEDA VENCIDA   *00000110
      *                A ESA FECHA (VXMI_FECREVKYC). POR CADA CUENTA   *00000120
      *                SE ENCOLA EN VLDTJFQ UN AVISO AL TITULAR Y OTRO *00000130
      *                AL TUTOR (FORMATO VLFMAYO0), REGISTRADOS EN     *00000140
      *                VLDTDRG (VL9CDRG0). DESDE ESE MOMENTO EL        *00000150
      *                CONTROL DEL TUTOR YA NO SE EXIGE EN LAS         *00000160
      *                SALIDAS (VL2C1010, VL4CTRAS, VL4C3050).         *00000170
      *             2. LOS TITULARES EN 'M' QUE YA COMPLETARON LA      *00000180
      *                REVISION KYC (VL7CKYC0 DEJA LA PROXIMA REVISION *00000190
      *                POSTERIOR A LA FECHA DE PROCESO) PASAN A 'N'    *00000200
      *                (REGIMEN NORMAL DE ADULTO): SE RETIRA EL        *00000210
      *                VINCULO DEL TUTOR (VLDTADT TIPO 'T') Y SE DAN   *00000220
      *                DE BAJA SUS AUTORIZACIONES ACTIVAS EN VLDTTUA.  *00000230
      *           EL DETALLE SALE EN S1RMAYO.                          *00000240
      * SYSIN   : 1. FECHA DE PROCESO AAAAMMDD                         *00000250
      * FECHA   : 15-10-2026                                           *00000260
      ******************************************************************00000270
      ******************************************************************00000280
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000290
      *---------- ---------- ---------------- -------------------------*00000300
      *RITM49172  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000310
      *---------- ---------- ---------------- -------------------------*00000320
      ******************************************************************00000330
       ENVIRONMENT DIVISION.                                            00000340
       CONFIGURATION SECTION.                                           00000350
       SPECIAL-NAMES.                                                   00000360
       INPUT-OUTPUT SECTION.                                            00000370
       FILE-CONTROL.                                                    00000380
                                                                        00000390
           SELECT S1RMAYO   ASSIGN       TO S1RMAYO                     00000400
                            FILE STATUS  IS FS-SRMAYO.                  00000410
       DATA DIVISION.                                                   00000420
       FILE SECTION.                                                    00000430
      *                                                                *00000440
       FD  S1RMAYO                                                      00000450
           RECORDING MODE  IS  F                                        00000460
           LABEL  RECORDS  IS  STANDARD                                 00000470
           DATA   RECORD   IS  SAL-RMAYO.                               00000480
         01 SAL-RMAYO              PIC X(132).                          00000490
      *                                                                 00000500
      ******************************************************************00000510
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000520
      ******************************************************************00000530
       WORKING-STORAGE SECTION.                                         00000540
      *************************                                         00000550
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CMAYO'.          00000560
      *                                                                 00000570
      * COLA PERSISTENTE DE IMPRESION JETFORM                           00000580
           COPY VLCPTJFQ.                                               00000590
       77  WK-FORMATO-MAYORIA      PIC X(08) VALUE 'VLFMAYO0'.          00000600
      * REGISTRO DE DOCUMENTOS GENERADOS                                00000610
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00000620
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00000630
       77  WK-JFQ-ID-GEN           PIC S9(9) COMP-3 VALUE ZEROS.        00000640
           COPY VLCPTDRG.                                               00000650
      *                                                                 00000660
      * LINEAS DEL AVISO DE MAYORIA DE EDAD (6 LINEAS DE 80)            00000670
       01  W-DOC-MAYORIA.                                               00000680
           05 DOC-LINEA-1.                                              00000690
              10 FILLER            PIC X(32) VALUE                      00000700
                 'AVISO DE MAYORIA DE EDAD'.                            00000710
              10 FILLER            PIC X(10) VALUE '  CUENTA: '.        00000720
              10 DOC-CUENTA        PIC 9(07).                           00000730
              10 FILLER            PIC X(31) VALUE SPACES.              00000740
           05 DOC-LINEA-2.                                              00000750
              10 FILLER            PIC X(09) VALUE 'TITULAR: '.         00000760
              10 DOC-DENOM         PIC X(40).                           00000770
              10 FILLER            PIC X(31) VALUE SPACES.              00000780
           05 DOC-LINEA-3.                                              00000790
              10 FILLER            PIC X(09) VALUE 'A LA AT.:'.         00000800
              10 DOC-DESTINO       PIC X(40).                           00000810
              10 FILLER            PIC X(02) VALUE SPACES.              00000820
              10 DOC-CALIDAD       PIC X(07).                           00000830
              10 FILLER            PIC X(22) VALUE SPACES.              00000840
           05 DOC-LINEA-4.                                              00000850
              10 FILLER            PIC X(21) VALUE                      00000860
                 'FECHA DE NACIMIENTO: '.                               00000870
              10 DOC-FECNAC        PIC 9(08).                           00000880
              10 FILLER            PIC X(20) VALUE                      00000890
                 '  MAYORIA DE EDAD : '.                                00000900
              10 DOC-FECMAYOR      PIC 9(08).                           00000910
              10 FILLER            PIC X(23) VALUE SPACES.              00000920
           05 DOC-LINEA-5.                                              00000930
              10 FILLER            PIC X(40) VALUE                      00000940
                 'EL TITULAR ALCANZO LA MAYORIA DE EDAD Y '.            00000950
              10 FILLER            PIC X(40) VALUE                      00000960
                 'DEBE ACTUALIZAR SUS DATOS (REVISION KYC)'.            00000970
           05 DOC-LINEA-6.                                              00000980
              10 FILLER            PIC X(40) VALUE                      00000990
                 'EN SU OFICINA; CON ELLA LA CUENTA PASA A'.            00001000
              10 FILLER            PIC X(40) VALUE                      00001010
                 ' REGIMEN NORMAL Y SE RETIRA AL TUTOR.   '.            00001020
      *                                                                 00001030
      * PARAMETROS (SYSIN): FECHA DE PROCESO (AAAAMMDD)                 00001040
       01  WS-PARAMETROS.                                               00001050
           05 WA-CARD-FECHA        PIC X(08) VALUE SPACES.              00001060
           05 WA-CARD-FECHA-N REDEFINES WA-CARD-FECHA PIC 9(08).        00001070
      *                                                                 00001080
       01  WS-VARIOS.                                                   00001090
           05 SW-FIN-CUR-MAY       PIC X(02) VALUE SPACES.              00001100
              88 FIN-CUR-MAY                 VALUE 'SI'.                00001110
           05 SW-FIN-CUR-NOR       PIC X(02) VALUE SPACES.              00001120
              88 FIN-CUR-NOR                 VALUE 'SI'.                00001130
      *    FECHA DE NACIMIENTO LIMITE: QUIEN NACIO HASTA ESTA FECHA     00001140
      *    YA CUMPLIO 18 ANOS A LA FECHA DE PROCESO                     00001150
           05 WK-FECNAC-LIMITE     PIC S9(8)V COMP-3 VALUE ZEROS.       00001160
           05 WK-CLI-ANTERIOR      PIC S9(8)V COMP-3 VALUE ZEROS.       00001170
           05 WK-TUTORES-RET       PIC S9(9)  COMP   VALUE ZEROS.       00001180
           05 WK-AUTORIZ-BAJA      PIC S9(9)  COMP   VALUE ZEROS.       00001190
      *                                                                 00001200
      * CUENTA DEL MENOR QUE ALCANZA LA MAYORIA                         00001210
       01  W-MAYORIA.                                                   00001220
           05 WMA-CODCLI           PIC S9(8)V COMP-3.                   00001230
           05 WMA-DENOM            PIC X(40).                           00001240
           05 WMA-FECNAC           PIC S9(8)V COMP-3.                   00001250
           05 WMA-CUENTA           PIC S9(7)V COMP-3.                   00001260
           05 WMA-TUTOR            PIC S9(8)V COMP-3.                   00001270
           05 WMA-DENOM-TUTOR      PIC X(40).                           00001280
      *                                                                 00001290
      * TITULAR QUE PASA A REGIMEN NORMAL                               00001300
       01  W-NORMAL.                                                    00001310
           05 WNO-CODCLI           PIC S9(8)V COMP-3.                   00001320
           05 WNO-DENOM            PIC X(40).                           00001330
           05 WNO-FECREVKYC        PIC S9(8)V COMP-3.                   00001340
      *                                                                 00001350
       01  W-DATE                  PIC 9(6).                            00001360
       01  FILLER                  REDEFINES W-DATE.                    00001370
           02 W-ANO                PIC 99.                              00001380
           02 W-MES                PIC 99.                              00001390
           02 W-DIA                PIC 99.                              00001400
       01  W-FECHA-AMD.                                                 00001410
           05 W-AA-AMD             PIC 9(4).                            00001420
           05 W-MM-AMD             PIC 9(2).                            00001430
           05 W-DD-AMD             PIC 9(2).                            00001440
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001450
       01  W-HORA-CURRENT.                                              00001460
           02  W-HORA              PIC 99.                              00001470
           02  W-MINUTOS           PIC 99.                              00001480
           02  W-SEGUNDOS          PIC 99.                              00001490
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001500
      *                                                                 00001510
       01 W-CONTADORES.                                                 00001520
          05 CONT-CUENTAS-MAY      PIC 9(08)  VALUE ZEROES.             00001530
          05 CONT-CLIENTES-MAY     PIC 9(08)  VALUE ZEROES.             00001540
          05 CONT-AVISOS           PIC 9(08)  VALUE ZEROES.             00001550
          05 CONT-SIN-TUTOR        PIC 9(08)  VALUE ZEROES.             00001560
          05 CONT-NORMALIZADOS     PIC 9(08)  VALUE ZEROES.             00001570
          05 CONT-TUTORES-RET      PIC 9(08)  VALUE ZEROES.             00001580
          05 CONT-AUTORIZ-BAJA     PIC 9(08)  VALUE ZEROES.             00001590
      * VARIABLES PARA CONTROL DE ERRORES                               00001600
       01 WS-ERROR.                                                     00001610
          05 WS-ACCION             PIC X(24).                           00001620
          05 WS-PARRAFO            PIC X(19).                           00001630
      * VARIABLES CONTROL DE ARCHIVOS                                   00001640
       01 WS-CTRL-ARCHIVOS.                                             00001650
          05 FS-SRMAYO             PIC X(02) VALUE '00'.                00001660
             88 S1RMAYO-OK                   VALUE '00'.                00001670
      *                                                                 00001680
      * LINEAS DEL REPORTE                                              00001690
       01 LIN-CABECERA.                                                 00001700
          05 FILLER                PIC X(50) VALUE                      00001710
             ' MAYORIA DE EDAD DE TITULARES MENORES -          '.       00001720
          05 CAB-FECHA             PIC 9(08).                           00001730
          05 FILLER                PIC X(74) VALUE SPACES.              00001740
       01 LIN-SECCION.                                                  00001750
          05 SEC-TITULO            PIC X(80).                           00001760
          05 FILLER                PIC X(52) VALUE SPACES.              00001770
       01 LIN-MAYORIA.                                                  00001780
          05 FILLER                PIC X(04) VALUE SPACES.              00001790
          05 MAY-CODCLI            PIC 9(08).                           00001800
          05 FILLER                PIC X(02) VALUE SPACES.              00001810
          05 MAY-DENOM             PIC X(40).                           00001820
          05 FILLER                PIC X(10) VALUE '  CUENTA: '.        00001830
          05 MAY-CUENTA            PIC 9(07).                           00001840
          05 FILLER                PIC X(10) VALUE '  NACIM.: '.        00001850
          05 MAY-FECNAC            PIC 9(08).                           00001860
          05 FILLER                PIC X(09) VALUE '  TUTOR: '.         00001870
          05 MAY-TUTOR             PIC 9(08).                           00001880
          05 FILLER                PIC X(02) VALUE SPACES.              00001890
          05 MAY-OBSERVA           PIC X(24).                           00001900
       01 LIN-NORMAL.                                                   00001910
          05 FILLER                PIC X(04) VALUE SPACES.              00001920
          05 NOR-CODCLI            PIC 9(08).                           00001930
          05 FILLER                PIC X(02) VALUE SPACES.              00001940
          05 NOR-DENOM             PIC X(40).                           00001950
          05 FILLER                PIC X(13) VALUE '  PROX.KYC:  '.     00001960
          05 NOR-FECREVKYC         PIC 9(08).                           00001970
          05 FILLER                PIC X(18) VALUE                      00001980
             '  TUTORES RETIR.: '.                                      00001990
          05 NOR-TUTORES           PIC ZZZ9.                            00002000
          05 FILLER                PIC X(16) VALUE                      00002010
             '  AUTORIZ.BAJA: '.                                        00002020
          05 NOR-AUTORIZ           PIC ZZZ9.                            00002030
          05 FILLER                PIC X(15) VALUE SPACES.              00002040
      *                                                                 00002050
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002060
           COPY VLCPTCTL.                                               00002070
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002080
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002090
      *                                                                *00002100
      *  AREA DE COMUNICACION SQLCA                                     00002110
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002120
      *                                                                 00002130
      *    MENORES QUE CUMPLIERON 18 ANOS: UNA FILA POR CUENTA DE LA    00002140
      *    QUE SON TITULARES, CON EL TUTOR VINCULADO A LA CUENTA        00002150
           EXEC SQL                                                     00002160
                DECLARE VLDCMAY1 CURSOR FOR                             00002170
                 SELECT X.VXMI_CODCLI                                   00002180
                      , SUBSTR(X.VXMI_DENOM, 1, 40)                     00002190
                      , X.VXMI_FECNAC                                   00002200
                      , A.VARC_CUENTA                                   00002210
                      , VALUE((SELECT MIN(D.VADT_NUMCLI)                00002220
                                 FROM VLDTADT D                         00002230
                                WHERE D.VADT_CUENTA = A.VARC_CUENTA     00002240
                                  AND D.VADT_CLTITU = 'T'), 0)          00002250
                   FROM VLDTXMI X                                       00002260
                      , VLDTARC A                                       00002270
                  WHERE X.VXMI_MENOR  = 'S'                             00002280
                    AND X.VXMI_FECNAC > 0                               00002290
                    AND X.VXMI_FECNAC <= :WK-FECNAC-LIMITE              00002300
                    AND A.VARC_NUMCLI = X.VXMI_CODCLI                   00002310
                  ORDER BY X.VXMI_CODCLI, A.VARC_CUENTA                 00002320
           END-EXEC.                                                    00002330
      *                                                                 00002340
      *    MAYORES DE EDAD PENDIENTES CUYA REVISION KYC YA SE HIZO: LA  00002350
      *    PROXIMA REVISION QUEDO POSTERIOR A LA FECHA DE PROCESO       00002360
           EXEC SQL                                                     00002370
                DECLARE VLDCMAY2 CURSOR FOR                             00002380
                 SELECT X.VXMI_CODCLI                                   00002390
                      , SUBSTR(X.VXMI_DENOM, 1, 40)                     00002400
                      , X.VXMI_FECREVKYC                                00002410
                   FROM VLDTXMI X                                       00002420
                  WHERE X.VXMI_MENOR     = 'M'                          00002430
                    AND X.VXMI_FECREVKYC > :WA-CARD-FECHA-N             00002440
                  ORDER BY X.VXMI_CODCLI                                00002450
           END-EXEC.                                                    00002460
      *                                                                *00002470
       PROCEDURE DIVISION.                                              00002480
      *                                                                 00002490
           PERFORM 1000-INICIO                                          00002500
              THRU 1000-INICIO-EXIT.                                    00002510
                                                                        00002520
           PERFORM 2000-PROCESO-MAYORIA                                 00002530
              THRU 2000-PROCESO-MAYORIA-EXIT                            00002540
              UNTIL FIN-CUR-MAY.                                        00002550
                                                                        00002560
           PERFORM 2400-ABRE-NORMALIZACION                              00002570
              THRU 2400-ABRE-NORMALIZACION-EXIT.                        00002580
                                                                        00002590
           PERFORM 2500-PROCESO-NORMALIZACION                           00002600
              THRU 2500-PROCESO-NORMALIZACION-EXIT                      00002610
              UNTIL FIN-CUR-NOR.                                        00002620
                                                                        00002630
           PERFORM 3000-FIN                                             00002640
              THRU 3000-FIN-EXIT.                                       00002650
                                                                        00002660
           STOP RUN.                                                    00002670
      *                                                                *00002680
      *-----------*                                                     00002690
       1000-INICIO.                                                     00002700
      *-----------*                                                     00002710
           INITIALIZE W-CONTADORES.                                     00002720
                                                                        00002730
           ACCEPT WA-CARD-FECHA.                                        00002740
           IF WA-CARD-FECHA NOT NUMERIC                                 00002750
              MOVE 'FECHA NO NUMERICA'      TO WS-ACCION                00002760
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002770
              PERFORM 3001-ERROR                                        00002780
           END-IF.                                                      00002790
                                                                        00002800
           ACCEPT W-DATE FROM DATE.                                     00002810
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00002820
           MOVE W-MES              TO W-MM-AMD.                         00002830
           MOVE W-DIA              TO W-DD-AMD.                         00002840
           ACCEPT W-HORA-CURRENT FROM TIME.                             00002850
                                                                        00002860
      *    18 ANOS ATRAS SOBRE LA FECHA AAAAMMDD (UN 29 DE FEBRERO      00002870
      *    CUMPLE EL 1 DE MARZO DE LOS ANOS NO BISIESTOS)               00002880
           COMPUTE WK-FECNAC-LIMITE = WA-CARD-FECHA-N - 180000.         00002890
                                                                        00002900
           OPEN OUTPUT S1RMAYO.                                         00002910
           IF NOT S1RMAYO-OK                                            00002920
              MOVE 'OPEN FICHERO SALIDA'    TO WS-ACCION                00002930
              MOVE '1000-INICIO'            TO WS-PARRAFO               00002940
              PERFORM 3001-ERROR                                        00002950
           END-IF.                                                      00002960
                                                                        00002970
           MOVE WA-CARD-FECHA-N    TO CAB-FECHA.                        00002980
           WRITE SAL-RMAYO       FROM LIN-CABECERA.                     00002990
           MOVE ' CUENTAS DE MENORES QUE ALCANZAN LA MAYORIA DE EDAD'   00003000
                                    TO SEC-TITULO.                      00003010
           WRITE SAL-RMAYO       FROM LIN-SECCION.                      00003020
                                                                        00003030
           EXEC SQL                                                     00003040
                OPEN VLDCMAY1                                           00003050
           END-EXEC.                                                    00003060
           IF SQLCODE NOT = ZERO                                        00003070
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00003080
              MOVE 'VLDCMAY1-1000'          TO WS-PARRAFO               00003090
              PERFORM 3001-ERROR                                        00003100
           END-IF.                                                      00003110
                                                                        00003120
           PERFORM 1300-FETCH-MAYORIA                                   00003130
              THRU 1300-FETCH-MAYORIA-EXIT.                             00003140
      *                                                                 00003150
      *----------------*                                                00003160
       1000-INICIO-EXIT.                                                00003170
      *----------------*                                                00003180
           EXIT.                                                        00003190
                                                                        00003200
      *--------------------*                                            00003210
       1300-FETCH-MAYORIA.                                              00003220
      *--------------------*                                            00003230
           EXEC SQL                                                     00003240
                FETCH VLDCMAY1                                          00003250
                 INTO :WMA-CODCLI                                       00003260
                    , :WMA-DENOM                                        00003270
                    , :WMA-FECNAC                                       00003280
                    , :WMA-CUENTA                                       00003290
                    , :WMA-TUTOR                                        00003300
           END-EXEC.                                                    00003310
           EVALUATE SQLCODE                                             00003320
               WHEN ZERO                                                00003330
                    ADD 1 TO CONT-CUENTAS-MAY                           00003340
               WHEN 100                                                 00003350
                    MOVE 'SI'            TO SW-FIN-CUR-MAY              00003360
               WHEN OTHER                                               00003370
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00003380
                    MOVE 'VLDCMAY1-1300'       TO WS-PARRAFO            00003390
                    PERFORM 3001-ERROR                                  00003400
           END-EVALUATE.                                                00003410
      *                                                                 00003420
      *-------------------------*                                       00003430
       1300-FETCH-MAYORIA-EXIT.                                         00003440
      *-------------------------*                                       00003450
           EXIT.                                                        00003460
                                                                        00003470
      *------------------------*                                        00003480
       2000-PROCESO-MAYORIA.                                            00003490
      *------------------------*                                        00003500
      *    AL CAMBIAR DE CLIENTE SE MARCA SU MAYORIA DE EDAD UNA SOLA   00003510
      *    VEZ; LOS AVISOS VAN POR CADA CUENTA                          00003520
           IF WMA-CODCLI NOT = WK-CLI-ANTERIOR                          00003530
              PERFORM 2100-MARCA-MAYORIA                                00003540
                 THRU 2100-MARCA-MAYORIA-EXIT                           00003550
              MOVE WMA-CODCLI       TO WK-CLI-ANTERIOR                  00003560
           END-IF.                                                      00003570
                                                                        00003580
           MOVE WMA-CODCLI          TO MAY-CODCLI.                      00003590
           MOVE WMA-DENOM           TO MAY-DENOM.                       00003600
           MOVE WMA-CUENTA          TO MAY-CUENTA.                      00003610
           MOVE WMA-FECNAC          TO MAY-FECNAC.                      00003620
           MOVE WMA-TUTOR           TO MAY-TUTOR.                       00003630
                                                                        00003640
      *    AVISO AL TITULAR                                             00003650
           MOVE WMA-DENOM           TO DOC-DESTINO.                     00003660
           MOVE 'TITULAR'           TO DOC-CALIDAD.                     00003670
           PERFORM 2300-ENCOLA-AVISO                                    00003680
              THRU 2300-ENCOLA-AVISO-EXIT.                              00003690
                                                                        00003700
      *    AVISO AL TUTOR VINCULADO A LA CUENTA                         00003710
           IF WMA-TUTOR = ZEROS                                         00003720
              ADD 1                    TO CONT-SIN-TUTOR                00003730
              MOVE 'SIN TUTOR VINCULADO'  TO MAY-OBSERVA                00003740
           ELSE                                                         00003750
              MOVE SPACES              TO WMA-DENOM-TUTOR               00003760
              EXEC SQL                                                  00003770
                   SELECT  SUBSTR(VXMI_DENOM, 1, 40)                    00003780
                     INTO :WMA-DENOM-TUTOR                              00003790
                     FROM  VLDTXMI                                      00003800
                    WHERE  VXMI_CODCLI = :WMA-TUTOR                     00003810
              END-EXEC                                                  00003820
              IF SQLCODE NOT = ZERO AND 100                             00003830
                 MOVE 'SELECT TUTOR'        TO WS-ACCION                00003840
                 MOVE 'VLDTXMI-2000'        TO WS-PARRAFO               00003850
                 PERFORM 3001-ERROR                                     00003860
              END-IF                                                    00003870
              MOVE WMA-DENOM-TUTOR     TO DOC-DESTINO                   00003880
              MOVE 'TUTOR'             TO DOC-CALIDAD                   00003890
              PERFORM 2300-ENCOLA-AVISO                                 00003900
                 THRU 2300-ENCOLA-AVISO-EXIT                            00003910
              MOVE 'AVISOS ENCOLADOS'  TO MAY-OBSERVA                   00003920
           END-IF.                                                      00003930
                                                                        00003940
           WRITE SAL-RMAYO       FROM LIN-MAYORIA.                      00003950
                                                                        00003960
           PERFORM 1300-FETCH-MAYORIA                                   00003970
              THRU 1300-FETCH-MAYORIA-EXIT.                             00003980
      *                                                                 00003990
      *-----------------------------*                                   00004000
       2000-PROCESO-MAYORIA-EXIT.                                       00004010
      *-----------------------------*                                   00004020
           EXIT.                                                        00004030
                                                                        00004040
      *------------------------*                                        00004050
       2100-MARCA-MAYORIA.                                              00004060
      *------------------------*                                        00004070
      *    MAYORIA PENDIENTE DE KYC: LA REVISION VENCE HOY PARA QUE EL  00004080
      *    CICLO KYC (VL4CKYCR / VL2C1010) LA EXIJA                     00004090
           EXEC SQL                                                     00004100
                UPDATE VLDTXMI                                          00004110
                   SET VXMI_MENOR     = 'M'                             00004120
                     , VXMI_FECREVKYC = :WA-CARD-FECHA-N                00004130
                 WHERE VXMI_CODCLI    = :WMA-CODCLI                     00004140
           END-EXEC.                                                    00004150
           IF SQLCODE NOT = ZERO                                        00004160
              MOVE 'UPDATE MAYORIA'         TO WS-ACCION                00004170
              MOVE 'VLDTXMI-2100'           TO WS-PARRAFO               00004180
              PERFORM 3001-ERROR                                        00004190
           END-IF.                                                      00004200
           ADD 1                    TO CONT-CLIENTES-MAY.               00004210
      *                                                                 00004220
      *---------------------------*                                     00004230
       2100-MARCA-MAYORIA-EXIT.                                         00004240
      *---------------------------*                                     00004250
           EXIT.                                                        00004260
                                                                        00004270
      *---------------------------*                                     00004280
       2300-ENCOLA-AVISO.                                               00004290
      *---------------------------*                                     00004300
      *    EL AVISO QUEDA PENDIENTE EN LA COLA PERSISTENTE; SI LA       00004310
      *    IMPRESION SE PIERDE, VL4CJFRQ LO REENVIA.                    00004320
           MOVE WMA-CUENTA         TO DOC-CUENTA.                       00004330
           MOVE WMA-DENOM          TO DOC-DENOM.                        00004340
           MOVE WMA-FECNAC         TO DOC-FECNAC.                       00004350
           COMPUTE DOC-FECMAYOR = WMA-FECNAC + 180000.                  00004360
                                                                        00004370
           INITIALIZE DCLVLDTJFQ.                                       00004380
           MOVE W-FECHA-AMD-N       TO VJFQ-FECHA.                      00004390
           MOVE W-HORA-CURRENT-N    TO VJFQ-HORA.                       00004400
           MOVE WMA-CUENTA          TO VJFQ-CUENTA.                     00004410
           MOVE WK-FORMATO-MAYORIA  TO VJFQ-FORMATO.                    00004420
           MOVE 'P'                 TO VJFQ-ESTADO.                     00004430
           MOVE ZEROS               TO VJFQ-REINTENTOS.                 00004440
           MOVE W-FECHA-AMD-N       TO VJFQ-FECULT.                     00004450
           MOVE 'BATC'              TO VJFQ-NUMTER.                     00004460
           MOVE W-PROGRAMA          TO VJFQ-USUARIO.                    00004470
           MOVE SPACES              TO VJFQ-CONTENIDO-TEXT.             00004480
           MOVE DOC-LINEA-1         TO VJFQ-CONTENIDO-TEXT (1:80).      00004490
           MOVE DOC-LINEA-2         TO VJFQ-CONTENIDO-TEXT (81:80).     00004500
           MOVE DOC-LINEA-3         TO VJFQ-CONTENIDO-TEXT (161:80).    00004510
           MOVE DOC-LINEA-4         TO VJFQ-CONTENIDO-TEXT (241:80).    00004520
           MOVE DOC-LINEA-5         TO VJFQ-CONTENIDO-TEXT (321:80).    00004530
           MOVE DOC-LINEA-6         TO VJFQ-CONTENIDO-TEXT (401:80).    00004540
           MOVE 480                 TO VJFQ-CONTENIDO-LEN.              00004550
                                                                        00004560
           EXEC SQL                                                     00004570
                INSERT INTO VLDTJFQ                                     00004580
                      ( VJFQ_FECHA                                      00004590
                      , VJFQ_HORA                                       00004600
                      , VJFQ_CUENTA                                     00004610
                      , VJFQ_FORMATO                                    00004620
                      , VJFQ_ESTADO                                     00004630
                      , VJFQ_REINTENTOS                                 00004640
                      , VJFQ_FECULT                                     00004650
                      , VJFQ_NUMTER                                     00004660
                      , VJFQ_USUARIO                                    00004670
                      , VJFQ_CONTENIDO )                                00004680
                VALUES                                                  00004690
                      ( :VJFQ-FECHA                                     00004700
                      , :VJFQ-HORA                                      00004710
                      , :VJFQ-CUENTA                                    00004720
                      , :VJFQ-FORMATO                                   00004730
                      , :VJFQ-ESTADO                                    00004740
                      , :VJFQ-REINTENTOS                                00004750
                      , :VJFQ-FECULT                                    00004760
                      , :VJFQ-NUMTER                                    00004770
                      , :VJFQ-USUARIO                                   00004780
                      , :VJFQ-CONTENIDO )                               00004790
           END-EXEC.                                                    00004800
           IF SQLCODE NOT = ZERO                                        00004810
              MOVE 'INSERT'                 TO WS-ACCION                00004820
              MOVE 'VLDTJFQ-2300'           TO WS-PARRAFO               00004830
              PERFORM 3001-ERROR                                        00004840
           END-IF.                                                      00004850
           ADD 1                    TO CONT-AVISOS.                     00004860
                                                                        00004870
      *    EL AVISO QUEDA EN EL REGISTRO DE DOCUMENTOS CON EL ID DE     00004880
      *    LA COLA RECIEN GENERADO                                      00004890
           EXEC SQL                                                     00004900
                SET :WK-JFQ-ID-GEN = IDENTITY_VAL_LOCAL()               00004910
           END-EXEC.                                                    00004920
           IF SQLCODE NOT = ZERO                                        00004930
              MOVE ZEROS           TO WK-JFQ-ID-GEN                     00004940
           END-IF.                                                      00004950
                                                                        00004960
           INITIALIZE DCLVLDTDRG.                                       00004970
           MOVE WMA-CUENTA         TO VDRG-CUENTA.                      00004980
           MOVE 'MAYORIA'          TO VDRG-TIPODOC.                     00004990
           MOVE WK-FORMATO-MAYORIA TO VDRG-FORMATO.                     00005000
           MOVE W-FECHA-AMD-N      TO VDRG-FECHA.                       00005010
           MOVE W-HORA-CURRENT-N   TO VDRG-HORA.                        00005020
           MOVE 'P'                TO VDRG-CANAL.                       00005030
           MOVE WK-JFQ-ID-GEN      TO VDRG-JFQ-ID.                      00005040
           MOVE 'BATC'             TO VDRG-NUMTER.                      00005050
           MOVE W-PROGRAMA         TO VDRG-USUARIO.                     00005060
           CALL WK-VL9CDRG0     USING DCLVLDTDRG WK-DRG-CODRESP.        00005070
           IF WK-DRG-CODRESP NOT = ZEROS                                00005080
              DISPLAY 'AVISO: REGISTRO VLDTDRG NO GRABADO'              00005090
           END-IF.                                                      00005100
      *                                                                 00005110
      *--------------------------------*                                00005120
       2300-ENCOLA-AVISO-EXIT.                                          00005130
      *--------------------------------*                                00005140
           EXIT.                                                        00005150
                                                                        00005160
      *------------------------------*                                  00005170
       2400-ABRE-NORMALIZACION.                                         00005180
      *------------------------------*                                  00005190
           EXEC SQL                                                     00005200
                CLOSE VLDCMAY1                                          00005210
           END-EXEC.                                                    00005220
                                                                        00005230
           MOVE ' TITULARES CON KYC ACTUALIZADO: PASAN A REGIMEN NORMAL'00005240
                                    TO SEC-TITULO.                      00005250
           WRITE SAL-RMAYO       FROM LIN-SECCION.                      00005260
                                                                        00005270
           EXEC SQL                                                     00005280
                OPEN VLDCMAY2                                           00005290
           END-EXEC.                                                    00005300
           IF SQLCODE NOT = ZERO                                        00005310
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00005320
              MOVE 'VLDCMAY2-2400'          TO WS-PARRAFO               00005330
              PERFORM 3001-ERROR                                        00005340
           END-IF.                                                      00005350
                                                                        00005360
           PERFORM 2410-FETCH-NORMAL                                    00005370
              THRU 2410-FETCH-NORMAL-EXIT.                              00005380
      *                                                                 00005390
      *-----------------------------------*                             00005400
       2400-ABRE-NORMALIZACION-EXIT.                                    00005410
      *-----------------------------------*                             00005420
           EXIT.                                                        00005430
                                                                        00005440
      *----------------------*                                          00005450
       2410-FETCH-NORMAL.                                               00005460
      *----------------------*                                          00005470
           EXEC SQL                                                     00005480
                FETCH VLDCMAY2                                          00005490
                 INTO :WNO-CODCLI                                       00005500
                    , :WNO-DENOM                                        00005510
                    , :WNO-FECREVKYC                                    00005520
           END-EXEC.                                                    00005530
           EVALUATE SQLCODE                                             00005540
               WHEN ZERO                                                00005550
                    CONTINUE                                            00005560
               WHEN 100                                                 00005570
                    MOVE 'SI'            TO SW-FIN-CUR-NOR              00005580
               WHEN OTHER                                               00005590
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00005600
                    MOVE 'VLDCMAY2-2410'       TO WS-PARRAFO            00005610
                    PERFORM 3001-ERROR                                  00005620
           END-EVALUATE.                                                00005630
      *                                                                 00005640
      *---------------------------*                                     00005650
       2410-FETCH-NORMAL-EXIT.                                          00005660
      *---------------------------*                                     00005670
           EXIT.                                                        00005680
                                                                        00005690
      *-------------------------------*                                 00005700
       2500-PROCESO-NORMALIZACION.                                      00005710
      *-------------------------------*                                 00005720
      *    REGIMEN NORMAL DE ADULTO: SE RETIRA AL TUTOR DE TODAS LAS    00005730
      *    CUENTAS DEL TITULAR Y SUS AUTORIZACIONES QUEDAN DE BAJA      00005740
           EXEC SQL                                                     00005750
                UPDATE VLDTXMI                                          00005760
                   SET VXMI_MENOR  = 'N'                                00005770
                 WHERE VXMI_CODCLI = :WNO-CODCLI                        00005780
           END-EXEC.                                                    00005790
           IF SQLCODE NOT = ZERO                                        00005800
              MOVE 'UPDATE NORMAL'          TO WS-ACCION                00005810
              MOVE 'VLDTXMI-2500'           TO WS-PARRAFO               00005820
              PERFORM 3001-ERROR                                        00005830
           END-IF.                                                      00005840
                                                                        00005850
           MOVE ZEROS               TO WK-TUTORES-RET.                  00005860
           EXEC SQL                                                     00005870
                DELETE FROM VLDTADT                                     00005880
                 WHERE VADT_CLTITU = 'T'                                00005890
                   AND VADT_CUENTA IN                                   00005900
                      (SELECT VARC_CUENTA                               00005910
                         FROM VLDTARC                                   00005920
                        WHERE VARC_NUMCLI = :WNO-CODCLI)                00005930
           END-EXEC.                                                    00005940
           EVALUATE SQLCODE                                             00005950
               WHEN ZERO                                                00005960
                    MOVE SQLERRD (3)     TO WK-TUTORES-RET              00005970
               WHEN 100                                                 00005980
                    CONTINUE                                            00005990
               WHEN OTHER                                               00006000
                    MOVE 'DELETE TUTOR'        TO WS-ACCION             00006010
                    MOVE 'VLDTADT-2500'        TO WS-PARRAFO            00006020
                    PERFORM 3001-ERROR                                  00006030
           END-EVALUATE.                                                00006040
                                                                        00006050
           MOVE ZEROS               TO WK-AUTORIZ-BAJA.                 00006060
           EXEC SQL                                                     00006070
                UPDATE VLDTTUA                                          00006080
                   SET VTUA_ESTADO   = 'B'                              00006090
                     , VTUA_FEULMOD  = :WA-CARD-FECHA-N                 00006100
                     , VTUA_NUMTER   = 'BATC'                           00006110
                     , VTUA_USUARIO  = :W-PROGRAMA                      00006120
                 WHERE VTUA_ESTADO   = 'A'                              00006130
                   AND VTUA_CUENTA IN                                   00006140
                      (SELECT VARC_CUENTA                               00006150
                         FROM VLDTARC                                   00006160
                        WHERE VARC_NUMCLI = :WNO-CODCLI)                00006170
           END-EXEC.                                                    00006180
           EVALUATE SQLCODE                                             00006190
               WHEN ZERO                                                00006200
                    MOVE SQLERRD (3)     TO WK-AUTORIZ-BAJA             00006210
               WHEN 100                                                 00006220
                    CONTINUE                                            00006230
               WHEN OTHER                                               00006240
                    MOVE 'UPDATE AUTORIZACION'  TO WS-ACCION            00006250
                    MOVE 'VLDTTUA-2500'        TO WS-PARRAFO            00006260
                    PERFORM 3001-ERROR                                  00006270
           END-EVALUATE.                                                00006280
                                                                        00006290
           ADD 1                    TO CONT-NORMALIZADOS.               00006300
           ADD WK-TUTORES-RET       TO CONT-TUTORES-RET.                00006310
           ADD WK-AUTORIZ-BAJA      TO CONT-AUTORIZ-BAJA.               00006320
                                                                        00006330
           MOVE WNO-CODCLI          TO NOR-CODCLI.                      00006340
           MOVE WNO-DENOM           TO NOR-DENOM.                       00006350
           MOVE WNO-FECREVKYC       TO NOR-FECREVKYC.                   00006360
           MOVE WK-TUTORES-RET      TO NOR-TUTORES.                     00006370
           MOVE WK-AUTORIZ-BAJA     TO NOR-AUTORIZ.                     00006380
           WRITE SAL-RMAYO       FROM LIN-NORMAL.                       00006390
                                                                        00006400
           PERFORM 2410-FETCH-NORMAL                                    00006410
              THRU 2410-FETCH-NORMAL-EXIT.                              00006420
      *                                                                 00006430
      *-----------------------------------*                             00006440
       2500-PROCESO-NORMALIZACION-EXIT.                                 00006450
      *-----------------------------------*                             00006460
           EXIT.                                                        00006470
                                                                        00006480
      *--------*                                                        00006490
       3000-FIN.                                                        00006500
      *--------*                                                        00006510
      *                                                                 00006520
           EXEC SQL                                                     00006530
                CLOSE VLDCMAY2                                          00006540
           END-EXEC.                                                    00006550
                                                                        00006560
           EXEC SQL                                                     00006570
                COMMIT                                                  00006580
           END-EXEC.                                                    00006590
           IF SQLCODE NOT = ZERO                                        00006600
              MOVE 'COMMIT'                 TO WS-ACCION                00006610
              MOVE '3000-FIN'               TO WS-PARRAFO               00006620
              PERFORM 3001-ERROR                                        00006630
           END-IF.                                                      00006640
                                                                        00006650
           CLOSE S1RMAYO.                                               00006660
                                                                        00006670
           DISPLAY '****** FIN MAYORIA DE EDAD VL4CMAYO ******'.        00006680
           DISPLAY 'CUENTAS DE MENORES MAYORES: ' CONT-CUENTAS-MAY.     00006690
           DISPLAY 'CLIENTES PASADOS A MAYORIA: ' CONT-CLIENTES-MAY.    00006700
           DISPLAY 'AVISOS ENCOLADOS JETFORM  : ' CONT-AVISOS.          00006710
           DISPLAY 'CUENTAS SIN TUTOR         : ' CONT-SIN-TUTOR.       00006720
           DISPLAY 'CLIENTES NORMALIZADOS     : ' CONT-NORMALIZADOS.    00006730
           DISPLAY 'TUTORES RETIRADOS         : ' CONT-TUTORES-RET.     00006740
           DISPLAY 'AUTORIZACIONES DE BAJA    : ' CONT-AUTORIZ-BAJA.    00006750
                                                                        00006760
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00006770
           ACCEPT WK-HORA-FIN       FROM TIME.                          00006780
           INITIALIZE DCLVLDTCTL.                                       00006790
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00006800
           MOVE WA-CARD-FECHA       TO VCTL-FECPROC.                    00006810
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00006820
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00006830
           COMPUTE VCTL-LEIDOS = CONT-CUENTAS-MAY + CONT-NORMALIZADOS.  00006840
           COMPUTE VCTL-ESCRITOS = CONT-AVISOS + CONT-NORMALIZADOS.     00006850
           MOVE CONT-SIN-TUTOR      TO VCTL-RECHAZADOS.                 00006860
           MOVE ZEROS               TO VCTL-IMPORTE-TOT.                00006870
           MOVE 'OK'                TO VCTL-ESTADO.                     00006880
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00006890
           IF VCTL-CODRESP NOT = ZEROS                                  00006900
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00006910
           END-IF.                                                      00006920
                                                                        00006930
      *    CUENTAS DE MENOR SIN TUTOR VINCULADO: REVISION MANUAL        00006940
           IF CONT-SIN-TUTOR > ZEROS                                    00006950
              MOVE 04 TO RETURN-CODE                                    00006960
           END-IF.                                                      00006970
      *                                                                *00006980
      *-------------*                                                   00006990
       3000-FIN-EXIT.                                                   00007000
      *-------------*                                                   00007010
           EXIT.                                                        00007020
                                                                        00007030
       3001-ERROR.                                                      00007040
      *-----------*                                                     00007050
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00007060
           DISPLAY 'ACCION:          ' WS-ACCION.                       00007070
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00007080
           DISPLAY '******************************************'.        00007090
           MOVE 08 TO RETURN-CODE.                                      00007100
           STOP RUN.                                                    00007110
      *-----------------*                                               00007120
      * FIN DE PROGRAMA *                                               00007130
      *-----------------*                                               00007140
