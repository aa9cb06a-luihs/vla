       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL4CDPER.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : REPORTE DE DATOS PERSONALES DE UN CLIENTE (DERECHO   *00000060
      *           DE ACCESO DEL TITULAR). PARA EL CLIENTE DE SYSIN     *00000070
      *           REUNE EN UN SOLO DOCUMENTO TODO LO QUE EL SISTEMA    *00000080
      *           GUARDA DE EL:                                        *00000090
      *             1. DATOS DEL MAESTRO DE CLIENTES (VLDTXMI)         *00000100
      *             2. CONSENTIMIENTOS OTORGADOS (VLDTCNS)             *00000110
      *             3. CUENTAS DE LAS QUE ES TITULAR (VLDTARC)         *00000120
      *             4. INTERVENCIONES Y DOMICILIOS (VLDTADT)           *00000130
      *             5. APODERADOS DE SUS CUENTAS, Y PODERES QUE EL     *00000140
      *                TIENE SOBRE CUENTAS DE TERCEROS (VLDTAPO)       *00000150
      *             6. VINCULOS DE BENEFICIARIO FINAL (VLDTBEF)        *00000160
      *             7. DOCUMENTOS EMITIDOS A SUS CUENTAS (VLDTDRG)     *00000170
      *             8. HISTORIA DE CAMBIOS (VLDTRLOG) CUYA IMAGEN DE   *00000180
      *                REGISTRO CONTIENE SU NIF O SU NUMERO DE CLIENTE *00000190
      *           EL DOCUMENTO SE LISTA EN S1RDPER Y SE ENCOLA EN      *00000200
      *           VLDTJFQ (FORMATO VLFDPER0) EN PAGINAS DE 25 LINEAS.  *00000210
      *           QUEDA EN EL REGISTRO VLDTDRG (TIPODOC 'DATOSPER')    *00000220
      *           CON EL ID DE COLA DE LA PRIMERA PAGINA.              *00000230
      * SYSIN   : 1. NUMERO DE CLIENTE (8 DIGITOS)                     *00000240
      * FECHA   : 15-10-2026                                           *00000250
      ******************************************************************00000260
      ******************************************************************00000270
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000280
      *---------- ---------- ---------------- -------------------------*00000290
      *RITM49185  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000300
      *---------- ---------- ---------------- -------------------------*00000310
      ******************************************************************00000320
       ENVIRONMENT DIVISION.                                            00000330
       CONFIGURATION SECTION.                                           00000340
       SPECIAL-NAMES.                                                   00000350
       INPUT-OUTPUT SECTION.                                            00000360
       FILE-CONTROL.                                                    00000370
                                                                        00000380
           SELECT S1RDPER   ASSIGN       TO S1RDPER                     00000390
                            FILE STATUS  IS FS-SRDPER.                  00000400
       DATA DIVISION.                                                   00000410
       FILE SECTION.                                                    00000420
      *                                                                *00000430
       FD  S1RDPER                                                      00000440
           RECORDING MODE  IS  F                                        00000450
           LABEL  RECORDS  IS  STANDARD                                 00000460
           DATA   RECORD   IS  SAL-RDPER.                               00000470
         01 SAL-RDPER              PIC X(80).                           00000480
      *                                                                 00000490
      ******************************************************************00000500
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000510
      ******************************************************************00000520
       WORKING-STORAGE SECTION.                                         00000530
      *************************                                         00000540
       77  W-PROGRAMA              PIC X(08) VALUE 'VL4CDPER'.          00000550
      *                                                                 00000560
      * COLA PERSISTENTE DE IMPRESION JETFORM                           00000570
           COPY VLCPTJFQ.                                               00000580
       77  WK-FORMATO-DPER         PIC X(08) VALUE 'VLFDPER0'.          00000590
      * REGISTRO DE DOCUMENTOS GENERADOS                                00000600
       77  WK-VL9CDRG0             PIC X(08) VALUE 'VL9CDRG0'.          00000610
       77  WK-DRG-CODRESP          PIC 9(02) VALUE ZEROS.               00000620
       77  WK-JFQ-ID-GEN           PIC S9(9) COMP-3 VALUE ZEROS.        00000630
       77  WK-JFQ-ID-PRIM          PIC S9(9) COMP-3 VALUE ZEROS.        00000640
           COPY VLCPTDRG.                                               00000650
      * CONSENTIMIENTOS DEL CLIENTE                                     00000660
           COPY VLCPTCNS.                                               00000670
      * APODERADOS Y BENEFICIARIOS FINALES                              00000680
           COPY VLCPTAPO.                                               00000690
           COPY VLCPTBEF.                                               00000700
      * RASTRO DE CAMBIOS                                               00000710
           COPY VLCPTRLOG.                                              00000720
      *                                                                 00000730
      * PAGINA DEL DOCUMENTO PARA LA COLA (25 LINEAS DE 80)             00000740
       01  W-PAGINA.                                                    00000750
           05 PAG-LINEA            PIC X(80) OCCURS 25.                 00000760
       01  W-LINEA                 PIC X(80) VALUE SPACES.              00000770
      *                                                                 00000780
      * PARAMETROS (SYSIN): NUMERO DE CLIENTE                           00000790
       01  WS-PARAMETROS.                                               00000800
           05 WA-CARD-NUMCLI       PIC X(08) VALUE SPACES.              00000810
           05 WA-CARD-NUMCLI-N REDEFINES WA-CARD-NUMCLI PIC 9(08).      00000820
      *                                                                 00000830
      * CLIENTE DEL REPORTE. EL NUMERO EMPAQUETADO SE USA TAMBIEN COMO  00000840
      * CADENA PARA BUSCARLO DENTRO DE LAS IMAGENES DE VLDTRLOG         00000850
       01  W-CLIENTE.                                                   00000860
           05 W-NUMCLI             PIC S9(8)V COMP-3 VALUE ZEROS.       00000870
           05 W-NUMCLI-PX REDEFINES W-NUMCLI PIC X(05).                 00000880
           05 W-NIF                PIC X(11) VALUE SPACES.              00000890
           05 W-CTA-REF            PIC S9(7)V COMP-3 VALUE ZEROS.       00000900
      *                                                                 00000910
       01  WS-VARIOS.                                                   00000920
           05 SW-FIN-CUR           PIC X(02) VALUE SPACES.              00000930
              88 FIN-CURSOR                  VALUE 'SI'.                00000940
           05 IX-PAG               PIC 9(02) VALUE ZEROS.               00000950
           05 WK-FILAS-SEC         PIC 9(07) VALUE ZEROS.               00000960
      *                                                                 00000970
       01  W-DATE                  PIC 9(6).                            00000980
       01  FILLER                  REDEFINES W-DATE.                    00000990
           02 W-ANO                PIC 99.                              00001000
           02 W-MES                PIC 99.                              00001010
           02 W-DIA                PIC 99.                              00001020
       01  W-FECHA-AMD.                                                 00001030
           05 W-AA-AMD             PIC 9(4).                            00001040
           05 W-MM-AMD             PIC 9(2).                            00001050
           05 W-DD-AMD             PIC 9(2).                            00001060
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00001070
       01  W-HORA-CURRENT.                                              00001080
           02  W-HORA              PIC 99.                              00001090
           02  W-MINUTOS           PIC 99.                              00001100
           02  W-SEGUNDOS          PIC 99.                              00001110
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00001120
      *                                                                 00001130
       01 W-CONTADORES.                                                 00001140
          05 CONT-FILAS            PIC 9(08)  VALUE ZEROES.             00001150
          05 CONT-LINEAS           PIC 9(08)  VALUE ZEROES.             00001160
          05 CONT-PAGINAS          PIC 9(08)  VALUE ZEROES.             00001170
      * VARIABLES PARA CONTROL DE ERRORES                               00001180
       01 WS-ERROR.                                                     00001190
          05 WS-ACCION             PIC X(24).                           00001200
          05 WS-PARRAFO            PIC X(19).                           00001210
      * VARIABLES CONTROL DE ARCHIVOS                                   00001220
       01 WS-CTRL-ARCHIVOS.                                             00001230
          05 FS-SRDPER             PIC X(02) VALUE '00'.                00001240
             88 S1RDPER-OK                   VALUE '00'.                00001250
      *                                                                 00001260
      * LINEAS DEL DOCUMENTO                                            00001270
       01 LIN-CABECERA.                                                 00001280
          05 FILLER                PIC X(36) VALUE                      00001290
             'DATOS PERSONALES REGISTRADOS - AL  '.                     00001300
          05 CAB-FECHA             PIC 9(08).                           00001310
          05 FILLER                PIC X(11) VALUE '  CLIENTE: '.       00001320
          05 CAB-NUMCLI            PIC 9(08).                           00001330
          05 FILLER                PIC X(17) VALUE SPACES.              00001340
       01 LIN-SECCION.                                                  00001350
          05 FILLER                PIC X(01) VALUE SPACES.              00001360
          05 SEC-NUMERO            PIC 9(01).                           00001370
          05 FILLER                PIC X(02) VALUE '. '.                00001380
          05 SEC-TEXTO             PIC X(60).                           00001390
          05 FILLER                PIC X(16) VALUE SPACES.              00001400
       01 LIN-SIN-DATOS.                                                00001410
          05 FILLER                PIC X(16) VALUE                      00001420
             '    (SIN DATOS)'.                                         00001430
          05 FILLER                PIC X(64) VALUE SPACES.              00001440
       01 LIN-DATO.                                                     00001450
          05 FILLER                PIC X(04) VALUE SPACES.              00001460
          05 DAT-ETIQUETA          PIC X(24).                           00001470
          05 FILLER                PIC X(02) VALUE ': '.                00001480
          05 DAT-VALOR             PIC X(50).                           00001490
       01 LIN-CUENTA.                                                   00001500
          05 FILLER                PIC X(12) VALUE '    CUENTA: '.      00001510
          05 CTA-CUENTA            PIC 9(07).                           00001520
          05 FILLER                PIC X(11) VALUE '  OFICINA: '.       00001530
          05 CTA-SUCURS            PIC 9(04).                           00001540
          05 FILLER                PIC X(11) VALUE '  SITUAC.: '.       00001550
          05 CTA-SITUAC            PIC X(01).                           00001560
          05 FILLER                PIC X(08) VALUE '  ALTA: '.          00001570
          05 CTA-FEALTA            PIC 9(08).                           00001580
          05 FILLER                PIC X(18) VALUE SPACES.              00001590
       01 LIN-INTERV.                                                   00001600
          05 FILLER                PIC X(12) VALUE '    CUENTA: '.      00001610
          05 INT-CUENTA            PIC 9(07).                           00001620
          05 FILLER                PIC X(16) VALUE '  INTERVENCION: '.  00001630
          05 INT-CLTITU            PIC 9(02).                           00001640
          05 FILLER                PIC X(13) VALUE '  DOMICILIO: '.     00001650
          05 INT-NUMDOM            PIC 9(03).                           00001660
          05 FILLER                PIC X(09) VALUE '  CANAL: '.         00001670
          05 INT-CANAL             PIC X(01).                           00001680
          05 FILLER                PIC X(17) VALUE SPACES.              00001690
       01 LIN-APODER.                                                   00001700
          05 FILLER                PIC X(04) VALUE SPACES.              00001710
          05 APO-CUENTA            PIC 9(07).                           00001720
          05 FILLER                PIC X(01) VALUE SPACES.              00001730
          05 APO-NOMBRE            PIC X(30).                           00001740
          05 FILLER                PIC X(01) VALUE SPACES.              00001750
          05 APO-NRODOC            PIC X(11).                           00001760
          05 FILLER                PIC X(01) VALUE SPACES.              00001770
          05 APO-FACULTAD          PIC X(08).                           00001780
          05 FILLER                PIC X(01) VALUE SPACES.              00001790
          05 APO-VIGHASTA          PIC 9(08).                           00001800
          05 FILLER                PIC X(01) VALUE SPACES.              00001810
          05 APO-SITUAC            PIC X(01).                           00001820
          05 FILLER                PIC X(06) VALUE SPACES.              00001830
       01 LIN-BENEF.                                                    00001840
          05 FILLER                PIC X(04) VALUE SPACES.              00001850
          05 BEN-NUMCLI            PIC 9(08).                           00001860
          05 FILLER                PIC X(01) VALUE SPACES.              00001870
          05 BEN-NOMBRE            PIC X(30).                           00001880
          05 FILLER                PIC X(01) VALUE SPACES.              00001890
          05 BEN-NRODOC            PIC X(11).                           00001900
          05 FILLER                PIC X(01) VALUE SPACES.              00001910
          05 BEN-PCT               PIC ZZ9.99.                          00001920
          05 FILLER                PIC X(01) VALUE SPACES.              00001930
          05 BEN-TIPCTL            PIC X(01).                           00001940
          05 FILLER                PIC X(01) VALUE SPACES.              00001950
          05 BEN-ESTADO            PIC X(01).                           00001960
          05 FILLER                PIC X(14) VALUE SPACES.              00001970
       01 LIN-DOCUM.                                                    00001980
          05 FILLER                PIC X(12) VALUE '    CUENTA: '.      00001990
          05 DOC-CUENTA            PIC 9(07).                           00002000
          05 FILLER                PIC X(08) VALUE '  TIPO: '.          00002010
          05 DOC-TIPODOC           PIC X(08).                           00002020
          05 FILLER                PIC X(09) VALUE '  FECHA: '.         00002030
          05 DOC-FECHA             PIC 9(08).                           00002040
          05 FILLER                PIC X(09) VALUE '  CANAL: '.         00002050
          05 DOC-CANAL             PIC X(01).                           00002060
          05 FILLER                PIC X(18) VALUE SPACES.              00002070
       01 LIN-LOG.                                                      00002080
          05 FILLER                PIC X(04) VALUE SPACES.              00002090
          05 LOG-FECHA             PIC X(08).                           00002100
          05 FILLER                PIC X(01) VALUE SPACES.              00002110
          05 LOG-HORA              PIC X(06).                           00002120
          05 FILLER                PIC X(01) VALUE SPACES.              00002130
          05 LOG-TABLA             PIC X(08).                           00002140
          05 FILLER                PIC X(01) VALUE SPACES.              00002150
          05 LOG-OPERACION         PIC X(08).                           00002160
          05 FILLER                PIC X(01) VALUE SPACES.              00002170
          05 LOG-CODTRAN           PIC X(08).                           00002180
          05 FILLER                PIC X(01) VALUE SPACES.              00002190
          05 LOG-NUMUSER           PIC X(08).                           00002200
          05 FILLER                PIC X(01) VALUE SPACES.              00002210
          05 LOG-NUMTER            PIC X(04).                           00002220
          05 FILLER                PIC X(20) VALUE SPACES.              00002230
      *                                                                 00002240
      * CAMPOS DE EDICION DEL MAESTRO DE CLIENTES                       00002250
       01 W-EDICION.                                                    00002260
          05 EDI-FECHA             PIC 9(08).                           00002270
          05 EDI-TELEF             PIC X(15).                           00002280
      *                                                                 00002290
      *    CONTROL DE EJECUCION (VLDTCTL)                               00002300
           COPY VLCPTCTL.                                               00002310
       01  WK-VL9CCTL0            PIC X(08) VALUE 'VL9CCTL0'.           00002320
       01  WK-HORA-FIN            PIC 9(08) VALUE ZEROS.                00002330
      *                                                                *00002340
      *  AREA DE COMUNICACION SQLCA                                    *00002350
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00002360
      *                                                                 00002370
      *  AREA DE DCLGEN'S DE TABLAS DB2                                *00002380
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00002390
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00002400
           EXEC SQL INCLUDE VLGTADT END-EXEC.                           00002410
      *                                                                 00002420
      *  CUENTAS DE LAS QUE EL CLIENTE ES TITULAR                      *00002430
           EXEC SQL                                                     00002440
                DECLARE VLDCDPE1 CURSOR FOR                             00002450
                 SELECT  VARC_CUENTA                                    00002460
                      ,  VARC_SUCURS                                    00002470
                      ,  VARC_SITUAC                                    00002480
                      ,  VARC_FEALTREG                                  00002490
                   FROM  VLDTARC                                        00002500
                  WHERE  VARC_NUMCLI = :W-NUMCLI                        00002510
                  ORDER  BY VARC_CUENTA                                 00002520
           END-EXEC.                                                    00002530
      *                                                                 00002540
      *  INTERVENCIONES DEL CLIENTE EN CUENTAS, CON SU DOMICILIO       *00002550
           EXEC SQL                                                     00002560
                DECLARE VLDCDPE2 CURSOR FOR                             00002570
                 SELECT  VADT_CUENTA                                    00002580
                      ,  VADT_CLTITU                                    00002590
                      ,  VADT_NUMDOM                                    00002600
                      ,  VALUE(VADT_CANALENT, ' ')                      00002610
                   FROM  VLDTADT                                        00002620
                  WHERE  VADT_NUMCLI = :W-NUMCLI                        00002630
                  ORDER  BY VADT_CUENTA, VADT_CLTITU                    00002640
           END-EXEC.                                                    00002650
      *                                                                 00002660
      *  APODERADOS DE LAS CUENTAS DEL CLIENTE Y PODERES QUE EL MISMO  *00002670
      *  TIENE SOBRE OTRAS CUENTAS (POR SU NIF)                        *00002680
           EXEC SQL                                                     00002690
                DECLARE VLDCDPE3 CURSOR FOR                             00002700
                 SELECT  VAPO_CUENTA                                    00002710
                      ,  VAPO_NOMBRE                                    00002720
                      ,  VAPO_NRODOC                                    00002730
                      ,  VAPO_FACULTAD                                  00002740
                      ,  VAPO_VIGHASTA                                  00002750
                      ,  VAPO_SITUAC                                    00002760
                   FROM  VLDTAPO                                        00002770
                  WHERE  VAPO_CUENTA IN                                 00002780
                        (SELECT VARC_CUENTA FROM VLDTARC                00002790
                          WHERE VARC_NUMCLI = :W-NUMCLI                 00002800
                         UNION                                          00002810
                         SELECT VADT_CUENTA FROM VLDTADT                00002820
                          WHERE VADT_NUMCLI = :W-NUMCLI)                00002830
                     OR (VAPO_NRODOC = :W-NIF                           00002840
                    AND  VAPO_NRODOC <> ' ')                            00002850
                  ORDER  BY VAPO_CUENTA, VAPO_SECUEN                    00002860
           END-EXEC.                                                    00002870
      *                                                                 00002880
      *  BENEFICIARIOS FINALES DEL CLIENTE Y EMPRESAS EN LAS QUE EL    *00002890
      *  FIGURA COMO BENEFICIARIO (POR SU NIF)                         *00002900
           EXEC SQL                                                     00002910
                DECLARE VLDCDPE4 CURSOR FOR                             00002920
                 SELECT  VBEF_NUMCLI                                    00002930
                      ,  VBEF_NOMBRE                                    00002940
                      ,  VBEF_NRODOC                                    00002950
                      ,  VBEF_PCT                                       00002960
                      ,  VBEF_TIPCTL                                    00002970
                      ,  VBEF_ESTADO                                    00002980
                   FROM  VLDTBEF                                        00002990
                  WHERE  VBEF_NUMCLI = :W-NUMCLI                        00003000
                     OR (VBEF_NRODOC = :W-NIF                           00003010
                    AND  VBEF_NRODOC <> ' ')                            00003020
                  ORDER  BY VBEF_NUMCLI, VBEF_SECUEN                    00003030
           END-EXEC.                                                    00003040
      *                                                                 00003050
      *  DOCUMENTOS EMITIDOS A LAS CUENTAS DEL CLIENTE                 *00003060
           EXEC SQL                                                     00003070
                DECLARE VLDCDPE5 CURSOR FOR                             00003080
                 SELECT  VDRG_CUENTA                                    00003090
                      ,  VDRG_TIPODOC                                   00003100
                      ,  VDRG_FECHA                                     00003110
                      ,  VDRG_CANAL                                     00003120
                   FROM  VLDTDRG                                        00003130
                  WHERE  VDRG_CUENTA IN                                 00003140
                        (SELECT VARC_CUENTA FROM VLDTARC                00003150
                          WHERE VARC_NUMCLI = :W-NUMCLI                 00003160
                         UNION                                          00003170
                         SELECT VADT_CUENTA FROM VLDTADT                00003180
                          WHERE VADT_NUMCLI = :W-NUMCLI)                00003190
                  ORDER  BY VDRG_FECHA, VDRG_HORA, VDRG_CUENTA          00003200
           END-EXEC.                                                    00003210
      *                                                                 00003220
      *  HISTORIA DE CAMBIOS: IMAGENES DE REGISTRO QUE CONTIENEN EL    *00003230
      *  NIF O EL NUMERO DE CLIENTE EMPAQUETADO                        *00003240
           EXEC SQL                                                     00003250
                DECLARE VLDCDPE6 CURSOR FOR                             00003260
                 SELECT  VRLOG_FECHA                                    00003270
                      ,  VRLOG_HORA                                     00003280
                      ,  VRLOG_NUMTER                                   00003290
                      ,  VRLOG_NUMUSER                                  00003300
                      ,  VRLOG_CODTRAN                                  00003310
                      ,  VRLOG_TABLA                                    00003320
                      ,  VRLOG_OPERACION                                00003330
                   FROM  VLDTRLOG                                       00003340
                  WHERE (:W-NIF <> ' '                                  00003350
                    AND  LOCATE(RTRIM(:W-NIF), VRLOG_REGISTRO_TEXT) > 0)00003360
                     OR  LOCATE(:W-NUMCLI-PX, VRLOG_REGISTRO_TEXT) > 0  00003370
                  ORDER  BY VRLOG_FECHA, VRLOG_HORA                     00003380
           END-EXEC.                                                    00003390
      *                                                                *00003400
       PROCEDURE DIVISION.                                              00003410
      *                                                                *00003420
           PERFORM 1000-INICIO                                          00003430
              THRU 1000-INICIO-EXIT.                                    00003440
                                                                        00003450
           PERFORM 2000-PROCESO                                         00003460
              THRU 2000-PROCESO-EXIT.                                   00003470
                                                                        00003480
           PERFORM 3000-FIN                                             00003490
              THRU 3000-FIN-EXIT.                                       00003500
                                                                        00003510
           STOP RUN.                                                    00003520
      *                                                                *00003530
      *-----------*                                                     00003540
       1000-INICIO.                                                     00003550
      *-----------*                                                     00003560
           INITIALIZE W-CONTADORES.                                     00003570
                                                                        00003580
           ACCEPT WA-CARD-NUMCLI.                                       00003590
           IF WA-CARD-NUMCLI NUMERIC                                    00003600
              AND WA-CARD-NUMCLI-N > ZEROS                              00003610
              MOVE WA-CARD-NUMCLI-N   TO W-NUMCLI                       00003620
           ELSE                                                         00003630
              MOVE 'NUMERO CLIENTE INVALIDO' TO WS-ACCION               00003640
              MOVE '1000-INICIO'            TO WS-PARRAFO               00003650
              PERFORM 3001-ERROR                                        00003660
           END-IF.                                                      00003670
                                                                        00003680
           ACCEPT W-DATE FROM DATE.                                     00003690
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00003700
           MOVE W-MES              TO W-MM-AMD.                         00003710
           MOVE W-DIA              TO W-DD-AMD.                         00003720
           ACCEPT W-HORA-CURRENT FROM TIME.                             00003730
                                                                        00003740
      *    EL CLIENTE DEBE EXISTIR EN EL MAESTRO                        00003750
           MOVE W-NUMCLI           TO VXMI-CODCLI.                      00003760
           EXEC SQL                                                     00003770
                SELECT  VXMI_DENOM                                      00003780
                     ,  VXMI_NIF                                        00003790
                     ,  VXMI_DOMIC                                      00003800
                     ,  VXMI_LOCAL                                      00003810
                     ,  VXMI_CODPOS                                     00003820
                     ,  VXMI_TELEFHAC                                   00003830
                     ,  VXMI_RESIFIS                                    00003840
                     ,  VXMI_IDIOMA                                     00003850
                     ,  VXMI_PERFIL                                     00003860
                     ,  VXMI_NIVKYC                                     00003870
                     ,  VXMI_FECREVKYC                                  00003880
                     ,  VXMI_FEALTREG                                   00003890
                  INTO :VXMI-DENOM                                      00003900
                     , :VXMI-NIF                                        00003910
                     , :VXMI-DOMIC                                      00003920
                     , :VXMI-LOCAL                                      00003930
                     , :VXMI-CODPOS                                     00003940
                     , :VXMI-TELEFHAC                                   00003950
                     , :VXMI-RESIFIS                                    00003960
                     , :VXMI-IDIOMA                                     00003970
                     , :VXMI-PERFIL                                     00003980
                     , :VXMI-NIVKYC                                     00003990
                     , :VXMI-FECREVKYC                                  00004000
                     , :VXMI-FEALTREG                                   00004010
                  FROM  VLDTXMI                                         00004020
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00004030
           END-EXEC.                                                    00004040
           EVALUATE SQLCODE                                             00004050
               WHEN ZERO                                                00004060
                    MOVE VXMI-NIF      TO W-NIF                         00004070
               WHEN 100                                                 00004080
                    MOVE 'CLIENTE NO EXISTE'   TO WS-ACCION             00004090
                    MOVE 'VLDTXMI-1000'        TO WS-PARRAFO            00004100
                    PERFORM 3001-ERROR                                  00004110
               WHEN OTHER                                               00004120
                    MOVE 'SELECT'              TO WS-ACCION             00004130
                    MOVE 'VLDTXMI-1000'        TO WS-PARRAFO            00004140
                    PERFORM 3001-ERROR                                  00004150
           END-EVALUATE.                                                00004160
                                                                        00004170
      *    CUENTA DE REFERENCIA DEL DOCUMENTO: LA PRIMERA DEL CLIENTE   00004180
           EXEC SQL                                                     00004190
                SELECT  VALUE(MIN(VARC_CUENTA), 0)                      00004200
                  INTO :W-CTA-REF                                       00004210
                  FROM  VLDTARC                                         00004220
                 WHERE  VARC_NUMCLI = :W-NUMCLI                         00004230
           END-EXEC.                                                    00004240
           IF SQLCODE NOT = ZERO                                        00004250
              MOVE 'SELECT MIN CUENTA'      TO WS-ACCION                00004260
              MOVE 'VLDTARC-1000'           TO WS-PARRAFO               00004270
              PERFORM 3001-ERROR                                        00004280
           END-IF.                                                      00004290
                                                                        00004300
           OPEN OUTPUT S1RDPER.                                         00004310
           IF NOT S1RDPER-OK                                            00004320
              MOVE 'OPEN FICHERO SALIDA'    TO WS-ACCION                00004330
              MOVE '1000-INICIO'            TO WS-PARRAFO               00004340
              PERFORM 3001-ERROR                                        00004350
           END-IF.                                                      00004360
                                                                        00004370
           MOVE SPACES             TO W-PAGINA.                         00004380
           MOVE ZEROS              TO IX-PAG.                           00004390
           MOVE W-FECHA-AMD-N      TO CAB-FECHA.                        00004400
           MOVE W-NUMCLI           TO CAB-NUMCLI.                       00004410
           MOVE LIN-CABECERA       TO W-LINEA.                          00004420
           PERFORM 2900-ESCRIBE-LINEA                                   00004430
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00004440
      *                                                                *00004450
      *----------------*                                                00004460
       1000-INICIO-EXIT.                                                00004470
      *----------------*                                                00004480
           EXIT.                                                        00004490
                                                                        00004500
      *------------*                                                    00004510
       2000-PROCESO.                                                    00004520
      *------------*                                                    00004530
           PERFORM 2100-DATOS-CLIENTE                                   00004540
              THRU 2100-DATOS-CLIENTE-EXIT.                             00004550
                                                                        00004560
           PERFORM 2200-CONSENTIMIENTOS                                 00004570
              THRU 2200-CONSENTIMIENTOS-EXIT.                           00004580
                                                                        00004590
           PERFORM 2300-CUENTAS                                         00004600
              THRU 2300-CUENTAS-EXIT.                                   00004610
                                                                        00004620
           PERFORM 2400-INTERVENCIONES                                  00004630
              THRU 2400-INTERVENCIONES-EXIT.                            00004640
                                                                        00004650
           PERFORM 2500-APODERADOS                                      00004660
              THRU 2500-APODERADOS-EXIT.                                00004670
                                                                        00004680
           PERFORM 2600-BENEFICIARIOS                                   00004690
              THRU 2600-BENEFICIARIOS-EXIT.                             00004700
                                                                        00004710
           PERFORM 2700-DOCUMENTOS                                      00004720
              THRU 2700-DOCUMENTOS-EXIT.                                00004730
                                                                        00004740
           PERFORM 2800-HISTORIA                                        00004750
              THRU 2800-HISTORIA-EXIT.                                  00004760
      *                                                                *00004770
      *-----------------*                                               00004780
       2000-PROCESO-EXIT.                                               00004790
      *-----------------*                                               00004800
           EXIT.                                                        00004810
                                                                        00004820
      *--------------------------*                                      00004830
       2050-TITULO-SECCION.                                             00004840
      *--------------------------*                                      00004850
      *    LINEA EN BLANCO, TITULO DE LA SECCION Y PREPARA EL CURSOR    00004860
           MOVE SPACES             TO W-LINEA.                          00004870
           PERFORM 2900-ESCRIBE-LINEA                                   00004880
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00004890
           MOVE LIN-SECCION        TO W-LINEA.                          00004900
           PERFORM 2900-ESCRIBE-LINEA                                   00004910
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00004920
           MOVE SPACES             TO SW-FIN-CUR.                       00004930
           MOVE ZEROS              TO WK-FILAS-SEC.                     00004940
      *                                                                *00004950
      *-------------------------------*                                 00004960
       2050-TITULO-SECCION-EXIT.                                        00004970
      *-------------------------------*                                 00004980
           EXIT.                                                        00004990
      *--------------------------*                                      00005000
       2060-LINEA-DATO.                                                 00005010
      *--------------------------*                                      00005020
           MOVE LIN-DATO           TO W-LINEA.                          00005030
           PERFORM 2900-ESCRIBE-LINEA                                   00005040
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00005050
      *                                                                *00005060
      *-------------------------------*                                 00005070
       2060-LINEA-DATO-EXIT.                                            00005080
      *-------------------------------*                                 00005090
           EXIT.                                                        00005100
      *--------------------------*                                      00005110
       2070-FIN-SECCION.                                                00005120
      *--------------------------*                                      00005130
      *    SECCION SIN FILAS: SE DEJA CONSTANCIA EXPRESA                00005140
           IF WK-FILAS-SEC = ZEROS                                      00005150
              MOVE LIN-SIN-DATOS   TO W-LINEA                           00005160
              PERFORM 2900-ESCRIBE-LINEA                                00005170
                 THRU 2900-ESCRIBE-LINEA-EXIT                           00005180
           END-IF.                                                      00005190
      *                                                                *00005200
      *-------------------------------*                                 00005210
       2070-FIN-SECCION-EXIT.                                           00005220
      *-------------------------------*                                 00005230
           EXIT.                                                        00005240
      *--------------------------*                                      00005250
       2080-LINEA-FILA.                                                 00005260
      *--------------------------*                                      00005270
           ADD 1                   TO WK-FILAS-SEC                      00005280
                                      CONT-FILAS.                       00005290
           PERFORM 2900-ESCRIBE-LINEA                                   00005300
              THRU 2900-ESCRIBE-LINEA-EXIT.                             00005310
      *                                                                *00005320
      *-------------------------------*                                 00005330
       2080-LINEA-FILA-EXIT.                                            00005340
      *-------------------------------*                                 00005350
           EXIT.                                                        00005360
                                                                        00005370
      *-------------------------*                                       00005380
       2100-DATOS-CLIENTE.                                              00005390
      *-------------------------*                                       00005400
           MOVE 1                  TO SEC-NUMERO.                       00005410
           MOVE 'DATOS DEL MAESTRO DE CLIENTES' TO SEC-TEXTO.           00005420
           PERFORM 2050-TITULO-SECCION                                  00005430
              THRU 2050-TITULO-SECCION-EXIT.                            00005440
                                                                        00005450
           MOVE 'NOMBRE / RAZON SOCIAL' TO DAT-ETIQUETA.                00005460
           MOVE VXMI-DENOM         TO DAT-VALOR.                        00005470
           PERFORM 2060-LINEA-DATO                                      00005480
              THRU 2060-LINEA-DATO-EXIT.                                00005490
           MOVE 'DOCUMENTO DE IDENTIDAD' TO DAT-ETIQUETA.               00005500
           MOVE VXMI-NIF           TO DAT-VALOR.                        00005510
           PERFORM 2060-LINEA-DATO                                      00005520
              THRU 2060-LINEA-DATO-EXIT.                                00005530
           MOVE 'DOMICILIO'        TO DAT-ETIQUETA.                     00005540
           MOVE VXMI-DOMIC         TO DAT-VALOR.                        00005550
           PERFORM 2060-LINEA-DATO                                      00005560
              THRU 2060-LINEA-DATO-EXIT.                                00005570
           MOVE 'LOCALIDAD'        TO DAT-ETIQUETA.                     00005580
           MOVE VXMI-LOCAL         TO DAT-VALOR.                        00005590
           PERFORM 2060-LINEA-DATO                                      00005600
              THRU 2060-LINEA-DATO-EXIT.                                00005610
           MOVE 'CODIGO POSTAL'    TO DAT-ETIQUETA.                     00005620
           MOVE VXMI-CODPOS        TO DAT-VALOR.                        00005630
           PERFORM 2060-LINEA-DATO                                      00005640
              THRU 2060-LINEA-DATO-EXIT.                                00005650
           MOVE 'TELEFONO'         TO DAT-ETIQUETA.                     00005660
           MOVE VXMI-TELEFHAC      TO EDI-TELEF.                        00005670
           MOVE EDI-TELEF          TO DAT-VALOR.                        00005680
           PERFORM 2060-LINEA-DATO                                      00005690
              THRU 2060-LINEA-DATO-EXIT.                                00005700
           MOVE 'RESIDENCIA FISCAL' TO DAT-ETIQUETA.                    00005710
           MOVE VXMI-RESIFIS       TO DAT-VALOR.                        00005720
           PERFORM 2060-LINEA-DATO                                      00005730
              THRU 2060-LINEA-DATO-EXIT.                                00005740
           MOVE 'IDIOMA CORRESPONDENCIA' TO DAT-ETIQUETA.               00005750
           MOVE VXMI-IDIOMA        TO DAT-VALOR.                        00005760
           PERFORM 2060-LINEA-DATO                                      00005770
              THRU 2060-LINEA-DATO-EXIT.                                00005780
           MOVE 'PERFIL DE INVERSOR' TO DAT-ETIQUETA.                   00005790
           MOVE VXMI-PERFIL        TO DAT-VALOR.                        00005800
           PERFORM 2060-LINEA-DATO                                      00005810
              THRU 2060-LINEA-DATO-EXIT.                                00005820
           MOVE 'NIVEL DE RIESGO KYC' TO DAT-ETIQUETA.                  00005830
           MOVE VXMI-NIVKYC        TO DAT-VALOR.                        00005840
           PERFORM 2060-LINEA-DATO                                      00005850
              THRU 2060-LINEA-DATO-EXIT.                                00005860
           MOVE 'PROXIMA REVISION KYC' TO DAT-ETIQUETA.                 00005870
           MOVE VXMI-FECREVKYC     TO EDI-FECHA.                        00005880
           MOVE EDI-FECHA          TO DAT-VALOR.                        00005890
           PERFORM 2060-LINEA-DATO                                      00005900
              THRU 2060-LINEA-DATO-EXIT.                                00005910
           MOVE 'FECHA DE ALTA'    TO DAT-ETIQUETA.                     00005920
           MOVE VXMI-FEALTREG      TO EDI-FECHA.                        00005930
           MOVE EDI-FECHA          TO DAT-VALOR.                        00005940
           PERFORM 2060-LINEA-DATO                                      00005950
              THRU 2060-LINEA-DATO-EXIT.                                00005960
           ADD 1                   TO CONT-FILAS.                       00005970
      *                                                                *00005980
      *------------------------------*                                  00005990
       2100-DATOS-CLIENTE-EXIT.                                         00006000
      *------------------------------*                                  00006010
           EXIT.                                                        00006020
                                                                        00006030
      *---------------------------*                                     00006040
       2200-CONSENTIMIENTOS.                                            00006050
      *---------------------------*                                     00006060
           MOVE 2                  TO SEC-NUMERO.                       00006070
           MOVE 'CONSENTIMIENTOS OTORGADOS (S = SI, N = NO)'            00006080
                                   TO SEC-TEXTO.                        00006090
           PERFORM 2050-TITULO-SECCION                                  00006100
              THRU 2050-TITULO-SECCION-EXIT.                            00006110
                                                                        00006120
           INITIALIZE DCLVLDTCNS.                                       00006130
           MOVE W-NUMCLI           TO VCNS-NUMCLI.                      00006140
           EXEC SQL                                                     00006150
                SELECT  VCNS_PUBLICIDAD                                 00006160
                     ,  VCNS_FEC_PUBLI                                  00006170
                     ,  VCNS_TERCEROS                                   00006180
                     ,  VCNS_FEC_TERCE                                  00006190
                     ,  VCNS_ELECTRON                                   00006200
                     ,  VCNS_FEC_ELECT                                  00006210
                     ,  VCNS_DOCREF                                     00006220
                  INTO :VCNS-PUBLICIDAD                                 00006230
                     , :VCNS-FEC-PUBLI                                  00006240
                     , :VCNS-TERCEROS                                   00006250
                     , :VCNS-FEC-TERCE                                  00006260
                     , :VCNS-ELECTRON                                   00006270
                     , :VCNS-FEC-ELECT                                  00006280
                     , :VCNS-DOCREF                                     00006290
                  FROM  VLDTCNS                                         00006300
                 WHERE  VCNS_NUMCLI = :VCNS-NUMCLI                      00006310
           END-EXEC.                                                    00006320
           EVALUATE SQLCODE                                             00006330
               WHEN ZERO                                                00006340
                    CONTINUE                                            00006350
               WHEN 100                                                 00006360
                    MOVE LIN-SIN-DATOS TO W-LINEA                       00006370
                    PERFORM 2900-ESCRIBE-LINEA                          00006380
                       THRU 2900-ESCRIBE-LINEA-EXIT                     00006390
                    GO TO 2200-CONSENTIMIENTOS-EXIT                     00006400
               WHEN OTHER                                               00006410
                    MOVE 'SELECT'              TO WS-ACCION             00006420
                    MOVE 'VLDTCNS-2200'        TO WS-PARRAFO            00006430
                    PERFORM 3001-ERROR                                  00006440
           END-EVALUATE.                                                00006450
                                                                        00006460
           MOVE 'PUBLICIDAD'       TO DAT-ETIQUETA.                     00006470
           MOVE VCNS-FEC-PUBLI     TO EDI-FECHA.                        00006480
           MOVE SPACES             TO DAT-VALOR.                        00006490
           STRING VCNS-PUBLICIDAD '  DESDE ' EDI-FECHA                  00006500
                  DELIMITED BY SIZE INTO DAT-VALOR.                     00006510
           PERFORM 2060-LINEA-DATO                                      00006520
              THRU 2060-LINEA-DATO-EXIT.                                00006530
           MOVE 'CESION A TERCEROS' TO DAT-ETIQUETA.                    00006540
           MOVE VCNS-FEC-TERCE     TO EDI-FECHA.                        00006550
           MOVE SPACES             TO DAT-VALOR.                        00006560
           STRING VCNS-TERCEROS '  DESDE ' EDI-FECHA                    00006570
                  DELIMITED BY SIZE INTO DAT-VALOR.                     00006580
           PERFORM 2060-LINEA-DATO                                      00006590
              THRU 2060-LINEA-DATO-EXIT.                                00006600
           MOVE 'CANAL ELECTRONICO' TO DAT-ETIQUETA.                    00006610
           MOVE VCNS-FEC-ELECT     TO EDI-FECHA.                        00006620
           MOVE SPACES             TO DAT-VALOR.                        00006630
           STRING VCNS-ELECTRON '  DESDE ' EDI-FECHA                    00006640
                  DELIMITED BY SIZE INTO DAT-VALOR.                     00006650
           PERFORM 2060-LINEA-DATO                                      00006660
              THRU 2060-LINEA-DATO-EXIT.                                00006670
           MOVE 'DOCUMENTO DE SOPORTE' TO DAT-ETIQUETA.                 00006680
           MOVE VCNS-DOCREF        TO DAT-VALOR.                        00006690
           PERFORM 2060-LINEA-DATO                                      00006700
              THRU 2060-LINEA-DATO-EXIT.                                00006710
           ADD 1                   TO CONT-FILAS.                       00006720
      *                                                                *00006730
      *--------------------------------*                                00006740
       2200-CONSENTIMIENTOS-EXIT.                                       00006750
      *--------------------------------*                                00006760
           EXIT.                                                        00006770
                                                                        00006780
      *-------------*                                                   00006790
       2300-CUENTAS.                                                    00006800
      *-------------*                                                   00006810
           MOVE 3                  TO SEC-NUMERO.                       00006820
           MOVE 'CUENTAS DE LAS QUE ES TITULAR' TO SEC-TEXTO.           00006830
           PERFORM 2050-TITULO-SECCION                                  00006840
              THRU 2050-TITULO-SECCION-EXIT.                            00006850
                                                                        00006860
           EXEC SQL                                                     00006870
                OPEN VLDCDPE1                                           00006880
           END-EXEC.                                                    00006890
           IF SQLCODE NOT = ZERO                                        00006900
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00006910
              MOVE 'VLDCDPE1-2300'          TO WS-PARRAFO               00006920
              PERFORM 3001-ERROR                                        00006930
           END-IF.                                                      00006940
           PERFORM 2310-FETCH-VLDCDPE1                                  00006950
              THRU 2310-FETCH-VLDCDPE1-EXIT.                            00006960
           PERFORM 2320-DETALLE-CUENTA                                  00006970
              THRU 2320-DETALLE-CUENTA-EXIT                             00006980
              UNTIL FIN-CURSOR.                                         00006990
           EXEC SQL                                                     00007000
                CLOSE VLDCDPE1                                          00007010
           END-EXEC.                                                    00007020
           PERFORM 2070-FIN-SECCION                                     00007030
              THRU 2070-FIN-SECCION-EXIT.                               00007040
      *                                                                *00007050
      *------------------*                                              00007060
       2300-CUENTAS-EXIT.                                               00007070
      *------------------*                                              00007080
           EXIT.                                                        00007090
      *--------------------*                                            00007100
       2310-FETCH-VLDCDPE1.                                             00007110
      *--------------------*                                            00007120
           EXEC SQL                                                     00007130
                FETCH  VLDCDPE1                                         00007140
                 INTO :VARC-CUENTA                                      00007150
                    , :VARC-SUCURS                                      00007160
                    , :VARC-SITUAC                                      00007170
                    , :VARC-FEALTREG                                    00007180
           END-EXEC.                                                    00007190
           EVALUATE SQLCODE                                             00007200
               WHEN ZERO                                                00007210
                    CONTINUE                                            00007220
               WHEN 100                                                 00007230
                    MOVE 'SI'                  TO SW-FIN-CUR            00007240
               WHEN OTHER                                               00007250
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00007260
                    MOVE 'VLDCDPE1-2310'       TO WS-PARRAFO            00007270
                    PERFORM 3001-ERROR                                  00007280
           END-EVALUATE.                                                00007290
      *                                                                *00007300
      *-------------------------*                                       00007310
       2310-FETCH-VLDCDPE1-EXIT.                                        00007320
      *-------------------------*                                       00007330
           EXIT.                                                        00007340
      *--------------------------*                                      00007350
       2320-DETALLE-CUENTA.                                             00007360
      *--------------------------*                                      00007370
           MOVE VARC-CUENTA        TO CTA-CUENTA.                       00007380
           MOVE VARC-SUCURS        TO CTA-SUCURS.                       00007390
           MOVE VARC-SITUAC        TO CTA-SITUAC.                       00007400
           MOVE VARC-FEALTREG      TO CTA-FEALTA.                       00007410
           MOVE LIN-CUENTA         TO W-LINEA.                          00007420
           PERFORM 2080-LINEA-FILA                                      00007430
              THRU 2080-LINEA-FILA-EXIT.                                00007440
           PERFORM 2310-FETCH-VLDCDPE1                                  00007450
              THRU 2310-FETCH-VLDCDPE1-EXIT.                            00007460
      *                                                                *00007470
      *-------------------------------*                                 00007480
       2320-DETALLE-CUENTA-EXIT.                                        00007490
      *-------------------------------*                                 00007500
           EXIT.                                                        00007510
                                                                        00007520
      *-------------------*                                             00007530
       2400-INTERVENCIONES.                                             00007540
      *-------------------*                                             00007550
           MOVE 4                  TO SEC-NUMERO.                       00007560
           MOVE 'INTERVENCIONES EN CUENTAS Y DOMICILIO ASIGNADO'        00007570
                                   TO SEC-TEXTO.                        00007580
           PERFORM 2050-TITULO-SECCION                                  00007590
              THRU 2050-TITULO-SECCION-EXIT.                            00007600
                                                                        00007610
           EXEC SQL                                                     00007620
                OPEN VLDCDPE2                                           00007630
           END-EXEC.                                                    00007640
           IF SQLCODE NOT = ZERO                                        00007650
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00007660
              MOVE 'VLDCDPE2-2400'          TO WS-PARRAFO               00007670
              PERFORM 3001-ERROR                                        00007680
           END-IF.                                                      00007690
           PERFORM 2410-FETCH-VLDCDPE2                                  00007700
              THRU 2410-FETCH-VLDCDPE2-EXIT.                            00007710
           PERFORM 2420-DETALLE-INTERV                                  00007720
              THRU 2420-DETALLE-INTERV-EXIT                             00007730
              UNTIL FIN-CURSOR.                                         00007740
           EXEC SQL                                                     00007750
                CLOSE VLDCDPE2                                          00007760
           END-EXEC.                                                    00007770
           PERFORM 2070-FIN-SECCION                                     00007780
              THRU 2070-FIN-SECCION-EXIT.                               00007790
      *                                                                *00007800
      *------------------------*                                        00007810
       2400-INTERVENCIONES-EXIT.                                        00007820
      *------------------------*                                        00007830
           EXIT.                                                        00007840
      *--------------------*                                            00007850
       2410-FETCH-VLDCDPE2.                                             00007860
      *--------------------*                                            00007870
           EXEC SQL                                                     00007880
                FETCH  VLDCDPE2                                         00007890
                 INTO :VADT-CUENTA                                      00007900
                    , :VADT-CLTITU                                      00007910
                    , :VADT-NUMDOM                                      00007920
                    , :VADT-CANALENT                                    00007930
           END-EXEC.                                                    00007940
           EVALUATE SQLCODE                                             00007950
               WHEN ZERO                                                00007960
                    CONTINUE                                            00007970
               WHEN 100                                                 00007980
                    MOVE 'SI'                  TO SW-FIN-CUR            00007990
               WHEN OTHER                                               00008000
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00008010
                    MOVE 'VLDCDPE2-2410'       TO WS-PARRAFO            00008020
                    PERFORM 3001-ERROR                                  00008030
           END-EVALUATE.                                                00008040
      *                                                                *00008050
      *-------------------------*                                       00008060
       2410-FETCH-VLDCDPE2-EXIT.                                        00008070
      *-------------------------*                                       00008080
           EXIT.                                                        00008090
      *--------------------------*                                      00008100
       2420-DETALLE-INTERV.                                             00008110
      *--------------------------*                                      00008120
           MOVE VADT-CUENTA        TO INT-CUENTA.                       00008130
           MOVE VADT-CLTITU        TO INT-CLTITU.                       00008140
           MOVE VADT-NUMDOM        TO INT-NUMDOM.                       00008150
           MOVE VADT-CANALENT      TO INT-CANAL.                        00008160
           MOVE LIN-INTERV         TO W-LINEA.                          00008170
           PERFORM 2080-LINEA-FILA                                      00008180
              THRU 2080-LINEA-FILA-EXIT.                                00008190
           PERFORM 2410-FETCH-VLDCDPE2                                  00008200
              THRU 2410-FETCH-VLDCDPE2-EXIT.                            00008210
      *                                                                *00008220
      *-------------------------------*                                 00008230
       2420-DETALLE-INTERV-EXIT.                                        00008240
      *-------------------------------*                                 00008250
           EXIT.                                                        00008260
                                                                        00008270
      *-----------------*                                               00008280
       2500-APODERADOS.                                                 00008290
      *-----------------*                                               00008300
           MOVE 5                  TO SEC-NUMERO.                       00008310
           MOVE 'APODERADOS (CUENTA NOMBRE DOC. FACULTAD HASTA SIT)'    00008320
                                   TO SEC-TEXTO.                        00008330
           PERFORM 2050-TITULO-SECCION                                  00008340
              THRU 2050-TITULO-SECCION-EXIT.                            00008350
                                                                        00008360
           EXEC SQL                                                     00008370
                OPEN VLDCDPE3                                           00008380
           END-EXEC.                                                    00008390
           IF SQLCODE NOT = ZERO                                        00008400
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00008410
              MOVE 'VLDCDPE3-2500'          TO WS-PARRAFO               00008420
              PERFORM 3001-ERROR                                        00008430
           END-IF.                                                      00008440
           PERFORM 2510-FETCH-VLDCDPE3                                  00008450
              THRU 2510-FETCH-VLDCDPE3-EXIT.                            00008460
           PERFORM 2520-DETALLE-APODER                                  00008470
              THRU 2520-DETALLE-APODER-EXIT                             00008480
              UNTIL FIN-CURSOR.                                         00008490
           EXEC SQL                                                     00008500
                CLOSE VLDCDPE3                                          00008510
           END-EXEC.                                                    00008520
           PERFORM 2070-FIN-SECCION                                     00008530
              THRU 2070-FIN-SECCION-EXIT.                               00008540
      *                                                                *00008550
      *----------------------*                                          00008560
       2500-APODERADOS-EXIT.                                            00008570
      *----------------------*                                          00008580
           EXIT.                                                        00008590
      *--------------------*                                            00008600
       2510-FETCH-VLDCDPE3.                                             00008610
      *--------------------*                                            00008620
           EXEC SQL                                                     00008630
                FETCH  VLDCDPE3                                         00008640
                 INTO :VAPO-CUENTA                                      00008650
                    , :VAPO-NOMBRE                                      00008660
                    , :VAPO-NRODOC                                      00008670
                    , :VAPO-FACULTAD                                    00008680
                    , :VAPO-VIGHASTA                                    00008690
                    , :VAPO-SITUAC                                      00008700
           END-EXEC.                                                    00008710
           EVALUATE SQLCODE                                             00008720
               WHEN ZERO                                                00008730
                    CONTINUE                                            00008740
               WHEN 100                                                 00008750
                    MOVE 'SI'                  TO SW-FIN-CUR            00008760
               WHEN OTHER                                               00008770
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00008780
                    MOVE 'VLDCDPE3-2510'       TO WS-PARRAFO            00008790
                    PERFORM 3001-ERROR                                  00008800
           END-EVALUATE.                                                00008810
      *                                                                *00008820
      *-------------------------*                                       00008830
       2510-FETCH-VLDCDPE3-EXIT.                                        00008840
      *-------------------------*                                       00008850
           EXIT.                                                        00008860
      *--------------------------*                                      00008870
       2520-DETALLE-APODER.                                             00008880
      *--------------------------*                                      00008890
           MOVE VAPO-CUENTA        TO APO-CUENTA.                       00008900
           MOVE VAPO-NOMBRE        TO APO-NOMBRE.                       00008910
           MOVE VAPO-NRODOC        TO APO-NRODOC.                       00008920
           MOVE VAPO-FACULTAD      TO APO-FACULTAD.                     00008930
           MOVE VAPO-VIGHASTA      TO APO-VIGHASTA.                     00008940
           MOVE VAPO-SITUAC        TO APO-SITUAC.                       00008950
           MOVE LIN-APODER         TO W-LINEA.                          00008960
           PERFORM 2080-LINEA-FILA                                      00008970
              THRU 2080-LINEA-FILA-EXIT.                                00008980
           PERFORM 2510-FETCH-VLDCDPE3                                  00008990
              THRU 2510-FETCH-VLDCDPE3-EXIT.                            00009000
      *                                                                *00009010
      *-------------------------------*                                 00009020
       2520-DETALLE-APODER-EXIT.                                        00009030
      *-------------------------------*                                 00009040
           EXIT.                                                        00009050
                                                                        00009060
      *-------------------*                                             00009070
       2600-BENEFICIARIOS.                                              00009080
      *-------------------*                                             00009090
           MOVE 6                  TO SEC-NUMERO.                       00009100
           MOVE 'BENEFICIARIO FINAL (EMPRESA NOMBRE DOC. % TIPO EST)'   00009110
                                   TO SEC-TEXTO.                        00009120
           PERFORM 2050-TITULO-SECCION                                  00009130
              THRU 2050-TITULO-SECCION-EXIT.                            00009140
                                                                        00009150
           EXEC SQL                                                     00009160
                OPEN VLDCDPE4                                           00009170
           END-EXEC.                                                    00009180
           IF SQLCODE NOT = ZERO                                        00009190
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00009200
              MOVE 'VLDCDPE4-2600'          TO WS-PARRAFO               00009210
              PERFORM 3001-ERROR                                        00009220
           END-IF.                                                      00009230
           PERFORM 2610-FETCH-VLDCDPE4                                  00009240
              THRU 2610-FETCH-VLDCDPE4-EXIT.                            00009250
           PERFORM 2620-DETALLE-BENEF                                   00009260
              THRU 2620-DETALLE-BENEF-EXIT                              00009270
              UNTIL FIN-CURSOR.                                         00009280
           EXEC SQL                                                     00009290
                CLOSE VLDCDPE4                                          00009300
           END-EXEC.                                                    00009310
           PERFORM 2070-FIN-SECCION                                     00009320
              THRU 2070-FIN-SECCION-EXIT.                               00009330
      *                                                                *00009340
      *------------------------*                                        00009350
       2600-BENEFICIARIOS-EXIT.                                         00009360
      *------------------------*                                        00009370
           EXIT.                                                        00009380
      *--------------------*                                            00009390
       2610-FETCH-VLDCDPE4.                                             00009400
      *--------------------*                                            00009410
           EXEC SQL                                                     00009420
                FETCH  VLDCDPE4                                         00009430
                 INTO :VBEF-NUMCLI                                      00009440
                    , :VBEF-NOMBRE                                      00009450
                    , :VBEF-NRODOC                                      00009460
                    , :VBEF-PCT                                         00009470
                    , :VBEF-TIPCTL                                      00009480
                    , :VBEF-ESTADO                                      00009490
           END-EXEC.                                                    00009500
           EVALUATE SQLCODE                                             00009510
               WHEN ZERO                                                00009520
                    CONTINUE                                            00009530
               WHEN 100                                                 00009540
                    MOVE 'SI'                  TO SW-FIN-CUR            00009550
               WHEN OTHER                                               00009560
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00009570
                    MOVE 'VLDCDPE4-2610'       TO WS-PARRAFO            00009580
                    PERFORM 3001-ERROR                                  00009590
           END-EVALUATE.                                                00009600
      *                                                                *00009610
      *-------------------------*                                       00009620
       2610-FETCH-VLDCDPE4-EXIT.                                        00009630
      *-------------------------*                                       00009640
           EXIT.                                                        00009650
      *--------------------------*                                      00009660
       2620-DETALLE-BENEF.                                              00009670
      *--------------------------*                                      00009680
           MOVE VBEF-NUMCLI        TO BEN-NUMCLI.                       00009690
           MOVE VBEF-NOMBRE        TO BEN-NOMBRE.                       00009700
           MOVE VBEF-NRODOC        TO BEN-NRODOC.                       00009710
           MOVE VBEF-PCT           TO BEN-PCT.                          00009720
           MOVE VBEF-TIPCTL        TO BEN-TIPCTL.                       00009730
           MOVE VBEF-ESTADO        TO BEN-ESTADO.                       00009740
           MOVE LIN-BENEF          TO W-LINEA.                          00009750
           PERFORM 2080-LINEA-FILA                                      00009760
              THRU 2080-LINEA-FILA-EXIT.                                00009770
           PERFORM 2610-FETCH-VLDCDPE4                                  00009780
              THRU 2610-FETCH-VLDCDPE4-EXIT.                            00009790
      *                                                                *00009800
      *------------------------------*                                  00009810
       2620-DETALLE-BENEF-EXIT.                                         00009820
      *------------------------------*                                  00009830
           EXIT.                                                        00009840
                                                                        00009850
      *----------------*                                                00009860
       2700-DOCUMENTOS.                                                 00009870
      *----------------*                                                00009880
           MOVE 7                  TO SEC-NUMERO.                       00009890
           MOVE 'DOCUMENTOS EMITIDOS A SUS CUENTAS' TO SEC-TEXTO.       00009900
           PERFORM 2050-TITULO-SECCION                                  00009910
              THRU 2050-TITULO-SECCION-EXIT.                            00009920
                                                                        00009930
           EXEC SQL                                                     00009940
                OPEN VLDCDPE5                                           00009950
           END-EXEC.                                                    00009960
           IF SQLCODE NOT = ZERO                                        00009970
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00009980
              MOVE 'VLDCDPE5-2700'          TO WS-PARRAFO               00009990
              PERFORM 3001-ERROR                                        00010000
           END-IF.                                                      00010010
           PERFORM 2710-FETCH-VLDCDPE5                                  00010020
              THRU 2710-FETCH-VLDCDPE5-EXIT.                            00010030
           PERFORM 2720-DETALLE-DOCUM                                   00010040
              THRU 2720-DETALLE-DOCUM-EXIT                              00010050
              UNTIL FIN-CURSOR.                                         00010060
           EXEC SQL                                                     00010070
                CLOSE VLDCDPE5                                          00010080
           END-EXEC.                                                    00010090
           PERFORM 2070-FIN-SECCION                                     00010100
              THRU 2070-FIN-SECCION-EXIT.                               00010110
      *                                                                *00010120
      *---------------------*                                           00010130
       2700-DOCUMENTOS-EXIT.                                            00010140
      *---------------------*                                           00010150
           EXIT.                                                        00010160
      *--------------------*                                            00010170
       2710-FETCH-VLDCDPE5.                                             00010180
      *--------------------*                                            00010190
           EXEC SQL                                                     00010200
                FETCH  VLDCDPE5                                         00010210
                 INTO :VDRG-CUENTA                                      00010220
                    , :VDRG-TIPODOC                                     00010230
                    , :VDRG-FECHA                                       00010240
                    , :VDRG-CANAL                                       00010250
           END-EXEC.                                                    00010260
           EVALUATE SQLCODE                                             00010270
               WHEN ZERO                                                00010280
                    CONTINUE                                            00010290
               WHEN 100                                                 00010300
                    MOVE 'SI'                  TO SW-FIN-CUR            00010310
               WHEN OTHER                                               00010320
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00010330
                    MOVE 'VLDCDPE5-2710'       TO WS-PARRAFO            00010340
                    PERFORM 3001-ERROR                                  00010350
           END-EVALUATE.                                                00010360
      *                                                                *00010370
      *-------------------------*                                       00010380
       2710-FETCH-VLDCDPE5-EXIT.                                        00010390
      *-------------------------*                                       00010400
           EXIT.                                                        00010410
      *--------------------------*                                      00010420
       2720-DETALLE-DOCUM.                                              00010430
      *--------------------------*                                      00010440
           MOVE VDRG-CUENTA        TO DOC-CUENTA.                       00010450
           MOVE VDRG-TIPODOC       TO DOC-TIPODOC.                      00010460
           MOVE VDRG-FECHA         TO DOC-FECHA.                        00010470
           MOVE VDRG-CANAL         TO DOC-CANAL.                        00010480
           MOVE LIN-DOCUM          TO W-LINEA.                          00010490
           PERFORM 2080-LINEA-FILA                                      00010500
              THRU 2080-LINEA-FILA-EXIT.                                00010510
           PERFORM 2710-FETCH-VLDCDPE5                                  00010520
              THRU 2710-FETCH-VLDCDPE5-EXIT.                            00010530
      *                                                                *00010540
      *------------------------------*                                  00010550
       2720-DETALLE-DOCUM-EXIT.                                         00010560
      *------------------------------*                                  00010570
           EXIT.                                                        00010580
                                                                        00010590
      *--------------*                                                  00010600
       2800-HISTORIA.                                                   00010610
      *--------------*                                                  00010620
           MOVE 8                  TO SEC-NUMERO.                       00010630
           MOVE 'HISTORIA DE CAMBIOS (FECHA HORA TABLA OPER. TRANS.)'   00010640
                                   TO SEC-TEXTO.                        00010650
           PERFORM 2050-TITULO-SECCION                                  00010660
              THRU 2050-TITULO-SECCION-EXIT.                            00010670
                                                                        00010680
           EXEC SQL                                                     00010690
                OPEN VLDCDPE6                                           00010700
           END-EXEC.                                                    00010710
           IF SQLCODE NOT = ZERO                                        00010720
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00010730
              MOVE 'VLDCDPE6-2800'          TO WS-PARRAFO               00010740
              PERFORM 3001-ERROR                                        00010750
           END-IF.                                                      00010760
           PERFORM 2810-FETCH-VLDCDPE6                                  00010770
              THRU 2810-FETCH-VLDCDPE6-EXIT.                            00010780
           PERFORM 2820-DETALLE-LOG                                     00010790
              THRU 2820-DETALLE-LOG-EXIT                                00010800
              UNTIL FIN-CURSOR.                                         00010810
           EXEC SQL                                                     00010820
                CLOSE VLDCDPE6                                          00010830
           END-EXEC.                                                    00010840
           PERFORM 2070-FIN-SECCION                                     00010850
              THRU 2070-FIN-SECCION-EXIT.                               00010860
      *                                                                *00010870
      *-------------------*                                             00010880
       2800-HISTORIA-EXIT.                                              00010890
      *-------------------*                                             00010900
           EXIT.                                                        00010910
      *--------------------*                                            00010920
       2810-FETCH-VLDCDPE6.                                             00010930
      *--------------------*                                            00010940
           EXEC SQL                                                     00010950
                FETCH  VLDCDPE6                                         00010960
                 INTO :VRLOG-FECHA                                      00010970
                    , :VRLOG-HORA                                       00010980
                    , :VRLOG-NUMTER                                     00010990
                    , :VRLOG-NUMUSER                                    00011000
                    , :VRLOG-CODTRAN                                    00011010
                    , :VRLOG-TABLA                                      00011020
                    , :VRLOG-OPERACION                                  00011030
           END-EXEC.                                                    00011040
           EVALUATE SQLCODE                                             00011050
               WHEN ZERO                                                00011060
                    CONTINUE                                            00011070
               WHEN 100                                                 00011080
                    MOVE 'SI'                  TO SW-FIN-CUR            00011090
               WHEN OTHER                                               00011100
                    MOVE 'FETCH CURSOR'        TO WS-ACCION             00011110
                    MOVE 'VLDCDPE6-2810'       TO WS-PARRAFO            00011120
                    PERFORM 3001-ERROR                                  00011130
           END-EVALUATE.                                                00011140
      *                                                                *00011150
      *-------------------------*                                       00011160
       2810-FETCH-VLDCDPE6-EXIT.                                        00011170
      *-------------------------*                                       00011180
           EXIT.                                                        00011190
      *--------------------------*                                      00011200
       2820-DETALLE-LOG.                                                00011210
      *--------------------------*                                      00011220
           MOVE VRLOG-FECHA        TO LOG-FECHA.                        00011230
           MOVE VRLOG-HORA         TO LOG-HORA.                         00011240
           MOVE VRLOG-TABLA        TO LOG-TABLA.                        00011250
           MOVE VRLOG-OPERACION    TO LOG-OPERACION.                    00011260
           MOVE VRLOG-CODTRAN      TO LOG-CODTRAN.                      00011270
           MOVE VRLOG-NUMUSER      TO LOG-NUMUSER.                      00011280
           MOVE VRLOG-NUMTER       TO LOG-NUMTER.                       00011290
           MOVE LIN-LOG            TO W-LINEA.                          00011300
           PERFORM 2080-LINEA-FILA                                      00011310
              THRU 2080-LINEA-FILA-EXIT.                                00011320
           PERFORM 2810-FETCH-VLDCDPE6                                  00011330
              THRU 2810-FETCH-VLDCDPE6-EXIT.                            00011340
      *                                                                *00011350
      *----------------------------*                                    00011360
       2820-DETALLE-LOG-EXIT.                                           00011370
      *----------------------------*                                    00011380
           EXIT.                                                        00011390
                                                                        00011400
      *--------------------------*                                      00011410
       2900-ESCRIBE-LINEA.                                              00011420
      *--------------------------*                                      00011430
      *    LA LINEA VA AL REPORTE Y A LA PAGINA EN CURSO; LA PAGINA     00011440
      *    LLENA SE ENCOLA EN JETFORM                                   00011450
           WRITE SAL-RDPER       FROM W-LINEA.                          00011460
           IF NOT S1RDPER-OK                                            00011470
              MOVE 'WRITE S1RDPER'          TO WS-ACCION                00011480
              MOVE '2900-ESCRIBE-LIN'       TO WS-PARRAFO               00011490
              PERFORM 3001-ERROR                                        00011500
           END-IF.                                                      00011510
           ADD 1                   TO CONT-LINEAS                       00011520
                                      IX-PAG.                           00011530
           MOVE W-LINEA            TO PAG-LINEA (IX-PAG).               00011540
           IF IX-PAG = 25                                               00011550
              PERFORM 2950-ENCOLA-PAGINA                                00011560
                 THRU 2950-ENCOLA-PAGINA-EXIT                           00011570
           END-IF.                                                      00011580
      *                                                                *00011590
      *-------------------------------*                                 00011600
       2900-ESCRIBE-LINEA-EXIT.                                         00011610
      *-------------------------------*                                 00011620
           EXIT.                                                        00011630
      *---------------------------*                                     00011640
       2950-ENCOLA-PAGINA.                                              00011650
      *---------------------------*                                     00011660
      *    LA PAGINA QUEDA PENDIENTE EN LA COLA PERSISTENTE; SI LA      00011670
      *    IMPRESION SE PIERDE, VL4CJFRQ LA REENVIA.                    00011680
           INITIALIZE DCLVLDTJFQ.                                       00011690
           MOVE W-FECHA-AMD-N       TO VJFQ-FECHA.                      00011700
           MOVE W-HORA-CURRENT-N    TO VJFQ-HORA.                       00011710
           MOVE W-CTA-REF           TO VJFQ-CUENTA.                     00011720
           MOVE WK-FORMATO-DPER     TO VJFQ-FORMATO.                    00011730
           MOVE 'P'                 TO VJFQ-ESTADO.                     00011740
           MOVE ZEROS               TO VJFQ-REINTENTOS.                 00011750
           MOVE W-FECHA-AMD-N       TO VJFQ-FECULT.                     00011760
           MOVE 'BATC'              TO VJFQ-NUMTER.                     00011770
           MOVE W-PROGRAMA          TO VJFQ-USUARIO.                    00011780
           MOVE SPACES              TO VJFQ-CONTENIDO-TEXT.             00011790
      *    25 LINEAS DE 80                                              00011800
           MOVE W-PAGINA            TO VJFQ-CONTENIDO-TEXT (1:2000).    00011810
           MOVE 2000                TO VJFQ-CONTENIDO-LEN.              00011820
           EXEC SQL                                                     00011830
                INSERT INTO VLDTJFQ                                     00011840
                      ( VJFQ_FECHA                                      00011850
                      , VJFQ_HORA                                       00011860
                      , VJFQ_CUENTA                                     00011870
                      , VJFQ_FORMATO                                    00011880
                      , VJFQ_ESTADO                                     00011890
                      , VJFQ_REINTENTOS                                 00011900
                      , VJFQ_FECULT                                     00011910
                      , VJFQ_NUMTER                                     00011920
                      , VJFQ_USUARIO                                    00011930
                      , VJFQ_CONTENIDO )                                00011940
                VALUES                                                  00011950
                      ( :VJFQ-FECHA                                     00011960
                      , :VJFQ-HORA                                      00011970
                      , :VJFQ-CUENTA                                    00011980
                      , :VJFQ-FORMATO                                   00011990
                      , :VJFQ-ESTADO                                    00012000
                      , :VJFQ-REINTENTOS                                00012010
                      , :VJFQ-FECULT                                    00012020
                      , :VJFQ-NUMTER                                    00012030
                      , :VJFQ-USUARIO                                   00012040
                      , :VJFQ-CONTENIDO )                               00012050
           END-EXEC.                                                    00012060
           IF SQLCODE NOT = ZERO                                        00012070
              MOVE 'INSERT'                 TO WS-ACCION                00012080
              MOVE 'VLDTJFQ-2950'           TO WS-PARRAFO               00012090
              PERFORM 3001-ERROR                                        00012100
           END-IF.                                                      00012110
           ADD 1                    TO CONT-PAGINAS.                    00012120
      *    EL ID DE COLA DE LA PRIMERA PAGINA IDENTIFICA EL DOCUMENTO   00012130
           IF CONT-PAGINAS = 1                                          00012140
              EXEC SQL                                                  00012150
                   SET :WK-JFQ-ID-GEN = IDENTITY_VAL_LOCAL()            00012160
              END-EXEC                                                  00012170
              IF SQLCODE = ZERO                                         00012180
                 MOVE WK-JFQ-ID-GEN TO WK-JFQ-ID-PRIM                   00012190
              END-IF                                                    00012200
           END-IF.                                                      00012210
           MOVE SPACES              TO W-PAGINA.                        00012220
           MOVE ZEROS               TO IX-PAG.                          00012230
      *                                                                *00012240
      *--------------------------------*                                00012250
       2950-ENCOLA-PAGINA-EXIT.                                         00012260
      *--------------------------------*                                00012270
           EXIT.                                                        00012280
      *------------------------------*                                  00012290
       2960-REGISTRA-DOCUMENTO.                                         00012300
      *------------------------------*                                  00012310
           INITIALIZE DCLVLDTDRG.                                       00012320
           MOVE W-CTA-REF          TO VDRG-CUENTA.                      00012330
           MOVE 'DATOSPER'         TO VDRG-TIPODOC.                     00012340
           MOVE WK-FORMATO-DPER    TO VDRG-FORMATO.                     00012350
           MOVE W-FECHA-AMD-N      TO VDRG-FECHA.                       00012360
           MOVE W-HORA-CURRENT-N   TO VDRG-HORA.                        00012370
           MOVE 'P'                TO VDRG-CANAL.                       00012380
           MOVE WK-JFQ-ID-PRIM     TO VDRG-JFQ-ID.                      00012390
           MOVE 'BATC'             TO VDRG-NUMTER.                      00012400
           MOVE W-PROGRAMA         TO VDRG-USUARIO.                     00012410
           CALL WK-VL9CDRG0     USING DCLVLDTDRG WK-DRG-CODRESP.        00012420
           IF WK-DRG-CODRESP NOT = ZEROS                                00012430
              DISPLAY 'AVISO: REGISTRO VLDTDRG NO GRABADO'              00012440
           END-IF.                                                      00012450
      *                                                                *00012460
      *-----------------------------------*                             00012470
       2960-REGISTRA-DOCUMENTO-EXIT.                                    00012480
      *-----------------------------------*                             00012490
           EXIT.                                                        00012500
      *--------*                                                        00012510
       3000-FIN.                                                        00012520
      *--------*                                                        00012530
      *    ULTIMA PAGINA INCOMPLETA                                     00012540
           IF IX-PAG > ZEROS                                            00012550
              PERFORM 2950-ENCOLA-PAGINA                                00012560
                 THRU 2950-ENCOLA-PAGINA-EXIT                           00012570
           END-IF.                                                      00012580
           PERFORM 2960-REGISTRA-DOCUMENTO                              00012590
              THRU 2960-REGISTRA-DOCUMENTO-EXIT.                        00012600
           EXEC SQL                                                     00012610
                COMMIT                                                  00012620
           END-EXEC.                                                    00012630
           IF SQLCODE NOT = ZERO                                        00012640
              MOVE 'COMMIT'                 TO WS-ACCION                00012650
              MOVE '3000-FIN'               TO WS-PARRAFO               00012660
              PERFORM 3001-ERROR                                        00012670
           END-IF.                                                      00012680
           CLOSE S1RDPER.                                               00012690
           DISPLAY '***** FIN REPORTE DE DATOS PERSONALES *****'.       00012700
           DISPLAY 'CLIENTE                : ' WA-CARD-NUMCLI.          00012710
           DISPLAY 'FILAS INFORMADAS       : ' CONT-FILAS.              00012720
           DISPLAY 'LINEAS DEL DOCUMENTO   : ' CONT-LINEAS.             00012730
           DISPLAY 'PAGINAS EN COLA JETFORM: ' CONT-PAGINAS.            00012740
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00012750
           ACCEPT WK-HORA-FIN       FROM TIME.                          00012760
           INITIALIZE DCLVLDTCTL.                                       00012770
           MOVE W-PROGRAMA          TO VCTL-PROGRAMA.                   00012780
           MOVE W-FECHA-AMD-N       TO VCTL-FECPROC.                    00012790
           MOVE W-HORA-CURRENT-N    TO VCTL-HORA-INICIO.                00012800
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00012810
           MOVE CONT-FILAS          TO VCTL-LEIDOS.                     00012820
           MOVE CONT-LINEAS         TO VCTL-ESCRITOS.                   00012830
           MOVE ZEROS               TO VCTL-IMPORTE-TOT.                00012840
           MOVE 'OK'                TO VCTL-ESTADO.                     00012850
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00012860
           IF VCTL-CODRESP NOT = ZEROS                                  00012870
              DISPLAY 'AVISO: NO SE GRABO CONTROL VLDTCTL'              00012880
           END-IF.                                                      00012890
      *                                                                *00012900
      *-------------*                                                   00012910
       3000-FIN-EXIT.                                                   00012920
      *-------------*                                                   00012930
           EXIT.                                                        00012940
       3001-ERROR.                                                      00012950
      *-----------*                                                     00012960
           DISPLAY '********** ERROR EN EL PROGRAMA **********'.        00012970
           DISPLAY 'ACCION:          ' WS-ACCION.                       00012980
           DISPLAY 'PARRAFO:         ' WS-PARRAFO.                      00012990
           DISPLAY '******************************************'.        00013000
           MOVE 08 TO RETURN-CODE.                                      00013010
           STOP RUN.                                                    00013020
      *-----------------*                                               00013030
      * FIN DE PROGRAMA *                                               00013040
      *-----------------*                                               00013050
