       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL9CNOT0.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RUTINA DE ENCOLADO DE AVISOS AL CLIENTE (TABLA       *00000060
      *           VLDTNOT) PARA SU ENVIO POR SMS / CORREO EN EL FEED   *00000070
      *           NOCTURNO VL4CNOTF. LOS PROCESOS QUE PRODUCEN EL      *00000080
      *           EVENTO (VL4C3050, VL4CDIVC, VL4CCUPO, VL4CMARG,      *00000090
      *           VL4CPREL, VL4CESTC Y EL PROPIO VL4CNOTF) LA INVOCAN  *00000100
      *           CON EL LAYOUT VLCPTNOT INFORMADO:                    *00000110
      *           - SI NO TRAEN EL CLIENTE SE OBTIENE DE VLDTARC.      *00000120
      *           - UN EVENTO YA ENCOLADO PARA LA CUENTA (MISMO TIPO   *00000130
      *             Y MISMA REFERENCIA) NO SE VUELVE A GRABAR: ASI UN  *00000140
      *             REPROCESO NO ENVIA EL AVISO DOS VECES (DEVUELVE    *00000150
      *             01).                                               *00000160
      *           COMO EN VL9CDRG0, UN ERROR DE GRABACION NO TUMBA AL  *00000170
      *           LLAMADOR (DEVUELVE 99 Y EL LLAMADOR DECIDE).         *00000180
      * FECHA   : 15-10-2026                                           *00000190
      ******************************************************************00000200
      ******************************************************************00000210
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000220
      *---------- ---------- ---------------- -------------------------*00000230
      *RITM49198  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000240
      *---------- ---------- ---------------- -------------------------*00000250
      ******************************************************************00000260
       ENVIRONMENT DIVISION.                                            00000270
       CONFIGURATION SECTION.                                           00000280
       SPECIAL-NAMES.                                                   00000290
       DATA DIVISION.                                                   00000300
      ******************************************************************00000310
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000320
      ******************************************************************00000330
       WORKING-STORAGE SECTION.                                         00000340
      *                                                                 00000350
       77  W-PROGRAMA              PIC X(08) VALUE 'VL9CNOT0'.          00000360
      *                                                                 00000370
       01  W-DATE                  PIC 9(6).                            00000380
       01  FILLER                  REDEFINES W-DATE.                    00000390
           02 W-ANO                PIC 99.                              00000400
           02 W-MES                PIC 99.                              00000410
           02 W-DIA                PIC 99.                              00000420
       01  W-FECHA-AMD.                                                 00000430
           05 W-AA-AMD             PIC 9(4).                            00000440
           05 W-MM-AMD             PIC 9(2).                            00000450
           05 W-DD-AMD             PIC 9(2).                            00000460
       01  W-FECHA-AMD-N REDEFINES W-FECHA-AMD PIC 9(8).                00000470
       01  W-HORA-CURRENT.                                              00000480
           02  W-HORA              PIC 99.                              00000490
           02  W-MINUTOS           PIC 99.                              00000500
           02  W-SEGUNDOS          PIC 99.                              00000510
       01  W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).          00000520
      *                                                                 00000530
       01  WK-EXISTE               PIC S9(9) COMP.                      00000540
      *                                                                 00000550
      *  AREA DE COMUNICACION SQLCA                                     00000560
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000570
      *                                                                 00000580
      *---------------*                                                 00000590
       LINKAGE SECTION.                                                 00000600
      *---------------*                                                 00000610
           COPY VLCPTNOT.                                               00000620
       01  VL9NOT-CODRESP          PIC 9(02).                           00000630
      *                                                                 00000640
      *------------------------------------------------------*          00000650
       PROCEDURE DIVISION USING DCLVLDTNOT VL9NOT-CODRESP.              00000660
      *------------------------------------------------------*          00000670
      *                                                                 00000680
           MOVE ZEROS TO VL9NOT-CODRESP.                                00000690
                                                                        00000700
           IF VNOT-NUMCLI = ZEROS                                       00000710
              EXEC SQL                                                  00000720
                   SELECT VARC_NUMCLI                                   00000730
                     INTO :VNOT-NUMCLI                                  00000740
                     FROM VLDTARC                                       00000750
                    WHERE VARC_CUENTA = :VNOT-CUENTA                    00000760
              END-EXEC                                                  00000770
              IF SQLCODE NOT = ZERO                                     00000780
                 MOVE 99 TO VL9NOT-CODRESP                              00000790
                 DISPLAY W-PROGRAMA ' CUENTA ' VNOT-CUENTA              00000800
                         ' NO LOCALIZADA EN VLDTARC SQLCODE: ' SQLCODE  00000810
                 GOBACK                                                 00000820
              END-IF                                                    00000830
           END-IF.                                                      00000840
                                                                        00000850
           MOVE ZEROS TO WK-EXISTE.                                     00000860
           EXEC SQL                                                     00000870
                SELECT COUNT(*)                                         00000880
                  INTO :WK-EXISTE                                       00000890
                  FROM VLDTNOT                                          00000900
                 WHERE VNOT_CUENTA = :VNOT-CUENTA                       00000910
                   AND VNOT_TIPEVE = :VNOT-TIPEVE                       00000920
                   AND VNOT_REFEVE = :VNOT-REFEVE                       00000930
           END-EXEC.                                                    00000940
                                                                        00000950
           IF SQLCODE NOT = ZERO                                        00000960
              MOVE 99 TO VL9NOT-CODRESP                                 00000970
              DISPLAY W-PROGRAMA ' ERROR SELECT VLDTNOT SQLCODE: '      00000980
                      SQLCODE                                           00000990
              GOBACK                                                    00001000
           END-IF.                                                      00001010
                                                                        00001020
           IF WK-EXISTE > ZEROS                                         00001030
              MOVE 01 TO VL9NOT-CODRESP                                 00001040
              GOBACK                                                    00001050
           END-IF.                                                      00001060
                                                                        00001070
           ACCEPT W-DATE FROM DATE.                                     00001080
           ADD  2000, W-ANO    GIVING W-AA-AMD.                         00001090
           MOVE W-MES              TO W-MM-AMD.                         00001100
           MOVE W-DIA              TO W-DD-AMD.                         00001110
           ACCEPT W-HORA-CURRENT FROM TIME.                             00001120
                                                                        00001130
           SET  VNOT-PENDIENTE     TO TRUE.                             00001140
           MOVE SPACES             TO VNOT-MOTIVO                       00001150
                                      VNOT-CANAL.                       00001160
           MOVE ZEROS              TO VNOT-FECENVIO                     00001170
                                      VNOT-FECRESUL.                    00001180
           MOVE W-FECHA-AMD-N      TO VNOT-FEALTREG.                    00001190
           MOVE W-HORA-CURRENT-N   TO VNOT-HORALTA.                     00001200
           IF VNOT-FECEVE = ZEROS                                       00001210
              MOVE W-FECHA-AMD-N   TO VNOT-FECEVE                       00001220
           END-IF.                                                      00001230
           IF VNOT-USUARIO = SPACES OR LOW-VALUES                       00001240
              MOVE W-PROGRAMA      TO VNOT-USUARIO                      00001250
           END-IF.                                                      00001260
                                                                        00001270
           EXEC SQL                                                     00001280
                INSERT INTO VLDTNOT                                     00001290
                      ( VNOT_NUMCLI                                     00001300
                      , VNOT_CUENTA                                     00001310
                      , VNOT_TIPEVE                                     00001320
                      , VNOT_REFEVE                                     00001330
                      , VNOT_FECEVE                                     00001340
                      , VNOT_CODVALOR                                   00001350
                      , VNOT_IMPORTE                                    00001360
                      , VNOT_MONEDA                                     00001370
                      , VNOT_DETALLE                                    00001380
                      , VNOT_ESTADO                                     00001390
                      , VNOT_MOTIVO                                     00001400
                      , VNOT_CANAL                                      00001410
                      , VNOT_FECENVIO                                   00001420
                      , VNOT_FECRESUL                                   00001430
                      , VNOT_FEALTREG                                   00001440
                      , VNOT_HORALTA                                    00001450
                      , VNOT_USUARIO )                                  00001460
                VALUES                                                  00001470
                      ( :VNOT-NUMCLI                                    00001480
                      , :VNOT-CUENTA                                    00001490
                      , :VNOT-TIPEVE                                    00001500
                      , :VNOT-REFEVE                                    00001510
                      , :VNOT-FECEVE                                    00001520
                      , :VNOT-CODVALOR                                  00001530
                      , :VNOT-IMPORTE                                   00001540
                      , :VNOT-MONEDA                                    00001550
                      , :VNOT-DETALLE                                   00001560
                      , :VNOT-ESTADO                                    00001570
                      , :VNOT-MOTIVO                                    00001580
                      , :VNOT-CANAL                                     00001590
                      , :VNOT-FECENVIO                                  00001600
                      , :VNOT-FECRESUL                                  00001610
                      , :VNOT-FEALTREG                                  00001620
                      , :VNOT-HORALTA                                   00001630
                      , :VNOT-USUARIO )                                 00001640
           END-EXEC.                                                    00001650
                                                                        00001660
           IF SQLCODE NOT = ZERO                                        00001670
              MOVE 99 TO VL9NOT-CODRESP                                 00001680
              DISPLAY W-PROGRAMA ' ERROR INSERT VLDTNOT SQLCODE: '      00001690
                      SQLCODE                                           00001700
           END-IF.                                                      00001710
                                                                        00001720
           GOBACK.                                                      00001730
      *-----------------*                                               00001740
      * FIN DE PROGRAMA *                                               00001750
      *-----------------*                                               00001760
