       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL9CCNS0.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RUTINA DE CONSULTA DE CONSENTIMIENTOS DEL CLIENTE    *00000060
      *           (TABLA VLDTCNS, VER VLCPTCN0). ANTES DE USAR LOS     *00000070
      *           DATOS DE UN CLIENTE PARA PUBLICIDAD, CEDERLOS A      *00000080
      *           TERCEROS O ENVIARLE ALGO POR EL CANAL ELECTRONICO,   *00000090
      *           EL PROCESO PREGUNTA AQUI SI EL CLIENTE LO CONSINTIO. *00000100
      *           SIN FILA EN VLDTCNS LA RESPUESTA ES 'N'. NO ABENDA:  *00000110
      *           DEVUELVE CN0-CODRESP 00/01/99 Y EL LLAMADOR DECIDE.  *00000120
      * FECHA   : 15-10-2026                                           *00000130
      ******************************************************************00000140
      ******************************************************************00000150
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000160
      *---------- ---------- ---------------- -------------------------*00000170
      *RITM49185  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000180
      *---------- ---------- ---------------- -------------------------*00000190
      ******************************************************************00000200
       ENVIRONMENT DIVISION.                                            00000210
       CONFIGURATION SECTION.                                           00000220
       SPECIAL-NAMES.                                                   00000230
       DATA DIVISION.                                                   00000240
      ******************************************************************00000250
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000260
      ******************************************************************00000270
       WORKING-STORAGE SECTION.                                         00000280
       77  W-PROGRAMA              PIC X(08) VALUE 'VL9CCNS0'.          00000290
      *    CONSENTIMIENTOS DEL CLIENTE                                  00000300
           COPY VLCPTCNS.                                               00000310
      *                                                                 00000320
      *  AREA DE COMUNICACION SQLCA                                     00000330
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000340
      *---------------*                                                 00000350
       LINKAGE SECTION.                                                 00000360
      *---------------*                                                 00000370
           COPY VLCPTCN0.                                               00000380
      *---------------------------------------*                         00000390
       PROCEDURE DIVISION USING VL9CCNS0-AREA.                          00000400
      *---------------------------------------*                         00000410
           MOVE ZEROS              TO CN0-CODRESP.                      00000420
           MOVE 'N'                TO CN0-PERMITIDO.                    00000430
                                                                        00000440
           PERFORM 2000-BUSCA-CONSENTIMIENTO                            00000450
              THRU 2000-BUSCA-CONSENTIMIENTO-EXIT.                      00000460
                                                                        00000470
           GOBACK.                                                      00000480
      *                                                                *00000490
      *-------------------------------*                                 00000500
       2000-BUSCA-CONSENTIMIENTO.                                       00000510
      *-------------------------------*                                 00000520
           IF NOT CN0-USO-PUBLICIDAD AND NOT CN0-USO-TERCEROS           00000530
              AND NOT CN0-USO-ELECTRONICO                               00000540
              MOVE 01 TO CN0-CODRESP                                    00000550
              GO TO 2000-BUSCA-CONSENTIMIENTO-EXIT                      00000560
           END-IF.                                                      00000570
                                                                        00000580
           INITIALIZE DCLVLDTCNS.                                       00000590
           MOVE CN0-NUMCLI         TO VCNS-NUMCLI.                      00000600
           EXEC SQL                                                     00000610
                SELECT  VCNS_PUBLICIDAD                                 00000620
                     ,  VCNS_TERCEROS                                   00000630
                     ,  VCNS_ELECTRON                                   00000640
                  INTO :VCNS-PUBLICIDAD                                 00000650
                     , :VCNS-TERCEROS                                   00000660
                     , :VCNS-ELECTRON                                   00000670
                  FROM  VLDTCNS                                         00000680
                 WHERE  VCNS_NUMCLI = :VCNS-NUMCLI                      00000690
           END-EXEC.                                                    00000700
           EVALUATE SQLCODE                                             00000710
               WHEN ZERO                                                00000720
                    CONTINUE                                            00000730
               WHEN 100                                                 00000740
      *             SIN FILA = SIN CONSENTIMIENTO                       00000750
                    GO TO 2000-BUSCA-CONSENTIMIENTO-EXIT                00000760
               WHEN OTHER                                               00000770
                    MOVE 99 TO CN0-CODRESP                              00000780
                    GO TO 2000-BUSCA-CONSENTIMIENTO-EXIT                00000790
           END-EVALUATE.                                                00000800
                                                                        00000810
           EVALUATE TRUE                                                00000820
               WHEN CN0-USO-PUBLICIDAD                                  00000830
                    IF VCNS-PUB-OTORGADO                                00000840
                       MOVE 'S' TO CN0-PERMITIDO                        00000850
                    END-IF                                              00000860
               WHEN CN0-USO-TERCEROS                                    00000870
                    IF VCNS-TER-OTORGADO                                00000880
                       MOVE 'S' TO CN0-PERMITIDO                        00000890
                    END-IF                                              00000900
               WHEN CN0-USO-ELECTRONICO                                 00000910
                    IF VCNS-ELE-OTORGADO                                00000920
                       MOVE 'S' TO CN0-PERMITIDO                        00000930
                    END-IF                                              00000940
           END-EVALUATE.                                                00000950
      *                                                                *00000960
      *------------------------------------*                            00000970
       2000-BUSCA-CONSENTIMIENTO-EXIT.                                  00000980
      *------------------------------------*                            00000990
           EXIT.                                                        00001000
      *-----------------*                                               00001010
      * FIN DE PROGRAMA *                                               00001020
      *-----------------*                                               00001030
