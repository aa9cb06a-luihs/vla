       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID.    VL9CLHD0.                                         00000020
       AUTHOR.        BBVA.                                             00000030
      ******************************************************************00000040
      * SISTEMA : VALORES                                              *00000050
      * FUNCION : RUTINA DE CONSULTA DEL REGISTRO DE BLOQUEOS LEGALES  *00000060
      *           (TABLA VLDTLHD, VER VLCPTLH0). ANTES DE ARCHIVAR,    *00000070
      *           DEPURAR, ANONIMIZAR O CERRAR UN CLIENTE O UNA CUENTA *00000080
      *           EL PROCESO PREGUNTA AQUI SI HAY UN BLOQUEO ACTIVO.   *00000090
      *           PARA UNA CUENTA CUENTAN LOS BLOQUEOS DE LA CUENTA,   *00000100
      *           DE SU TITULAR Y DE SUS INTERVINIENTES (VLDTADT);     *00000110
      *           PARA UN CLIENTE, LOS DEL CLIENTE Y LOS DE CUALQUIER  *00000120
      *           CUENTA EN LA QUE INTERVIENE. NO ABENDA: DEVUELVE     *00000130
      *           LH0-CODRESP 00/01/99 Y EL LLAMADOR DECIDE.           *00000140
      * FECHA   : 15-10-2026                                           *00000150
      ******************************************************************00000160
      ******************************************************************00000170
      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000180
      *---------- ---------- ---------------- -------------------------*00000190
      *RITM49187  15-10-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000200
      *---------- ---------- ---------------- -------------------------*00000210
      ******************************************************************00000220
       ENVIRONMENT DIVISION.                                            00000230
       CONFIGURATION SECTION.                                           00000240
       SPECIAL-NAMES.                                                   00000250
       DATA DIVISION.                                                   00000260
      ******************************************************************00000270
      **       W O R K I N G - S T O R A G E      S E C T I O N       **00000280
      ******************************************************************00000290
       WORKING-STORAGE SECTION.                                         00000300
       77  W-PROGRAMA              PIC X(08) VALUE 'VL9CLHD0'.          00000310
      *    REGISTRO DE BLOQUEOS LEGALES                                 00000320
           COPY VLCPTLHD.                                               00000330
      *                                                                 00000340
      *  AREA DE COMUNICACION SQLCA                                     00000350
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00000360
      *---------------*                                                 00000370
       LINKAGE SECTION.                                                 00000380
      *---------------*                                                 00000390
           COPY VLCPTLH0.                                               00000400
      *---------------------------------------*                         00000410
       PROCEDURE DIVISION USING VL9CLHD0-AREA.                          00000420
      *---------------------------------------*                         00000430
           MOVE ZEROS              TO LH0-CODRESP.                      00000440
           MOVE 'N'                TO LH0-RETENIDO.                     00000450
           MOVE SPACES             TO LH0-REFCASO.                      00000460
                                                                        00000470
           PERFORM 2000-BUSCA-BLOQUEO                                   00000480
              THRU 2000-BUSCA-BLOQUEO-EXIT.                             00000490
                                                                        00000500
           GOBACK.                                                      00000510
      *                                                                *00000520
      *-------------------------------*                                 00000530
       2000-BUSCA-BLOQUEO.                                              00000540
      *-------------------------------*                                 00000550
           INITIALIZE DCLVLDTLHD.                                       00000560
           EVALUATE TRUE                                                00000570
               WHEN LH0-POR-CUENTA                                      00000580
                    MOVE LH0-CUENTA         TO VLHD-CUENTA              00000590
                    PERFORM 2100-BLOQUEO-CUENTA                         00000600
               WHEN LH0-POR-CLIENTE                                     00000610
                    MOVE LH0-NUMCLI         TO VLHD-NUMCLI              00000620
                    PERFORM 2200-BLOQUEO-CLIENTE                        00000630
               WHEN OTHER                                               00000640
                    MOVE 01 TO LH0-CODRESP                              00000650
                    GO TO 2000-BUSCA-BLOQUEO-EXIT                       00000660
           END-EVALUATE.                                                00000670
                                                                        00000680
           EVALUATE SQLCODE                                             00000690
               WHEN ZERO                                                00000700
                    MOVE 'S'               TO LH0-RETENIDO              00000710
                    MOVE VLHD-REFCASO      TO LH0-REFCASO               00000720
               WHEN 100                                                 00000730
      *             SIN FILA = SIN BLOQUEO                              00000740
                    CONTINUE                                            00000750
               WHEN OTHER                                               00000760
                    MOVE 99 TO LH0-CODRESP                              00000770
           END-EVALUATE.                                                00000780
      *                                                                *00000790
      *------------------------------------*                            00000800
       2000-BUSCA-BLOQUEO-EXIT.                                         00000810
      *------------------------------------*                            00000820
           EXIT.                                                        00000830
      *                                                                *00000840
      *-------------------------------*                                 00000850
       2100-BLOQUEO-CUENTA.                                             00000860
      *-------------------------------*                                 00000870
           EXEC SQL                                                     00000880
                SELECT  L.VLHD_REFCASO                                  00000890
                  INTO :VLHD-REFCASO                                    00000900
                  FROM  VLDTLHD L                                       00000910
                 WHERE  L.VLHD_ESTADO = 'A'                             00000920
                   AND ((L.VLHD_TIPO  = 'A'                             00000930
                   AND   L.VLHD_CUENTA = :VLHD-CUENTA)                  00000940
                    OR  (L.VLHD_TIPO  = 'C'                             00000950
                   AND   L.VLHD_NUMCLI IN                               00000960
                        (SELECT A.VARC_NUMCLI                           00000970
                           FROM VLDTARC A                               00000980
                          WHERE A.VARC_CUENTA = :VLHD-CUENTA            00000990
                         UNION                                          00001000
                         SELECT D.VADT_NUMCLI                           00001010
                           FROM VLDTADT D                               00001020
                          WHERE D.VADT_CUENTA = :VLHD-CUENTA)))         00001030
                 ORDER  BY L.VLHD_FECINI                                00001040
                 FETCH FIRST 1 ROW ONLY                                 00001050
           END-EXEC.                                                    00001060
      *                                                                *00001070
      *-------------------------------*                                 00001080
       2200-BLOQUEO-CLIENTE.                                            00001090
      *-------------------------------*                                 00001100
           EXEC SQL                                                     00001110
                SELECT  L.VLHD_REFCASO                                  00001120
                  INTO :VLHD-REFCASO                                    00001130
                  FROM  VLDTLHD L                                       00001140
                 WHERE  L.VLHD_ESTADO = 'A'                             00001150
                   AND ((L.VLHD_TIPO  = 'C'                             00001160
                   AND   L.VLHD_NUMCLI = :VLHD-NUMCLI)                  00001170
                    OR  (L.VLHD_TIPO  = 'A'                             00001180
                   AND   L.VLHD_CUENTA IN                               00001190
                        (SELECT A.VARC_CUENTA                           00001200
                           FROM VLDTARC A                               00001210
                          WHERE A.VARC_NUMCLI = :VLHD-NUMCLI            00001220
                         UNION                                          00001230
                         SELECT D.VADT_CUENTA                           00001240
                           FROM VLDTADT D                               00001250
                          WHERE D.VADT_NUMCLI = :VLHD-NUMCLI)))         00001260
                 ORDER  BY L.VLHD_FECINI                                00001270
                 FETCH FIRST 1 ROW ONLY                                 00001280
           END-EXEC.                                                    00001290
      *-----------------*                                               00001300
      * FIN DE PROGRAMA *                                               00001310
      *-----------------*                                               00001320
