      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CCLI0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : CONSULTA INTEGRAL DEL CLIENTE (VISION 360)       *00000080
      *OBJETIVO     : EN UNA SOLA CONSULTA, POR NUMERO DE CLIENTE O    *00000090
      *               POR DOCUMENTO (VXMI_NIF), DEVUELVE LO QUE HOY LA *00000100
      *               OFICINA ARMA ABRIENDO VARIAS TRANSACCIONES:      *00000110
      *                 - DATOS DEL CLIENTE Y ESTADO KYC (VLDTXMI)     *00000120
      *                 - CUENTAS (VLDTARC, COMO TITULAR PRINCIPAL O   *00000130
      *                   COTITULAR EN VLDTADT) CON SU SITUACION Y LA  *00000140
      *                   POSICION VALORIZADA EN PEN                   *00000150
      *                 - EMBARGOS VIGENTES (VLDTEMB)                  *00000160
      *                 - PRENDAS VIGENTES (VLDTPRE)                   *00000170
      *                 - APODERADOS ACTIVOS CON SU VENCIMIENTO        *00000180
      *                 - EXPEDIENTES DE SUCESION ABIERTOS (VLDTSUC)   *00000190
      *                 - CASOS UIF ABIERTOS (VLDTUIC), SOLO SI EL     *00000200
      *                   USUARIO TIENE LA ACCION 'U' DE VL7CCLI0      *00000210
      *                   HABILITADA EN VLDTENT (VL9CENT0)             *00000220
      *                 - LIQUIDACIONES FALLIDAS PENDIENTES (VLDTFLQ)  *00000230
      *                 - ULTIMOS DOCUMENTOS ENVIADOS (VLDTDRG)        *00000240
      *               CADA LINEA LLEVA LA TRANSACCION QUE MUESTRA EL   *00000250
      *               DETALLE, PARA QUE LA PANTALLA ENLACE CON ELLA.   *00000260
      *               LA VALORIZACION USA EL ULTIMO CIERRE DE VLDTCAM  *00000270
      *               Y EL TIPO DE CAMBIO DE VLDTFXR A LA FECHA, COMO  *00000280
      *               VL4CGPOS.                                        *00000290
      ******************************************************************00000300
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000310
      *--------- ---------- ----------------- -------------------------*00000320
      *RITM49179 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000330
      *----------------------------------------------------------------*00000340
      ******************************************************************00000350
      *                                                                 00000360
      *=================================================================00000370
       ENVIRONMENT DIVISION.                                            00000380
      *=================================================================00000390
       CONFIGURATION SECTION.                                           00000400
      *-----------------------------------------------------------------00000410
       SPECIAL-NAMES.                                                   00000420
      *--------------                                                   00000430
                                                                        00000440
      *=================================================================00000450
       DATA DIVISION.                                                   00000460
      *=================================================================00000470
                                                                        00000480
      *-----------------------------------------------------------------00000490
       WORKING-STORAGE SECTION.                                         00000500
      *-----------------------------------------------------------------00000510
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CCLI0'.   00000520
                                                                        00000530
      *-----------------------------------------------------------------00000540
      *    VARIABLES.                                                   00000550
      *-----------------------------------------------------------------00000560
       01  W-VARIABLES.                                                 00000570
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000580
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000590
           03 W-TABLA-ERROR            PIC X(08)       VALUE SPACES.    00000600
           03 W-NUMCLI                 PIC S9(8)V      COMP-3           00000610
                                                       VALUE ZEROS.     00000620
           03 W-NIF                    PIC X(11)       VALUE SPACES.    00000630
           03 W-DENOM                  PIC X(40)       VALUE SPACES.    00000640
           03 W-MENOR                  PIC X(01)       VALUE SPACES.    00000650
           03 W-FALLECIDO              PIC X(01)       VALUE SPACES.    00000660
           03 W-FECHA-OPER             PIC X(08)       VALUE SPACES.    00000670
           03 W-FECHA-OPER-N REDEFINES W-FECHA-OPER PIC 9(08).          00000680
           03 W-FECHA-HOY              PIC S9(8)V      COMP-3           00000690
                                                       VALUE ZEROS.     00000700
           03 W-HORA-CURRENT.                                           00000710
              05  W-HORA               PIC 99.                          00000720
              05  W-MINUTOS            PIC 99.                          00000730
              05  W-SEGUNDOS           PIC 99.                          00000740
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000750
                                                                        00000760
      *    VALORIZACION DE LA POSICION DE CADA CUENTA                   00000770
       01  W-POSICION.                                                  00000780
           03 W-CUENTA                 PIC S9(7)V      COMP-3           00000790
                                                       VALUE ZEROS.     00000800
           03 W-CODVALOR               PIC X(12)       VALUE SPACES.    00000810
           03 W-DIVISA                 PIC X(03)       VALUE SPACES.    00000820
           03 W-TITULOS                PIC S9(13)V     COMP-3           00000830
                                                       VALUE ZEROS.     00000840
           03 W-PRECIO                 PIC S9(9)V9(6)  COMP-3           00000850
                                                       VALUE ZEROS.     00000860
           03 W-CAMBIO                 PIC S9(5)V9(6)  COMP-3           00000870
                                                       VALUE ZEROS.     00000880
           03 W-DIVISA-CACHE           PIC X(03)       VALUE SPACES.    00000890
           03 W-CAMBIO-CACHE           PIC S9(5)V9(6)  COMP-3           00000900
                                                       VALUE ZEROS.     00000910
           03 W-VALORADO               PIC S9(13)V9(2) COMP-3           00000920
                                                       VALUE ZEROS.     00000930
           03 W-TOT-CUENTA             PIC S9(13)V9(2) COMP-3           00000940
                                                       VALUE ZEROS.     00000950
           03 SW-FIN-POS               PIC X(01)       VALUE 'N'.       00000960
              88 FIN-POSICIONES                        VALUE 'S'.       00000970
           03 SW-SIN-PRECIO            PIC X(01)       VALUE 'N'.       00000980
              88 CUENTA-SIN-PRECIO                     VALUE 'S'.       00000990
                                                                        00001000
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00001010
           COPY VLCPTEN0.                                               00001020
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00001030
                                                                        00001040
           COPY VLCPTEMB.                                               00001050
           COPY VLCPTPRE.                                               00001060
           COPY VLCPTAPO.                                               00001070
           COPY VLCPTSUC.                                               00001080
           COPY VLCPTUIC.                                               00001090
           COPY VLCPTFLQ.                                               00001100
           COPY VLCPTDRG.                                               00001110
                                                                        00001120
      *-----------------------------------------------------------------00001130
      *    INCLUDES (DEFINICION DE TABLAS).                             00001140
      *-----------------------------------------------------------------00001150
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00001160
           EXEC SQL INCLUDE VLGTXMI END-EXEC.                           00001170
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00001180
                                                                        00001190
      *-----------------------------------------------------------------00001200
      *                   C U R S O R E S                              *00001210
      *-----------------------------------------------------------------00001220
      *    CUENTAS DEL CLIENTE: TITULAR PRINCIPAL O COTITULAR           00001230
           EXEC SQL                                                     00001240
                DECLARE VLDCCLI1  CURSOR FOR                            00001250
                SELECT  VARC_CUENTA                                     00001260
                     ,  VARC_SITUAC                                     00001270
                  FROM  VLDTARC                                         00001280
                 WHERE  VARC_CUENTA IN                                  00001290
                       (SELECT VARC_CUENTA FROM VLDTARC                 00001300
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00001310
                        UNION                                           00001320
                        SELECT VADT_CUENTA FROM VLDTADT                 00001330
                         WHERE VADT_NUMCLI = :W-NUMCLI)                 00001340
                 ORDER  BY VARC_CUENTA                                  00001350
           END-EXEC.                                                    00001360
                                                                        00001370
      *    POSICION DE UNA CUENTA POR VALOR                             00001380
           EXEC SQL                                                     00001390
                DECLARE VLDCCLI2  CURSOR FOR                            00001400
                SELECT  A.VADS_PAVAL CONCAT A.VADS_VALOR                00001410
                                     CONCAT A.VADS_ISIN                 00001420
                     ,  X.VXEN_CODDIVI                                  00001430
                     ,  SUM(A.VADS_DEPOS)                               00001440
                  FROM  VLDTADS A                                       00001450
                        INNER JOIN VLDTXEN X                            00001460
                           ON X.VXEN_PAVAL  = A.VADS_PAVAL              00001470
                          AND X.VXEN_VALOR  = A.VADS_VALOR              00001480
                          AND X.VXEN_ISIN   = A.VADS_ISIN               00001490
                 WHERE  A.VADS_CUENTA = :W-CUENTA                       00001500
                   AND  A.VADS_DEPOS  > 0                               00001510
                 GROUP  BY A.VADS_PAVAL, A.VADS_VALOR, A.VADS_ISIN      00001520
                        ,  X.VXEN_CODDIVI                               00001530
           END-EXEC.                                                    00001540
                                                                        00001550
      *    EMBARGOS VIGENTES                                            00001560
           EXEC SQL                                                     00001570
                DECLARE VLDCCLI3  CURSOR FOR                            00001580
                SELECT  VEMB_CUENTA                                     00001590
                     ,  VEMB_NUMEMB                                     00001600
                     ,  VEMB_REF_JUDICIAL                               00001610
                     ,  VEMB_IMPORTE                                    00001620
                     ,  VEMB_RETENIDO                                   00001630
                     ,  VEMB_MONEDA                                     00001640
                     ,  VEMB_FECINI                                     00001650
                  FROM  VLDTEMB                                         00001660
                 WHERE  VEMB_ESTADO = 'V'                               00001670
                   AND  VEMB_CUENTA IN                                  00001680
                       (SELECT VARC_CUENTA FROM VLDTARC                 00001690
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00001700
                        UNION                                           00001710
                        SELECT VADT_CUENTA FROM VLDTADT                 00001720
                         WHERE VADT_NUMCLI = :W-NUMCLI)                 00001730
                 ORDER  BY VEMB_CUENTA, VEMB_NUMEMB                     00001740
           END-EXEC.                                                    00001750
                                                                        00001760
      *    PRENDAS VIGENTES                                             00001770
           EXEC SQL                                                     00001780
                DECLARE VLDCCLI4  CURSOR FOR                            00001790
                SELECT  VPRE_CUENTA                                     00001800
                     ,  VPRE_NUMPRE                                     00001810
                     ,  VPRE_PAVAL                                      00001820
                     ,  VPRE_VALOR                                      00001830
                     ,  VPRE_ACREEDOR                                   00001840
                     ,  VPRE_CANTIDAD                                   00001850
                     ,  VPRE_FECCONST                                   00001860
                  FROM  VLDTPRE                                         00001870
                 WHERE  VPRE_ESTADO = 'V'                               00001880
                   AND  VPRE_CUENTA IN                                  00001890
                       (SELECT VARC_CUENTA FROM VLDTARC                 00001900
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00001910
                        UNION                                           00001920
                        SELECT VADT_CUENTA FROM VLDTADT                 00001930
                         WHERE VADT_NUMCLI = :W-NUMCLI)                 00001940
                 ORDER  BY VPRE_CUENTA, VPRE_NUMPRE                     00001950
           END-EXEC.                                                    00001960
                                                                        00001970
      *    APODERADOS ACTIVOS, LOS DE VENCIMIENTO MAS PROXIMO PRIMERO   00001980
           EXEC SQL                                                     00001990
                DECLARE VLDCCLI5  CURSOR FOR                            00002000
                SELECT  VAPO_CUENTA                                     00002010
                     ,  VAPO_SECUEN                                     00002020
                     ,  VAPO_NOMBRE                                     00002030
                     ,  VAPO_FACULTAD                                   00002040
                     ,  VAPO_VIGHASTA                                   00002050
                  FROM  VLDTAPO                                         00002060
                 WHERE  VAPO_SITUAC = 'A'                               00002070
                   AND  VAPO_CUENTA IN                                  00002080
                       (SELECT VARC_CUENTA FROM VLDTARC                 00002090
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00002100
                        UNION                                           00002110
                        SELECT VADT_CUENTA FROM VLDTADT                 00002120
                         WHERE VADT_NUMCLI = :W-NUMCLI)                 00002130
                 ORDER  BY VAPO_VIGHASTA, VAPO_CUENTA, VAPO_SECUEN      00002140
           END-EXEC.                                                    00002150
                                                                        00002160
      *    EXPEDIENTES DE SUCESION NO CERRADOS                          00002170
           EXEC SQL                                                     00002180
                DECLARE VLDCCLI6  CURSOR FOR                            00002190
                SELECT  VSUC_CUENTA                                     00002200
                     ,  VSUC_NUMCLI                                     00002210
                     ,  VSUC_ESTADO                                     00002220
                     ,  VSUC_FECFALL                                    00002230
                     ,  VSUC_FECNOTIF                                   00002240
                  FROM  VLDTSUC                                         00002250
                 WHERE  VSUC_ESTADO <> 'C'                              00002260
                   AND (VSUC_NUMCLI  = :W-NUMCLI                        00002270
                    OR  VSUC_CUENTA IN                                  00002280
                       (SELECT VARC_CUENTA FROM VLDTARC                 00002290
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00002300
                        UNION                                           00002310
                        SELECT VADT_CUENTA FROM VLDTADT                 00002320
                         WHERE VADT_NUMCLI = :W-NUMCLI))                00002330
                 ORDER  BY VSUC_CUENTA                                  00002340
           END-EXEC.                                                    00002350
                                                                        00002360
      *    CASOS UIF ABIERTOS (NUEVOS O EN REVISION)                    00002370
           EXEC SQL                                                     00002380
                DECLARE VLDCCLI7  CURSOR FOR                            00002390
                SELECT  VUIC_ID                                         00002400
                     ,  VUIC_FECHA                                      00002410
                     ,  VUIC_CUENTA                                     00002420
                     ,  VUIC_REGLA                                      00002430
                     ,  VUIC_ESTADO                                     00002440
                  FROM  VLDTUIC                                         00002450
                 WHERE  VUIC_ESTADO IN ('N', 'R')                       00002460
                   AND (VUIC_NUMCLI  = :W-NUMCLI                        00002470
                    OR  VUIC_CUENTA IN                                  00002480
                       (SELECT VARC_CUENTA FROM VLDTARC                 00002490
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00002500
                        UNION                                           00002510
                        SELECT VADT_CUENTA FROM VLDTADT                 00002520
                         WHERE VADT_NUMCLI = :W-NUMCLI))                00002530
                 ORDER  BY VUIC_FECHA DESC, VUIC_ID DESC                00002540
           END-EXEC.                                                    00002550
                                                                        00002560
      *    LIQUIDACIONES FALLIDAS PENDIENTES                            00002570
           EXEC SQL                                                     00002580
                DECLARE VLDCCLI8  CURSOR FOR                            00002590
                SELECT  VFLQ_CUENTA                                     00002600
                     ,  VFLQ_REFER                                      00002610
                     ,  VFLQ_CODVALOR                                   00002620
                     ,  VFLQ_IMPORTE                                    00002630
                     ,  VFLQ_MOTIVO                                     00002640
                     ,  VFLQ_FEC_ALTA                                   00002650
                     ,  VFLQ_REINTENTOS                                 00002660
                  FROM  VLDTFLQ                                         00002670
                 WHERE  VFLQ_ESTADO = 'P'                               00002680
                   AND  VFLQ_CUENTA IN                                  00002690
                       (SELECT VARC_CUENTA FROM VLDTARC                 00002700
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00002710
                        UNION                                           00002720
                        SELECT VADT_CUENTA FROM VLDTADT                 00002730
                         WHERE VADT_NUMCLI = :W-NUMCLI)                 00002740
                 ORDER  BY VFLQ_FEC_ALTA, VFLQ_CUENTA, VFLQ_REFER       00002750
           END-EXEC.                                                    00002760
                                                                        00002770
      *    ULTIMOS DOCUMENTOS ENVIADOS                                  00002780
           EXEC SQL                                                     00002790
                DECLARE VLDCCLI9  CURSOR FOR                            00002800
                SELECT  VDRG_ID                                         00002810
                     ,  VDRG_CUENTA                                     00002820
                     ,  VDRG_TIPODOC                                    00002830
                     ,  VDRG_FECHA                                      00002840
                     ,  VDRG_HORA                                       00002850
                     ,  VDRG_CANAL                                      00002860
                  FROM  VLDTDRG                                         00002870
                 WHERE  VDRG_CUENTA IN                                  00002880
                       (SELECT VARC_CUENTA FROM VLDTARC                 00002890
                         WHERE VARC_NUMCLI = :W-NUMCLI                  00002900
                        UNION                                           00002910
                        SELECT VADT_CUENTA FROM VLDTADT                 00002920
                         WHERE VADT_NUMCLI = :W-NUMCLI)                 00002930
                 ORDER  BY VDRG_FECHA DESC, VDRG_HORA DESC              00002940
                 OPTIMIZE FOR 5 ROWS                                    00002950
           END-EXEC.                                                    00002960
                                                                        00002970
      *---------------*                                                 00002980
       LINKAGE SECTION.                                                 00002990
      *---------------*                                                 00003000
       01  DFHCOMMAREA.                                                 00003010
           05  CLI0-DATOS-ENTRADA.                                      00003020
      *            NUMERO DE CLIENTE O, EN SU DEFECTO, DOCUMENTO        00003030
               10  CLI0-NUMCLI         PIC 9(08).                       00003040
               10  CLI0-NIF            PIC X(11).                       00003050
               10  CLI0-FECHA-OPER     PIC X(08).                       00003060
               10  CLI0-TERMINAL       PIC X(04).                       00003070
               10  CLI0-USERID         PIC X(08).                       00003080
           05  CLI0-DATOS-SALIDA.                                       00003090
               10  CLI0-COD-RETORNO    PIC X(02).                       00003100
               10  CLI0-COD-ERROR-DEV  PIC X(07).                       00003110
               10  CLI0-VAR1-ERROR     PIC X(08).                       00003120
               10  CLI0-VAR2-ERROR     PIC X(05).                       00003130
      *            DATOS DEL CLIENTE Y KYC (DETALLE EN VL7CKYC0)        00003140
               10  CLI0-CLIENTE.                                        00003150
                   15  CLI0-S-NUMCLI       PIC 9(08).                   00003160
                   15  CLI0-S-NIF          PIC X(11).                   00003170
                   15  CLI0-S-DENOM        PIC X(40).                   00003180
                   15  CLI0-S-MENOR        PIC X(01).                   00003190
                   15  CLI0-S-FALLECIDO    PIC X(01).                   00003200
                   15  CLI0-S-NIVKYC       PIC X(01).                   00003210
                   15  CLI0-S-FECREVKYC    PIC 9(08).                   00003220
      *                S = REVISION KYC VENCIDA A LA FECHA              00003230
                   15  CLI0-S-KYC-VENCIDO  PIC X(01).                   00003240
                   15  CLI0-S-TRAN         PIC X(08).                   00003250
      *            CUENTAS (DATOS EN VL2C1010, POSICION EN VL7CIF01)    00003260
               10  CLI0-NUM-CUENTAS    PIC 9(02).                       00003270
               10  CLI0-TOT-VALORADO   PIC 9(13)V9(02).                 00003280
               10  CLI0-CUENTAS OCCURS 10 TIMES.                        00003290
                   15  CLI0-C-CUENTA       PIC 9(07).                   00003300
                   15  CLI0-C-SITUAC       PIC X(01).                   00003310
                   15  CLI0-C-VALORADO     PIC 9(13)V9(02).             00003320
      *                S = ALGUN VALOR SIN COTIZACION (VALOR PARCIAL)   00003330
                   15  CLI0-C-SIN-PRECIO   PIC X(01).                   00003340
                   15  CLI0-C-TRAN         PIC X(08).                   00003350
                   15  CLI0-C-TRAN-POS     PIC X(08).                   00003360
      *            EMBARGOS VIGENTES (DETALLE EN VL7CEMB0)              00003370
               10  CLI0-NUM-EMBARGOS   PIC 9(02).                       00003380
               10  CLI0-EMBARGOS OCCURS 10 TIMES.                       00003390
                   15  CLI0-E-CUENTA       PIC 9(07).                   00003400
                   15  CLI0-E-NUMEMB       PIC 9(04).                   00003410
                   15  CLI0-E-REF-JUDIC    PIC X(20).                   00003420
                   15  CLI0-E-IMPORTE      PIC 9(13)V9(02).             00003430
                   15  CLI0-E-RETENIDO     PIC 9(13)V9(02).             00003440
                   15  CLI0-E-MONEDA       PIC X(03).                   00003450
                   15  CLI0-E-FECINI       PIC 9(08).                   00003460
                   15  CLI0-E-TRAN         PIC X(08).                   00003470
      *            PRENDAS VIGENTES (DETALLE EN VL7CPRE0)               00003480
               10  CLI0-NUM-PRENDAS    PIC 9(02).                       00003490
               10  CLI0-PRENDAS OCCURS 10 TIMES.                        00003500
                   15  CLI0-P-CUENTA       PIC 9(07).                   00003510
                   15  CLI0-P-NUMPRE       PIC 9(04).                   00003520
                   15  CLI0-P-PAVAL        PIC X(03).                   00003530
                   15  CLI0-P-VALOR        PIC X(08).                   00003540
                   15  CLI0-P-ACREEDOR     PIC X(30).                   00003550
                   15  CLI0-P-CANTIDAD     PIC 9(13).                   00003560
                   15  CLI0-P-FECCONST     PIC 9(08).                   00003570
                   15  CLI0-P-TRAN         PIC X(08).                   00003580
      *            APODERADOS ACTIVOS (DETALLE EN VL7CAPO0)             00003590
               10  CLI0-NUM-APODERADOS PIC 9(02).                       00003600
               10  CLI0-APODERADOS OCCURS 10 TIMES.                     00003610
                   15  CLI0-A-CUENTA       PIC 9(07).                   00003620
                   15  CLI0-A-SECUEN       PIC 9(03).                   00003630
                   15  CLI0-A-NOMBRE       PIC X(60).                   00003640
                   15  CLI0-A-FACULTAD     PIC X(08).                   00003650
                   15  CLI0-A-VIGHASTA     PIC 9(08).                   00003660
      *                S = PODER VENCIDO A LA FECHA                     00003670
                   15  CLI0-A-VENCIDO      PIC X(01).                   00003680
                   15  CLI0-A-TRAN         PIC X(08).                   00003690
      *            SUCESIONES ABIERTAS (DETALLE EN VL7CSUC0)            00003700
               10  CLI0-NUM-SUCESIONES PIC 9(02).                       00003710
               10  CLI0-SUCESIONES OCCURS 5 TIMES.                      00003720
                   15  CLI0-SU-CUENTA      PIC 9(07).                   00003730
                   15  CLI0-SU-NUMCLI-FALL PIC 9(08).                   00003740
                   15  CLI0-SU-ESTADO      PIC X(01).                   00003750
                   15  CLI0-SU-FECFALL     PIC 9(08).                   00003760
                   15  CLI0-SU-FECNOTIF    PIC 9(08).                   00003770
                   15  CLI0-SU-TRAN        PIC X(08).                   00003780
      *            CASOS UIF ABIERTOS (DETALLE EN VL7CUIC0). SOLO SE    00003790
      *            INFORMAN SI CLI0-UIF-VISIBLE = 'S'                   00003800
               10  CLI0-UIF-VISIBLE    PIC X(01).                       00003810
               10  CLI0-NUM-UIF        PIC 9(02).                       00003820
               10  CLI0-CASOS-UIF OCCURS 5 TIMES.                       00003830
                   15  CLI0-U-ID           PIC 9(09).                   00003840
                   15  CLI0-U-FECHA        PIC 9(08).                   00003850
                   15  CLI0-U-CUENTA       PIC 9(07).                   00003860
                   15  CLI0-U-REGLA        PIC X(08).                   00003870
                   15  CLI0-U-ESTADO       PIC X(01).                   00003880
                   15  CLI0-U-TRAN         PIC X(08).                   00003890
      *            LIQUIDACIONES FALLIDAS PENDIENTES (DETALLE EN        00003900
      *            VL7CFLQ0)                                            00003910
               10  CLI0-NUM-FALLIDAS   PIC 9(02).                       00003920
               10  CLI0-FALLIDAS OCCURS 10 TIMES.                       00003930
                   15  CLI0-F-CUENTA       PIC 9(07).                   00003940
                   15  CLI0-F-REFER        PIC 9(09).                   00003950
                   15  CLI0-F-CODVALOR     PIC X(12).                   00003960
                   15  CLI0-F-IMPORTE      PIC 9(13)V9(02).             00003970
                   15  CLI0-F-MOTIVO       PIC X(20).                   00003980
                   15  CLI0-F-FEC-ALTA     PIC 9(08).                   00003990
                   15  CLI0-F-REINTENTOS   PIC 9(03).                   00004000
                   15  CLI0-F-TRAN         PIC X(08).                   00004010
      *            ULTIMOS DOCUMENTOS ENVIADOS (DETALLE EN VL7CDRG0)    00004020
               10  CLI0-NUM-DOCUMENTOS PIC 9(02).                       00004030
               10  CLI0-DOCUMENTOS OCCURS 5 TIMES.                      00004040
                   15  CLI0-D-ID           PIC 9(09).                   00004050
                   15  CLI0-D-CUENTA       PIC 9(07).                   00004060
                   15  CLI0-D-TIPODOC      PIC X(08).                   00004070
                   15  CLI0-D-FECHA        PIC 9(08).                   00004080
                   15  CLI0-D-HORA         PIC 9(06).                   00004090
                   15  CLI0-D-CANAL        PIC X(01).                   00004100
                   15  CLI0-D-TRAN         PIC X(08).                   00004110
      *-----------------------------------------------------------------00004120
                                                                        00004130
      *==================                                               00004140
       PROCEDURE DIVISION.                                              00004150
      *==================                                               00004160
           PERFORM 1000-INICIO                                          00004170
           PERFORM 2000-DATOS-CLIENTE                                   00004180
           PERFORM 3000-CUENTAS                                         00004190
           PERFORM 4000-EMBARGOS                                        00004200
           PERFORM 4100-PRENDAS                                         00004210
           PERFORM 4200-APODERADOS                                      00004220
           PERFORM 4300-SUCESIONES                                      00004230
           PERFORM 4400-CASOS-UIF                                       00004240
           PERFORM 4500-FALLIDAS                                        00004250
           PERFORM 4600-DOCUMENTOS                                      00004260
           PERFORM 9999-FIN.                                            00004270
                                                                        00004280
      *---------------------------------------------------------------- 00004290
       1000-INICIO.                                                     00004300
      *---------------------------------------------------------------- 00004310
           INITIALIZE      CLI0-DATOS-SALIDA                            00004320
                           W-POSICION.                                  00004330
                                                                        00004340
           MOVE '00'                TO  CLI0-COD-RETORNO                00004350
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00004360
           MOVE CLI0-FECHA-OPER     TO  W-FECHA-OPER                    00004370
           MOVE W-FECHA-OPER-N      TO  W-FECHA-HOY                     00004380
                                                                        00004390
           IF CLI0-NUMCLI NOT > ZEROS AND CLI0-NIF = SPACES             00004400
              MOVE '02'                  TO CLI0-COD-RETORNO            00004410
              MOVE 'VLE2384'             TO CLI0-COD-ERROR-DEV          00004420
              MOVE 'NUMCLI  '            TO CLI0-VAR1-ERROR             00004430
              PERFORM 9999-FIN                                          00004440
           END-IF                                                       00004450
           .                                                            00004460
      *                                                                *00004470
      *----------------------------------------------------------------*00004480
       2000-DATOS-CLIENTE.                                              00004490
      *----------------------------------------------------------------*00004500
      *    POR DOCUMENTO SE TOMA EL CLIENTE DE CODIGO MAS BAJO          00004510
           IF CLI0-NUMCLI NOT > ZEROS                                   00004520
              MOVE CLI0-NIF            TO W-NIF                         00004530
              EXEC SQL                                                  00004540
                   SELECT  VXMI_CODCLI                                  00004550
                     INTO :VXMI-CODCLI                                  00004560
                     FROM  VLDTXMI                                      00004570
                    WHERE  VXMI_NIF = :W-NIF                            00004580
                    ORDER  BY VXMI_CODCLI                               00004590
                    FETCH  FIRST 1 ROW ONLY                             00004600
              END-EXEC                                                  00004610
              IF SQLCODE = 100                                          00004620
                 MOVE '04'               TO CLI0-COD-RETORNO            00004630
                 MOVE 'VLE2385'          TO CLI0-COD-ERROR-DEV          00004640
                 MOVE 'VLDTXMI '         TO CLI0-VAR1-ERROR             00004650
                 PERFORM 9999-FIN                                       00004660
              END-IF                                                    00004670
              IF SQLCODE NOT = ZERO                                     00004680
                 MOVE 'VLDTXMI '         TO W-TABLA-ERROR               00004690
                 PERFORM 8900-ERROR-SQL                                 00004700
              END-IF                                                    00004710
           ELSE                                                         00004720
              MOVE CLI0-NUMCLI         TO VXMI-CODCLI                   00004730
           END-IF                                                       00004740
                                                                        00004750
           EXEC SQL                                                     00004760
                SELECT  VXMI_NIF                                        00004770
                     ,  VXMI_DENOM                                      00004780
                     ,  VALUE(VXMI_MENOR, ' ')                          00004790
                     ,  VALUE(VXMI_FALLECIDO, 'N')                      00004800
                     ,  VXMI_NIVKYC                                     00004810
                     ,  VXMI_FECREVKYC                                  00004820
                  INTO :W-NIF                                           00004830
                     , :W-DENOM                                         00004840
                     , :W-MENOR                                         00004850
                     , :W-FALLECIDO                                     00004860
                     , :VXMI-NIVKYC                                     00004870
                     , :VXMI-FECREVKYC                                  00004880
                  FROM  VLDTXMI                                         00004890
                 WHERE  VXMI_CODCLI = :VXMI-CODCLI                      00004900
           END-EXEC                                                     00004910
           IF SQLCODE = 100                                             00004920
              MOVE '04'                  TO CLI0-COD-RETORNO            00004930
              MOVE 'VLE2385'             TO CLI0-COD-ERROR-DEV          00004940
              MOVE 'VLDTXMI '            TO CLI0-VAR1-ERROR             00004950
              PERFORM 9999-FIN                                          00004960
           END-IF                                                       00004970
           IF SQLCODE NOT = ZERO                                        00004980
              MOVE 'VLDTXMI '            TO W-TABLA-ERROR               00004990
              PERFORM 8900-ERROR-SQL                                    00005000
           END-IF                                                       00005010
                                                                        00005020
           MOVE VXMI-CODCLI         TO W-NUMCLI                         00005030
                                       CLI0-S-NUMCLI                    00005040
           MOVE W-NIF               TO CLI0-S-NIF                       00005050
           MOVE W-DENOM             TO CLI0-S-DENOM                     00005060
           MOVE W-MENOR             TO CLI0-S-MENOR                     00005070
           MOVE W-FALLECIDO         TO CLI0-S-FALLECIDO                 00005080
           MOVE VXMI-NIVKYC         TO CLI0-S-NIVKYC                    00005090
           MOVE VXMI-FECREVKYC      TO CLI0-S-FECREVKYC                 00005100
           IF VXMI-FECREVKYC > ZEROS                                    00005110
              AND VXMI-FECREVKYC < W-FECHA-HOY                          00005120
              MOVE 'S'              TO CLI0-S-KYC-VENCIDO               00005130
           ELSE                                                         00005140
              MOVE 'N'              TO CLI0-S-KYC-VENCIDO               00005150
           END-IF                                                       00005160
           MOVE 'VL7CKYC0'          TO CLI0-S-TRAN                      00005170
           .                                                            00005180
      *                                                                *00005190
      *----------------------------------------------------------------*00005200
       3000-CUENTAS.                                                    00005210
      *----------------------------------------------------------------*00005220
           MOVE 'VLDTARC '          TO W-TABLA-ERROR                    00005230
           EXEC SQL                                                     00005240
                OPEN VLDCCLI1                                           00005250
           END-EXEC                                                     00005260
           IF SQLCODE NOT = ZERO                                        00005270
              PERFORM 8900-ERROR-SQL                                    00005280
           END-IF                                                       00005290
                                                                        00005300
           MOVE ZEROS TO IX                                             00005310
           PERFORM 3100-FETCH-CUENTA                                    00005320
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00005330
                                                                        00005340
           MOVE 'VLDTARC '          TO W-TABLA-ERROR                    00005350
           EXEC SQL                                                     00005360
                CLOSE VLDCCLI1                                          00005370
           END-EXEC                                                     00005380
           IF SQLCODE NOT = ZERO                                        00005390
              PERFORM 8900-ERROR-SQL                                    00005400
           END-IF                                                       00005410
                                                                        00005420
           MOVE IX                  TO CLI0-NUM-CUENTAS                 00005430
           .                                                            00005440
      *                                                                *00005450
      *----------------------------------------------------------------*00005460
       3100-FETCH-CUENTA.                                               00005470
      *----------------------------------------------------------------*00005480
           EXEC SQL                                                     00005490
                FETCH VLDCCLI1                                          00005500
                 INTO :VARC-CUENTA                                      00005510
                    , :VARC-SITUAC                                      00005520
           END-EXEC                                                     00005530
           EVALUATE SQLCODE                                             00005540
               WHEN ZERO                                                00005550
                    ADD  1               TO IX                          00005560
                    MOVE VARC-CUENTA     TO CLI0-C-CUENTA (IX)          00005570
                                            W-CUENTA                    00005580
                    MOVE VARC-SITUAC     TO CLI0-C-SITUAC (IX)          00005590
                    MOVE 'VL2C1010'      TO CLI0-C-TRAN   (IX)          00005600
                    MOVE 'VL7CIF01'      TO CLI0-C-TRAN-POS (IX)        00005610
                    PERFORM 3200-VALORA-CUENTA                          00005620
                    MOVE W-TOT-CUENTA    TO CLI0-C-VALORADO (IX)        00005630
                    MOVE SW-SIN-PRECIO   TO CLI0-C-SIN-PRECIO (IX)      00005640
                    ADD  W-TOT-CUENTA    TO CLI0-TOT-VALORADO           00005650
               WHEN 100                                                 00005660
                    CONTINUE                                            00005670
               WHEN OTHER                                               00005680
                    PERFORM 8900-ERROR-SQL                              00005690
           END-EVALUATE                                                 00005700
           .                                                            00005710
      *                                                                *00005720
      *----------------------------------------------------------------*00005730
       3200-VALORA-CUENTA.                                              00005740
      *----------------------------------------------------------------*00005750
           MOVE ZEROS               TO W-TOT-CUENTA                     00005760
           MOVE 'N'                 TO SW-SIN-PRECIO                    00005770
                                       SW-FIN-POS                       00005780
           MOVE 'VLDTADS '          TO W-TABLA-ERROR                    00005790
           EXEC SQL                                                     00005800
                OPEN VLDCCLI2                                           00005810
           END-EXEC                                                     00005820
           IF SQLCODE NOT = ZERO                                        00005830
              PERFORM 8900-ERROR-SQL                                    00005840
           END-IF                                                       00005850
                                                                        00005860
           PERFORM 3210-FETCH-POSICION                                  00005870
              UNTIL FIN-POSICIONES                                      00005880
                                                                        00005890
           MOVE 'VLDTADS '          TO W-TABLA-ERROR                    00005900
           EXEC SQL                                                     00005910
                CLOSE VLDCCLI2                                          00005920
           END-EXEC                                                     00005930
           IF SQLCODE NOT = ZERO                                        00005940
              PERFORM 8900-ERROR-SQL                                    00005950
           END-IF                                                       00005960
           .                                                            00005970
      *                                                                *00005980
      *----------------------------------------------------------------*00005990
       3210-FETCH-POSICION.                                             00006000
      *----------------------------------------------------------------*00006010
           EXEC SQL                                                     00006020
                FETCH VLDCCLI2                                          00006030
                 INTO :W-CODVALOR                                       00006040
                    , :W-DIVISA                                         00006050
                    , :W-TITULOS                                        00006060
           END-EXEC                                                     00006070
           EVALUATE SQLCODE                                             00006080
               WHEN ZERO                                                00006090
                    PERFORM 3220-PRECIO-VALOR                           00006100
                    PERFORM 3230-TIPO-CAMBIO                            00006110
                    COMPUTE W-VALORADO ROUNDED =                        00006120
                            W-TITULOS * W-PRECIO * W-CAMBIO             00006130
                    ADD W-VALORADO       TO W-TOT-CUENTA                00006140
               WHEN 100                                                 00006150
                    MOVE 'S'             TO SW-FIN-POS                  00006160
               WHEN OTHER                                               00006170
                    MOVE 'VLDTADS '      TO W-TABLA-ERROR               00006180
                    PERFORM 8900-ERROR-SQL                              00006190
           END-EVALUATE                                                 00006200
           .                                                            00006210
      *                                                                *00006220
      *----------------------------------------------------------------*00006230
       3220-PRECIO-VALOR.                                               00006240
      *----------------------------------------------------------------*00006250
      *    ULTIMA COTIZACION DISPONIBLE A LA FECHA, COMO VL4CGPOS       00006260
           MOVE ZEROS               TO W-PRECIO                         00006270
           EXEC SQL                                                     00006280
                SELECT VCAM_CIERRE_D                                    00006290
                  INTO :W-PRECIO                                        00006300
                  FROM VLDTCAM                                          00006310
                 WHERE VCAM_CODVALOR = :W-CODVALOR                      00006320
                   AND VCAM_FECDIA =                                    00006330
                       (SELECT MAX(C2.VCAM_FECDIA)                      00006340
                          FROM VLDTCAM C2                               00006350
                         WHERE C2.VCAM_CODVALOR = :W-CODVALOR           00006360
                           AND C2.VCAM_FECDIA  <= :W-FECHA-HOY)         00006370
           END-EXEC                                                     00006380
           EVALUATE SQLCODE                                             00006390
               WHEN ZERO                                                00006400
                    CONTINUE                                            00006410
               WHEN 100                                                 00006420
                    MOVE 'S'             TO SW-SIN-PRECIO               00006430
               WHEN OTHER                                               00006440
                    MOVE 'VLDTCAM '      TO W-TABLA-ERROR               00006450
                    PERFORM 8900-ERROR-SQL                              00006460
           END-EVALUATE                                                 00006470
           .                                                            00006480
      *                                                                *00006490
      *----------------------------------------------------------------*00006500
       3230-TIPO-CAMBIO.                                                00006510
      *----------------------------------------------------------------*00006520
      *    PEN POR UNIDAD DE LA DIVISA; SE GUARDA LA ULTIMA PEDIDA      00006530
           IF W-DIVISA = 'PEN' OR W-DIVISA = SPACES                     00006540
              MOVE 1                TO W-CAMBIO                         00006550
           ELSE                                                         00006560
              IF W-DIVISA = W-DIVISA-CACHE                              00006570
                 MOVE W-CAMBIO-CACHE TO W-CAMBIO                        00006580
              ELSE                                                      00006590
                 MOVE ZEROS          TO W-CAMBIO                        00006600
                 EXEC SQL                                               00006610
                      SELECT VFXR_TIPOCAM                               00006620
                        INTO :W-CAMBIO                                  00006630
                        FROM VLDTFXR                                    00006640
                       WHERE VFXR_MONEDA = :W-DIVISA                    00006650
                         AND VFXR_FECDIA =                              00006660
                             (SELECT MAX(F2.VFXR_FECDIA)                00006670
                                FROM VLDTFXR F2                         00006680
                               WHERE F2.VFXR_MONEDA  = :W-DIVISA        00006690
                                 AND F2.VFXR_FECDIA <= :W-FECHA-HOY)    00006700
                 END-EXEC                                               00006710
                 EVALUATE SQLCODE                                       00006720
                     WHEN ZERO                                          00006730
                          CONTINUE                                      00006740
                     WHEN 100                                           00006750
                          MOVE 'S'          TO SW-SIN-PRECIO            00006760
                     WHEN OTHER                                         00006770
                          MOVE 'VLDTFXR '   TO W-TABLA-ERROR            00006780
                          PERFORM 8900-ERROR-SQL                        00006790
                 END-EVALUATE                                           00006800
                 MOVE W-DIVISA       TO W-DIVISA-CACHE                  00006810
                 MOVE W-CAMBIO       TO W-CAMBIO-CACHE                  00006820
              END-IF                                                    00006830
           END-IF                                                       00006840
           .                                                            00006850
      *                                                                *00006860
      *----------------------------------------------------------------*00006870
       4000-EMBARGOS.                                                   00006880
      *----------------------------------------------------------------*00006890
           MOVE 'VLDTEMB '          TO W-TABLA-ERROR                    00006900
           EXEC SQL                                                     00006910
                OPEN VLDCCLI3                                           00006920
           END-EXEC                                                     00006930
           IF SQLCODE NOT = ZERO                                        00006940
              PERFORM 8900-ERROR-SQL                                    00006950
           END-IF                                                       00006960
                                                                        00006970
           MOVE ZEROS TO IX                                             00006980
           PERFORM 4010-FETCH-EMBARGO                                   00006990
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00007000
                                                                        00007010
           EXEC SQL                                                     00007020
                CLOSE VLDCCLI3                                          00007030
           END-EXEC                                                     00007040
           IF SQLCODE NOT = ZERO                                        00007050
              PERFORM 8900-ERROR-SQL                                    00007060
           END-IF                                                       00007070
                                                                        00007080
           MOVE IX                  TO CLI0-NUM-EMBARGOS                00007090
           .                                                            00007100
      *                                                                *00007110
      *----------------------------------------------------------------*00007120
       4010-FETCH-EMBARGO.                                              00007130
      *----------------------------------------------------------------*00007140
           EXEC SQL                                                     00007150
                FETCH VLDCCLI3                                          00007160
                 INTO :VEMB-CUENTA                                      00007170
                    , :VEMB-NUMEMB                                      00007180
                    , :VEMB-REF-JUDICIAL                                00007190
                    , :VEMB-IMPORTE                                     00007200
                    , :VEMB-RETENIDO                                    00007210
                    , :VEMB-MONEDA                                      00007220
                    , :VEMB-FECINI                                      00007230
           END-EXEC                                                     00007240
           EVALUATE SQLCODE                                             00007250
               WHEN ZERO                                                00007260
                    ADD  1                 TO IX                        00007270
                    MOVE VEMB-CUENTA       TO CLI0-E-CUENTA    (IX)     00007280
                    MOVE VEMB-NUMEMB       TO CLI0-E-NUMEMB    (IX)     00007290
                    MOVE VEMB-REF-JUDICIAL TO CLI0-E-REF-JUDIC (IX)     00007300
                    MOVE VEMB-IMPORTE      TO CLI0-E-IMPORTE   (IX)     00007310
                    MOVE VEMB-RETENIDO     TO CLI0-E-RETENIDO  (IX)     00007320
                    MOVE VEMB-MONEDA       TO CLI0-E-MONEDA    (IX)     00007330
                    MOVE VEMB-FECINI       TO CLI0-E-FECINI    (IX)     00007340
                    MOVE 'VL7CEMB0'        TO CLI0-E-TRAN      (IX)     00007350
               WHEN 100                                                 00007360
                    CONTINUE                                            00007370
               WHEN OTHER                                               00007380
                    PERFORM 8900-ERROR-SQL                              00007390
           END-EVALUATE                                                 00007400
           .                                                            00007410
      *                                                                *00007420
      *----------------------------------------------------------------*00007430
       4100-PRENDAS.                                                    00007440
      *----------------------------------------------------------------*00007450
           MOVE 'VLDTPRE '          TO W-TABLA-ERROR                    00007460
           EXEC SQL                                                     00007470
                OPEN VLDCCLI4                                           00007480
           END-EXEC                                                     00007490
           IF SQLCODE NOT = ZERO                                        00007500
              PERFORM 8900-ERROR-SQL                                    00007510
           END-IF                                                       00007520
                                                                        00007530
           MOVE ZEROS TO IX                                             00007540
           PERFORM 4110-FETCH-PRENDA                                    00007550
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00007560
                                                                        00007570
           EXEC SQL                                                     00007580
                CLOSE VLDCCLI4                                          00007590
           END-EXEC                                                     00007600
           IF SQLCODE NOT = ZERO                                        00007610
              PERFORM 8900-ERROR-SQL                                    00007620
           END-IF                                                       00007630
                                                                        00007640
           MOVE IX                  TO CLI0-NUM-PRENDAS                 00007650
           .                                                            00007660
      *                                                                *00007670
      *----------------------------------------------------------------*00007680
       4110-FETCH-PRENDA.                                               00007690
      *----------------------------------------------------------------*00007700
           EXEC SQL                                                     00007710
                FETCH VLDCCLI4                                          00007720
                 INTO :VPRE-CUENTA                                      00007730
                    , :VPRE-NUMPRE                                      00007740
                    , :VPRE-PAVAL                                       00007750
                    , :VPRE-VALOR                                       00007760
                    , :VPRE-ACREEDOR                                    00007770
                    , :VPRE-CANTIDAD                                    00007780
                    , :VPRE-FECCONST                                    00007790
           END-EXEC                                                     00007800
           EVALUATE SQLCODE                                             00007810
               WHEN ZERO                                                00007820
                    ADD  1                 TO IX                        00007830
                    MOVE VPRE-CUENTA       TO CLI0-P-CUENTA    (IX)     00007840
                    MOVE VPRE-NUMPRE       TO CLI0-P-NUMPRE    (IX)     00007850
                    MOVE VPRE-PAVAL        TO CLI0-P-PAVAL     (IX)     00007860
                    MOVE VPRE-VALOR        TO CLI0-P-VALOR     (IX)     00007870
                    MOVE VPRE-ACREEDOR     TO CLI0-P-ACREEDOR  (IX)     00007880
                    MOVE VPRE-CANTIDAD     TO CLI0-P-CANTIDAD  (IX)     00007890
                    MOVE VPRE-FECCONST     TO CLI0-P-FECCONST  (IX)     00007900
                    MOVE 'VL7CPRE0'        TO CLI0-P-TRAN      (IX)     00007910
               WHEN 100                                                 00007920
                    CONTINUE                                            00007930
               WHEN OTHER                                               00007940
                    PERFORM 8900-ERROR-SQL                              00007950
           END-EVALUATE                                                 00007960
           .                                                            00007970
      *                                                                *00007980
      *----------------------------------------------------------------*00007990
       4200-APODERADOS.                                                 00008000
      *----------------------------------------------------------------*00008010
           MOVE 'VLDTAPO '          TO W-TABLA-ERROR                    00008020
           EXEC SQL                                                     00008030
                OPEN VLDCCLI5                                           00008040
           END-EXEC                                                     00008050
           IF SQLCODE NOT = ZERO                                        00008060
              PERFORM 8900-ERROR-SQL                                    00008070
           END-IF                                                       00008080
                                                                        00008090
           MOVE ZEROS TO IX                                             00008100
           PERFORM 4210-FETCH-APODERADO                                 00008110
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00008120
                                                                        00008130
           EXEC SQL                                                     00008140
                CLOSE VLDCCLI5                                          00008150
           END-EXEC                                                     00008160
           IF SQLCODE NOT = ZERO                                        00008170
              PERFORM 8900-ERROR-SQL                                    00008180
           END-IF                                                       00008190
                                                                        00008200
           MOVE IX                  TO CLI0-NUM-APODERADOS              00008210
           .                                                            00008220
      *                                                                *00008230
      *----------------------------------------------------------------*00008240
       4210-FETCH-APODERADO.                                            00008250
      *----------------------------------------------------------------*00008260
           EXEC SQL                                                     00008270
                FETCH VLDCCLI5                                          00008280
                 INTO :VAPO-CUENTA                                      00008290
                    , :VAPO-SECUEN                                      00008300
                    , :VAPO-NOMBRE                                      00008310
                    , :VAPO-FACULTAD                                    00008320
                    , :VAPO-VIGHASTA                                    00008330
           END-EXEC                                                     00008340
           EVALUATE SQLCODE                                             00008350
               WHEN ZERO                                                00008360
                    ADD  1                 TO IX                        00008370
                    MOVE VAPO-CUENTA       TO CLI0-A-CUENTA    (IX)     00008380
                    MOVE VAPO-SECUEN       TO CLI0-A-SECUEN    (IX)     00008390
                    MOVE VAPO-NOMBRE       TO CLI0-A-NOMBRE    (IX)     00008400
                    MOVE VAPO-FACULTAD     TO CLI0-A-FACULTAD  (IX)     00008410
                    MOVE VAPO-VIGHASTA     TO CLI0-A-VIGHASTA  (IX)     00008420
                    IF VAPO-VIGHASTA > ZEROS                            00008430
                       AND VAPO-VIGHASTA < W-FECHA-HOY                  00008440
                       MOVE 'S'            TO CLI0-A-VENCIDO   (IX)     00008450
                    ELSE                                                00008460
                       MOVE 'N'            TO CLI0-A-VENCIDO   (IX)     00008470
                    END-IF                                              00008480
                    MOVE 'VL7CAPO0'        TO CLI0-A-TRAN      (IX)     00008490
               WHEN 100                                                 00008500
                    CONTINUE                                            00008510
               WHEN OTHER                                               00008520
                    PERFORM 8900-ERROR-SQL                              00008530
           END-EVALUATE                                                 00008540
           .                                                            00008550
      *                                                                *00008560
      *----------------------------------------------------------------*00008570
       4300-SUCESIONES.                                                 00008580
      *----------------------------------------------------------------*00008590
           MOVE 'VLDTSUC '          TO W-TABLA-ERROR                    00008600
           EXEC SQL                                                     00008610
                OPEN VLDCCLI6                                           00008620
           END-EXEC                                                     00008630
           IF SQLCODE NOT = ZERO                                        00008640
              PERFORM 8900-ERROR-SQL                                    00008650
           END-IF                                                       00008660
                                                                        00008670
           MOVE ZEROS TO IX                                             00008680
           PERFORM 4310-FETCH-SUCESION                                  00008690
              UNTIL IX NOT < 5 OR SQLCODE NOT = ZERO                    00008700
                                                                        00008710
           EXEC SQL                                                     00008720
                CLOSE VLDCCLI6                                          00008730
           END-EXEC                                                     00008740
           IF SQLCODE NOT = ZERO                                        00008750
              PERFORM 8900-ERROR-SQL                                    00008760
           END-IF                                                       00008770
                                                                        00008780
           MOVE IX                  TO CLI0-NUM-SUCESIONES              00008790
           .                                                            00008800
      *                                                                *00008810
      *----------------------------------------------------------------*00008820
       4310-FETCH-SUCESION.                                             00008830
      *----------------------------------------------------------------*00008840
           EXEC SQL                                                     00008850
                FETCH VLDCCLI6                                          00008860
                 INTO :VSUC-CUENTA                                      00008870
                    , :VSUC-NUMCLI                                      00008880
                    , :VSUC-ESTADO                                      00008890
                    , :VSUC-FECFALL                                     00008900
                    , :VSUC-FECNOTIF                                    00008910
           END-EXEC                                                     00008920
           EVALUATE SQLCODE                                             00008930
               WHEN ZERO                                                00008940
                    ADD  1                 TO IX                        00008950
                    MOVE VSUC-CUENTA       TO CLI0-SU-CUENTA     (IX)   00008960
                    MOVE VSUC-NUMCLI       TO CLI0-SU-NUMCLI-FALL (IX)  00008970
                    MOVE VSUC-ESTADO       TO CLI0-SU-ESTADO     (IX)   00008980
                    MOVE VSUC-FECFALL      TO CLI0-SU-FECFALL    (IX)   00008990
                    MOVE VSUC-FECNOTIF     TO CLI0-SU-FECNOTIF   (IX)   00009000
                    MOVE 'VL7CSUC0'        TO CLI0-SU-TRAN       (IX)   00009010
               WHEN 100                                                 00009020
                    CONTINUE                                            00009030
               WHEN OTHER                                               00009040
                    PERFORM 8900-ERROR-SQL                              00009050
           END-EVALUATE                                                 00009060
           .                                                            00009070
      *                                                                *00009080
      *----------------------------------------------------------------*00009090
       4400-CASOS-UIF.                                                  00009100
      *----------------------------------------------------------------*00009110
      *    LOS CASOS UIF SON RESERVADOS: SOLO SE MUESTRAN AL USUARIO    00009120
      *    CON LA ACCION 'U' DE VL7CCLI0 HABILITADA EN VLDTENT. SIN     00009130
      *    ELLA LA SECCION VA VACIA Y LA CONSULTA CONTINUA              00009140
           MOVE 'N'                 TO CLI0-UIF-VISIBLE                 00009150
           INITIALIZE VL9CENT0-AREA                                     00009160
           MOVE CLI0-USERID         TO ENT0-USUARIO                     00009170
           MOVE 'VL7CCLI0'          TO ENT0-CODTRAN                     00009180
           MOVE 'U'                 TO ENT0-ACCION                      00009190
           MOVE CLI0-FECHA-OPER     TO ENT0-FECHA                       00009200
           MOVE W-HORA-CURRENT-N    TO ENT0-HORA                        00009210
           MOVE CLI0-TERMINAL       TO ENT0-TERMINAL                    00009220
           CALL WK-VL9CENT0      USING VL9CENT0-AREA                    00009230
           IF ENT0-CODRESP NOT = ZEROS                                  00009240
              MOVE '99'                  TO CLI0-COD-RETORNO            00009250
              MOVE 'VLE1000'             TO CLI0-COD-ERROR-DEV          00009260
              MOVE 'VLDTENT '            TO CLI0-VAR1-ERROR             00009270
              PERFORM 9999-FIN                                          00009280
           END-IF                                                       00009290
                                                                        00009300
           IF ENT0-PERMITIDO = 'S'                                      00009310
              MOVE 'S'              TO CLI0-UIF-VISIBLE                 00009320
              MOVE 'VLDTUIC '       TO W-TABLA-ERROR                    00009330
              EXEC SQL                                                  00009340
                   OPEN VLDCCLI7                                        00009350
              END-EXEC                                                  00009360
              IF SQLCODE NOT = ZERO                                     00009370
                 PERFORM 8900-ERROR-SQL                                 00009380
              END-IF                                                    00009390
                                                                        00009400
              MOVE ZEROS TO IX                                          00009410
              PERFORM 4410-FETCH-CASO-UIF                               00009420
                 UNTIL IX NOT < 5 OR SQLCODE NOT = ZERO                 00009430
                                                                        00009440
              EXEC SQL                                                  00009450
                   CLOSE VLDCCLI7                                       00009460
              END-EXEC                                                  00009470
              IF SQLCODE NOT = ZERO                                     00009480
                 PERFORM 8900-ERROR-SQL                                 00009490
              END-IF                                                    00009500
                                                                        00009510
              MOVE IX               TO CLI0-NUM-UIF                     00009520
           END-IF                                                       00009530
           .                                                            00009540
      *                                                                *00009550
      *----------------------------------------------------------------*00009560
       4410-FETCH-CASO-UIF.                                             00009570
      *----------------------------------------------------------------*00009580
           EXEC SQL                                                     00009590
                FETCH VLDCCLI7                                          00009600
                 INTO :VUIC-ID                                          00009610
                    , :VUIC-FECHA                                       00009620
                    , :VUIC-CUENTA                                      00009630
                    , :VUIC-REGLA                                       00009640
                    , :VUIC-ESTADO                                      00009650
           END-EXEC                                                     00009660
           EVALUATE SQLCODE                                             00009670
               WHEN ZERO                                                00009680
                    ADD  1                 TO IX                        00009690
                    MOVE VUIC-ID           TO CLI0-U-ID        (IX)     00009700
                    MOVE VUIC-FECHA        TO CLI0-U-FECHA     (IX)     00009710
                    MOVE VUIC-CUENTA       TO CLI0-U-CUENTA    (IX)     00009720
                    MOVE VUIC-REGLA        TO CLI0-U-REGLA     (IX)     00009730
                    MOVE VUIC-ESTADO       TO CLI0-U-ESTADO    (IX)     00009740
                    MOVE 'VL7CUIC0'        TO CLI0-U-TRAN      (IX)     00009750
               WHEN 100                                                 00009760
                    CONTINUE                                            00009770
               WHEN OTHER                                               00009780
                    PERFORM 8900-ERROR-SQL                              00009790
           END-EVALUATE                                                 00009800
           .                                                            00009810
      *                                                                *00009820
      *----------------------------------------------------------------*00009830
       4500-FALLIDAS.                                                   00009840
      *----------------------------------------------------------------*00009850
           MOVE 'VLDTFLQ '          TO W-TABLA-ERROR                    00009860
           EXEC SQL                                                     00009870
                OPEN VLDCCLI8                                           00009880
           END-EXEC                                                     00009890
           IF SQLCODE NOT = ZERO                                        00009900
              PERFORM 8900-ERROR-SQL                                    00009910
           END-IF                                                       00009920
                                                                        00009930
           MOVE ZEROS TO IX                                             00009940
           PERFORM 4510-FETCH-FALLIDA                                   00009950
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00009960
                                                                        00009970
           EXEC SQL                                                     00009980
                CLOSE VLDCCLI8                                          00009990
           END-EXEC                                                     00010000
           IF SQLCODE NOT = ZERO                                        00010010
              PERFORM 8900-ERROR-SQL                                    00010020
           END-IF                                                       00010030
                                                                        00010040
           MOVE IX                  TO CLI0-NUM-FALLIDAS                00010050
           .                                                            00010060
      *                                                                *00010070
      *----------------------------------------------------------------*00010080
       4510-FETCH-FALLIDA.                                              00010090
      *----------------------------------------------------------------*00010100
           EXEC SQL                                                     00010110
                FETCH VLDCCLI8                                          00010120
                 INTO :VFLQ-CUENTA                                      00010130
                    , :VFLQ-REFER                                       00010140
                    , :VFLQ-CODVALOR                                    00010150
                    , :VFLQ-IMPORTE                                     00010160
                    , :VFLQ-MOTIVO                                      00010170
                    , :VFLQ-FEC-ALTA                                    00010180
                    , :VFLQ-REINTENTOS                                  00010190
           END-EXEC                                                     00010200
           EVALUATE SQLCODE                                             00010210
               WHEN ZERO                                                00010220
                    ADD  1                 TO IX                        00010230
                    MOVE VFLQ-CUENTA       TO CLI0-F-CUENTA    (IX)     00010240
                    MOVE VFLQ-REFER        TO CLI0-F-REFER     (IX)     00010250
                    MOVE VFLQ-CODVALOR     TO CLI0-F-CODVALOR  (IX)     00010260
                    MOVE VFLQ-IMPORTE      TO CLI0-F-IMPORTE   (IX)     00010270
                    MOVE VFLQ-MOTIVO       TO CLI0-F-MOTIVO    (IX)     00010280
                    MOVE VFLQ-FEC-ALTA     TO CLI0-F-FEC-ALTA  (IX)     00010290
                    MOVE VFLQ-REINTENTOS   TO CLI0-F-REINTENTOS (IX)    00010300
                    MOVE 'VL7CFLQ0'        TO CLI0-F-TRAN      (IX)     00010310
               WHEN 100                                                 00010320
                    CONTINUE                                            00010330
               WHEN OTHER                                               00010340
                    PERFORM 8900-ERROR-SQL                              00010350
           END-EVALUATE                                                 00010360
           .                                                            00010370
      *                                                                *00010380
      *----------------------------------------------------------------*00010390
       4600-DOCUMENTOS.                                                 00010400
      *----------------------------------------------------------------*00010410
           MOVE 'VLDTDRG '          TO W-TABLA-ERROR                    00010420
           EXEC SQL                                                     00010430
                OPEN VLDCCLI9                                           00010440
           END-EXEC                                                     00010450
           IF SQLCODE NOT = ZERO                                        00010460
              PERFORM 8900-ERROR-SQL                                    00010470
           END-IF                                                       00010480
                                                                        00010490
           MOVE ZEROS TO IX                                             00010500
           PERFORM 4610-FETCH-DOCUMENTO                                 00010510
              UNTIL IX NOT < 5 OR SQLCODE NOT = ZERO                    00010520
                                                                        00010530
           EXEC SQL                                                     00010540
                CLOSE VLDCCLI9                                          00010550
           END-EXEC                                                     00010560
           IF SQLCODE NOT = ZERO                                        00010570
              PERFORM 8900-ERROR-SQL                                    00010580
           END-IF                                                       00010590
                                                                        00010600
           MOVE IX                  TO CLI0-NUM-DOCUMENTOS              00010610
           .                                                            00010620
      *                                                                *00010630
      *----------------------------------------------------------------*00010640
       4610-FETCH-DOCUMENTO.                                            00010650
      *----------------------------------------------------------------*00010660
           EXEC SQL                                                     00010670
                FETCH VLDCCLI9                                          00010680
                 INTO :VDRG-ID                                          00010690
                    , :VDRG-CUENTA                                      00010700
                    , :VDRG-TIPODOC                                     00010710
                    , :VDRG-FECHA                                       00010720
                    , :VDRG-HORA                                        00010730
                    , :VDRG-CANAL                                       00010740
           END-EXEC                                                     00010750
           EVALUATE SQLCODE                                             00010760
               WHEN ZERO                                                00010770
                    ADD  1                 TO IX                        00010780
                    MOVE VDRG-ID           TO CLI0-D-ID        (IX)     00010790
                    MOVE VDRG-CUENTA       TO CLI0-D-CUENTA    (IX)     00010800
                    MOVE VDRG-TIPODOC      TO CLI0-D-TIPODOC   (IX)     00010810
                    MOVE VDRG-FECHA        TO CLI0-D-FECHA     (IX)     00010820
                    MOVE VDRG-HORA         TO CLI0-D-HORA      (IX)     00010830
                    MOVE VDRG-CANAL        TO CLI0-D-CANAL     (IX)     00010840
                    MOVE 'VL7CDRG0'        TO CLI0-D-TRAN      (IX)     00010850
               WHEN 100                                                 00010860
                    CONTINUE                                            00010870
               WHEN OTHER                                               00010880
                    PERFORM 8900-ERROR-SQL                              00010890
           END-EVALUATE                                                 00010900
           .                                                            00010910
      *                                                                *00010920
      *----------------------------------------------------------------*00010930
       8900-ERROR-SQL.                                                  00010940
      *----------------------------------------------------------------*00010950
           MOVE '99'                  TO CLI0-COD-RETORNO               00010960
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00010970
           MOVE 'VLE1000'             TO CLI0-COD-ERROR-DEV             00010980
           MOVE W-TABLA-ERROR         TO CLI0-VAR1-ERROR                00010990
           MOVE W-SQLCODE-EDIT        TO CLI0-VAR2-ERROR                00011000
           PERFORM 9999-FIN.                                            00011010
      *                                                                *00011020
      *----------------------------------------------------------------*00011030
       9999-FIN.                                                        00011040
      *----------------------------------------------------------------*00011050
           EXEC CICS                                                    00011060
              RETURN                                                    00011070
           END-EXEC.                                                    00011080
      *=================================================================00011090
      *   FIN DEL PROGRAMA                                              00011100
      *=================================================================00011110
