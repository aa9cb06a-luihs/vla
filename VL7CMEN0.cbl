      *=================================================================00000010
       IDENTIFICATION DIVISION.                                         00000020
      *=================================================================00000030
       PROGRAM-ID.    VL7CMEN0.                                         00000040
       AUTHOR.        BBVA.                                             00000050
      ******************************************************************00000060
      *APLICATIVO   : VALORES                                          *00000070
      *TRANSACCION  : CUENTAS DE TITULAR MENOR DE EDAD BAJO CONTROL    *00000080
      *               DEL TUTOR O REPRESENTANTE LEGAL - TABLA VLDTTUA  *00000090
      *OBJETIVO     : 'R' REGISTRA AL TITULAR COMO MENOR (FECHA DE     *00000100
      *               NACIMIENTO Y MARCA EN VLDTXMI) Y VINCULA A SU    *00000110
      *               TUTOR COMO INTERVINIENTE TIPO 'T' EN VLDTADT.    *00000120
      *               'A' DA DE ALTA UNA AUTORIZACION DEL TUTOR PARA   *00000130
      *               UN AMBITO DE SALIDA (E = CARGOS EN EFECTIVO,     *00000140
      *               V = TRASPASOS DE VALORES, C = MANTENIMIENTO DE   *00000150
      *               LA CUENTA) CON SU VIGENCIA; SIN ELLA VL4C3050,   *00000160
      *               VL4CTRAS Y VL2C1010 NO DEJAN SALIR NADA.         *00000170
      *               'B' DA DE BAJA (LOGICA) UNA AUTORIZACION.        *00000180
      *               'C' CONSULTA LA SITUACION DEL MENOR Y SUS        *00000190
      *               AUTORIZACIONES.                                  *00000200
      *               CADA CAMBIO SE AUDITA EN VLDTRLOG VIA VL7CRLOG.  *00000210
      ******************************************************************00000220
      *REF.PETIC FECHA-MOD. PROGRAMADOR       DESCRIPCION              *00000230
      *--------- ---------- ----------------- -------------------------*00000240
      *RITM49172 15-10-26   LUIS RIVERA H.    CREACION DEL COMPONENTE  *00000250
      *----------------------------------------------------------------*00000260
      ******************************************************************00000270
      *                                                                 00000280
      *=================================================================00000290
       ENVIRONMENT DIVISION.                                            00000300
      *=================================================================00000310
       CONFIGURATION SECTION.                                           00000320
      *-----------------------------------------------------------------00000330
       SPECIAL-NAMES.                                                   00000340
      *--------------                                                   00000350
                                                                        00000360
      *=================================================================00000370
       DATA DIVISION.                                                   00000380
      *=================================================================00000390
                                                                        00000400
      *-----------------------------------------------------------------00000410
       WORKING-STORAGE SECTION.                                         00000420
      *-----------------------------------------------------------------00000430
       01  WA-PROGRAMA             PIC X(08)        VALUE 'VL7CMEN0'.   00000440
       01  VL7CRLOG                PIC X(08)        VALUE 'VL7CRLOG'.   00000450
                                                                        00000460
      *-----------------------------------------------------------------00000470
      *    VARIABLES.                                                   00000480
      *-----------------------------------------------------------------00000490
       01  W-VARIABLES.                                                 00000500
           03 IX                       PIC 9(02)       VALUE ZEROS.     00000510
           03 W-SQLCODE-EDIT           PIC +ZZZZ       VALUE ZEROS.     00000520
           03 WK-SECUEN-MAX            PIC S9(3) COMP-3 VALUE ZEROS.    00000530
           03 WK-CONTADOR              PIC S9(4) COMP  VALUE ZEROS.     00000540
      *    SITUACION DEL TITULAR EN VLDTXMI                             00000550
           03 WK-MEN-FECNAC            PIC S9(8)V COMP-3 VALUE ZEROS.   00000560
           03 WK-MEN-MARCA             PIC X(01)       VALUE SPACES.    00000570
              88 WK-ES-MENOR                           VALUE 'S'.       00000580
           03 WK-FALL-MARCA            PIC X(01)       VALUE SPACES.    00000590
           03 WK-FEC-MAYORIA           PIC 9(08)       VALUE ZEROS.     00000600
           03 WK-TUTOR                 PIC S9(8)V COMP-3 VALUE ZEROS.   00000610
           03 W-HORA-CURRENT.                                           00000620
              05  W-HORA               PIC 99.                          00000630
              05  W-MINUTOS            PIC 99.                          00000640
              05  W-SEGUNDOS           PIC 99.                          00000650
           03 W-HORA-CURRENT-N REDEFINES W-HORA-CURRENT PIC 9(6).       00000660
                                                                        00000670
      ** COPY PARA RUTINA VL7CRLOG                                      00000680
       01 W-VLWCLOG0.                                                   00000690
           COPY VLWCLOG0.                                               00000700
       01 LOGVLDTTUA               PIC X(500).                          00000710
      *    CONTROL DE FACULTADES (VL9CENT0 / VLDTENT)                   00000720
           COPY VLCPTEN0.                                               00000730
       77  WK-VL9CENT0             PIC X(08)       VALUE 'VL9CENT0'.    00000740
                                                                        00000750
      *-----------------------------------------------------------------00000760
      *    AUTORIZACIONES DEL TUTOR.                                    00000770
      *-----------------------------------------------------------------00000780
           COPY VLCPTTUA.                                               00000790
                                                                        00000800
      *-----------------------------------------------------------------00000810
      *    INCLUDES (DEFINICION DE TABLAS).                             00000820
      *-----------------------------------------------------------------00000830
           EXEC SQL INCLUDE SQLCA   END-EXEC.                           00000840
           EXEC SQL INCLUDE VLGTARC END-EXEC.                           00000850
           EXEC SQL INCLUDE VLGTADT END-EXEC.                           00000860
                                                                        00000870
      *-----------------------------------------------------------------00000880
      *                   C U R S O R E S                              *00000890
      *-----------------------------------------------------------------00000900
           EXEC SQL                                                     00000910
                DECLARE VLDCTUA1  CURSOR FOR                            00000920
                SELECT  VTUA_SECUEN                                     00000930
                     ,  VTUA_NUMCLI                                     00000940
                     ,  VTUA_AMBITO                                     00000950
                     ,  VTUA_VIGDESDE                                   00000960
                     ,  VTUA_VIGHASTA                                   00000970
                     ,  VTUA_ESTADO                                     00000980
                  FROM  VLDTTUA                                         00000990
                 WHERE  VTUA_CUENTA = :VTUA-CUENTA                      00001000
                 ORDER  BY VTUA_SECUEN                                  00001010
           END-EXEC.                                                    00001020
                                                                        00001030
      *---------------*                                                 00001040
       LINKAGE SECTION.                                                 00001050
      *---------------*                                                 00001060
       01  DFHCOMMAREA.                                                 00001070
           05  MEN0-DATOS-ENTRADA.                                      00001080
               10  MEN0-ACCION         PIC X(01).                       00001090
                   88  MEN0-REGISTRA       VALUE 'R'.                   00001100
                   88  MEN0-ALTA           VALUE 'A'.                   00001110
                   88  MEN0-BAJA           VALUE 'B'.                   00001120
                   88  MEN0-CONSULTA       VALUE 'C'.                   00001130
               10  MEN0-CUENTA         PIC 9(07).                       00001140
               10  MEN0-FECNAC         PIC 9(08).                       00001150
               10  MEN0-TUTOR          PIC 9(08).                       00001160
               10  MEN0-SECUEN         PIC 9(03).                       00001170
               10  MEN0-AMBITO         PIC X(01).                       00001180
               10  MEN0-VIGDESDE       PIC 9(08).                       00001190
               10  MEN0-VIGHASTA       PIC 9(08).                       00001200
               10  MEN0-FECHA-OPER     PIC 9(08).                       00001210
               10  MEN0-TERMINAL       PIC X(04).                       00001220
               10  MEN0-USERID         PIC X(08).                       00001230
           05  MEN0-DATOS-SALIDA.                                       00001240
               10  MEN0-COD-RETORNO    PIC X(02).                       00001250
               10  MEN0-COD-ERROR-DEV  PIC X(07).                       00001260
               10  MEN0-VAR1-ERROR     PIC X(08).                       00001270
               10  MEN0-VAR2-ERROR     PIC X(05).                       00001280
               10  MEN0-S-NUMCLI       PIC 9(08).                       00001290
               10  MEN0-S-MENOR        PIC X(01).                       00001300
               10  MEN0-S-FECNAC       PIC 9(08).                       00001310
               10  MEN0-S-FECMAYOR     PIC 9(08).                       00001320
               10  MEN0-S-TUTOR        PIC 9(08).                       00001330
               10  MEN0-NUM-OCCURS     PIC 9(02).                       00001340
               10  MEN0-AUTORIZACIONES OCCURS 10 TIMES.                 00001350
                   15  MEN0-A-SECUEN       PIC 9(03).                   00001360
                   15  MEN0-A-TUTOR        PIC 9(08).                   00001370
                   15  MEN0-A-AMBITO       PIC X(01).                   00001380
                   15  MEN0-A-VIGDESDE     PIC 9(08).                   00001390
                   15  MEN0-A-VIGHASTA     PIC 9(08).                   00001400
                   15  MEN0-A-ESTADO       PIC X(01).                   00001410
      *-----------------------------------------------------------------00001420
                                                                        00001430
      *==================                                               00001440
       PROCEDURE DIVISION.                                              00001450
      *==================                                               00001460
           PERFORM 1000-INICIO                                          00001470
           EVALUATE TRUE                                                00001480
               WHEN MEN0-REGISTRA                                       00001490
                    PERFORM 2000-REGISTRA-MENOR                         00001500
               WHEN MEN0-ALTA                                           00001510
                    PERFORM 3000-ALTA-AUTORIZACION                      00001520
               WHEN MEN0-BAJA                                           00001530
                    PERFORM 3100-BAJA-AUTORIZACION                      00001540
               WHEN MEN0-CONSULTA                                       00001550
                    PERFORM 4000-CONSULTA-MENOR                         00001560
           END-EVALUATE                                                 00001570
           PERFORM 9999-FIN.                                            00001580
                                                                        00001590
      *---------------------------------------------------------------- 00001600
       1000-INICIO.                                                     00001610
      *---------------------------------------------------------------- 00001620
           INITIALIZE      MEN0-DATOS-SALIDA                            00001630
                           DCLVLDTTUA.                                  00001640
                                                                        00001650
           MOVE '00'                TO  MEN0-COD-RETORNO                00001660
           ACCEPT W-HORA-CURRENT  FROM  TIME                            00001670
                                                                        00001680
           IF NOT MEN0-REGISTRA AND NOT MEN0-ALTA                       00001690
              AND NOT MEN0-BAJA AND NOT MEN0-CONSULTA                   00001700
              MOVE '01'                  TO MEN0-COD-RETORNO            00001710
              MOVE 'VLE2347'             TO MEN0-COD-ERROR-DEV          00001720
              MOVE 'ACCION  '            TO MEN0-VAR1-ERROR             00001730
              PERFORM 9999-FIN                                          00001740
           END-IF                                                       00001750
                                                                        00001760
      *    FACULTADES: LA ACCION PEDIDA DEBE ESTAR HABILITADA EN        00001770
      *    VLDTENT PARA ESTE USUARIO; LO DENEGADO QUEDA EN VLDTRLOG     00001780
           IF NOT MEN0-CONSULTA                                         00001790
              INITIALIZE VL9CENT0-AREA                                  00001800
              MOVE MEN0-USERID        TO ENT0-USUARIO                   00001810
              MOVE 'VL7CMEN0'         TO ENT0-CODTRAN                   00001820
              MOVE MEN0-ACCION        TO ENT0-ACCION                    00001830
              MOVE MEN0-FECHA-OPER    TO ENT0-FECHA                     00001840
              MOVE W-HORA-CURRENT-N   TO ENT0-HORA                      00001850
              MOVE MEN0-TERMINAL      TO ENT0-TERMINAL                  00001860
              CALL WK-VL9CENT0    USING VL9CENT0-AREA                   00001870
              IF ENT0-CODRESP NOT = ZEROS                               00001880
                 MOVE '99'              TO MEN0-COD-RETORNO             00001890
                 MOVE 'VLE1000'         TO MEN0-COD-ERROR-DEV           00001900
                 MOVE 'VLDTENT '        TO MEN0-VAR1-ERROR              00001910
                 PERFORM 9999-FIN                                       00001920
              END-IF                                                    00001930
              IF ENT0-PERMITIDO NOT = 'S'                               00001940
                 MOVE '91'              TO MEN0-COD-RETORNO             00001950
                 MOVE 'VLE2278'         TO MEN0-COD-ERROR-DEV           00001960
                 MOVE MEN0-USERID       TO MEN0-VAR1-ERROR              00001970
                 PERFORM 9999-FIN                                       00001980
              END-IF                                                    00001990
           END-IF                                                       00002000
                                                                        00002010
      *    TITULAR DE LA CUENTA                                         00002020
           MOVE MEN0-CUENTA          TO VARC-CUENTA                     00002030
                                        VTUA-CUENTA                     00002040
           EXEC SQL                                                     00002050
                SELECT  VARC_NUMCLI                                     00002060
                  INTO :VARC-NUMCLI                                     00002070
                  FROM  VLDTARC                                         00002080
                 WHERE  VARC_CUENTA = :VARC-CUENTA                      00002090
           END-EXEC                                                     00002100
           IF SQLCODE = 100                                             00002110
              MOVE '02'                  TO MEN0-COD-RETORNO            00002120
              MOVE 'VLE2348'             TO MEN0-COD-ERROR-DEV          00002130
              MOVE 'VLDTARC '            TO MEN0-VAR1-ERROR             00002140
              PERFORM 9999-FIN                                          00002150
           END-IF                                                       00002160
           IF SQLCODE NOT = ZERO                                        00002170
              PERFORM 8900-ERROR-SQL                                    00002180
           END-IF                                                       00002190
           MOVE VARC-NUMCLI          TO MEN0-S-NUMCLI                   00002200
                                                                        00002210
      *    SITUACION ACTUAL DEL TITULAR (MARCA DE MENOR Y NACIMIENTO)   00002220
           EXEC SQL                                                     00002230
                SELECT  VALUE(VXMI_MENOR, ' ')                          00002240
                     ,  VALUE(VXMI_FECNAC, 0)                           00002250
                  INTO :WK-MEN-MARCA                                    00002260
                     , :WK-MEN-FECNAC                                   00002270
                  FROM  VLDTXMI                                         00002280
                 WHERE  VXMI_CODCLI = :VARC-NUMCLI                      00002290
           END-EXEC                                                     00002300
           IF SQLCODE NOT = ZERO                                        00002310
              PERFORM 8900-ERROR-SQL                                    00002320
           END-IF                                                       00002330
                                                                        00002340
      *    TUTOR VINCULADO A LA CUENTA, SI LO HAY                       00002350
           MOVE ZEROS                TO WK-TUTOR                        00002360
           EXEC SQL                                                     00002370
                SELECT  VALUE(MIN(VADT_NUMCLI), 0)                      00002380
                  INTO :WK-TUTOR                                        00002390
                  FROM  VLDTADT                                         00002400
                 WHERE  VADT_CUENTA = :VARC-CUENTA                      00002410
                   AND  VADT_CLTITU = 'T'                               00002420
           END-EXEC                                                     00002430
           IF SQLCODE NOT = ZERO AND 100                                00002440
              PERFORM 8900-ERROR-SQL                                    00002450
           END-IF                                                       00002460
                                                                        00002470
      *    LAS AUTORIZACIONES SOLO TIENEN SENTIDO SOBRE UN MENOR        00002480
           IF (MEN0-ALTA OR MEN0-BAJA) AND NOT WK-ES-MENOR              00002490
              MOVE '03'                  TO MEN0-COD-RETORNO            00002500
              MOVE 'VLE2351'             TO MEN0-COD-ERROR-DEV          00002510
              MOVE 'NO MENOR'            TO MEN0-VAR1-ERROR             00002520
              PERFORM 9999-FIN                                          00002530
           END-IF                                                       00002540
                                                                        00002550
           MOVE MEN0-FECHA-OPER      TO VTUA-FEULMOD                    00002560
           MOVE MEN0-TERMINAL        TO VTUA-NUMTER                     00002570
           MOVE MEN0-USERID          TO VTUA-USUARIO                    00002580
           .                                                            00002590
      *                                                                *00002600
      *----------------------------------------------------------------*00002610
       2000-REGISTRA-MENOR.                                             00002620
      *----------------------------------------------------------------*00002630
           IF WK-ES-MENOR                                               00002640
              MOVE '04'                  TO MEN0-COD-RETORNO            00002650
              MOVE 'VLE2349'             TO MEN0-COD-ERROR-DEV          00002660
              MOVE 'YA MENOR'            TO MEN0-VAR1-ERROR             00002670
              PERFORM 9999-FIN                                          00002680
           END-IF                                                       00002690
      *    LA FECHA DE NACIMIENTO DEBE DEJAR AL TITULAR POR DEBAJO DE   00002700
      *    LOS 18 ANOS A LA FECHA DE OPERACION                          00002710
           COMPUTE WK-FEC-MAYORIA = MEN0-FECNAC + 180000                00002720
           IF MEN0-FECNAC = ZEROS                                       00002730
              OR MEN0-FECNAC > MEN0-FECHA-OPER                          00002740
              OR WK-FEC-MAYORIA NOT > MEN0-FECHA-OPER                   00002750
              MOVE '04'                  TO MEN0-COD-RETORNO            00002760
              MOVE 'VLE2349'             TO MEN0-COD-ERROR-DEV          00002770
              MOVE 'FECNAC  '            TO MEN0-VAR1-ERROR             00002780
              PERFORM 9999-FIN                                          00002790
           END-IF                                                       00002800
      *    EL TUTOR DEBE SER CLIENTE, MAYOR DE EDAD, NO FALLECIDO Y     00002810
      *    DISTINTO DEL PROPIO TITULAR                                  00002820
           PERFORM 2100-VALIDA-TUTOR                                    00002830
                                                                        00002840
           MOVE MEN0-FECNAC          TO WK-MEN-FECNAC                   00002850
           EXEC SQL                                                     00002860
                UPDATE VLDTXMI                                          00002870
                   SET VXMI_FECNAC = :WK-MEN-FECNAC                     00002880
                     , VXMI_MENOR  = 'S'                                00002890
                 WHERE VXMI_CODCLI = :VARC-NUMCLI                       00002900
           END-EXEC                                                     00002910
           IF SQLCODE NOT = ZERO                                        00002920
              PERFORM 8900-ERROR-SQL                                    00002930
           END-IF                                                       00002940
           MOVE 'S'                  TO WK-MEN-MARCA                    00002950
                                                                        00002960
      *    VINCULO DEL TUTOR COMO INTERVINIENTE PROPIO DE LA CUENTA     00002970
           IF WK-TUTOR NOT = MEN0-TUTOR                                 00002980
              MOVE VARC-CUENTA       TO VADT-CUENTA                     00002990
              MOVE MEN0-TUTOR        TO VADT-NUMCLI                     00003000
              MOVE 'T'               TO VADT-CLTITU                     00003010
              MOVE 1                 TO VADT-NUMDOM                     00003020
              MOVE MEN0-FECHA-OPER   TO VADT-FEALTREG                   00003030
                                        VADT-FEULMOD                    00003040
              MOVE W-HORA-CURRENT-N  TO VADT-HORULMOD                   00003050
              MOVE MEN0-TERMINAL     TO VADT-NUMTER                     00003060
              MOVE MEN0-USERID       TO VADT-USUARIO                    00003070
              EXEC SQL                                                  00003080
                   INSERT INTO VLDTADT                                  00003090
                          (VADT_CUENTA, VADT_NUMCLI, VADT_CLTITU        00003100
                         , VADT_NUMDOM, VADT_FEALTREG, VADT_FEULMOD     00003110
                         , VADT_HORULMOD, VADT_NUMTER, VADT_USUARIO)    00003120
                   VALUES (:VADT-CUENTA, :VADT-NUMCLI, :VADT-CLTITU     00003130
                         , :VADT-NUMDOM, :VADT-FEALTREG, :VADT-FEULMOD  00003140
                         , :VADT-HORULMOD, :VADT-NUMTER, :VADT-USUARIO) 00003150
              END-EXEC                                                  00003160
              IF SQLCODE NOT = ZERO                                     00003170
                 PERFORM 8900-ERROR-SQL                                 00003180
              END-IF                                                    00003190
              MOVE MEN0-TUTOR        TO WK-TUTOR                        00003200
           END-IF                                                       00003210
                                                                        00003220
           MOVE MEN0-TUTOR           TO VTUA-NUMCLI                     00003230
           MOVE 'REGMENOR'           TO VL7LOG-OPERACION                00003240
           PERFORM 8000-GRABA-AUDITORIA                                 00003250
           PERFORM 5000-DEVUELVE-SITUACION                              00003260
           .                                                            00003270
      *                                                                *00003280
      *----------------------------------------------------------------*00003290
       2100-VALIDA-TUTOR.                                               00003300
      *----------------------------------------------------------------*00003310
           IF MEN0-TUTOR = ZEROS OR MEN0-TUTOR = VARC-NUMCLI            00003320
              MOVE '04'                  TO MEN0-COD-RETORNO            00003330
              MOVE 'VLE2349'             TO MEN0-COD-ERROR-DEV          00003340
              MOVE 'TUTOR   '            TO MEN0-VAR1-ERROR             00003350
              PERFORM 9999-FIN                                          00003360
           END-IF                                                       00003370
           MOVE MEN0-TUTOR           TO VTUA-NUMCLI                     00003380
           MOVE SPACES               TO WK-FALL-MARCA                   00003390
           EXEC SQL                                                     00003400
                SELECT  VALUE(VXMI_MENOR, ' ')                          00003410
                     ,  VALUE(VXMI_FALLECIDO, 'N')                      00003420
                  INTO :WK-MEN-MARCA                                    00003430
                     , :WK-FALL-MARCA                                   00003440
                  FROM  VLDTXMI                                         00003450
                 WHERE  VXMI_CODCLI = :VTUA-NUMCLI                      00003460
           END-EXEC                                                     00003470
           IF SQLCODE = 100                                             00003480
              MOVE '04'                  TO MEN0-COD-RETORNO            00003490
              MOVE 'VLE2349'             TO MEN0-COD-ERROR-DEV          00003500
              MOVE 'TUTOR   '            TO MEN0-VAR1-ERROR             00003510
              PERFORM 9999-FIN                                          00003520
           END-IF                                                       00003530
           IF SQLCODE NOT = ZERO                                        00003540
              PERFORM 8900-ERROR-SQL                                    00003550
           END-IF                                                       00003560
           IF WK-ES-MENOR OR WK-FALL-MARCA = 'S'                        00003570
              MOVE '04'                  TO MEN0-COD-RETORNO            00003580
              MOVE 'VLE2349'             TO MEN0-COD-ERROR-DEV          00003590
              MOVE 'TUTOR   '            TO MEN0-VAR1-ERROR             00003600
              PERFORM 9999-FIN                                          00003610
           END-IF                                                       00003620
           .                                                            00003630
      *                                                                *00003640
      *----------------------------------------------------------------*00003650
       3000-ALTA-AUTORIZACION.                                          00003660
      *----------------------------------------------------------------*00003670
      *    SOLO AUTORIZA EL TUTOR VINCULADO A LA CUENTA                 00003680
           IF MEN0-TUTOR = ZEROS OR MEN0-TUTOR NOT = WK-TUTOR           00003690
              MOVE '05'                  TO MEN0-COD-RETORNO            00003700
              MOVE 'VLE2350'             TO MEN0-COD-ERROR-DEV          00003710
              MOVE 'TUTOR   '            TO MEN0-VAR1-ERROR             00003720
              PERFORM 9999-FIN                                          00003730
           END-IF                                                       00003740
           IF MEN0-AMBITO NOT = 'E' AND NOT = 'V' AND NOT = 'C'         00003750
              MOVE '05'                  TO MEN0-COD-RETORNO            00003760
              MOVE 'VLE2350'             TO MEN0-COD-ERROR-DEV          00003770
              MOVE 'AMBITO  '            TO MEN0-VAR1-ERROR             00003780
              PERFORM 9999-FIN                                          00003790
           END-IF                                                       00003800
      *    SIN FECHA FINAL LA AUTORIZACION VALE HASTA LA MAYORIA DE     00003810
      *    EDAD; NUNCA MAS ALLA DE ELLA                                 00003820
           COMPUTE WK-FEC-MAYORIA = WK-MEN-FECNAC + 180000              00003830
           IF MEN0-VIGHASTA = ZEROS                                     00003840
              MOVE WK-FEC-MAYORIA        TO MEN0-VIGHASTA               00003850
           END-IF                                                       00003860
           IF MEN0-VIGDESDE = ZEROS                                     00003870
              OR MEN0-VIGHASTA < MEN0-VIGDESDE                          00003880
              OR MEN0-VIGHASTA < MEN0-FECHA-OPER                        00003890
              OR MEN0-VIGHASTA > WK-FEC-MAYORIA                         00003900
              MOVE '05'                  TO MEN0-COD-RETORNO            00003910
              MOVE 'VLE2350'             TO MEN0-COD-ERROR-DEV          00003920
              MOVE 'VIGENCIA'            TO MEN0-VAR1-ERROR             00003930
              PERFORM 9999-FIN                                          00003940
           END-IF                                                       00003950
                                                                        00003960
      *    CORRELATIVO DE LA AUTORIZACION DENTRO DE LA CUENTA           00003970
           MOVE ZEROS TO WK-SECUEN-MAX                                  00003980
           EXEC SQL                                                     00003990
                SELECT  COALESCE(MAX(VTUA_SECUEN), 0)                   00004000
                  INTO :WK-SECUEN-MAX                                   00004010
                  FROM  VLDTTUA                                         00004020
                 WHERE  VTUA_CUENTA = :VTUA-CUENTA                      00004030
           END-EXEC                                                     00004040
           IF SQLCODE NOT = ZERO AND 100                                00004050
              PERFORM 8900-ERROR-SQL                                    00004060
           END-IF                                                       00004070
           COMPUTE VTUA-SECUEN = WK-SECUEN-MAX + 1.                     00004080
                                                                        00004090
           MOVE MEN0-TUTOR           TO VTUA-NUMCLI                     00004100
           MOVE MEN0-AMBITO          TO VTUA-AMBITO                     00004110
           MOVE MEN0-VIGDESDE        TO VTUA-VIGDESDE                   00004120
           MOVE MEN0-VIGHASTA        TO VTUA-VIGHASTA                   00004130
           MOVE 'A'                  TO VTUA-ESTADO                     00004140
           EXEC SQL                                                     00004150
                INSERT INTO VLDTTUA                                     00004160
                       (VTUA_CUENTA, VTUA_SECUEN, VTUA_NUMCLI           00004170
                      , VTUA_AMBITO, VTUA_VIGDESDE, VTUA_VIGHASTA       00004180
                      , VTUA_ESTADO, VTUA_FEULMOD, VTUA_NUMTER          00004190
                      , VTUA_USUARIO)                                   00004200
                VALUES (:VTUA-CUENTA, :VTUA-SECUEN, :VTUA-NUMCLI        00004210
                      , :VTUA-AMBITO, :VTUA-VIGDESDE, :VTUA-VIGHASTA    00004220
                      , :VTUA-ESTADO, :VTUA-FEULMOD, :VTUA-NUMTER       00004230
                      , :VTUA-USUARIO)                                  00004240
           END-EXEC                                                     00004250
           IF SQLCODE NOT = ZERO                                        00004260
              PERFORM 8900-ERROR-SQL                                    00004270
           END-IF                                                       00004280
                                                                        00004290
           MOVE 'INSERT  ' TO VL7LOG-OPERACION                          00004300
           PERFORM 8000-GRABA-AUDITORIA                                 00004310
           MOVE VTUA-SECUEN TO MEN0-SECUEN                              00004320
           .                                                            00004330
      *                                                                *00004340
      *----------------------------------------------------------------*00004350
       3100-BAJA-AUTORIZACION.                                          00004360
      *----------------------------------------------------------------*00004370
      *    BAJA LOGICA: CONSERVA EL REGISTRO PARA AUDITORIA.            00004380
           MOVE MEN0-SECUEN          TO VTUA-SECUEN                     00004390
           MOVE 'B'                  TO VTUA-ESTADO                     00004400
           EXEC SQL                                                     00004410
                UPDATE VLDTTUA                                          00004420
                   SET VTUA_ESTADO   = :VTUA-ESTADO                     00004430
                     , VTUA_FEULMOD  = :VTUA-FEULMOD                    00004440
                     , VTUA_NUMTER   = :VTUA-NUMTER                     00004450
                     , VTUA_USUARIO  = :VTUA-USUARIO                    00004460
                 WHERE VTUA_CUENTA   = :VTUA-CUENTA                     00004470
                   AND VTUA_SECUEN   = :VTUA-SECUEN                     00004480
                   AND VTUA_ESTADO   = 'A'                              00004490
           END-EXEC                                                     00004500
           EVALUATE SQLCODE                                             00004510
               WHEN ZERO                                                00004520
                    CONTINUE                                            00004530
               WHEN 100                                                 00004540
                    MOVE '06'                  TO MEN0-COD-RETORNO      00004550
                    MOVE 'VLE2352'             TO MEN0-COD-ERROR-DEV    00004560
                    MOVE 'NO EXIST'            TO MEN0-VAR1-ERROR       00004570
                    PERFORM 9999-FIN                                    00004580
               WHEN OTHER                                               00004590
                    PERFORM 8900-ERROR-SQL                              00004600
           END-EVALUATE                                                 00004610
                                                                        00004620
           MOVE 'BAJA    ' TO VL7LOG-OPERACION                          00004630
           PERFORM 8000-GRABA-AUDITORIA                                 00004640
           .                                                            00004650
      *                                                                *00004660
      *----------------------------------------------------------------*00004670
       4000-CONSULTA-MENOR.                                             00004680
      *----------------------------------------------------------------*00004690
           PERFORM 5000-DEVUELVE-SITUACION                              00004700
                                                                        00004710
           EXEC SQL                                                     00004720
                OPEN VLDCTUA1                                           00004730
           END-EXEC                                                     00004740
           IF SQLCODE NOT = ZERO                                        00004750
              PERFORM 8900-ERROR-SQL                                    00004760
           END-IF                                                       00004770
                                                                        00004780
           MOVE ZEROS TO IX                                             00004790
           PERFORM 4100-FETCH-AUTORIZACION                              00004800
              UNTIL IX NOT < 10 OR SQLCODE NOT = ZERO                   00004810
                                                                        00004820
           EXEC SQL                                                     00004830
                CLOSE VLDCTUA1                                          00004840
           END-EXEC                                                     00004850
           IF SQLCODE NOT = ZERO                                        00004860
              PERFORM 8900-ERROR-SQL                                    00004870
           END-IF                                                       00004880
                                                                        00004890
           MOVE IX                  TO MEN0-NUM-OCCURS                  00004900
           .                                                            00004910
      *                                                                *00004920
      *----------------------------------------------------------------*00004930
       4100-FETCH-AUTORIZACION.                                         00004940
      *----------------------------------------------------------------*00004950
           EXEC SQL                                                     00004960
                FETCH VLDCTUA1                                          00004970
                 INTO :VTUA-SECUEN                                      00004980
                    , :VTUA-NUMCLI                                      00004990
                    , :VTUA-AMBITO                                      00005000
                    , :VTUA-VIGDESDE                                    00005010
                    , :VTUA-VIGHASTA                                    00005020
                    , :VTUA-ESTADO                                      00005030
           END-EXEC                                                     00005040
           EVALUATE SQLCODE                                             00005050
               WHEN ZERO                                                00005060
                    ADD  1               TO IX                          00005070
                    MOVE VTUA-SECUEN     TO MEN0-A-SECUEN   (IX)        00005080
                    MOVE VTUA-NUMCLI     TO MEN0-A-TUTOR    (IX)        00005090
                    MOVE VTUA-AMBITO     TO MEN0-A-AMBITO   (IX)        00005100
                    MOVE VTUA-VIGDESDE   TO MEN0-A-VIGDESDE (IX)        00005110
                    MOVE VTUA-VIGHASTA   TO MEN0-A-VIGHASTA (IX)        00005120
                    MOVE VTUA-ESTADO     TO MEN0-A-ESTADO   (IX)        00005130
               WHEN 100                                                 00005140
                    CONTINUE                                            00005150
               WHEN OTHER                                               00005160
                    PERFORM 8900-ERROR-SQL                              00005170
           END-EVALUATE                                                 00005180
           .                                                            00005190
      *                                                                *00005200
      *----------------------------------------------------------------*00005210
       5000-DEVUELVE-SITUACION.                                         00005220
      *----------------------------------------------------------------*00005230
           MOVE WK-MEN-MARCA          TO MEN0-S-MENOR                   00005240
           MOVE WK-MEN-FECNAC         TO MEN0-S-FECNAC                  00005250
           IF WK-MEN-FECNAC NOT = ZEROS                                 00005260
              COMPUTE MEN0-S-FECMAYOR = WK-MEN-FECNAC + 180000          00005270
           END-IF                                                       00005280
           MOVE WK-TUTOR              TO MEN0-S-TUTOR                   00005290
           .                                                            00005300
      *                                                                *00005310
      *----------------------------------------------------------------*00005320
       8000-GRABA-AUDITORIA.                                            00005330
      *----------------------------------------------------------------*00005340
      *    GRABA LA IMAGEN VIGENTE DE DCLVLDTTUA EN VLDTRLOG VIA        00005350
      *    VL7CRLOG, COMO LO HACE VL7CAPO0.                             00005360
           MOVE MEN0-FECHA-OPER       TO  VL7LOG-FECHA                  00005370
           MOVE W-HORA-CURRENT-N      TO  VL7LOG-HORA                   00005380
           MOVE MEN0-TERMINAL         TO  VL7LOG-NUMTER                 00005390
           MOVE MEN0-USERID           TO  VL7LOG-NUMUSER                00005400
           MOVE WA-PROGRAMA           TO  VL7LOG-CODTRAN                00005410
           MOVE 'VLDTTUA'             TO  VL7LOG-TABLA                  00005420
           MOVE LENGTH OF DCLVLDTTUA  TO  VL7LOG-REGISTRO-LEN           00005430
           MOVE SPACES                TO  LOGVLDTTUA                    00005440
           MOVE DCLVLDTTUA            TO  LOGVLDTTUA                    00005450
           MOVE LOGVLDTTUA            TO  VL7LOG-REGISTRO-TEXT          00005460
                                                                        00005470
           EXEC CICS                                                    00005480
              LINK PROGRAM (VL7CRLOG)                                   00005490
              COMMAREA (W-VLWCLOG0)                                     00005500
           END-EXEC                                                     00005510
                                                                        00005520
           IF VL7LOG-CODRESP NOT = ZEROS                                00005530
              MOVE '98'                  TO MEN0-COD-RETORNO            00005540
              MOVE 'VLE0907'             TO MEN0-COD-ERROR-DEV          00005550
              MOVE 'VL7CRLOG'            TO MEN0-VAR1-ERROR             00005560
              PERFORM 9999-FIN                                          00005570
           END-IF                                                       00005580
           .                                                            00005590
      *                                                                *00005600
      *----------------------------------------------------------------*00005610
       8900-ERROR-SQL.                                                  00005620
      *----------------------------------------------------------------*00005630
           MOVE '99'                  TO MEN0-COD-RETORNO               00005640
           MOVE SQLCODE               TO W-SQLCODE-EDIT                 00005650
           MOVE 'VLE1000'             TO MEN0-COD-ERROR-DEV             00005660
           MOVE 'VLDTTUA '            TO MEN0-VAR1-ERROR                00005670
           MOVE W-SQLCODE-EDIT        TO MEN0-VAR2-ERROR                00005680
           PERFORM 9999-FIN.                                            00005690
      *                                                                *00005700
      *----------------------------------------------------------------*00005710
       9999-FIN.                                                        00005720
      *----------------------------------------------------------------*00005730
           EXEC CICS                                                    00005740
              RETURN                                                    00005750
           END-EXEC.                                                    00005760
      *=================================================================00005770
      *   FIN DEL PROGRAMA                                              00005780
      *=================================================================00005790
