      *PETIT/ SA  FECHA-MOD. PROGRAMADOR      DESCRIPCION              *00000200
      *---------- ---------- ---------------- -------------------------*00000210
      *RITM49109  02-09-2026 LUIS RIVERA H.   CREACION DEL COMPONENTE  *00000220
      *---------- ---------- ---------------- -------------------------*00000221
      *RITM49171  15-10-2026 LUIS RIVERA H.   TAMBIEN SE CRIBAN LOS    *00000222
      *                                       BENEFICIARIOS FINALES    *00000223
      *                                       ACTIVOS (VLDTBEF) POR    *00000224
      *                                       DOCUMENTO Y POR NOMBRE;  *00000225
      *                                       SALEN EN SECCION PROPIA  *00000226
      *                                       CON COINCIDENCIA BFD/BFN.*00000227
      *---------- ---------- ---------------- -------------------------*00000230
      ******************************************************************00000240
       ENVIRONMENT DIVISION.                                            00000250
           05 WHIT-NIF             PIC X(11).                           00000770
           05 WHIT-TIPO            PIC X(01).                           00000780
           05 WHIT-FUENTE          PIC X(10).                           00000790
      *RITM49171-INI                                                  * 00000791
           05 WHIT-COINCIDE        PIC X(03).                           00000792
      *RITM49171-FIN                                                  * 00000793
      *                                                                 00000800
       01  W-DATE                  PIC 9(6).                            00000810
       01  FILLER                  REDEFINES W-DATE.                    00000820
          05 CONT-CARGADOS         PIC 9(08)  VALUE ZEROES.             00000990
          05 CONT-HITS-DOC         PIC 9(08)  VALUE ZEROES.             00001000
          05 CONT-HITS-NOMBRE      PIC 9(08)  VALUE ZEROES.             00001010
      *RITM49171-INI                                                  * 00001011
          05 CONT-HITS-BEF         PIC 9(08)  VALUE ZEROES.             00001012
      *RITM49171-FIN                                                  * 00001013
      * VARIABLES PARA CONTROL DE ERRORES                               00001020
       01 WS-ERROR.                                                     00001030
          05 WS-ACCION             PIC X(24).                           00001040
          05 FILLER                PIC X(02) VALUE SPACES.              00001370
          05 DET-FUENTE            PIC X(10).                           00001380
          05 FILLER                PIC X(46) VALUE SPACES.              00001390
      *RITM49171-INI                                                  * 00001391
       01 LIN-SECCION-BEF.                                              00001392
          05 FILLER                PIC X(40) VALUE                      00001393
             ' BENEFICIARIOS FINALES (VLDTBEF) DE LOS '.                00001394
          05 FILLER                PIC X(40) VALUE                      00001395
             'CLIENTES - BFD DOCUMENTO / BFN NOMBRE   '.                00001396
          05 FILLER                PIC X(52) VALUE SPACES.              00001397
      *RITM49171-FIN                                                  * 00001398
      *                                                                 00001400
      *    LISTA DE VIGILANCIA                                          00001410
           COPY VLCPTWLS.                                               00001420
                      , VLDTWLS W                                       00001780
                  WHERE W.VWLS_NOMBRE = M.VXMI_DENOM                    00001790
                    AND W.VWLS_NRODOC <> M.VXMI_NIF                     00001800
                  ORDER BY M.VXMI_SUCVAL, M.VXMI_CODCLI                 00001801
           END-EXEC.                                                    00001802
      *RITM49171-INI                                                  * 00001803
      *                                                                 00001804
      *    BENEFICIARIOS FINALES ACTIVOS EN LA LISTA, POR DOCUMENTO O   00001805
      *    POR NOMBRE, AGRUPADOS POR LA OFICINA DEL CLIENTE             00001806
           EXEC SQL                                                     00001807
                DECLARE VLDCWLS3 CURSOR FOR                             00001808
                 SELECT M.VXMI_SUCVAL                                   00001809
                      , B.VBEF_NUMCLI                                   00001810
                      , SUBSTR(B.VBEF_NOMBRE, 1, 40)                    00001811
                      , B.VBEF_NRODOC                                   00001812
                      , W.VWLS_TIPO                                     00001813
                      , W.VWLS_FUENTE                                   00001814
                      , CASE WHEN W.VWLS_NRODOC = B.VBEF_NRODOC         00001815
                             THEN 'BFD' ELSE 'BFN' END                  00001816
                   FROM VLDTBEF B                                       00001817
                      , VLDTXMI M                                       00001818
                      , VLDTWLS W                                       00001819
                  WHERE M.VXMI_CODCLI = B.VBEF_NUMCLI                   00001820
                    AND B.VBEF_ESTADO = 'A'                             00001821
                    AND ((W.VWLS_NRODOC = B.VBEF_NRODOC                 00001822
                          AND B.VBEF_NRODOC > ' ')                      00001823
                     OR  W.VWLS_NOMBRE = B.VBEF_NOMBRE)                 00001824
                  ORDER BY M.VXMI_SUCVAL, B.VBEF_NUMCLI                 00001825
           END-EXEC.                                                    00001826
      *RITM49171-FIN                                                  * 00001827
      *                                                                *00001830
       PROCEDURE DIVISION.                                              00001840
      *                                                                 00001850
           PERFORM 2000-PROCESO-HIT                                     00002180
              THRU 2000-PROCESO-HIT-EXIT                                00002190
              UNTIL FIN-CUR-HIT.                                        00002200
           EXEC SQL CLOSE VLDCWLS2 END-EXEC.                            00002201
      *RITM49171-INI                                                  * 00002202
           MOVE 'BEF'              TO WK-COINCIDE.                      00002203
           MOVE HIGH-VALUES        TO W-SUCVAL-ANT.                     00002204
           WRITE SAL-WLS         FROM LIN-SECCION-BEF AFTER 2.          00002205
           EXEC SQL OPEN VLDCWLS3 END-EXEC.                             00002206
           IF SQLCODE NOT = ZERO                                        00002207
              MOVE 'OPEN CURSOR'            TO WS-ACCION                00002208
              MOVE 'VLDCWLS3-PROC'          TO WS-PARRAFO               00002209
              PERFORM 3001-ERROR                                        00002210
           END-IF.                                                      00002211
           MOVE SPACES             TO SW-FIN-CUR-HIT.                   00002212
           PERFORM 2300-FETCH-BEF                                       00002213
              THRU 2300-FETCH-BEF-EXIT.                                 00002214
           PERFORM 2400-PROCESO-BEF                                     00002215
              THRU 2400-PROCESO-BEF-EXIT                                00002216
              UNTIL FIN-CUR-HIT.                                        00002217
           EXEC SQL CLOSE VLDCWLS3 END-EXEC.                            00002218
      *RITM49171-FIN                                                  * 00002219
                                                                        00002220
           PERFORM 3000-FIN                                             00002230
              THRU 3000-FIN-EXIT.                                       00002240
              ADD 1                TO CONT-HITS-NOMBRE                  00003990
              PERFORM 2200-FETCH-NOMBRE                                 00004000
                 THRU 2200-FETCH-NOMBRE-EXIT                            00004010
           END-IF.                                                      00004011
      *                                                                 00004012
      *-------------------------*                                       00004013
       2000-PROCESO-HIT-EXIT.                                           00004014
      *-------------------------*                                       00004015
           EXIT.                                                        00004016
      *RITM49171-INI                                                  * 00004017
      *---------------------*                                           00004018
       2300-FETCH-BEF.                                                  00004019
      *---------------------*                                           00004020
           EXEC SQL                                                     00004021
                FETCH VLDCWLS3                                          00004022
                 INTO :WHIT-SUCVAL                                      00004023
                    , :WHIT-NUMCLI                                      00004024
                    , :WHIT-DENOM                                       00004025
                    , :WHIT-NIF                                         00004026
                    , :WHIT-TIPO                                        00004027
                    , :WHIT-FUENTE                                      00004028
                    , :WHIT-COINCIDE                                    00004029
           END-EXEC.                                                    00004030
           EVALUATE SQLCODE                                             00004031
               WHEN ZERO                                                00004032
                    CONTINUE                                            00004033
               WHEN 100                                                 00004034
                    MOVE 'SI'               TO SW-FIN-CUR-HIT           00004035
               WHEN OTHER                                               00004036
                    MOVE 'FETCH CURSOR'     TO WS-ACCION                00004037
                    MOVE 'VLDCWLS3-2300'    TO WS-PARRAFO               00004038
                    PERFORM 3001-ERROR                                  00004039
           END-EVALUATE.                                                00004040
      *                                                                 00004041
      *------------------------*                                        00004042
       2300-FETCH-BEF-EXIT.                                             00004043
      *------------------------*                                        00004044
           EXIT.                                                        00004045
      *--------------------*                                            00004046
       2400-PROCESO-BEF.                                                00004047
      *--------------------*                                            00004048
      *    EL NUMERO DE CLIENTE ES EL DE LA PERSONA JURIDICA; NOMBRE    00004049
      *    Y DOCUMENTO SON LOS DEL BENEFICIARIO QUE COINCIDE            00004050
           IF WHIT-SUCVAL NOT = W-SUCVAL-ANT                            00004051
              MOVE WHIT-SUCVAL     TO W-SUCVAL-ANT                      00004052
                                      OFI-SUCVAL                        00004053
              WRITE SAL-WLS      FROM LIN-OFICINA AFTER 2               00004054
           END-IF.                                                      00004055
           MOVE WHIT-COINCIDE      TO DET-COINCIDE.                     00004056
           MOVE WHIT-NUMCLI        TO DET-NUMCLI.                       00004057
           MOVE WHIT-DENOM         TO DET-DENOM.                        00004058
           MOVE WHIT-NIF           TO DET-NIF.                          00004059
           MOVE WHIT-TIPO          TO DET-TIPO.                         00004060
           MOVE WHIT-FUENTE        TO DET-FUENTE.                       00004061
           WRITE SAL-WLS         FROM LIN-HIT.                          00004062
           ADD 1                   TO CONT-HITS-BEF.                    00004063
           PERFORM 2300-FETCH-BEF                                       00004064
              THRU 2300-FETCH-BEF-EXIT.                                 00004065
      *                                                                 00004066
      *-------------------------*                                       00004067
       2400-PROCESO-BEF-EXIT.                                           00004068
      *-------------------------*                                       00004069
           EXIT.                                                        00004070
      *RITM49171-FIN                                                  * 00004071
                                                                        00004080
      *--------*                                                        00004090
       3000-FIN.                                                        00004100
           DISPLAY 'REGISTROS CARGADOS     : ' CONT-CARGADOS.           00004260
           DISPLAY 'COINCIDENCIAS DOCUMENTO: ' CONT-HITS-DOC.           00004270
           DISPLAY 'COINCIDENCIAS NOMBRE   : ' CONT-HITS-NOMBRE.        00004280
      *RITM49171-INI                                                  * 00004281
           DISPLAY 'COINCIDENCIAS BENEF.   : ' CONT-HITS-BEF.           00004282
      *RITM49171-FIN                                                  * 00004283
                                                                        00004290
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)     00004300
           ACCEPT WK-HORA-FIN       FROM TIME.                          00004310
           MOVE WK-HORA-FIN (1:6)   TO VCTL-HORA-FIN.                   00004360
           MOVE CONT-LEIDOS         TO VCTL-LEIDOS.                     00004370
           COMPUTE VCTL-ESCRITOS = CONT-HITS-DOC + CONT-HITS-NOMBRE.    00004380
      *RITM49171-INI                                                  * 00004381
           ADD CONT-HITS-BEF        TO VCTL-ESCRITOS.                   00004382
      *RITM49171-FIN                                                  * 00004383
           MOVE 'OK'                TO VCTL-ESTADO.                     00004390
           CALL WK-VL9CCTL0      USING DCLVLDTCTL.                      00004400
           IF VCTL-CODRESP NOT = ZEROS                                  00004410
