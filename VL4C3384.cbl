      *                                      ARCHIVO Y LA MONEDA YA    *00394059
      *                                      QUEDARON RESUELTOS.       *00395059
      *--------- ---------- ---------------- --------------------------*00396059
LRH@16*RITM49032 22-08-2026 LUIS RIVERA H.  °REGISTRA LOS TOTALIMETROS *00396060
      *                                      DE LA CORRIDA EN VLDTCTL  *00396061
      *                                      (RUTINA VL9CCTL0)         *00396062
      *--------- ---------- ---------------- --------------------------*00396063
LRH@17*RITM49039 22-08-2026 LUIS RIVERA H.  °GRABA FICHERO DE CUADRE   *00396064
      *                                      S9DQ3384 CON TOTALES DE   *00396065
      *                                      CARGOS/ABONOS POR OFICINA *00396066
      *                                      Y DIVISA, PARA CONCILIAR  *00396067
      *                                      CONTRA VLDTCON (VL4CCONC) *00396068
      *--------- ---------- ---------------- --------------------------*00396069
LRH@18*RITM49062 22-08-2026 LUIS RIVERA H.  °EL DIA HABIL SIGUIENTE    *00396070
      *                                      TAMBIEN SALTA LOS FERIADOS*00396071
      *                                      LOCALES DE LA PLAZA       *00396072
      *                                      (TABLA VLDTFER), NO SOLO  *00396073
      *                                      LOS DEL CALENDARIO        *00396074
      *                                      CORPORATIVO TC9C1200.     *00396075
      *--------- ---------- ---------------- --------------------------*00396076
LRH@19*RITM49122 02-09-2026 LUIS RIVERA H.  °EL FERIADO LOCAL SE       *00396077
      *                                      RESUELVE POR PLAZA        *00396078
      *                                      (VFER_PLAZA); LA CUENTA   *00396079
      *                                      ECONOMICA OPS LIQUIDA EN  *00396080
      *                                      LA PLAZA DE LIMA.         *00396081
      *--------- ---------- ---------------- --------------------------*00396082
LRH@20*RITM49188 15-10-2026 LUIS RIVERA H.  °LOS APUNTES OPS QUEDAN    *00396083
      *                                      TAMBIEN EN LA PASARELA    *00396084
      *                                      CONTABLE (VL9CAPU0) PARA  *00396085
      *                                      EL ENVIO UNICO A CONTA-   *00396086
      *                                      BILIDAD (VL4CPASC).       *00396087
      *--------- ---------- ---------------- --------------------------*00396088
      ******************************************************************00400059
       ENVIRONMENT DIVISION.                                            00410059
      *===================*                                             00420059
LRH@17     05 FILLER              PIC X(15) VALUE SPACES.               01610089
      *RITM49039-FIN                                                  * 01610090
      *RITM49032-FIN                                                  * 01610065
      *RITM49188-INI                                                  * 01610066
LRH@20     COPY VLCPTAP0.                                               01610067
LRH@20 01  WK-VL9CAPU0            PIC X(08) VALUE 'VL9CAPU0'.           01610068
      *RITM49188-FIN                                                  * 01610069
      *                                                                 01620059
       01  FECHA-SYSIN.                                                 01630059
           02  DD-SYS             PIC  9(02).                           01640059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       07150060
LRH@17              MOVE 'C'                   TO  WA-CUA-TIPO          07150061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          07150062
LRH@20              PERFORM 257-PASARELA-CONTABLE                       07150063
               WHEN OTHER                                               07160059
                    MOVE 'S1DQ3384 '           TO  W802-FICHERO         07170059
                    MOVE  FS-S1DQ3384          TO  W802-STATUS          07180059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       07890060
LRH@17              MOVE 'A'                   TO  WA-CUA-TIPO          07890061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          07890062
LRH@20              PERFORM 257-PASARELA-CONTABLE                       07890063
               WHEN OTHER                                               07900059
                    MOVE 'S2DQ3384 '           TO  W802-FICHERO         07910059
                    MOVE  FS-S2DQ3384          TO  W802-STATUS          07920059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       08630060
LRH@17              MOVE 'A'                   TO  WA-CUA-TIPO          08630061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          08630062
LRH@20              IF VARC-CUENTA NOT = 269149                         08630063
LRH@20                 AND NOT ENCONTRO-EXCLUIDA                        08630064
LRH@20                 PERFORM 257-PASARELA-CONTABLE                    08630065
LRH@20              END-IF                                              08630066
               WHEN OTHER                                               08640059
                    MOVE 'S2DQ3384 '           TO  W802-FICHERO         08650059
                    MOVE  FS-S2DQ3384          TO  W802-STATUS          08660059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       09440060
LRH@17              MOVE 'C'                   TO  WA-CUA-TIPO          09440061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          09440062
LRH@20              IF VARC-CUENTA NOT = 269149                         09440063
LRH@20                 AND NOT ENCONTRO-EXCLUIDA                        09440064
LRH@20                 PERFORM 257-PASARELA-CONTABLE                    09440065
LRH@20              END-IF                                              09440066
               WHEN OTHER                                               09450059
                    MOVE 'S1DQ3384 '           TO  W802-FICHERO         09460059
                    MOVE  FS-S1DQ3384          TO  W802-STATUS          09470059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       12500060
LRH@17              MOVE 'C'                   TO  WA-CUA-TIPO          12500061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          12500062
LRH@20              PERFORM 257-PASARELA-CONTABLE                       12500063
               WHEN OTHER                                               12510059
                    MOVE 'S1DQ3384 '           TO  W802-FICHERO         12520059
                    MOVE  FS-S1DQ3384          TO  W802-STATUS          12530059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       13210060
LRH@17              MOVE 'C'                   TO  WA-CUA-TIPO          13210061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          13210062
LRH@20              PERFORM 257-PASARELA-CONTABLE                       13210063
               WHEN OTHER                                               13220059
                    MOVE 'S1DQ3384 '           TO  W802-FICHERO         13230059
                    MOVE  FS-S1DQ3384          TO  W802-STATUS          13240059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       13910060
LRH@17              MOVE 'A'                   TO  WA-CUA-TIPO          13910061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          13910062
LRH@20              PERFORM 257-PASARELA-CONTABLE                       13910063
               WHEN OTHER                                               13920059
                    MOVE 'S2DQ3384 '           TO  W802-FICHERO         13930059
                    MOVE  FS-S2DQ3384          TO  W802-STATUS          13940059
LRH@16              ADD MDC-SALDO-DISPON       TO  WK-CTL-IMPORTE       14620060
LRH@17              MOVE 'A'                   TO  WA-CUA-TIPO          14620061
LRH@17              PERFORM 255-ACUMULA-CUADRE                          14620062
LRH@20              PERFORM 257-PASARELA-CONTABLE                       14620063
               WHEN OTHER                                               14630059
                    MOVE 'S2DQ3384 '           TO  W802-FICHERO         14640059
                    MOVE  FS-S2DQ3384          TO  W802-STATUS          14650059
           END-PERFORM.                                                 18700108
      *RITM49039-FIN                                                  * 18700109
                                                                        18700110
      *RITM49188-INI                                                  * 18700111
      *   *-----------------------*                                   * 18700112
LRH@20 257-PASARELA-CONTABLE.                                           18700113
      *   *-----------------------*                                   * 18700114
      *   EL APUNTE OPS RECIEN GRABADO QUEDA EN LA PASARELA           * 18700115
      *   CONTABLE, QUE LO ENVIA CON EL RESTO DEL DIA (VL4CPASC)      * 18700116
LRH@20     MOVE 'A'                 TO AP0-FUNCION.                     18700117
LRH@20     MOVE 'VL4C3384'          TO AP0-PROGRAMA.                    18700118
LRH@20     MOVE REGISTRO-BGECOPS    TO AP0-REGISTRO.                    18700119
LRH@20     CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   18700120
LRH@20     IF AP0-CODRESP NOT = ZEROS                                   18700121
LRH@20        MOVE 'VL4C3384'               TO  W801-PROGRAMA           18700122
LRH@20        MOVE 'VLDTAPU'                TO  W801-TABLA              18700123
LRH@20        MOVE 'INSERT      '           TO  W801-ACCION             18700124
LRH@20        MOVE MIR-REF-INTERNA          TO  W801-CLAVE              18700125
LRH@20        MOVE AP0-CODRESP              TO  W801-SQLCODE            18700126
LRH@20        MOVE SPACES                   TO  W801-SQLWARN            18700127
LRH@20        MOVE '257-PASARELA-CONTABLE ' TO  W801-PARRAFO            18700128
LRH@20        PERFORM  VLPC8010-DISP-ABEND-DB2                          18700129
LRH@20        PERFORM  VLPC8010-ABEND-DB2                               18700130
LRH@20     END-IF.                                                      18700131
      *RITM49188-FIN                                                  * 18700132
                                                                        18700133
      *   *---*                                                         18710059
       300-FIN.                                                         18720059
      *   *---*                                                         18730059
LRH@17     CLOSE S9DQ3384.                                              19570062
      *RITM49039-FIN                                                  * 19570063
           PERFORM 230-CLOSE-VLDCARC.                                   19580059
      *RITM49188-INI                                                  * 19580060
      *    CIERRA EL LOTE DE LA PASARELA CON SUS TOTALES DE CONTROL   * 19580061
LRH@20     MOVE 'F'                 TO AP0-FUNCION.                     19580062
LRH@20     MOVE 'VL4C3384'          TO AP0-PROGRAMA.                    19580063
LRH@20     CALL WK-VL9CAPU0      USING VL9CAPU0-AREA.                   19580064
LRH@20     IF AP0-CODRESP NOT = ZEROS                                   19580065
LRH@20        MOVE 'VL4C3384'               TO  W801-PROGRAMA           19580066
LRH@20        MOVE 'VLDTLCG'                TO  W801-TABLA              19580067
LRH@20        MOVE 'INSERT      '           TO  W801-ACCION             19580068
LRH@20        MOVE SPACES                   TO  W801-CLAVE              19580069
LRH@20        MOVE AP0-CODRESP              TO  W801-SQLCODE            19580070
LRH@20        MOVE SPACES                   TO  W801-SQLWARN            19580071
LRH@20        MOVE '300-FIN               ' TO  W801-PARRAFO            19580072
LRH@20        PERFORM  VLPC8010-DISP-ABEND-DB2                          19580073
LRH@20        PERFORM  VLPC8010-ABEND-DB2                               19580074
LRH@20     END-IF.                                                      19580075
      *RITM49188-FIN                                                  * 19580076
      *                                                                *19590059
      *RITM49032-INI                                                  * 19590060
      *    REGISTRA LA CORRIDA EN EL CONTROL DE EJECUCION (VLDTCTL)   * 19590061
