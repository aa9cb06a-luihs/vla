      ******************************************************************00000010
      *                        VLWCRAT0                                *00000020
      *                                                                *00000030
      * ESCALA DE CALIFICACIONES DE RIESGO DE LARGO PLAZO, DE MEJOR A  *00000040
      * PEOR. LA POSICION EN LA TABLA ES EL ORDEN DE LA CALIFICACION:  *00000050
      * UNA REBAJA ES PASAR A UNA POSICION MAYOR. LA USAN VL7CEMI0     *00000060
      * (VALIDACION DE VEMI_RATING) Y VL4CEMIC (DETECCION DE REBAJAS). *00000070
      ******************************************************************00000080
       01  RAT-ESCALA.                                                  00000090
           05 FILLER               PIC X(4) VALUE 'AAA '.               00000100
           05 FILLER               PIC X(4) VALUE 'AA+ '.               00000110
           05 FILLER               PIC X(4) VALUE 'AA  '.               00000120
           05 FILLER               PIC X(4) VALUE 'AA- '.               00000130
           05 FILLER               PIC X(4) VALUE 'A+  '.               00000140
           05 FILLER               PIC X(4) VALUE 'A   '.               00000150
           05 FILLER               PIC X(4) VALUE 'A-  '.               00000160
           05 FILLER               PIC X(4) VALUE 'BBB+'.               00000170
           05 FILLER               PIC X(4) VALUE 'BBB '.               00000180
           05 FILLER               PIC X(4) VALUE 'BBB-'.               00000190
           05 FILLER               PIC X(4) VALUE 'BB+ '.               00000200
           05 FILLER               PIC X(4) VALUE 'BB  '.               00000210
           05 FILLER               PIC X(4) VALUE 'BB- '.               00000220
           05 FILLER               PIC X(4) VALUE 'B+  '.               00000230
           05 FILLER               PIC X(4) VALUE 'B   '.               00000240
           05 FILLER               PIC X(4) VALUE 'B-  '.               00000250
           05 FILLER               PIC X(4) VALUE 'CCC+'.               00000260
           05 FILLER               PIC X(4) VALUE 'CCC '.               00000270
           05 FILLER               PIC X(4) VALUE 'CCC-'.               00000280
           05 FILLER               PIC X(4) VALUE 'CC  '.               00000290
           05 FILLER               PIC X(4) VALUE 'C   '.               00000300
           05 FILLER               PIC X(4) VALUE 'D   '.               00000310
       01  FILLER REDEFINES RAT-ESCALA.                                 00000320
           05 RAT-CALIFICACION     PIC X(4) OCCURS 22.                  00000330
       77  RAT-MAXIMO              PIC 9(02) VALUE 22.                  00000340
       77  IX-RAT                  PIC 9(02) VALUE ZEROS.               00000350
