      ******************************************************************00000010
      *                        VLCPTDWH                                *00000020
      *                                                                *00000030
      * COPY REGISTROS DEL ENVIO DIARIO DE CAMBIOS AL DATA WAREHOUSE   *00000040
      * CORPORATIVO (VL4CDWHD). UN FICHERO POR TABLA, DE 2000          *00000050
      * POSICIONES, CON ESTA ESTRUCTURA:                               *00000060
      *   - CABECERA: REGISTRO DE CONTROL VLCPTCTF ('HDR') EN LAS      *00000070
      *     PRIMERAS 80 POSICIONES Y, A CONTINUACION, LA EXTENSION     *00000080
      *     DWC- (TABLA, MODO DELTA/COMPLETA Y VENTANA DE CAMBIOS).    *00000090
      *   - DATOS: UNA FILA POR REGISTRO ('DAT') CON EL CODIGO DE      *00000100
      *     OPERACION I/U/D Y LA IMAGEN DE LA FILA (LAYOUT DEL DCLGEN  *00000110
      *     DE LA TABLA).                                              *00000120
      *   - COLA: REGISTRO DE CONTROL VLCPTCTF ('TRL') CON EL TOTAL DE *00000130
      *     REGISTROS DE DATOS EN CTF-CUENTA-REG Y EN LA EXTENSION LOS *00000140
      *     TOTALES DE ALTAS, MODIFICACIONES Y BAJAS.                  *00000150
      * EN MODO COMPLETA ('C') TODAS LAS FILAS VIAJAN COMO ALTA Y EL   *00000160
      * DATA WAREHOUSE REEMPLAZA LA TABLA ENTERA.                      *00000170
      ******************************************************************00000180
       01  REG-DWH-DATOS.                                               00000190
           05 DWH-TIPO             PIC X(03).                           00000200
              88 DWH-ES-DATO                 VALUE 'DAT'.               00000210
           05 DWH-OPERACION        PIC X(01).                           00000220
              88 DWH-ALTA                    VALUE 'I'.                 00000230
              88 DWH-MODIFICACION            VALUE 'U'.                 00000240
              88 DWH-BAJA                    VALUE 'D'.                 00000250
           05 DWH-TABLA            PIC X(08).                           00000260
           05 DWH-FECULMOD         PIC 9(08).                           00000270
           05 DWH-HORULMOD         PIC 9(06).                           00000280
           05 DWH-IMAGEN           PIC X(1974).                         00000290
      *                                                                 00000300
       01  REG-DWH-CONTROL.                                             00000310
           05 DWC-CONTROL-TRANS    PIC X(80).                           00000320
           05 DWC-TABLA            PIC X(08).                           00000330
           05 DWC-MODO             PIC X(01).                           00000340
              88 DWC-DELTA                   VALUE 'D'.                 00000350
              88 DWC-COMPLETA                VALUE 'C'.                 00000360
           05 DWC-DESDE            PIC 9(14).                           00000370
           05 DWC-HASTA            PIC 9(14).                           00000380
           05 DWC-ALTAS            PIC 9(09).                           00000390
           05 DWC-MODIFICACIONES   PIC 9(09).                           00000400
           05 DWC-BAJAS            PIC 9(09).                           00000410
           05 FILLER               PIC X(1856).                         00000420
