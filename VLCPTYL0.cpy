      ******************************************************************00000010
      *                        VLCPTYL0                                *00000020
      *                                                                *00000030
      * AREA DE COMUNICACION DE LA RUTINA VL9CYLD0 (RENDIMIENTO Y      *00000040
      * DURACION DE RENTA FIJA). EL LLAMADOR INFORMA EL CODIGO DE      *00000050
      * VALOR, LA FECHA DE CALCULO Y EL NOMINAL POR TITULO; LA RUTINA  *00000060
      * ARMA LOS FLUJOS PENDIENTES POR TITULO DEL CALENDARIO VLDTCUP   *00000070
      * (CUPONES Y AMORTIZACIONES, CON EL MISMO CRITERIO DE IMPORTE    *00000080
      * QUE VL4CCUPO), TOMA LA ULTIMA COTIZACION LIMPIA DE VLDTCAM NO  *00000090
      * POSTERIOR A LA FECHA, LE SUMA EL DEVENGADO DE VL9CDEV0 Y       *00000100
      * DEVUELVE LA TIR (EFECTIVA ANUAL, DIAS REALES / 365), LA        *00000110
      * DURACION DE MACAULAY Y LA MODIFICADA EN ANOS, Y EL PLAZO AL    *00000120
      * ULTIMO FLUJO. CODRESP: 00 OK / 01 SIN CALENDARIO PENDIENTE /   *00000130
      * 02 VALOR EN IMPAGO (VLDTCUP 'D'/'R') / 03 SIN COTIZACION /     *00000140
      * 04 LA TIR NO CONVERGE EN -20..+100 PCT / 99 ERROR DE ACCESO.   *00000150
      * CON CODRESP DISTINTO DE 00 LAS METRICAS VUELVEN EN CERO Y EL   *00000160
      * LLAMADOR DEBE SENALAR EL VALOR, NO PROMEDIARLO.                *00000170
      ******************************************************************00000180
       01  VL9CYLD0-AREA.                                               00000190
           05 YL0-CODVALOR         PIC X(12).                           00000200
           05 YL0-FECHA            PIC 9(08).                           00000210
           05 YL0-NOMINAL          PIC 9(09)V9(06).                     00000220
      *    SALIDA                                                       00000230
           05 YL0-PRECIO           PIC S9(09)V9(06).                    00000240
           05 YL0-FECPRECIO        PIC 9(08).                           00000250
           05 YL0-PRECIO-SUCIO     PIC S9(09)V9(06).                    00000260
           05 YL0-TIR              PIC S9(03)V9(04).                    00000270
           05 YL0-DURACION         PIC S9(03)V9(04).                    00000280
           05 YL0-DURACION-MOD     PIC S9(03)V9(04).                    00000290
           05 YL0-FECVENC          PIC 9(08).                           00000300
           05 YL0-ANOS-VENC        PIC S9(03)V9(04).                    00000310
           05 YL0-FLUJOS           PIC 9(04).                           00000320
           05 YL0-CODRESP          PIC 9(02).                           00000330
              88 YL0-OK                      VALUE 00.                  00000340
              88 YL0-SIN-CALENDARIO          VALUE 01.                  00000350
              88 YL0-EN-IMPAGO               VALUE 02.                  00000360
              88 YL0-SIN-PRECIO              VALUE 03.                  00000370
              88 YL0-NO-CONVERGE             VALUE 04.                  00000380
