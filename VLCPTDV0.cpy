      * POR TITULO DESDE EL ULTIMO PAGO (BASE 360: REGLA 30/360;       *00000090
      * OTRA BASE: DIAS REALES). CODRESP: 00 OK / 01 SIN CALENDARIO    *00000100
      * (DEVENGADO CERO) / 99 ERROR DE ACCESO.                         *00000110
      * RITM49169: CODRESP 02 = EL VALOR TIENE UN EVENTO EN IMPAGO     *00000111
      * (VLDTCUP 'D'/'R'): NO DEVENGA HASTA QUE SE DISTRIBUYA EL       *00000112
      * RECUPERO; EL LLAMADOR LO SENALA EN LA VALORIZACION.            *00000113
      ******************************************************************00000120
       01  VL9CDEV0-AREA.                                               00000130
           05 DV0-CODVALOR         PIC X(12).                           00000140
