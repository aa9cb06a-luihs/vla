           10 VPLA-MODO            PIC X(1).                            00000150
              88 VPLA-POR-IMPORTE  VALUE 'I'.                           00000160
              88 VPLA-POR-CANTIDAD VALUE 'C'.                           00000170
      *RITM49170: 'R' REINVERSION DE DIVIDENDOS: EL NETO QUE PAGA       00000171
      *           VL4CDIVC COMPRA TITULOS DEL MISMO VALOR (SIN          00000172
      *           IMPORTE, CANTIDAD NI DIA DEL MES)                     00000173
              88 VPLA-REINVERSION  VALUE 'R'.                           00000174
           10 VPLA-IMPORTE         PIC S9(13)V9(2) USAGE COMP-3.        00000180
           10 VPLA-CANTIDAD        PIC S9(13)V USAGE COMP-3.            00000190
           10 VPLA-DIAMES          PIC S9(2)V USAGE COMP-3.             00000200
