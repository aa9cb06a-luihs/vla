      * 'PER', LA DESCUENTA DEL EFECTIVO ABONADO Y LA ABONA A LA       *00000080
      * CUENTA PASIVO DE RETENCIONES (VXBO_CTARETEN). VL4CRETN LA      *00000090
      * REPORTA POR CLIENTE PARA EL PAGO MENSUAL A SUNAT.              *00000100
      * VL4CCUPO GRABA TAMBIEN LA RETENCION SOBRE CUPONES Y            *00000101
      * VENCIMIENTOS (VRET_REFER = SECUENCIA DEL EVENTO EN VLDTCUP,    *00000102
      * VRET_RESULTADO = INTERES BRUTO PAGADO).                        *00000103
      ******************************************************************00000110
       01  DCLVLDTRET.                                                  00000120
           10 VRET-CUENTA          PIC S9(7)V USAGE COMP-3.             00000130
