      ******************************************************************00000010
      *                        VLCPTNTF                                *00000020
      *                                                                *00000030
      * COPY REGISTROS DEL INTERCAMBIO CON LA PLATAFORMA DE MENSAJERIA *00000040
      * (SMS / CORREO) DEL BANCO:                                      *00000050
      *   - ENVIO (VL4CNOTF, 400 POSICIONES): CABECERA Y COLA VLCPTCTF *00000060
      *     ('HDR' / 'TRL' CON CUENTA DE REGISTROS Y HASH DE NTF-ID)   *00000070
      *     Y UN REGISTRO 'DAT' POR AVISO Y CANAL.                     *00000080
      *   - RESULTADO DE ENTREGA (VL4CNOTR, 100 POSICIONES): UN        *00000090
      *     REGISTRO 'DAT' POR AVISO Y CANAL CON LA REFERENCIA NTF-ID  *00000100
      *     RECIBIDA; 'HDR' Y 'TRL' CON EL MISMO REGISTRO DE CONTROL.  *00000110
      ******************************************************************00000120
       01  REG-NTF-AVISO.                                               00000130
           05 NTF-TIPO             PIC X(03).                           00000140
              88 NTF-ES-DATO                 VALUE 'DAT'.               00000150
           05 NTF-ID               PIC 9(09).                           00000160
           05 NTF-CANAL            PIC X(01).                           00000170
              88 NTF-CANAL-SMS               VALUE 'S'.                 00000180
              88 NTF-CANAL-CORREO            VALUE 'M'.                 00000190
           05 NTF-NUMCLI           PIC 9(08).                           00000200
           05 NTF-CUENTA           PIC 9(07).                           00000210
           05 NTF-TIPEVE           PIC X(03).                           00000220
           05 NTF-FECEVE           PIC 9(08).                           00000230
           05 NTF-IDIOMA           PIC X(01).                           00000240
           05 NTF-TELEFONO         PIC X(15).                           00000250
           05 NTF-CORREO           PIC X(60).                           00000260
           05 NTF-NOMBRE           PIC X(40).                           00000270
           05 NTF-ASUNTO           PIC X(40).                           00000280
           05 NTF-MENSAJE          PIC X(160).                          00000290
           05 FILLER               PIC X(45).                           00000300
      *                                                                 00000310
       01  REG-NTF-RESULTADO.                                           00000320
           05 RNT-TIPO             PIC X(03).                           00000330
              88 RNT-ES-DATO                 VALUE 'DAT'.               00000340
           05 RNT-ID               PIC 9(09).                           00000350
           05 RNT-ID-X REDEFINES RNT-ID PIC X(09).                      00000360
           05 RNT-CANAL            PIC X(01).                           00000370
           05 RNT-RESULTADO        PIC X(01).                           00000380
              88 RNT-ENTREGADO               VALUE 'E'.                 00000390
              88 RNT-NO-ENTREGADO            VALUE 'F'.                 00000400
           05 RNT-FECHA            PIC 9(08).                           00000410
           05 RNT-FECHA-X REDEFINES RNT-FECHA PIC X(08).                00000420
           05 RNT-HORA             PIC 9(06).                           00000430
           05 RNT-MOTIVO           PIC X(20).                           00000440
           05 FILLER               PIC X(52).                           00000450
