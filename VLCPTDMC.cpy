      ******************************************************************00000010
      *                        VLCPTDMC                                *00000020
      *                                                                *00000030
      * COPY LAYOUT REGISTRO VLDTDMC - DISCREPANCIAS CON EL MAESTRO    *00000040
      * CENTRAL DE CLIENTES DEL BANCO. VL4CMCEN APLICA A VLDTXMI LOS   *00000050
      * CAMBIOS SIN CONFLICTO DEL FICHERO DIARIO DEL MAESTRO CENTRAL Y *00000060
      * REGISTRA AQUI, PARA LA OFICINA DEL CLIENTE (VXMI_SUCVAL), LOS  *00000070
      * QUE NO PUEDE APLICAR:                                          *00000080
      *   CLIDIST  EL DOCUMENTO CORRESPONDE A OTRO CLIENTE AQUI        *00000090
      *   NIFDUPL  EL DOCUMENTO ESTA EN MAS DE UN CLIENTE AQUI         *00000100
      *   FALLCEN  FALLECIDO EN EL MAESTRO CENTRAL Y NO AQUI           *00000110
      *   FALLAQUI FALLECIDO AQUI Y NO EN EL MAESTRO CENTRAL           *00000120
      * ESTADO: 'P' PENDIENTE DE REVISION / 'R' REVISADO               *00000130
      * VDMC_ID ES COLUMNA IDENTITY (NO SE INFORMA EN EL INSERT).      *00000140
      ******************************************************************00000150
       01  DCLVLDTDMC.                                                  00000160
           10 VDMC-ID              PIC S9(9) USAGE COMP-3.              00000170
           10 VDMC-FECHA           PIC S9(8)V USAGE COMP-3.             00000180
           10 VDMC-NIF             PIC X(11).                           00000190
      *    CLIENTE AQUI (VXMI_CODCLI) Y EN EL MAESTRO CENTRAL           00000200
           10 VDMC-CODCLI          PIC S9(8)V USAGE COMP-3.             00000210
           10 VDMC-CODCLI-CEN      PIC S9(8)V USAGE COMP-3.             00000220
           10 VDMC-SUCURS          PIC X(4).                            00000230
           10 VDMC-MOTIVO          PIC X(8).                            00000240
              88 VDMC-CLIENTE-DISTINTO       VALUE 'CLIDIST '.          00000250
              88 VDMC-NIF-DUPLICADO          VALUE 'NIFDUPL '.          00000260
              88 VDMC-FALLECIDO-CENTRAL      VALUE 'FALLCEN '.          00000270
              88 VDMC-FALLECIDO-AQUI         VALUE 'FALLAQUI'.          00000280
           10 VDMC-DETALLE         PIC X(60).                           00000290
           10 VDMC-ESTADO          PIC X(1).                            00000300
              88 VDMC-PENDIENTE              VALUE 'P'.                 00000310
              88 VDMC-REVISADO               VALUE 'R'.                 00000320
           10 VDMC-FEULMOD         PIC S9(8)V USAGE COMP-3.             00000330
           10 VDMC-USUARIO         PIC X(8).                            00000340
