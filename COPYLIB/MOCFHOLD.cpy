      *****************************************************************
      * MOCFHOLD - COLA DE REVISION DE CUENTAS MONETARIAS QUE LA CARGA*
      *            MOCFSCAR NO PUDO CLASIFICAR PARA CFSIBA (E83), AL  *
      *            ESTILO DE BINHOLD: TIPO DE CLIENTE SIN PRODUCTO EN *
      *            LA TABLA MOT 020 O CLIENTE QUE NO EXISTE EN LOS    *
      *            MAESTROS CIF CFCNAT/CFCJUR. CUANDO UNA CORRIDA     *
      *            POSTERIOR YA LA CLASIFICA, LA MISMA CARGA LA MARCA *
      *            RESUELTA.                                          *
      *****************************************************************
       01  REG-MOCFHOLD.
           05  MOCF-LLAVE.
               10  MOCF-CUENTA                 PIC X(16).
           05  MOCF-CODIGO-UNIVERSAL           PIC X(08).
           05  MOCF-TIPO-CLIENTE               PIC 9(01).
           05  MOCF-FECHA-PROCESO              PIC 9(06).
           05  MOCF-MOTIVO                     PIC 9(02).
               88  MOCF-SIN-PRODUCTO-MOT020             VALUE 01.
               88  MOCF-CLIENTE-NO-EXISTE               VALUE 02.
               88  MOCF-CLIENTE-RETIRADO                VALUE 03.
           05  MOCF-DESCRIPCION                PIC X(40).
           05  MOCF-ESTADO                     PIC X(01).
               88  MOCF-PENDIENTE                       VALUE 'P'.
               88  MOCF-RESUELTO                        VALUE 'R'.
           05  MOCF-USUARIO-RESOLVIO           PIC X(08).
           05  MOCF-FECHA-RESOLVIO             PIC 9(08).
           05  FILLER                          PIC X(10).
