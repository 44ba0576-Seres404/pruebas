      *****************************************************************
      * CFGRMIE - MIEMBROS DE CADA GRUPO ECONOMICO (CFGRUPO). UN      *
      *           CLIENTE SOLO PUEDE ESTAR ACTIVO EN UN GRUPO; EL     *
      *           RETIRO NO BORRA, MARCA EL ESTADO Y LA FECHA. EL     *
      *           PATH CFGRMIEP (INDICE ALTERNO POR CLIENTE, CON      *
      *           DUPLICADOS) DA EL GRUPO DE UN CLIENTE.              *
      *****************************************************************
       01  REG-CFGRMIE.
           05  CFGM-LLAVE.
               10  CFGM-CODIGO-GRUPO           PIC X(06).
               10  CFGM-CODIGO-CLIENTE         PIC X(08).
           05  CFGM-TIPO-PERSONA               PIC X(01).
               88  CFGM-PERSONA-NATURAL                 VALUE 'N'.
               88  CFGM-PERSONA-JURIDICA                VALUE 'J'.
           05  CFGM-ESTADO                     PIC X(01).
               88  CFGM-ACTIVO                          VALUE 'A'.
               88  CFGM-RETIRADO                        VALUE 'R'.
           05  CFGM-FECHA-ALTA                 PIC 9(08).
           05  CFGM-FECHA-RETIRO               PIC 9(08).
           05  CFGM-USUARIO-REGISTRO           PIC X(08).
           05  FILLER                          PIC X(16).
