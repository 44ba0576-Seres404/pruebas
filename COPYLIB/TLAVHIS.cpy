      *****************************************************************
      * TLAVHIS - CONTROL DE RECORDATORIOS PREVIOS AL VENCIMIENTO.    *
      *           UN REGISTRO POR CUENTA CON LA FECHA DE VENCIMIENTO  *
      *           QUE YA SE AVISO, LA FECHA DEL AVISO Y EL CANAL      *
      *           (S=SMS, E=CORREO, A=AMBOS). TLPREAVI LO CONSULTA    *
      *           PARA MANDAR UN SOLO AVISO POR VENCIMIENTO AUNQUE LA *
      *           CUENTA SIGA DENTRO DE LA VENTANA VARIOS DIAS O      *
      *           TENGA SCORE EN LAS DOS MONEDAS.                     *
      *****************************************************************
       01  REG-TLAVHIS.
           05  TLAH-LLAVE.
               10  TLAH-CUENTA                 PIC X(16).
           05  TLAH-FECHA-VENCE                PIC 9(08).
           05  TLAH-FECHA-AVISO                PIC 9(08).
           05  TLAH-CANAL                      PIC X(01).
               88  TLAH-CANAL-SMS                       VALUE 'S'.
               88  TLAH-CANAL-CORREO                    VALUE 'E'.
               88  TLAH-CANAL-AMBOS                     VALUE 'A'.
           05  FILLER                          PIC X(15).
