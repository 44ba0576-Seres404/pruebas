      *            (AL ESTILO DE EDBIDA PARA LA PLATAFORMA            *
      *            EDUCATIVA). UNA ENTRADA POR CADA CONSULTA: QUE     *
      *            CLIENTE SE BUSCO, EN QUE MODO (CODIGO O DPI),      *
      *            QUE USUARIO, CUANDO Y CON QUE RESULTADO,           *
      *            PARA RESPONDER A HABEAS DATA QUIEN VIO A QUIEN.    *
      * TIPO, LONGITUD : ESDS, 100 BYTES                              *
      *****************************************************************
          02 CFQL-MODO-BUSQUEDA     PIC X(01).
             88 CFQL-MODO-CODIGO             VALUE 'C'.
             88 CFQL-MODO-DPI                VALUE 'D'.
          02 CFQL-USUARIO           PIC X(08).
          02 CFQL-HORA-BUSQUEDA     PIC X(06).
          02 CFQL-FECHA-BUSQUEDA    PIC X(08).
          02 CFQL-RESULTADO-BUSQ    PIC X(45).
          02 CFQL-FILLER            PIC X(24).
