      * DESCRIPCION : REPORTE DE LA BITACORA DE CONSULTAS 360          *
      *             : CF360LOG QUE ESCRIBE CF5D1CLQ (COMO EDBIREP LO   *
      *             : HACE PARA EDBIDA). RESPONDE QUIEN CONSULTO A UN  *
      *             : CLIENTE EN UN RANGO DE FECHAS: LISTA USUARIO,    *
      *             : FECHA, HORA, MODO DE BUSQUEDA Y RESULTADO DE     *
      *             : CADA CONSULTA DEL CLIENTE PEDIDO (O DE TODOS SI  *
      *             : EL CLIENTE VIENE EN BLANCO).                     *
       01 HEADER2.
          05 FILLER                        PIC X(08)  VALUE 'CLIENTE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'USUARIO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'FECHA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
       01 WKS-LINEA-CONSULTA.
          05 WKS-LIN-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-USUARIO               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-FECHA                 PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
           END-IF
           ADD 1 TO WKS-CONSULTAS-REPORTADAS
           MOVE CFQL-CLIENTE-BUSCADO TO WKS-LIN-CLIENTE
           MOVE CFQL-USUARIO         TO WKS-LIN-USUARIO
           MOVE CFQL-FECHA-BUSQUEDA  TO WKS-LIN-FECHA
           MOVE CFQL-HORA-BUSQUEDA   TO WKS-LIN-HORA
           MOVE CFQL-MODO-BUSQUEDA   TO WKS-LIN-MODO
