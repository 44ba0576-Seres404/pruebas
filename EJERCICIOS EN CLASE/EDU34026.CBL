      * DESCRIPCION : INVENTARIO DE COPIAS POR PROVEEDOR. RECORRE EL   *
      *             : CATALOGO EDPELI Y, POR CADA TITULO, CUENTA SUS   *
      *             : COPIAS FISICAS EN EL INVENTARIO EDPELCO (UN      *
      *             : TITULO SIN COPIAS CARGADAS CUENTA COMO UNA Y LAS *
      *             : COPIAS RETIRADAS POR PERDIDA O DANO NO CUENTAN); *
      *             : ESCRIBE EN INVPROV UNA LINEA POR PROVEEDOR CON   *
      *             : SU NOMBRE (DESDE EDPROVE) Y EL TOTAL DE COPIAS,  *
      *             : PARA LAS NEGOCIACIONES DE COMPRAS.               *
       01  WKS-FIN-COPIAS              PIC 9(01) VALUE ZEROS.
           88 FIN-COPIAS                         VALUE 1.
       01  WKS-COPIAS-TITULO           PIC 9(03) VALUE ZEROS.
       01  WKS-COPIAS-CARGADAS         PIC 9(03) VALUE ZEROS.
       01  WKS-PROVEEDORES-LISTADOS    PIC 9(03) VALUE ZEROS.
      *Conteo de titulos por codigo de proveedor (00 a 99)
       01  WKS-CONTEO-PROVEEDORES.
       120-RECORRE-CATALOGO-E. EXIT.

      *------> CUENTA LAS COPIAS FISICAS DEL TITULO EN EDPELCO; UN
      *------> TITULO SIN COPIAS CARGADAS CUENTA COMO UNA; UNA COPIA
      *------> RETIRADA YA NO ES INVENTARIO
       125-CUENTA-COPIAS SECTION.
           MOVE ZEROS TO WKS-COPIAS-TITULO WKS-FIN-COPIAS
                         WKS-COPIAS-CARGADAS
           MOVE EDPL-LLAVE TO EDPC-PELICULA
           MOVE ZEROS      TO EDPC-COPIA
           START EDPELCO KEY IS NOT LESS THAN EDPC-LLAVE
              IF NOT FIN-COPIAS
                 IF FS-EDPELCO = 0 AND
                    EDPC-PELICULA = EDPL-LLAVE
                    ADD 1 TO WKS-COPIAS-CARGADAS
                    IF NOT EDPC-RETIRADA
                       ADD 1 TO WKS-COPIAS-TITULO
                    END-IF
                 ELSE
                    MOVE 1 TO WKS-FIN-COPIAS
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-COPIAS-CARGADAS = ZEROS
              MOVE 1 TO WKS-COPIAS-TITULO
           END-IF.
       125-CUENTA-COPIAS-E. EXIT.
