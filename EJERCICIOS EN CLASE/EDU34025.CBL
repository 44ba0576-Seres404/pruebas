      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA Y MANTENIMIENTO DEL MAESTRO DE PROVEEDORES *
      *             : EDPROVE. LEE TARJETAS DESDE SYSIN (CODIGO DE 2   *
      *             : DIGITOS, NOMBRE, CONTACTO Y COSTO DE REPOSICION  *
      *             : POR COPIA EN 7 DIGITOS CON 2 DECIMALES, EN       *
      *             : BLANCO = SIN COSTO PROPIO); UN CODIGO NUEVO SE   *
      *             : DA DE ALTA Y UNO EXISTENTE SE ACTUALIZA (CON EL  *
      *             : COSTO EN BLANCO CONSERVA EL QUE YA TENIA). LA    *
      *             : PALABRA FIN TERMINA LA ENTRADA.                  *
      * ARCHIVOS    : EDPROVE (VSAM KSDS)                              *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
          02 FILLER                    PIC X(01).
          02 WKS-ENT-CONTACTO          PIC X(25).
          02 FILLER                    PIC X(01).
          02 WKS-ENT-COSTO             PIC X(07).
          02 WKS-ENT-COSTO-N REDEFINES WKS-ENT-COSTO
                                       PIC 9(05)V99.
       01 WKS-TEXT REDEFINES WKS-REG-ENTRADA.
          02 FILLER                    PIC X(03).
             88 WKS-END                          VALUE "FIN".
          02 FILLER                    PIC X(64).
      *Contadores y Controladores
       01  WKS-REG-LEIDOS              PIC 9(03) VALUE ZEROS.
       01  WKS-ALTAS                   PIC 9(03) VALUE ZEROS.
           PERFORM UNTIL WKS-END
              ADD 1 TO WKS-REG-LEIDOS
              IF WKS-ENT-CODIGO NOT NUMERIC OR
                 WKS-ENT-NOMBRE = SPACES OR
                 (WKS-ENT-COSTO NOT = SPACES AND
                  WKS-ENT-COSTO NOT NUMERIC)
                 ADD 1 TO WKS-RECHAZADOS
                 DISPLAY "TARJETA RECHAZADA -> " WKS-REG-ENTRADA
                         UPON CONSOLE
           MOVE WKS-ENT-CODIGO   TO EDPR-CODIGO
           MOVE WKS-ENT-NOMBRE   TO EDPR-NOMBRE
           MOVE WKS-ENT-CONTACTO TO EDPR-CONTACTO
           IF WKS-ENT-COSTO NUMERIC
              MOVE WKS-ENT-COSTO-N TO EDPR-COSTO-REPOSICION
           END-IF
           WRITE REG-EDPROVE
           EVALUATE FS-EDPROVE
              WHEN 0
                   ADD 1 TO WKS-ALTAS
              WHEN 22
      *            EL PROVEEDOR YA EXISTE: SE ACTUALIZAN NOMBRE Y
      *            CONTACTO; EL COSTO SOLO SI LA TARJETA LO TRAE
                   READ EDPROVE KEY IS EDPR-LLAVE
                   END-READ
                   IF FS-EDPROVE NOT = 0
                      MOVE 'READ'     TO ACCION
                      MOVE EDPR-LLAVE TO LLAVE
                      MOVE 'EDPROVE'  TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                        LLAVE, FS-EDPROVE, FSE-EDPROVE
                      MOVE 91 TO RETURN-CODE
                      PERFORM XXX-CLOSE-DATASETS
                      STOP RUN
                   END-IF
                   MOVE WKS-ENT-NOMBRE   TO EDPR-NOMBRE
                   MOVE WKS-ENT-CONTACTO TO EDPR-CONTACTO
                   IF WKS-ENT-COSTO NUMERIC
                      MOVE WKS-ENT-COSTO-N TO EDPR-COSTO-REPOSICION
                   END-IF
                   REWRITE REG-EDPROVE
                   IF FS-EDPROVE NOT = 0
                      MOVE 'REWRITE'  TO ACCION
