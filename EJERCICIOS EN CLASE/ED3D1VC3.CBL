      * DESCRIPCION : CHECK-OUT Y CHECK-IN DE PELICULAS DEL VIDEOCLUB. *
      *             : EL CHECK-OUT (S) VALIDA QUE EL SOCIO EXISTA EN   *
      *             : EL MAESTRO EDSOCIO Y NO ESTE BLOQUEADO (EL       *
      *             : BLOQUEO LO PONE EDSOCBLO POR MOROSIDAD) NI DADO  *
      *             : DE BAJA, QUE SU MEMBRESIA NO ESTE VENCIDA        *
      *             : (RENOVACION EN ED3D1SM3), QUE EL                 *
      *             : TITULO EXISTA EN EL CATALOGO EDPELI Y QUE NO     *
      *             : ESTE YA FUERA EN EDRENTA; EL CHECK-IN (E) EXIGE  *
      *             : PELICULA Y SOCIO Y CIERRA LA RENTA ABIERTA DE    *
      *             : CHECK-OUT TOMA LA PRIMERA COPIA DISPONIBLE Y EL  *
      *             : CHECK-IN LA LIBERA (TITULOS SIN COPIAS CARGADAS  *
      *             : CONSERVAN LA REGLA DE UNA SOLA RENTA ABIERTA).   *
      *             : CON TODAS LAS COPIAS FUERA EL SOCIO PUEDE        *
      *             : RESERVAR EL TITULO (R) Y QUEDA EN LA FILA        *
      *             : EDRESER; EL CHECK-IN RETIENE LA COPIA DEVUELTA   *
      *             : PARA EL PRIMERO EN ESPERA LOS DIAS DIASRESERV DE *
      *             : EDTARIF Y SOLO ESE SOCIO PUEDE RENTARLA. LA      *
      *             : ANULACION (X) PASA LA COPIA RETENIDA AL          *
      *             : SIGUIENTE EN LA FILA.                            *
      *             : UNA COPIA PERDIDA (P) O DANADA (D) CIERRA LA     *
      *             : RENTA DEL SOCIO SIN DEVOLUCION, RETIRA LA COPIA  *
      *             : EN EDPELCO CON SU MOTIVO Y CARGA AL SOCIO EL     *
      *             : COSTO DE REPOSICION DEL PROVEEDOR (EDPROVE, O    *
      *             : REPOSICION DE EDTARIF) COMO CARGO PENDIENTE EN   *
      *             : EDREPOS. EL COBRO (C) LIQUIDA LOS CARGOS DE      *
      *             : REPOSICION Y LAS CUOTAS DE MORA PENDIENTES DEL   *
      *             : SOCIO.                                           *
      *             : EL CHECK-OUT COBRA EL PRECIO DE RENTA DE EDTARIF *
      *             : (ESTRENO, CATEGORIA DEL TITULO O GENERAL) Y LO   *
      *             : GUARDA EN EDRENTA CON LA TERMINAL PARA EL CUADRE *
      *             : DE CAJA (BATCH EDCUADRE).                        *
      * ARCHIVOS    : EDPELI, EDRENTA, EDSOCIO, EDPELCO (VSAM KSDS)    *
      *             : EDRESER, EDTARIF, EDSOCFE     (VSAM KSDS)        *
      *             : EDPROVE, EDREPOS              (VSAM KSDS)        *
      * ACCION (ES) : S=SALIDA  E=ENTRADA  I=CONSULTA                  *
      *             : R=RESERVA  X=ANULA RESERVA                       *
      *             : P=PERDIDA  D=DANADA  C=COBRO DE CARGOS           *
      * PROGRAMA(S) : NO APLICA                                        *
      * CANAL       : PANTALLA ADMINISTRATIVA                          *
      * INSTALADO   : DD/MM/AAAA                                       *
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-TITULO-FUERA        PIC 9(01)  VALUE ZEROS.
             88 TITULO-FUERA                    VALUE 1.
          02 WKS-RENTA-HALLADA       PIC 9(01)  VALUE ZEROS.
          02 WKS-CUOTA-EDIT          PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
          02 WKS-SALIDA-GRABADA      PIC 9(01)  VALUE ZEROS.
             88 SALIDA-GRABADA                  VALUE 1.
          02 WKS-SOCIO-OK            PIC 9(01)  VALUE ZEROS.
             88 SOCIO-VALIDO                    VALUE 1.
      *    FILA DE RESERVAS DEL TITULO (EDRESER)
          02 WKS-RESERVA-PROPIA      PIC 9(01)  VALUE ZEROS.
             88 RESERVA-PROPIA                  VALUE 1.
          02 WKS-LLAVE-PROPIA        PIC X(27)  VALUE SPACES.
          02 WKS-ESTADO-PROPIA       PIC X(01)  VALUE SPACES.
          02 WKS-COPIA-PROPIA        PIC 9(02)  VALUE ZEROS.
          02 WKS-HAY-ESPERA          PIC 9(01)  VALUE ZEROS.
             88 HAY-ESPERA                      VALUE 1.
          02 WKS-LLAVE-PRIMERA       PIC X(27)  VALUE SPACES.
          02 WKS-EN-FILA             PIC 9(03)  VALUE ZEROS.
          02 WKS-RETENIDAS-AJENAS    PIC 9(03)  VALUE ZEROS.
          02 WKS-ESTADO-CIERRE       PIC X(01)  VALUE SPACES.
          02 WKS-COPIA-DEVUELTA      PIC 9(02)  VALUE ZEROS.
          02 WKS-DIAS-RESERVA        PIC 9(03)  VALUE 3.
          02 WKS-POSICION-EDIT       PIC ZZ9    VALUE ZEROS.
      *    COPIAS PERDIDAS O DANADAS Y COBRO DE CARGOS PENDIENTES
          02 WKS-ESTADO-BAJA         PIC X(01)  VALUE SPACES.
          02 WKS-PROVEEDOR           PIC 9(02)  VALUE ZEROS.
          02 WKS-COSTO               PIC 9(07)V99 VALUE ZEROS.
          02 WKS-OPERACION-OK        PIC 9(01)  VALUE ZEROS.
             88 OPERACION-OK                    VALUE 1.
          02 WKS-TOTAL-COBRO         PIC 9(07)V99 VALUE ZEROS.
          02 WKS-CARGOS-COBRADOS     PIC 9(03)  VALUE ZEROS.
      *    PRECIO DE RENTA DEL TITULO (EDTARIF)
          02 WKS-PRECIO-RENTA        PIC 9(05)V99 VALUE ZEROS.
          02 WKS-CODIGO-PRECIO       PIC X(10)  VALUE SPACES.
          02 WKS-TABLA-CARGOS.
             03 WKS-CAR-LONG         PIC 9(02)  VALUE ZEROS.
             03 WKS-CAR-LLAVE        PIC X(21)  OCCURS 30
                                     INDEXED BY IDX-CAR.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
       COPY EDSOCIO.
       COPY EDPELCO.
       COPY EDSOCFE.
       COPY EDRESER.
       COPY EDTARIF.
       COPY EDPROVE.
       COPY EDREPOS.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA EDRENTM' TO MENSAJEO
           ELSE
              IF PELICULAI NOT NUMERIC AND
                 ACCIONI NOT = 'C' AND ACCIONI NOT = 'c'
                 MOVE 'INGRESE EL CODIGO DE PELICULA (5 DIGITOS)'
                                        TO MENSAJEO
              ELSE
                      PERFORM 300-CHECK-IN
                 WHEN 'I' WHEN 'i'
                      PERFORM 400-CONSULTA-ESTADO
                 WHEN 'R' WHEN 'r'
                      PERFORM 500-RESERVA
                 WHEN 'X' WHEN 'x'
                      PERFORM 600-ANULA-RESERVA
                 WHEN 'P' WHEN 'p'
                      MOVE 'P' TO WKS-ESTADO-BAJA
                      PERFORM 700-PERDIDA-O-DANO
                 WHEN 'D' WHEN 'd'
                      MOVE 'X' TO WKS-ESTADO-BAJA
                      PERFORM 700-PERDIDA-O-DANO
                 WHEN 'C' WHEN 'c'
                      PERFORM 800-COBRA-CARGOS
                 WHEN OTHER
                      MOVE 'ACCION INVALIDA, USE S/E/I/R/X/P/D/C'
                                        TO MENSAJEO
                 END-EVALUATE
              END-IF
           END-IF.
              MOVE 'INGRESE EL CODIGO DEL SOCIO' TO MENSAJEO
              GO TO 200-CHECK-OUT-E
           END-IF
           PERFORM 205-VALIDA-SOCIO
           IF NOT SOCIO-VALIDO
              GO TO 200-CHECK-OUT-E
           END-IF
           MOVE PELICULAI TO EDPL-LLAVE
           EXEC CICS READ
                DATASET ('EDPELI')
                                     TO MENSAJEO
           ELSE
              MOVE EDPL-VIDEOTITLE TO TITULOO
              PERFORM 225-PRECIO-RENTA
              IF WKS-PRECIO-RENTA = ZEROS
                 MOVE 'SIN PRECIO DE RENTA EN EDTARIF, NO SE RENTA'
                                        TO MENSAJEO
                 GO TO 200-CHECK-OUT-E
              END-IF
      *          EL SOCIO CON UNA COPIA RETENIDA A SU NOMBRE SE LA
      *          LLEVA SIN PASAR POR LA BUSQUEDA DE COPIA LIBRE
              PERFORM 230-REVISA-RESERVAS
              IF RESERVA-PROPIA AND WKS-ESTADO-PROPIA = 'L'
                 PERFORM 240-RENTA-RESERVADA
                 GO TO 200-CHECK-OUT-E
              END-IF
              PERFORM 215-BUSCA-COPIA-LIBRE
              IF TITULO-CON-COPIAS
                 IF WKS-COPIA-LIBRE = ZEROS
                    MOVE 'TODAS LAS COPIAS FUERA, PUEDE RESERVARLA (R)'
                                        TO MENSAJEO
                 ELSE
      *------------> LA RENTA SE GRABA PRIMERO Y LA COPIA SE OCUPA
                    MOVE 'LA PELICULA YA ESTA RENTADA, NO DISPONIBLE'
                                        TO MENSAJEO
                 ELSE
                    IF WKS-RETENIDAS-AJENAS > ZEROS
                       MOVE 'LA PELICULA ESTA RETENIDA PARA UN SOCIO ' &
                            'CON RESERVA' TO MENSAJEO
                    ELSE
                       PERFORM 220-GRABA-SALIDA
                    END-IF
                 END-IF
              END-IF
           END-IF.
       200-CHECK-OUT-E. EXIT.

      ******************************************************************
      *  EL SOCIO DEBE EXISTIR EN EL MAESTRO, NO ESTAR BLOQUEADO NI    *
      *  DADO DE BAJA Y TENER LA MEMBRESIA VIGENTE (VENCIMIENTO EN     *
      *  CEROS = SOCIO ANTERIOR AL COBRO DE MEMBRESIA, SE ACEPTA)      *
      ******************************************************************
       205-VALIDA-SOCIO SECTION.
           PERFORM HORA-FECHA-SISTEMA
           MOVE ZEROS  TO WKS-SOCIO-OK
           MOVE SOCIOI TO EDSC-CODIGO
           EXEC CICS READ
                DATASET ('EDSOCIO')
                INTO    (REG-EDSOCIO)
                RIDFLD  (EDSC-LLAVE)
                NOHANDLE
           END-EXEC
      *------> SOCIOS ANTERIORES AL COBRO DE MEMBRESIA TRAEN EL FILLER
      *------> VIEJO EN EL VENCIMIENTO: SE TOMA COMO SIN VENCIMIENTO
           IF EIBRESP = DFHRESP(NORMAL) AND
              EDSC-FECHA-VENCE NOT NUMERIC
              MOVE ZEROS TO EDSC-FECHA-VENCE
           END-IF
           EVALUATE TRUE
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'EL SOCIO NO EXISTE EN EL MAESTRO EDSOCIO'
                                          TO MENSAJEO
              WHEN EDSC-BLOQUEADO
                   MOVE 'SOCIO BLOQUEADO POR MOROSIDAD, VEA AL ' &
                        'SUPERVISOR' TO MENSAJEO
              WHEN EDSC-INACTIVO
                   MOVE 'SOCIO DADO DE BAJA, RENUEVE LA MEMBRESIA ' &
                        'EN SOCIOS' TO MENSAJEO
              WHEN EDSC-FECHA-VENCE > ZEROS AND
                   EDSC-FECHA-VENCE < FECHA-SYS
                   MOVE SPACES TO MENSAJEO
                   STRING 'MEMBRESIA VENCIDA EL ' EDSC-FECHA-VENCE
                          ', RENUEVE EN SOCIOS'
                          DELIMITED BY SIZE
                          INTO MENSAJEO
                   END-STRING
              WHEN OTHER
                   MOVE 1 TO WKS-SOCIO-OK
           END-EVALUATE.
       205-VALIDA-SOCIO-E. EXIT.

      ******************************************************************
      *  RECORRE EL INVENTARIO DE COPIAS DEL TITULO: DETECTA SI EL     *
      *  TITULO TIENE COPIAS CARGADAS Y CUAL ES LA PRIMERA DISPONIBLE  *
              MOVE 'ERROR INESPERADO AL LEER EDPELCO' TO MENSAJEO
           ELSE
              SET EDPC-FUERA TO TRUE
              MOVE SPACES    TO EDPC-SOCIO-RESERVA
              EXEC CICS REWRITE
                   DATASET ('EDPELCO')
                   FROM    (REG-EDPELCO)
           MOVE ZEROS        TO EDRT-FECHA-DEVOLUCION
           MOVE EIBTRMID     TO EDRT-TERMINAL
           MOVE WKS-COPIA-LIBRE TO EDRT-COPIA
           MOVE WKS-PRECIO-RENTA TO EDRT-PRECIO
           SET  EDRT-FUERA   TO TRUE
           EXEC CICS WRITE
                DATASET ('EDRENTA')
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE 1 TO WKS-SALIDA-GRABADA
                     MOVE WKS-PRECIO-RENTA  TO WKS-CUOTA-EDIT
                     MOVE SPACES            TO MENSAJEO
                     STRING 'PELICULA RENTADA, COBRE LA RENTA Q'
                            WKS-CUOTA-EDIT
                            DELIMITED BY SIZE
                            INTO MENSAJEO
                     END-STRING
                WHEN DFHRESP(DUPREC)
                     MOVE 'YA EXISTE UNA RENTA IGUAL HOY'
                                            TO MENSAJEO
           END-EVALUATE.
       220-GRABA-SALIDA-E. EXIT.

      ******************************************************************
      *  PRECIO DE RENTA DEL TITULO SEGUN EDTARIF: UN ESTRENO PAGA     *
      *  PRECIOESTR, LUEGO EL PRECIO DE SU CATEGORIA (PRECIOCAT MAS    *
      *  LA LETRA DE EDPL-CATEGORIA) Y SI NO HAY, EL GENERAL           *
      *  PRECIORENT. SIN NINGUNO EL PRECIO QUEDA EN CEROS              *
      ******************************************************************
       225-PRECIO-RENTA SECTION.
           MOVE ZEROS TO WKS-PRECIO-RENTA
           IF EDPL-ES-ESTRENO
              MOVE 'PRECIOESTR' TO WKS-CODIGO-PRECIO
              PERFORM 227-LEE-PRECIO
              IF WKS-PRECIO-RENTA > ZEROS
                 GO TO 225-PRECIO-RENTA-E
              END-IF
           END-IF
           IF EDPL-CATEGORIA NOT = SPACES AND
              EDPL-CATEGORIA NOT = LOW-VALUES
              MOVE 'PRECIOCAT'    TO WKS-CODIGO-PRECIO
              MOVE EDPL-CATEGORIA TO WKS-CODIGO-PRECIO (10:1)
              PERFORM 227-LEE-PRECIO
              IF WKS-PRECIO-RENTA > ZEROS
                 GO TO 225-PRECIO-RENTA-E
              END-IF
           END-IF
           MOVE 'PRECIORENT' TO WKS-CODIGO-PRECIO
           PERFORM 227-LEE-PRECIO.
       225-PRECIO-RENTA-E. EXIT.

       227-LEE-PRECIO SECTION.
           MOVE WKS-CODIGO-PRECIO TO EDTF-CODIGO
           EXEC CICS READ
                DATASET ('EDTARIF')
                INTO    (REG-EDTARIF)
                RIDFLD  (EDTF-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE EDTF-VALOR TO WKS-PRECIO-RENTA
           END-IF.
       227-LEE-PRECIO-E. EXIT.

      ******************************************************************
      *  RECORRE LA FILA DE RESERVAS DEL TITULO (LA LLAVE INICIA CON   *
      *  EL CODIGO Y SIGUE EL ORDEN DE LLEGADA): UBICA LA RESERVA      *
      *  ACTIVA DEL SOCIO DE LA PANTALLA, EL PRIMERO EN ESPERA,        *
      *  CUANTOS ESPERAN Y CUANTAS RETENCIONES HAY PARA OTROS SOCIOS   *
      ******************************************************************
       230-REVISA-RESERVAS SECTION.
           MOVE ZEROS  TO WKS-RESERVA-PROPIA WKS-HAY-ESPERA
                          WKS-EN-FILA WKS-RETENIDAS-AJENAS
                          WKS-COPIA-PROPIA WKS-FIN-BROWSE
           MOVE SPACES TO WKS-LLAVE-PROPIA WKS-LLAVE-PRIMERA
                          WKS-ESTADO-PROPIA
           INITIALIZE REG-EDRESER
           MOVE PELICULAI  TO EDRS-PELICULA
           MOVE LOW-VALUES TO EDRS-SOCIO
           EXEC CICS STARTBR
                DATASET ('EDRESER')
                RIDFLD  (EDRS-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('EDRESER')
                   INTO    (REG-EDRESER)
                   RIDFLD  (EDRS-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 EDRS-PELICULA NOT = WKS-ULTIMA-PELICULA
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF EDRS-ACTIVA AND EDRS-SOCIO = SOCIOI
                    MOVE 1           TO WKS-RESERVA-PROPIA
                    MOVE EDRS-LLAVE  TO WKS-LLAVE-PROPIA
                    MOVE EDRS-ESTADO TO WKS-ESTADO-PROPIA
                    MOVE EDRS-COPIA  TO WKS-COPIA-PROPIA
                 ELSE
                    IF EDRS-LISTA
                       ADD 1 TO WKS-RETENIDAS-AJENAS
                    END-IF
                 END-IF
                 IF EDRS-EN-ESPERA
                    ADD 1 TO WKS-EN-FILA
                    IF NOT HAY-ESPERA
                       MOVE 1          TO WKS-HAY-ESPERA
                       MOVE EDRS-LLAVE TO WKS-LLAVE-PRIMERA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('EDRESER') NOHANDLE END-EXEC.
       230-REVISA-RESERVAS-E. EXIT.

      ******************************************************************
      *  RENTA DE LA COPIA RETENIDA PARA EL SOCIO: LA RESERVA QUEDA    *
      *  ATENDIDA SOLO CON LA SALIDA YA GRABADA                        *
      ******************************************************************
       240-RENTA-RESERVADA SECTION.
           MOVE WKS-COPIA-PROPIA TO WKS-COPIA-LIBRE
           PERFORM 220-GRABA-SALIDA
           IF SALIDA-GRABADA
              IF WKS-COPIA-LIBRE > ZEROS
                 PERFORM 217-OCUPA-COPIA
              END-IF
              MOVE 'A' TO WKS-ESTADO-CIERRE
              PERFORM 250-CIERRA-RESERVA
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE SPACES TO MENSAJEO
                 STRING 'RESERVA ATENDIDA, COBRE LA RENTA Q'
                        WKS-CUOTA-EDIT
                        DELIMITED BY SIZE
                        INTO MENSAJEO
                 END-STRING
              END-IF
           END-IF.
       240-RENTA-RESERVADA-E. EXIT.

      ******************************************************************
      *  CIERRA LA RESERVA DEL SOCIO CON EL ESTADO RECIBIDO (A O C)    *
      ******************************************************************
       250-CIERRA-RESERVA SECTION.
           MOVE WKS-LLAVE-PROPIA TO EDRS-LLAVE
           EXEC CICS READ
                DATASET ('EDRESER')
                INTO    (REG-EDRESER)
                RIDFLD  (EDRS-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL LEER EDRESER' TO MENSAJEO
              GO TO 250-CIERRA-RESERVA-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE WKS-ESTADO-CIERRE TO EDRS-ESTADO
           MOVE FECHA-SYS         TO EDRS-FECHA-CIERRE
           MOVE EIBTRMID          TO EDRS-TERMINAL
           EXEC CICS REWRITE
                DATASET ('EDRESER')
                FROM    (REG-EDRESER)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL CERRAR LA RESERVA'
                                        TO MENSAJEO
           END-IF.
       250-CIERRA-RESERVA-E. EXIT.

      ******************************************************************
      *   C H E C K - I N :  CIERRA LA RENTA ABIERTA DEL SOCIO QUE     *
      *   DEVUELVE. CON COPIAS MULTIPLES UN TITULO TIENE VARIAS        *
      *------------->  RENTAS ANTERIORES AL INVENTARIO DE COPIAS
      *------------->  TRAEN ESPACIOS EN EL NUMERO DE COPIA
                    IF EDRT-COPIA NUMERIC AND EDRT-COPIA > ZEROS
                       MOVE EDRT-COPIA TO WKS-COPIA-DEVUELTA
                    ELSE
                       MOVE ZEROS      TO WKS-COPIA-DEVUELTA
                    END-IF
                    MOVE 'PELICULA DEVUELTA, RENTA CERRADA'
                                        TO MENSAJEO
                    PERFORM 230-REVISA-RESERVAS
                    PERFORM 330-RETIENE-O-LIBERA
                    PERFORM 320-COBRA-CUOTA-MORA
                 ELSE
                    MOVE 'ERROR INESPERADO AL CERRAR LA RENTA'
       305-BUSCA-RENTA-DEL-SOCIO-E. EXIT.

       310-LIBERA-COPIA SECTION.
           MOVE WKS-ULTIMA-PELICULA TO EDPC-PELICULA
           MOVE WKS-COPIA-DEVUELTA  TO EDPC-COPIA
           EXEC CICS READ
                DATASET ('EDPELCO')
                INTO    (REG-EDPELCO)
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              SET EDPC-DISPONIBLE TO TRUE
              MOVE SPACES         TO EDPC-SOCIO-RESERVA
              EXEC CICS REWRITE
                   DATASET ('EDPELCO')
                   FROM    (REG-EDPELCO)
           END-IF.
       310-LIBERA-COPIA-E. EXIT.

      ******************************************************************
      *  COPIA DEVUELTA (O SOLTADA POR UNA ANULACION) CON SOCIOS EN LA *
      *  FILA: QUEDA RETENIDA PARA EL PRIMERO EN ESPERA LOS DIAS DE    *
      *  DIASRESERV; SIN FILA VUELVE AL ESTANTE. LOS TITULOS SIN       *
      *  COPIAS CARGADAS RETIENEN EL TITULO (COPIA CERO)               *
      ******************************************************************
       330-RETIENE-O-LIBERA SECTION.
           IF NOT HAY-ESPERA
              IF WKS-COPIA-DEVUELTA > ZEROS
                 PERFORM 310-LIBERA-COPIA
              END-IF
              GO TO 330-RETIENE-O-LIBERA-E
           END-IF
           PERFORM 335-LEE-DIAS-RESERVA
           PERFORM HORA-FECHA-SISTEMA
           MOVE WKS-LLAVE-PRIMERA TO EDRS-LLAVE
           EXEC CICS READ
                DATASET ('EDRESER')
                INTO    (REG-EDRESER)
                RIDFLD  (EDRS-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF WKS-COPIA-DEVUELTA > ZEROS
                 PERFORM 310-LIBERA-COPIA
              END-IF
              MOVE 'DEVUELTA, PERO NO SE PUDO RETENER PARA LA RESERVA'
                                        TO MENSAJEO
              GO TO 330-RETIENE-O-LIBERA-E
           END-IF
           SET  EDRS-LISTA         TO TRUE
           MOVE WKS-COPIA-DEVUELTA TO EDRS-COPIA
           MOVE FECHA-SYS          TO EDRS-FECHA-RETENCION
           COMPUTE EDRS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (FECHA-SYS)
                   + WKS-DIAS-RESERVA)
           MOVE EIBTRMID           TO EDRS-TERMINAL
           EXEC CICS REWRITE
                DATASET ('EDRESER')
                FROM    (REG-EDRESER)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              IF WKS-COPIA-DEVUELTA > ZEROS
                 PERFORM 310-LIBERA-COPIA
              END-IF
              MOVE 'DEVUELTA, PERO NO SE PUDO RETENER PARA LA RESERVA'
                                        TO MENSAJEO
              GO TO 330-RETIENE-O-LIBERA-E
           END-IF
           IF WKS-COPIA-DEVUELTA > ZEROS
              PERFORM 315-RETIENE-COPIA
           END-IF
           MOVE SPACES TO MENSAJEO
           STRING 'DEVUELTA, APARTE LA COPIA: RESERVA DEL SOCIO '
                  EDRS-SOCIO
                  DELIMITED BY SIZE
                  INTO MENSAJEO
           END-STRING.
       330-RETIENE-O-LIBERA-E. EXIT.

       315-RETIENE-COPIA SECTION.
           MOVE WKS-ULTIMA-PELICULA TO EDPC-PELICULA
           MOVE WKS-COPIA-DEVUELTA  TO EDPC-COPIA
           EXEC CICS READ
                DATASET ('EDPELCO')
                INTO    (REG-EDPELCO)
                RIDFLD  (EDPC-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              SET  EDPC-RESERVADA TO TRUE
              MOVE EDRS-SOCIO     TO EDPC-SOCIO-RESERVA
              EXEC CICS REWRITE
                   DATASET ('EDPELCO')
                   FROM    (REG-EDPELCO)
                   NOHANDLE
              END-EXEC
           END-IF.
       315-RETIENE-COPIA-E. EXIT.

      *------> DIAS DE RETENCION DE LA TABLA EDTARIF; SIN EL CODIGO
      *------> DIASRESERV SE RETIENE TRES DIAS
       335-LEE-DIAS-RESERVA SECTION.
           MOVE 'DIASRESERV' TO EDTF-CODIGO
           EXEC CICS READ
                DATASET ('EDTARIF')
                INTO    (REG-EDTARIF)
                RIDFLD  (EDTF-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND EDTF-VALOR NOT < 1
              MOVE EDTF-VALOR TO WKS-DIAS-RESERVA
           END-IF.
       335-LEE-DIAS-RESERVA-E. EXIT.

      ******************************************************************
      *  AL DEVOLVER SE MUESTRA Y COBRA LA CUOTA DE MORA ACUMULADA     *
      *  POR EDMORFEE: EL REGISTRO DE EDSOCFE QUEDA COMO RECIBO, CON   *
                 IF WKS-COPIA-LIBRE > ZEROS
                    MOVE 'LA PELICULA ESTA DISPONIBLE'   TO MENSAJEO
                 ELSE
                    MOVE 'TODAS LAS COPIAS FUERA, PUEDE RESERVARLA (R)'
                                                         TO MENSAJEO
                 END-IF
              ELSE
                 PERFORM 210-BUSCA-RENTA-ABIERTA
                 PERFORM 230-REVISA-RESERVAS
                 IF TITULO-FUERA
                    MOVE 'LA PELICULA ESTA FUERA (RENTADA)'
                                                         TO MENSAJEO
                 ELSE
                    IF WKS-RETENIDAS-AJENAS > ZEROS
                       MOVE 'LA PELICULA ESTA RETENIDA POR UNA RESERVA'
                                                         TO MENSAJEO
                    ELSE
                       MOVE 'LA PELICULA ESTA DISPONIBLE' TO MENSAJEO
                    END-IF
                 END-IF
              END-IF
           END-IF.
       400-CONSULTA-ESTADO-E. EXIT.

      ******************************************************************
      *   R E S E R V A :  SOLO CON EL TITULO SIN COPIA EN ESTANTE; EL *
      *   SOCIO QUEDA EN LA FILA EN ORDEN DE LLEGADA                   *
      ******************************************************************
       500-RESERVA SECTION.
           IF SOCIOI = SPACES
              MOVE 'INGRESE EL CODIGO DEL SOCIO QUE RESERVA'
                                        TO MENSAJEO
              GO TO 500-RESERVA-E
           END-IF
           PERFORM 205-VALIDA-SOCIO
           IF NOT SOCIO-VALIDO
              GO TO 500-RESERVA-E
           END-IF
           MOVE PELICULAI TO EDPL-LLAVE
           EXEC CICS READ
                DATASET ('EDPELI')
                INTO    (REG-EDPELI)
                RIDFLD  (EDPL-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'LA PELICULA NO EXISTE EN EL CATALOGO'
                                        TO MENSAJEO
              GO TO 500-RESERVA-E
           END-IF
           MOVE EDPL-VIDEOTITLE TO TITULOO
           PERFORM 230-REVISA-RESERVAS
           IF RESERVA-PROPIA
              MOVE 'EL SOCIO YA TIENE UNA RESERVA ACTIVA DEL TITULO'
                                        TO MENSAJEO
              GO TO 500-RESERVA-E
           END-IF
           PERFORM 215-BUSCA-COPIA-LIBRE
           IF TITULO-CON-COPIAS
              IF WKS-COPIA-LIBRE > ZEROS
                 MOVE 'HAY COPIA DISPONIBLE, RENTELA CON LA ACCION S'
                                        TO MENSAJEO
                 GO TO 500-RESERVA-E
              END-IF
           ELSE
              PERFORM 210-BUSCA-RENTA-ABIERTA
              IF NOT TITULO-FUERA AND WKS-RETENIDAS-AJENAS = ZEROS
                 MOVE 'LA PELICULA ESTA DISPONIBLE, RENTELA CON S'
                                        TO MENSAJEO
                 GO TO 500-RESERVA-E
              END-IF
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           INITIALIZE REG-EDRESER
           MOVE PELICULAI     TO EDRS-PELICULA
           MOVE FECHA-SYS     TO EDRS-FECHA-SOLICITUD
           MOVE HORA-SYS      TO EDRS-HORA-SOLICITUD
           MOVE SOCIOI        TO EDRS-SOCIO
           SET  EDRS-EN-ESPERA TO TRUE
           MOVE EIBTRMID      TO EDRS-TERMINAL
           EXEC CICS WRITE
                DATASET ('EDRESER')
                FROM    (REG-EDRESER)
                RIDFLD  (EDRS-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     ADD  1 TO WKS-EN-FILA
                     MOVE WKS-EN-FILA TO WKS-POSICION-EDIT
                     MOVE SPACES TO MENSAJEO
                     STRING 'RESERVA REGISTRADA, POSICION '
                            WKS-POSICION-EDIT
                            ' EN LA FILA'
                            DELIMITED BY SIZE
                            INTO MENSAJEO
                     END-STRING
                WHEN DFHRESP(DUPREC)
                     MOVE 'RESERVA DUPLICADA, INTENTE DE NUEVO'
                                            TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO EDRESER ESTA CERRADO'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN EDRESER'
                                            TO MENSAJEO
           END-EVALUATE.
       500-RESERVA-E. EXIT.

      ******************************************************************
      *   A N U L A C I O N :  EL SOCIO SALE DE LA FILA; SI YA TENIA   *
      *   COPIA RETENIDA, ESTA PASA AL SIGUIENTE EN ESPERA             *
      ******************************************************************
       600-ANULA-RESERVA SECTION.
           IF SOCIOI = SPACES
              MOVE 'INGRESE EL CODIGO DEL SOCIO QUE ANULA'
                                        TO MENSAJEO
              GO TO 600-ANULA-RESERVA-E
           END-IF
           PERFORM 230-REVISA-RESERVAS
           IF NOT RESERVA-PROPIA
              MOVE 'EL SOCIO NO TIENE RESERVA ACTIVA DEL TITULO'
                                        TO MENSAJEO
              GO TO 600-ANULA-RESERVA-E
           END-IF
           MOVE 'C' TO WKS-ESTADO-CIERRE
           PERFORM 250-CIERRA-RESERVA
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 600-ANULA-RESERVA-E
           END-IF
           MOVE 'RESERVA ANULADA' TO MENSAJEO
           IF WKS-ESTADO-PROPIA = 'L'
              MOVE WKS-COPIA-PROPIA TO WKS-COPIA-DEVUELTA
              PERFORM 230-REVISA-RESERVAS
              PERFORM 330-RETIENE-O-LIBERA
              IF HAY-ESPERA AND EDRS-LISTA
                 MOVE SPACES TO MENSAJEO
                 STRING 'ANULADA, LA COPIA PASA A LA RESERVA DEL SOCIO '
                        EDRS-SOCIO
                        DELIMITED BY SIZE
                        INTO MENSAJEO
                 END-STRING
              END-IF
           END-IF.
       600-ANULA-RESERVA-E. EXIT.

      ******************************************************************
      *   P E R D I D A   O   D A N O :  CIERRA LA RENTA ABIERTA DEL   *
      *   SOCIO EN ESTADO P O X, RETIRA LA COPIA DEL INVENTARIO Y      *
      *   DEJA EL CARGO DE REPOSICION PENDIENTE EN EDREPOS. SI ALGUN   *
      *   PASO FALLA SE REVIERTE TODO                                  *
      ******************************************************************
       700-PERDIDA-O-DANO SECTION.
           IF SOCIOI = SPACES
              MOVE 'INGRESE EL CODIGO DEL SOCIO QUE TENIA LA COPIA'
                                        TO MENSAJEO
              GO TO 700-PERDIDA-O-DANO-E
           END-IF
           PERFORM 305-BUSCA-RENTA-DEL-SOCIO
           IF NOT RENTA-HALLADA
              MOVE 'EL SOCIO NO TIENE RENTA ABIERTA DE LA PELICULA'
                                        TO MENSAJEO
              GO TO 700-PERDIDA-O-DANO-E
           END-IF
           PERFORM 710-COSTO-REPOSICION
           IF WKS-COSTO = ZEROS
              MOVE 'SIN COSTO DE REPOSICION EN EDPROVE NI EDTARIF'
                                        TO MENSAJEO
              GO TO 700-PERDIDA-O-DANO-E
           END-IF
           MOVE WKS-LLAVE-ABIERTA TO EDRT-LLAVE
           EXEC CICS READ
                DATASET ('EDRENTA')
                INTO    (REG-EDRENTA)
                RIDFLD  (EDRT-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL LEER EDRENTA' TO MENSAJEO
              GO TO 700-PERDIDA-O-DANO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE FECHA-SYS       TO EDRT-FECHA-DEVOLUCION
           MOVE WKS-ESTADO-BAJA TO EDRT-ESTADO
           EXEC CICS REWRITE
                DATASET ('EDRENTA')
                FROM    (REG-EDRENTA)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL CERRAR LA RENTA' TO MENSAJEO
              GO TO 700-PERDIDA-O-DANO-E
           END-IF
           IF EDRT-COPIA NUMERIC AND EDRT-COPIA > ZEROS
              MOVE EDRT-COPIA TO WKS-COPIA-DEVUELTA
              PERFORM 720-RETIRA-COPIA
              IF NOT OPERACION-OK
                 GO TO 700-PERDIDA-O-DANO-E
              END-IF
           ELSE
              MOVE ZEROS      TO WKS-COPIA-DEVUELTA
           END-IF
           PERFORM 730-GRABA-CARGO
           IF NOT OPERACION-OK
              GO TO 700-PERDIDA-O-DANO-E
           END-IF
           MOVE WKS-COSTO TO WKS-CUOTA-EDIT
           MOVE SPACES    TO MENSAJEO
           IF WKS-ESTADO-BAJA = 'P'
              STRING 'COPIA PERDIDA, CARGO DE REPOSICION PENDIENTE Q'
                     WKS-CUOTA-EDIT
                     DELIMITED BY SIZE
                     INTO MENSAJEO
              END-STRING
           ELSE
              STRING 'COPIA DANADA, CARGO DE REPOSICION PENDIENTE Q'
                     WKS-CUOTA-EDIT
                     DELIMITED BY SIZE
                     INTO MENSAJEO
              END-STRING
           END-IF.
       700-PERDIDA-O-DANO-E. EXIT.

      *------> COSTO DE REPOSICION DEL PROVEEDOR DEL TITULO; SI EL
      *------> PROVEEDOR NO TIENE COSTO RIGE EL CODIGO REPOSICION
      *------> DE EDTARIF
       710-COSTO-REPOSICION SECTION.
           MOVE ZEROS TO WKS-COSTO WKS-PROVEEDOR
           MOVE PELICULAI TO EDPL-LLAVE
           EXEC CICS READ
                DATASET ('EDPELI')
                INTO    (REG-EDPELI)
                RIDFLD  (EDPL-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE EDPL-VIDEOTITLE        TO TITULOO
              MOVE EDPL-VIDEOSUPPLIERCODE TO WKS-PROVEEDOR
              MOVE EDPL-VIDEOSUPPLIERCODE TO EDPR-CODIGO
              EXEC CICS READ
                   DATASET ('EDPROVE')
                   INTO    (REG-EDPROVE)
                   RIDFLD  (EDPR-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL) AND
                 EDPR-COSTO-REPOSICION NUMERIC AND
                 EDPR-COSTO-REPOSICION > ZEROS
                 MOVE EDPR-COSTO-REPOSICION TO WKS-COSTO
              END-IF
           END-IF
           IF WKS-COSTO = ZEROS
              MOVE 'REPOSICION' TO EDTF-CODIGO
              EXEC CICS READ
                   DATASET ('EDTARIF')
                   INTO    (REG-EDTARIF)
                   RIDFLD  (EDTF-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL) AND EDTF-VALOR > ZEROS
                 MOVE EDTF-VALOR TO WKS-COSTO
              END-IF
           END-IF.
       710-COSTO-REPOSICION-E. EXIT.

      *------> LA COPIA SALE DEL INVENTARIO CON SU MOTIVO; UNA COPIA
      *------> QUE NO ESTA EN EDPELCO NO DETIENE LA OPERACION
       720-RETIRA-COPIA SECTION.
           MOVE 1 TO WKS-OPERACION-OK
           MOVE WKS-ULTIMA-PELICULA TO EDPC-PELICULA
           MOVE WKS-COPIA-DEVUELTA  TO EDPC-COPIA
           EXEC CICS READ
                DATASET ('EDPELCO')
                INTO    (REG-EDPELCO)
                RIDFLD  (EDPC-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 720-RETIRA-COPIA-E
           END-IF
           SET  EDPC-RETIRADA      TO TRUE
           MOVE WKS-ESTADO-BAJA    TO EDPC-MOTIVO-RETIRO
           MOVE SPACES             TO EDPC-SOCIO-RESERVA
           EXEC CICS REWRITE
                DATASET ('EDPELCO')
                FROM    (REG-EDPELCO)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE ZEROS TO WKS-OPERACION-OK
              MOVE 'ERROR AL RETIRAR LA COPIA, OPERACION NO APLICADA'
                                        TO MENSAJEO
           END-IF.
       720-RETIRA-COPIA-E. EXIT.

       730-GRABA-CARGO SECTION.
           MOVE 1 TO WKS-OPERACION-OK
           INITIALIZE REG-EDREPOS
           MOVE EDRT-SOCIO          TO EDRP-SOCIO
           MOVE EDRT-PELICULA       TO EDRP-PELICULA
           MOVE EDRT-FECHA-SALIDA   TO EDRP-FECHA-SALIDA
           MOVE WKS-COPIA-DEVUELTA  TO EDRP-COPIA
           MOVE WKS-ESTADO-BAJA     TO EDRP-MOTIVO
           MOVE WKS-PROVEEDOR       TO EDRP-PROVEEDOR
           MOVE WKS-COSTO           TO EDRP-MONTO
           MOVE FECHA-SYS           TO EDRP-FECHA-CARGO
           MOVE EIBTRMID            TO EDRP-TERMINAL-CARGO
           SET  EDRP-PENDIENTE      TO TRUE
           EXEC CICS WRITE
                DATASET ('EDREPOS')
                FROM    (REG-EDREPOS)
                RIDFLD  (EDRP-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE ZEROS TO WKS-OPERACION-OK
              MOVE 'FALLO EL CARGO EN EDREPOS, OPERACION NO APLICADA'
                                        TO MENSAJEO
           END-IF.
       730-GRABA-CARGO-E. EXIT.

      ******************************************************************
      *   C O B R O   D E   C A R G O S :  LIQUIDA TODAS LAS CUOTAS DE *
      *   MORA (EDSOCFE) Y CARGOS DE REPOSICION (EDREPOS) PENDIENTES   *
      *   DEL SOCIO; AMBOS ARCHIVOS TIENEN LLAVE INICIANDO CON EL      *
      *   SOCIO. CADA REGISTRO QUEDA COMO RECIBO CON FECHA Y TERMINAL  *
      ******************************************************************
       800-COBRA-CARGOS SECTION.
           IF SOCIOI = SPACES
              MOVE 'INGRESE EL CODIGO DEL SOCIO QUE PAGA' TO MENSAJEO
              GO TO 800-COBRA-CARGOS-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE ZEROS TO WKS-TOTAL-COBRO WKS-CARGOS-COBRADOS
           PERFORM 810-BUSCA-MORAS
           PERFORM 815-COBRA-MORA VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > WKS-CAR-LONG
           PERFORM 820-BUSCA-REPOSICIONES
           PERFORM 825-COBRA-REPOSICION VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > WKS-CAR-LONG
           IF WKS-CARGOS-COBRADOS = ZEROS
              MOVE 'EL SOCIO NO TIENE CARGOS PENDIENTES' TO MENSAJEO
           ELSE
              MOVE WKS-CARGOS-COBRADOS TO WKS-POSICION-EDIT
              MOVE WKS-TOTAL-COBRO     TO WKS-CUOTA-EDIT
              MOVE SPACES              TO MENSAJEO
              STRING 'CARGOS COBRADOS: ' WKS-POSICION-EDIT
                     ', COBRE Q' WKS-CUOTA-EDIT
                     DELIMITED BY SIZE
                     INTO MENSAJEO
              END-STRING
           END-IF.
       800-COBRA-CARGOS-E. EXIT.

       810-BUSCA-MORAS SECTION.
           MOVE ZEROS  TO WKS-CAR-LONG WKS-FIN-BROWSE
           INITIALIZE REG-EDSOCFE
           MOVE SOCIOI TO EDSF-SOCIO
           EXEC CICS STARTBR
                DATASET ('EDSOCFE')
                RIDFLD  (EDSF-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('EDSOCFE')
                   INTO    (REG-EDSOCFE)
                   RIDFLD  (EDSF-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 EDSF-SOCIO NOT = SOCIOI
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF EDSF-PENDIENTE AND WKS-CAR-LONG < 30
                    ADD  1          TO WKS-CAR-LONG
                    MOVE EDSF-LLAVE TO WKS-CAR-LLAVE (WKS-CAR-LONG)
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('EDSOCFE') NOHANDLE END-EXEC.
       810-BUSCA-MORAS-E. EXIT.

       815-COBRA-MORA SECTION.
           MOVE WKS-CAR-LLAVE (IDX-CAR) TO EDSF-LLAVE
           EXEC CICS READ
                DATASET ('EDSOCFE')
                INTO    (REG-EDSOCFE)
                RIDFLD  (EDSF-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 815-COBRA-MORA-E
           END-IF
           SET  EDSF-COBRADA TO TRUE
           MOVE FECHA-SYS    TO EDSF-FECHA-COBRO
           MOVE EIBTRMID     TO EDSF-TERMINAL-COBRO
           EXEC CICS REWRITE
                DATASET ('EDSOCFE')
                FROM    (REG-EDSOCFE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              ADD EDSF-MONTO TO WKS-TOTAL-COBRO
              ADD 1          TO WKS-CARGOS-COBRADOS
           END-IF.
       815-COBRA-MORA-E. EXIT.

       820-BUSCA-REPOSICIONES SECTION.
           MOVE ZEROS  TO WKS-CAR-LONG WKS-FIN-BROWSE
           INITIALIZE REG-EDREPOS
           MOVE SOCIOI TO EDRP-SOCIO
           EXEC CICS STARTBR
                DATASET ('EDREPOS')
                RIDFLD  (EDRP-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('EDREPOS')
                   INTO    (REG-EDREPOS)
                   RIDFLD  (EDRP-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 EDRP-SOCIO NOT = SOCIOI
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF EDRP-PENDIENTE AND WKS-CAR-LONG < 30
                    ADD  1          TO WKS-CAR-LONG
                    MOVE EDRP-LLAVE TO WKS-CAR-LLAVE (WKS-CAR-LONG)
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('EDREPOS') NOHANDLE END-EXEC.
       820-BUSCA-REPOSICIONES-E. EXIT.

       825-COBRA-REPOSICION SECTION.
           MOVE WKS-CAR-LLAVE (IDX-CAR) TO EDRP-LLAVE
           EXEC CICS READ
                DATASET ('EDREPOS')
                INTO    (REG-EDREPOS)
                RIDFLD  (EDRP-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 825-COBRA-REPOSICION-E
           END-IF
           SET  EDRP-COBRADO TO TRUE
           MOVE FECHA-SYS    TO EDRP-FECHA-COBRO
           MOVE EIBTRMID     TO EDRP-TERMINAL-COBRO
           EXEC CICS REWRITE
                DATASET ('EDREPOS')
                FROM    (REG-EDREPOS)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              ADD EDRP-MONTO TO WKS-TOTAL-COBRO
              ADD 1          TO WKS-CARGOS-COBRADOS
           END-IF.
       825-COBRA-REPOSICION-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
           EXEC CICS FORMATTIME
                     ABSTIME(WKS-TIEMPO)
                     YYYYMMDD(FECHA-SYS)
                     TIME(HORA-SYS)
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.

