      *             : WORKLIST TL5D1MOR Y LA LLAMADA NO TERMINA EN     *
      *             : PROMESA (NO CONTESTA, NUMERO EQUIVOCADO, SE      *
      *             : NIEGA A PAGAR), AQUI QUEDA LA TRAZA: CUENTA,     *
      *             : FECHA, HORA, USUARIO DEL ANALISTA, CODIGO DE     *
      *             : RESULTADO (TABLA TLTGEN 006), COMENTARIO LIBRE   *
      *             : Y FECHA DE PROXIMA ACCION. EL SIGUIENTE ANALISTA *
      *             : CONSULTA LA ULTIMA GESTION (ACCION U) ANTES DE   *
      *             : VOLVER A MARCAR. EL ALTA RESPETA LA POLITICA DE  *
      *             : CONTACTO DE TLTGEN 013: FUERA DEL HORARIO        *
      *             : PERMITIDO (HORAINICIO-HORAFIN) O CON EL MAXIMO   *
      *             : DE CONTACTOS DE LOS ULTIMOS 7 DIAS (MAXSEMANA)   *
      *             : YA ALCANZADO, LA GESTION NO SE GRABA.            *
      * ARCHIVOS    : TLGESTI                      (VSAM KSDS)         *
      *             : TLTGEN                       (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  I=CONSULTA  U=ULTIMA GESTION DE CUENTA   *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO DE COBRANZA                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *------->  POLITICA DE CONTACTO (TLTGEN 013); UNA REGLA SIN
      *------->  REGISTRO O EN CERO NO SE APLICA
       01 WKS-POLITICA-CONTACTO.
          02 WKS-REGLA-REGISTRO      PIC X(10)  VALUE SPACES.
          02 WKS-REGLA-VALOR         PIC 9(04)  VALUE ZEROS.
          02 WKS-MAX-SEMANA          PIC 9(03)  VALUE ZEROS.
          02 WKS-HORA-INICIO         PIC 9(04)  VALUE ZEROS.
          02 WKS-HORA-FIN            PIC 9(04)  VALUE ZEROS.
          02 WKS-HORA-ACTUAL         PIC 9(04)  VALUE ZEROS.
          02 WKS-FECHA-DESDE         PIC 9(08)  VALUE ZEROS.
          02 WKS-CONTACTOS-SEMANA    PIC 9(03)  VALUE ZEROS.
          02 WKS-ULTIMO-PERMITIDO    PIC X(01)  VALUE 'N'.
             88 ULTIMO-CONTACTO-PERMITIDO       VALUE 'S'.
      *------->  ULTIMA GESTION HALLADA EN EL BROWSE (ACCION U)
       01 WKS-ULTIMA-GESTION.
          02 WKS-ULT-FECHA           PIC 9(08)  VALUE ZEROS.
       COPY TLGESTM.
       COPY TLGESTI.
       COPY TLTGEN.
       COPY BTRAUTC.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHENTER
                PERFORM 105-VALIDA-AUTORIZACION
                IF BTAU-AUTORIZADO
                   PERFORM 110-RECIBE-Y-PROCESA
                ELSE
                   MOVE BTAU-MENSAJE    TO MENSAJEO
                END-IF
                SET SEND-DATAONLY       TO TRUE
                PERFORM ENVIA-MAPA

           END-EVALUATE.
       100-VALIDA-LLAMADO-E. EXIT.

      ******************************************************************
      *  USUARIO FIRMADO EN LA TERMINAL CON PERMISO EN LA TRANSACCION  *
      *  (RUTINA COMUN BTRAUT00); SU CODIGO QUEDA EN BTAU-USUARIO      *
      ******************************************************************
       105-VALIDA-AUTORIZACION SECTION.
           INITIALIZE BTAU-COMMAREA
           SET  BTAU-AUTORIZA           TO TRUE
           MOVE EIBTRMID                TO BTAU-TERMINAL
           MOVE WKS-NOMBRE-PROGRAMA     TO BTAU-TRANSACCION
           MOVE SPACES                  TO BTAU-ACCION
           EXEC CICS LINK
                PROGRAM  ('BTRAUT00')
                COMMAREA (BTAU-COMMAREA)
                LENGTH   (LENGTH OF BTAU-COMMAREA)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'N'                  TO BTAU-RESULTADO
              MOVE 'RUTINA DE SEGURIDAD BTRAUT00 NO DISPONIBLE'
                                        TO BTAU-MENSAJE
           END-IF.
       105-VALIDA-AUTORIZACION-E. EXIT.

      ******************************************************************
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/I/U) SOBRE  *
      *  LA BITACORA DE GESTIONES DE LA CUENTA INGRESADA               *
                    MOVE 'FECHA DE PROXIMA ACCION DEBE SER AAAAMMDD'
                                        TO MENSAJEO
                 ELSE
                    PERFORM 230-VALIDA-POLITICA-CONTACTO
                    IF MENSAJEO = SPACES
                       PERFORM 220-GRABA-GESTION
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE CUENTAI           TO TLGS-CUENTA
           MOVE FECHA-SYS         TO TLGS-FECHA
           MOVE HORA-SYS          TO TLGS-HORA
           MOVE BTAU-USUARIO      TO TLGS-ANALISTA
           MOVE RESULTI           TO TLGS-RESULTADO
           MOVE COMENTI           TO TLGS-COMENTARIO
           IF PROXACCI NUMERIC
                     MOVE TLGS-FECHA        TO FECHAO
                     MOVE TLGS-HORA         TO HORAO
                     MOVE TLGS-ANALISTA     TO ANALISTAO
                     IF ULTIMO-CONTACTO-PERMITIDO
                        MOVE 'GESTION REGISTRADA; ERA EL ULTIMO ' &
                             'CONTACTO PERMITIDO EN 7 DIAS'
                                            TO MENSAJEO
                     ELSE
                        MOVE 'GESTION REGISTRADA EN LA BITACORA'
                                            TO MENSAJEO
                     END-IF
                WHEN DFHRESP(DUPREC)
                     MOVE 'YA EXISTE GESTION PARA ESA CUENTA Y HORA'
                                            TO MENSAJEO
           END-EVALUATE.
       220-GRABA-GESTION-E. EXIT.

      ******************************************************************
      *  POLITICA DE CONTACTO AL DEUDOR (TLTGEN TABLA TLT 013): LA     *
      *  GESTION SE RECHAZA SI LA HORA ACTUAL ESTA FUERA DEL HORARIO   *
      *  PERMITIDO O SI LA CUENTA YA TIENE EN LOS ULTIMOS 7 DIAS       *
      *  (HOY INCLUIDO) EL MAXIMO DE CONTACTOS DE LA SEMANA            *
      ******************************************************************
       230-VALIDA-POLITICA-CONTACTO SECTION.
           MOVE 'N' TO WKS-ULTIMO-PERMITIDO
           PERFORM HORA-FECHA-SISTEMA
           MOVE HORA-SYS (1:4) TO WKS-HORA-ACTUAL
           MOVE 'MAXSEMANA'    TO WKS-REGLA-REGISTRO
           PERFORM 235-LEE-REGLA-CONTACTO
           MOVE WKS-REGLA-VALOR TO WKS-MAX-SEMANA
           MOVE 'HORAINICIO'   TO WKS-REGLA-REGISTRO
           PERFORM 235-LEE-REGLA-CONTACTO
           MOVE WKS-REGLA-VALOR TO WKS-HORA-INICIO
           MOVE 'HORAFIN'      TO WKS-REGLA-REGISTRO
           PERFORM 235-LEE-REGLA-CONTACTO
           MOVE WKS-REGLA-VALOR TO WKS-HORA-FIN
           IF WKS-HORA-FIN > ZEROS AND
              (WKS-HORA-ACTUAL < WKS-HORA-INICIO OR
               WKS-HORA-ACTUAL NOT < WKS-HORA-FIN)
              MOVE 'FUERA DEL HORARIO PERMITIDO DE CONTACTO ' &
                   '(TLTGEN 013)'       TO MENSAJEO
              GO TO 230-VALIDA-POLITICA-CONTACTO-E
           END-IF
           IF WKS-MAX-SEMANA = ZEROS
              GO TO 230-VALIDA-POLITICA-CONTACTO-E
           END-IF
           COMPUTE WKS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (FECHA-SYS) - 6)
           MOVE ZEROS TO WKS-CONTACTOS-SEMANA
           SET WKS-BROWSE-CONTINUA TO TRUE
           MOVE CUENTAI         TO TLGS-CUENTA
           MOVE WKS-FECHA-DESDE TO TLGS-FECHA
           MOVE ZEROS           TO TLGS-HORA
           EXEC CICS STARTBR
                DATASET ('TLGESTI')
                RIDFLD  (TLGS-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM UNTIL WKS-BROWSE-TERMINADO
                 EXEC CICS READNEXT
                      DATASET ('TLGESTI')
                      INTO    (REG-TLGESTI)
                      RIDFLD  (TLGS-LLAVE)
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP = DFHRESP(NORMAL) AND
                    TLGS-CUENTA = CUENTAI
                    ADD 1 TO WKS-CONTACTOS-SEMANA
                 ELSE
                    SET WKS-BROWSE-TERMINADO TO TRUE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET('TLGESTI') NOHANDLE END-EXEC
           END-IF
           IF WKS-CONTACTOS-SEMANA NOT < WKS-MAX-SEMANA
              MOVE 'CUENTA YA TIENE EL MAXIMO DE CONTACTOS EN 7 ' &
                   'DIAS (TLTGEN 013)'  TO MENSAJEO
           ELSE
              IF WKS-CONTACTOS-SEMANA + 1 = WKS-MAX-SEMANA
                 SET ULTIMO-CONTACTO-PERMITIDO TO TRUE
              END-IF
           END-IF.
       230-VALIDA-POLITICA-CONTACTO-E. EXIT.

      *----> LEE UNA REGLA DE LA TABLA TLT 013; EL VALOR VA EN LAS
      *----> PRIMERAS 4 POSICIONES DE LA DESCRIPCION, ALINEADO A LA
      *----> DERECHA (0003, 0800, 2000)
       235-LEE-REGLA-CONTACTO SECTION.
           MOVE ZEROS              TO WKS-REGLA-VALOR
           MOVE 'TLT'              TO TLTG-CODIGO
           MOVE 013                TO TLTG-CORRELATIVO-TABLA
           MOVE WKS-REGLA-REGISTRO TO TLTG-CORRELATIVO-REGISTRO
           EXEC CICS READ
                DATASET ('TLTGEN')
                INTO    (REG-TLTGEN)
                RIDFLD  (TLTG-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND
              TLTG-DESCRIPCION (1:4) NUMERIC
              MOVE TLTG-DESCRIPCION (1:4) TO WKS-REGLA-VALOR
           END-IF.
       235-LEE-REGLA-CONTACTO-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   P O R   L L A V E   C O M P L E T A        *
      ******************************************************************
