      *             : TLCLIMOR (CONSOLIDADO DE MORA POR CLIENTE)       *
      *             : MOCOTIT (PATH MOCOTITP, CUENTAS DONDE EL         *
      *             : CLIENTE ES CO-TITULAR, MARCADAS 'CO ')           *
      *             : CFBENEF (PATH CFBENEFP, EMPRESAS DONDE EL        *
      *             : CLIENTE ES BENEFICIARIO FINAL, MARCADAS 'BF ')   *
      *             : CFEDCRU (PATH CFEDCRUP, CLIENTES EDUCATIVOS      *
      *             : CONFIRMADOS) Y EDP1AH (PATH EDP1AHP, SUS CUENTAS *
      *             : DE AHORRO EDUCATIVO, MARCADAS 'ED ')             *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : JM47ADM (TLQ8), ED3D1NL3 (EDN3)                  *
      *             : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA                                       *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
          02 WKS-RBA-CF360LOG        PIC S9(04) COMP VALUE +000.
          02 WKS-TIEMPO-360          PIC S9(15) COMP-3 VALUE +0.
          02 WKS-FECHA-360           PIC 9(08)  VALUE ZEROS.
          02 WKS-PORCEN-360          PIC ZZ9.99  VALUE ZEROS.
          02 WKS-MODO-BUSQUEDA       PIC X(01)  VALUE SPACES.
          02 WKS-MODO-REGRESO        PIC X(01)  VALUE 'C'.
             88 REGRESA-CONSULTA                VALUE 'C'.
       COPY MOTGEN.
       COPY TLCLIMOR.
       COPY MOCOTIT.
       COPY CFBENEF.
       COPY CFEDCRU.
       COPY EDMAAH.
       COPY CF360LOG.
       COPY BTRAUTC.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHENTER
                PERFORM 105-VALIDA-AUTORIZACION
                IF BTAU-AUTORIZADO
                   PERFORM 200-RECIBE-Y-PROCESA
                ELSE
                   MOVE BTAU-MENSAJE    TO MENSAJEO
                END-IF
                IF REGRESA-CONSULTA
                   SET SEND-DATAONLY    TO TRUE
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

       200-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('CF360M')
              MOVE 'CLIENTE NO ENCONTRADO EN LA BUSQUEDA'
                   TO CFQL-RESULTADO-BUSQ
           END-IF
           MOVE BTAU-USUARIO TO CFQL-USUARIO
           MOVE EIBTIME  TO CFQL-HORA-BUSQUEDA
      *------> LA FECHA SE GUARDA AAAAMMDD, EL MISMO FORMATO QUE EL
      *------> RANGO QUE COMPARA EL REPORTE CF360REP
           PERFORM 420-CARGA-TIMATH
           PERFORM 430-CARGA-MOMAES
           PERFORM 437-CARGA-COTITULAR
           PERFORM 438-CARGA-BENEFICIARIO
           PERFORM 439-CARGA-EDUCATIVO
           IF WKS-CANT-FILAS = ZEROS
              MOVE 'EL CLIENTE NO TIENE PRODUCTOS REGISTRADOS'
                                     TO MENSAJEO
           EXEC CICS ENDBR DATASET('MOCOTITP') NOHANDLE END-EXEC.
       437-CARGA-COTITULAR-E. EXIT.

      ******************************************************************
      *  EMPRESAS DONDE EL CLIENTE ES ACCIONISTA, DIRECTOR O           *
      *  REPRESENTANTE LEGAL VIGENTE: LA FILA LLEVA LA EMPRESA EN LAS  *
      *  POSICIONES 1-8 DE LA CUENTA Y EL ROL EN LA POSICION 10        *
      ******************************************************************
       438-CARGA-BENEFICIARIO SECTION.
           MOVE ZEROS TO WKS-FIN-BROWSE
           MOVE WKS-COD-CLIENTE-360 TO CFBF-CODIGO-PERSONA
           EXEC CICS STARTBR
                DATASET ('CFBENEFP')
                RIDFLD  (CFBF-CODIGO-PERSONA)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE OR WKS-CANT-FILAS = 12
              EXEC CICS READNEXT
                   DATASET ('CFBENEFP')
                   INTO    (REG-CFBENEF)
                   RIDFLD  (CFBF-CODIGO-PERSONA)
                   NOHANDLE
              END-EXEC
              IF (EIBRESP = DFHRESP(NORMAL) OR
                  EIBRESP = DFHRESP(DUPKEY)) AND
                 CFBF-CODIGO-PERSONA = WKS-COD-CLIENTE-360
                 IF CFBF-FECHA-DESDE NOT > WKS-FECHA-360 AND
                    (CFBF-FECHA-HASTA = ZEROS OR
                     CFBF-FECHA-HASTA NOT < WKS-FECHA-360)
                    ADD 1 TO WKS-CANT-FILAS
                    MOVE 'BF '        TO WKS-FILA-TIPO (WKS-CANT-FILAS)
                    MOVE SPACES       TO WKS-FILA-CUENTA
                                         (WKS-CANT-FILAS)
                    MOVE CFBF-CODIGO-EMPRESA
                         TO WKS-FILA-CUENTA (WKS-CANT-FILAS) (1:8)
                    MOVE CFBF-ROL
                         TO WKS-FILA-CUENTA (WKS-CANT-FILAS) (10:1)
                 END-IF
              ELSE
                 MOVE 1 TO WKS-FIN-BROWSE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFBENEFP') NOHANDLE END-EXEC.
       438-CARGA-BENEFICIARIO-E. EXIT.

      ******************************************************************
      *  CUENTAS DE AHORRO EDUCATIVO: EL CLIENTE DE LA PLATAFORMA      *
      *  EDUCATIVA TIENE SU PROPIO CODIGO, ASI QUE SE UBICA POR EL     *
      *  CRUCE CONFIRMADO EN CFEDCRU (PATH CFEDCRUP POR CLIENTE CIF) Y *
      *  SUS CUENTAS POR EL PATH EDP1AHP POR CLIENTE EDUCATIVO         *
      ******************************************************************
       439-CARGA-EDUCATIVO SECTION.
           MOVE ZEROS TO WKS-FIN-BROWSE
           MOVE WKS-COD-CLIENTE-360 TO CFEX-CODIGO-CLIENTE
           EXEC CICS STARTBR
                DATASET ('CFEDCRUP')
                RIDFLD  (CFEX-CODIGO-CLIENTE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE OR WKS-CANT-FILAS = 12
              EXEC CICS READNEXT
                   DATASET ('CFEDCRUP')
                   INTO    (REG-CFEDCRU)
                   RIDFLD  (CFEX-CODIGO-CLIENTE)
                   NOHANDLE
              END-EXEC
              IF (EIBRESP = DFHRESP(NORMAL) OR
                  EIBRESP = DFHRESP(DUPKEY)) AND
                 CFEX-CODIGO-CLIENTE = WKS-COD-CLIENTE-360
                 IF CFEX-CONFIRMADO
                    PERFORM 445-CARGA-CUENTAS-EDP1AH
                 END-IF
              ELSE
                 MOVE 1 TO WKS-FIN-BROWSE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFEDCRUP') NOHANDLE END-EXEC.
       439-CARGA-EDUCATIVO-E. EXIT.

      *----> CUENTAS NO ELIMINADAS DEL CLIENTE EDUCATIVO CONFIRMADO
       445-CARGA-CUENTAS-EDP1AH SECTION.
           MOVE CFEX-CODIGO-EDUCATIVO TO EDMA-CODIGO-CLIENTE
           EXEC CICS STARTBR
                DATASET ('EDP1AHP')
                RIDFLD  (EDMA-CODIGO-CLIENTE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 445-CARGA-CUENTAS-EDP1AH-E
           END-IF
           PERFORM UNTIL WKS-CANT-FILAS = 12 OR
                         EDMA-CODIGO-CLIENTE NOT = CFEX-CODIGO-EDUCATIVO
              EXEC CICS READNEXT
                   DATASET ('EDP1AHP')
                   INTO    (REG-EDMAAH)
                   RIDFLD  (EDMA-CODIGO-CLIENTE)
                   NOHANDLE
              END-EXEC
              IF (EIBRESP = DFHRESP(NORMAL) OR
                  EIBRESP = DFHRESP(DUPKEY)) AND
                 EDMA-CODIGO-CLIENTE = CFEX-CODIGO-EDUCATIVO
                 IF EDMA-MARCA-ELIMINADO NOT = 'D' AND 'd'
                    ADD 1 TO WKS-CANT-FILAS
                    MOVE 'ED '        TO WKS-FILA-TIPO (WKS-CANT-FILAS)
                    MOVE SPACES       TO WKS-FILA-CUENTA
                                         (WKS-CANT-FILAS)
                    MOVE EDMA-NUMERO-CUENTA
                         TO WKS-FILA-CUENTA (WKS-CANT-FILAS) (1:10)
                 END-IF
              ELSE
                 MOVE ZEROS TO EDMA-CODIGO-CLIENTE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('EDP1AHP') NOHANDLE END-EXEC.
       445-CARGA-CUENTAS-EDP1AH-E. EXIT.

      ******************************************************************
      *  VUELCA LAS FILAS RECOPILADAS AL MAPA, TRADUCIENDO LA          *
      *  SITUACION DE LAS CUENTAS MONETARIAS CON MOTGEN 003            *
                   MOVE 'APORTACION'               TO SITO (IDX-FILA)
              WHEN 'CO '
                   MOVE 'CO-TITULAR'               TO SITO (IDX-FILA)
              WHEN 'ED '
                   MOVE 'AHORRO EDUCAT.'           TO SITO (IDX-FILA)
              WHEN 'BF '
                   MOVE WKS-FILA-CUENTA (IDX-FILA) (1:8)
                                              TO CFBF-CODIGO-EMPRESA
                   MOVE WKS-COD-CLIENTE-360   TO CFBF-CODIGO-PERSONA
                   MOVE WKS-FILA-CUENTA (IDX-FILA) (10:1)
                                              TO CFBF-ROL
                   EVALUATE TRUE
                      WHEN CFBF-ROL-DIRECTOR
                           MOVE 'DIRECTOR'         TO SITO (IDX-FILA)
                      WHEN CFBF-ROL-REPRESENTANTE
                           MOVE 'REP. LEGAL'       TO SITO (IDX-FILA)
                      WHEN OTHER
                           EXEC CICS READ
                                DATASET ('CFBENEF')
                                INTO    (REG-CFBENEF)
                                RIDFLD  (CFBF-LLAVE)
                                NOHANDLE
                           END-EXEC
                           MOVE 'ACCIONISTA'       TO SITO (IDX-FILA)
                           IF EIBRESP = DFHRESP(NORMAL)
                              MOVE CFBF-PORCENTAJE TO WKS-PORCEN-360
                              MOVE 'ACC.'          TO SITO (IDX-FILA)
                              MOVE WKS-PORCEN-360
                                   TO SITO (IDX-FILA) (6:6)
                              MOVE '%'             TO SITO (IDX-FILA)
                                                      (12:1)
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
       510-TRADUCE-SITUACION-E. EXIT.

