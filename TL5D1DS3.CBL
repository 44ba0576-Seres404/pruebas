      *             : CIRCUITO NORMAL.                                 *
      * ARCHIVOS    : TLDISPU                      (VSAM KSDS)         *
      * ACCION (ES) : A=ABRIR  R=RESOLVER  I=CONSULTA                  *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO DE COBRANZA                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLDISPM.
       COPY TLDISPU.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/R/I) SOBRE  *
      *  LA DISPUTA DE LA CUENTA INGRESADA                             *
              MOVE CUENTAI           TO TLDS-CUENTA
              MOVE FECHA-SYS         TO TLDS-FECHA-APERTURA
              MOVE MOTIVOI           TO TLDS-MOTIVO
              MOVE BTAU-USUARIO      TO TLDS-USUARIO-ABRIO
              SET  TLDS-ABIERTA      TO TRUE
              EXEC CICS WRITE
                   DATASET ('TLDISPU')
           MOVE CUENTAI           TO TLDS-CUENTA
           MOVE FECHA-SYS         TO TLDS-FECHA-APERTURA
           MOVE MOTIVOI           TO TLDS-MOTIVO
           MOVE BTAU-USUARIO      TO TLDS-USUARIO-ABRIO
           SET  TLDS-ABIERTA      TO TRUE
           EXEC CICS REWRITE
                DATASET ('TLDISPU')
                     ELSE
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS  TO TLDS-FECHA-RESOLUCION
                        MOVE BTAU-USUARIO TO TLDS-USUARIO-RESOLVIO
                        SET TLDS-RESUELTA TO TRUE
                        EXEC CICS REWRITE
                             DATASET ('TLDISPU')
