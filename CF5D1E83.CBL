      * ARCHIVOS    : CFE83COR                     (VSAM KSDS)         *
      *             : CFSIBA                       (VSAM KSDS)         *
      * ACCION (ES) : S=SIGUIENTE  R=RESOLVER  I=CONSULTA              *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       COPY CFE83CM.
       COPY CFE83COR.
       COPY CFSIBA.
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

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('CFE83CM')
              ELSE
                 PERFORM HORA-FECHA-SISTEMA
                 SET  CFEC-RESUELTO     TO TRUE
                 MOVE BTAU-USUARIO      TO CFEC-USUARIO-RESOLVIO
                 MOVE FECHA-SYS         TO CFEC-FECHA-RESOLVIO
                 EXEC CICS REWRITE
                      DATASET ('CFE83COR')
