      *             : CATALOGOS DEJEN DE DEPENDER DE DATA FIXES.       *
      * ARCHIVOS    : CFTGEN                       (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  B=BAJA  I=CONSULTA             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PANTALLA ADMINISTRATIVA                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY CFTGENM.
       COPY CFTGEN.
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
                MAP     ('CFTGENM')
           MOVE RESTOI              TO CFTB-RESTO
           PERFORM HORA-FECHA-SISTEMA
           MOVE FECHA-SYS           TO CFTB-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO        TO CFTB-USUARIO-ULT-CAMBIO
           EXEC CICS WRITE
                DATASET ('CFTGEN')
                FROM    (CFTGEN)
                     END-IF
                     PERFORM HORA-FECHA-SISTEMA
                     MOVE FECHA-SYS TO CFTB-FECHA-ULT-CAMBIO
                     MOVE BTAU-USUARIO TO CFTB-USUARIO-ULT-CAMBIO
                     EXEC CICS REWRITE
                          DATASET ('CFTGEN')
                          FROM    (CFTGEN)
