      *             : A LA POBLACION REGULATORIA.                      *
      * ARCHIVOS    : TLT004ST                     (VSAM KSDS)         *
      * ACCION (ES) : D=DIGITA  A=APRUEBA  R=RECHAZA  I=CONSULTA       *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PANTALLA ADMINISTRATIVA                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLT004M.
       COPY TLT004ST.
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
                MAP     ('TLT004M')
              MOVE BINI              TO TLST-BIN
              MOVE TIPOBINI          TO TLST-TIPO-BIN
              SET  TLST-PENDIENTE    TO TRUE
              MOVE BTAU-USUARIO      TO TLST-USUARIO-DIGITO
              PERFORM HORA-FECHA-SISTEMA
              MOVE FECHA-SYS         TO TLST-FECHA-DIGITO
              EXEC CICS WRITE
                             EXEC CICS UNLOCK
                                  DATASET('TLT004ST') NOHANDLE
                             END-EXEC
                        WHEN TLST-USUARIO-DIGITO = BTAU-USUARIO
                             MOVE 'EL APROBADOR DEBE SER DISTINTO DE '
                                  & 'QUIEN DIGITO EL CAMBIO'
                                                 TO MENSAJEO
                             END-EXEC
                        WHEN OTHER
                             SET TLST-APROBADO TO TRUE
                             MOVE BTAU-USUARIO TO TLST-USUARIO-APROBO
                             PERFORM HORA-FECHA-SISTEMA
                             MOVE FECHA-SYS    TO TLST-FECHA-APROBO
                             EXEC CICS REWRITE
                        END-EXEC
                     ELSE
                        SET TLST-RECHAZADO TO TRUE
                        MOVE BTAU-USUARIO  TO TLST-USUARIO-APROBO
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS     TO TLST-FECHA-APROBO
                        EXEC CICS REWRITE
