      * ARCHIVOS    : MOORDEN                      (VSAM KSDS)         *
      *             : MOMAES                       (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  R=RETIRAR  I=CONSULTA                    *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - AGENCIAS                            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       COPY MOORDNM.
       COPY MOORDEN.
       COPY MOMAES.
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
      *  LA ORDEN (CUENTA DEBITO + CORRELATIVO)                        *
                   MOVE VIGDESI        TO MOOR-VIGENCIA-DESDE
                   MOVE VIGHASI        TO MOOR-VIGENCIA-HASTA
                   SET  MOOR-ACTIVA    TO TRUE
                   MOVE BTAU-USUARIO   TO MOOR-USUARIO-REGISTRO
                   PERFORM HORA-FECHA-SISTEMA
                   MOVE FECHA-SYS      TO MOOR-FECHA-REGISTRO
                   EXEC CICS WRITE
