      *             : TIENE TASA CARGADA.                              *
      * ARCHIVOS    : TLTCAMB                      (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  I=CONSULTA                     *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - TESORERIA                           *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLTCAMM.
       COPY TLTCAMB.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/C/I) SOBRE  *
      *  LA TASA DE LA FECHA Y MONEDA INGRESADAS                       *
              MOVE WKS-TASA          TO TLTC-TASA
              PERFORM HORA-FECHA-SISTEMA
              MOVE FECHA-SYS         TO TLTC-FECHA-ULT-CAMBIO
              MOVE BTAU-USUARIO      TO TLTC-USUARIO-ULT-CAMBIO
              EXEC CICS WRITE
                   DATASET ('TLTCAMB')
                   FROM    (REG-TLTCAMB)
                        MOVE WKS-TASA  TO TLTC-TASA
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS TO TLTC-FECHA-ULT-CAMBIO
                        MOVE BTAU-USUARIO TO TLTC-USUARIO-ULT-CAMBIO
                        EXEC CICS REWRITE
                             DATASET ('TLTCAMB')
                             FROM    (REG-TLTCAMB)
