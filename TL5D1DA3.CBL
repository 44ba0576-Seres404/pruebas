      *             : QUE EL REPORTE SEMANAL TLDEMREP VIGILA.          *
      * ARCHIVOS    : TLDEMAN                      (VSAM KSDS)         *
      * ACCION (ES) : C=CAMBIO  I=CONSULTA                             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO LEGAL                        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLDEMAM.
       COPY TLDEMAN.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (C/I) SOBRE EL *
      *  EXPEDIENTE DE LA CUENTA INGRESADA                             *
      ******************************************************************
      *   C A M B I O   D E L   E X P E D I E N T E                    *
      *   LOS CAMPOS EN BLANCO DEL MAPA CONSERVAN EL VALOR ACTUAL;     *
      *   TODO CAMBIO ESTAMPA FECHA DE ULTIMO MOVIMIENTO Y USUARIO     *
      ******************************************************************
       200-CAMBIO-EXPEDIENTE SECTION.
           IF ETAPAI NOT = SPACES AND
                        END-IF
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS TO TLDM-FECHA-ULT-MOVIMIENTO
                        MOVE BTAU-USUARIO TO TLDM-USUARIO-ULT-CAMBIO
                        EXEC CICS REWRITE
                             DATASET ('TLDEMAN')
                             FROM    (REG-TLDEMAN)
