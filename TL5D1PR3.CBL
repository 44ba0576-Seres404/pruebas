      * ARCHIVOS    : TLPRCT                       (VSAM KSDS)         *
      *             : TLPRJRN                      (VSAM KSDS)         *
      * ACCION (ES) : C=CAMBIO  I=CONSULTA                             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PANTALLA ADMINISTRATIVA                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       COPY TLPRCTM.
       COPY TLPRCT.
       COPY TLPRJRN.
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
      *  RECIBE EL MAPA, VALIDA CUENTA Y NUMERO DE OCURRENCIA (1-20)   *
      *  Y DESPACHA LA ACCION SOLICITADA (C/I)                         *
           MOVE FECHA-SYS        TO TLPJ-FECHA
           MOVE HORA-SYS         TO TLPJ-HORA
           MOVE WKS-OCURRENCIA   TO TLPJ-OCURRENCIA
           MOVE BTAU-USUARIO     TO TLPJ-USUARIO
           MOVE WKS-VALOR-ANTES  TO TLPJ-VALOR-ANTES
           MOVE WKS-VALOR-NUEVO  TO TLPJ-VALOR-DESPUES
           EXEC CICS WRITE
