      * ARCHIVOS    : TLENBL                       (VSAM KSDS)         *
      *             : TLBLJRN                      (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  B=BAJA  I=CONSULTA             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PANTALLA ADMINISTRATIVA                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       COPY TLENBLM.
       COPY TLENBL.
       COPY TLBLJRN.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/C/B/I) SOBRE*
      *  EL REGISTRO DE TLENBL IDENTIFICADO POR LA LLAVE INGRESADA    *
       200-ALTA-TLENBL SECTION.
           MOVE LLAVEI              TO TLBL-LLAVE
           MOVE CTACOMPLI           TO TLBL-CUENTA-COMPLEJA
           MOVE BTAU-USUARIO        TO TLBL-USUARIO-ALTA
           PERFORM HORA-FECHA-SISTEMA
           MOVE FECHA-SYS           TO TLBL-FECHA-ALTA
           SET  TLBL-ACTIVO         TO TRUE
       GUARDA-IMAGEN-ANTES-E. EXIT.

      ******************************************************************
      *  BITACORA DEL MANTENIMIENTO: IMAGEN ANTES Y DESPUES, USUARIO   *
      *  Y MOMENTO. SI LA BITACORA FALLA EL MANTENIMIENTO YA QUEDO     *
      *  APLICADO; SOLO SE AVISA EN EL MENSAJE.                        *
      ******************************************************************
           MOVE FECHA-SYS-AAAA        TO TLBJ-FECHA
           MOVE HORA-SYS              TO TLBJ-HORA
           MOVE WKS-ACCION-JRN        TO TLBJ-ACCION
           MOVE BTAU-USUARIO          TO TLBJ-USUARIO
           MOVE WKS-ANT-CTA-COMPLEJA  TO TLBJ-ANT-CTA-COMPLEJA
           MOVE WKS-ANT-ESTADO        TO TLBJ-ANT-ESTADO
           MOVE WKS-ANT-EFEC-DESDE    TO TLBJ-ANT-EFEC-DESDE
