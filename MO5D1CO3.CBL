      *             : VALIDANDO LA CUENTA EN MOMAES Y EL CLIENTE EN    *
      *             : CFCNAT. LA CONSULTA 360 CF5D1CLQ LISTA TAMBIEN   *
      *             : LAS CUENTAS DONDE EL CLIENTE ES CO-TITULAR.      *
      *             : NO SE DA DE ALTA UN CLIENTE RESTRINGIDO EN CFKYC *
      *             : POR REVISION KYC VENCIDA (VER CF5D1KY3).         *
      * ARCHIVOS    : MOCOTIT, MOMAES, CFCNAT, CFKYC (VSAM KSDS)       *
      * ACCION (ES) : A=ALTA  R=RETIRAR  I=CONSULTA                    *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - AGENCIAS                            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       COPY MOCOTIT.
       COPY MOMAES.
       COPY CFCNAT.
       COPY CFKYC.
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
                MAP     ('MOCOTIM')
                   MOVE ROLI           TO MOCT-ROL
                   MOVE REGLAI         TO MOCT-REGLA-FIRMA
                   SET  MOCT-ACTIVO    TO TRUE
                   MOVE BTAU-USUARIO   TO MOCT-USUARIO-REGISTRO
                   PERFORM HORA-FECHA-SISTEMA
                   MOVE FECHA-SYS      TO MOCT-FECHA-REGISTRO
                   EXEC CICS WRITE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'EL CLIENTE NO EXISTE EN CFCNAT' TO MENSAJEO
              GO TO 210-VALIDA-CUENTA-Y-CLIENTE-E
           END-IF
           MOVE CLIENTEI TO CFKY-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFKYC')
                INTO    (REG-CFKYC)
                RIDFLD  (CFKY-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND CFKY-RESTRINGIDO
              MOVE 'CLIENTE RESTRINGIDO POR REVISION KYC VENCIDA, ' &
                   'VER CF5D1KY3' TO MENSAJEO
           END-IF.
       210-VALIDA-CUENTA-Y-CLIENTE-E. EXIT.

