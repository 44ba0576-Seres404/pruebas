      *             : (VALIDADOS CONTRA MOMAES Y MOT 005) Y MARCA LA   *
      *             : ENTRADA C (CORREGIDA) CON USUARIO Y FECHA, PARA  *
      *             : QUE EL BATCH MOREPROC LA REENCOLE AL DIARIO      *
      *             : SIGUIENTE; ACCION I CONSULTA UNA ENTRADA. LA R   *
      *             : EXIGE PERMISO R EN BTRPERM PARA EL USUARIO.      *
      * ARCHIVOS    : MORECHQ, MOMAES, MOTGEN      (VSAM KSDS)         *
      * ACCION (ES) : S=SIGUIENTE  R=RESOLVER  I=CONSULTA              *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - SUPERVISION DE OPERACIONES          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
          02 WKS-ENCONTRO-PENDIENTE  PIC 9(01)  VALUE ZEROS.
             88 ENCONTRO-PENDIENTE              VALUE 1.
          02 WKS-AUTORIZADO          PIC X(01)  VALUE 'N'.
             88 ACCION-AUTORIZADA               VALUE 'S'.
          02 WKS-ACCION-PERMISO      PIC X(01)  VALUE SPACES.
          02 WKS-LLAVE-CUENTA        PIC X(16)  VALUE SPACES.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
       COPY MORECHQ.
       COPY MOMAES.
       COPY MOTGEN.
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
           MOVE WKS-ACCION-PERMISO      TO BTAU-ACCION
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
                MAP     ('MORECHM')
      *  PARA QUE MOREPROC LA REENCOLE AL DIARIO SIGUIENTE             *
      ******************************************************************
       300-RESUELVE-RECHAZO SECTION.
           PERFORM 310-VALIDA-PERMISO
           EVALUATE TRUE
           WHEN NOT ACCION-AUTORIZADA
                MOVE 'USUARIO SIN PERMISO PARA RESOLVER RECHAZOS'
                                        TO MENSAJEO
           WHEN FECHAI NOT NUMERIC OR SECUENI NOT NUMERIC
                MOVE 'TRAIGA PRIMERO UN RECHAZO CON ACCION S'
           END-EVALUATE.
       300-RESUELVE-RECHAZO-E. EXIT.

       310-VALIDA-PERMISO SECTION.
           MOVE 'N'      TO WKS-AUTORIZADO
           MOVE ACCIONI  TO WKS-ACCION-PERMISO
           INSPECT WKS-ACCION-PERMISO CONVERTING 'r' TO 'R'
           IF WKS-ACCION-PERMISO NOT = 'R'
              MOVE SPACES TO WKS-ACCION-PERMISO
              GO TO 310-VALIDA-PERMISO-E
           END-IF
           PERFORM 105-VALIDA-AUTORIZACION
           MOVE SPACES   TO WKS-ACCION-PERMISO
           IF BTAU-AUTORIZADO
              MOVE 'S' TO WKS-AUTORIZADO
           END-IF.
       310-VALIDA-PERMISO-E. EXIT.

       320-VALIDA-CORRECCIONES SECTION.
           MOVE SPACES TO MENSAJEO
                      END-IF
                      PERFORM HORA-FECHA-SISTEMA
                      SET  MORQ-CORREGIDO TO TRUE
                      MOVE BTAU-USUARIO   TO MORQ-USUARIO-RESOLVIO
                      MOVE FECHA-SYS      TO MORQ-FECHA-RESOLVIO
                      EXEC CICS REWRITE
                           DATASET ('MORECHQ')
