      *             : CUANDO UN JOB ABENDA DESPUES DE SU REGISTRO DE   *
      *             : INICIO QUEDA EN RESULTADO E Y TODOS SUS          *
      *             : SUCESORES SE REHUSAN A CORRER; AQUI EL OPERADOR  *
      *             : AUTORIZADO (PERMISO F/C DE BT5D1CT3 EN BTRPERM)  *
      *             : RECORRE LA CADENA DE LA FECHA (ACCION S),        *
      *             : CONSULTA UNA ENTRADA (I) Y MARCA LA ATORADA      *
      *             : COMO FALLIDA (F) O FORZADA A COMPLETA (C), CON   *
      *             : FIX AL VSAM A LAS 3 DE LA MANANA.                *
      * ARCHIVOS    : BTRUNCTL                     (VSAM KSDS)         *
      *             : BTRJRN                       (VSAM KSDS)         *
      * ACCION (ES) : S=SIGUIENTE  I=CONSULTA  F=FALLIDO  C=COMPLETO   *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : CONSOLA DE OPERACIONES                           *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
          02 WKS-ENCONTRO-SIGUIENTE  PIC 9(01)  VALUE ZEROS.
             88 ENCONTRO-SIGUIENTE              VALUE 1.
          02 WKS-AUTORIZADO          PIC X(01)  VALUE 'N'.
             88 ACCION-AUTORIZADA               VALUE 'S'.
          02 WKS-ACCION-PERMISO      PIC X(01)  VALUE SPACES.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
       COPY BTRCTLM.
       COPY BTRUNCTL.
       COPY BTRJRN.
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
                MAP     ('BTRCTLM')
      *  MARCA LA ENTRADA ATORADA: F = FALLIDA (X, PARA RELANZAR EL    *
      *  JOB), C = FORZADA A COMPLETA (O, PARA LIBERAR LOS SUCESORES   *
      *  CUANDO EL JOB SI TERMINO PERO NO ALCANZO A REGISTRARLO).      *
      *  SOLO USUARIOS CON PERMISO F O C EN BTRPERM Y SIEMPRE CON      *
      *  BITACORA EN BTRJRN.                                           *
      ******************************************************************
       400-INTERVIENE-ENTRADA SECTION.
           PERFORM 410-VALIDA-PERMISO
           IF NOT ACCION-AUTORIZADA
              MOVE 'USUARIO SIN PERMISO PARA INTERVENIR EL TABLERO'
                                        TO MENSAJEO
           ELSE
              IF JOBI = SPACES
           END-IF.
       400-INTERVIENE-ENTRADA-E. EXIT.

       410-VALIDA-PERMISO SECTION.
           MOVE 'N'      TO WKS-AUTORIZADO
           MOVE ACCIONI  TO WKS-ACCION-PERMISO
           INSPECT WKS-ACCION-PERMISO CONVERTING 'fc' TO 'FC'
           PERFORM 105-VALIDA-AUTORIZACION
           MOVE SPACES   TO WKS-ACCION-PERMISO
           IF BTAU-AUTORIZADO
              MOVE 'S' TO WKS-AUTORIZADO
           END-IF.
       410-VALIDA-PERMISO-E. EXIT.

       420-APLICA-INTERVENCION SECTION.
           PERFORM HORA-FECHA-SISTEMA
           MOVE BTRC-JOB           TO BTRJ-JOB
           MOVE HORA-SYS           TO BTRJ-HORA
           MOVE BTRC-RESULTADO     TO BTRJ-RESULTADO-ANTES
           MOVE BTAU-USUARIO       TO BTRJ-USUARIO
           IF ACCIONI = 'F' OR ACCIONI = 'f'
              SET BTRJ-MARCO-FALLIDO  TO TRUE
              SET BTRC-TERMINO-ERROR  TO TRUE
