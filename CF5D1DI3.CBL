      *             : CATALOGOS CFTGEN 'CIF' 001 Y 'CIF' 002),         *
      *             : TELEFONOS Y CORREO DEL CLIENTE. TLCARTAS LEE     *
      *             : ESTE MAESTRO PARA IMPRIMIR EL DESTINO DE CADA    *
      *             : CARTA DE COBRANZA. TODO ALTA, CAMBIO O BAJA DE   *
      *             : LA DIRECCION O DE LOS TELEFONOS Y CORREO SE      *
      *             : PUBLICA COMO EVENTO EN CFCAMEV (EL TIPO DE       *
      *             : PERSONA SE TOMA DE CFCNAT); SI EL EVENTO NO SE   *
      *             : GRABA EL MANTENIMIENTO SE REVIERTE.              *
      * ARCHIVOS    : CFDIREC                      (VSAM KSDS)         *
      *             : CFTGEN                       (VSAM KSDS)         *
      *             : CFCAMEV, CFCNAT              (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  B=BAJA  I=CONSULTA             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-SECUENCIA-EVENTO    PIC 9(05)  VALUE ZEROS.
          02 WKS-ACCION-EVENTO       PIC X(01)  VALUE SPACES.
          02 WKS-TIPO-PERSONA        PIC X(01)  VALUE SPACES.
          02 WKS-ERROR-EVENTO        PIC 9(01)  VALUE ZEROS.
             88 ERROR-EVENTO                    VALUE 1.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
      * --- MAPA Y CARACTERISTICAS
       COPY CFDIREM.
       COPY CFDIREC.
      * --- DIRECCION ANTES DEL MANTENIMIENTO, PARA LOS EVENTOS
       COPY CFDIREC REPLACING ==REG-CFDIREC== BY ==WKS-CFDIREC-ANTES==
                    LEADING   ==CFDR==        BY ==CFDA==.
       COPY CFTGEN.
       COPY CFCNAT.
       COPY CFCAMEV.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/C/B/I)      *
      *  SOBRE EL REGISTRO DE DIRECCION DEL CLIENTE INGRESADO          *
       200-ALTA-DIRECCION SECTION.
           PERFORM 150-VALIDA-CAPTURA
           IF MENSAJEO = SPACES
              INITIALIZE REG-CFDIREC WKS-CFDIREC-ANTES
              MOVE CLIENTEI TO CFDR-CODIGO-CLIENTE
              PERFORM 250-MAPA-AL-REGISTRO
              EXEC CICS WRITE
              END-EXEC
              EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                        MOVE 'A' TO WKS-ACCION-EVENTO
                        PERFORM 260-EVENTOS-DIRECCION
                        IF ERROR-EVENTO
                           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                           END-EXEC
                           MOVE 'ERROR AL GRABAR EN CFCAMEV, EL ALTA ' &
                                'NO SE APLICO' TO MENSAJEO
                        ELSE
                           MOVE 'DIRECCION DADA DE ALTA' TO MENSAJEO
                        END-IF
                   WHEN DFHRESP(DUPREC)
                        MOVE 'EL CLIENTE YA TIENE DIRECCION, USE CAMBIO'
                                               TO MENSAJEO
           MOVE CORREOI           TO CFDR-CORREO
           PERFORM HORA-FECHA-SISTEMA
           MOVE FECHA-SYS         TO CFDR-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO      TO CFDR-USUARIO-ULT-CAMBIO.
       250-MAPA-AL-REGISTRO-E. EXIT.

      ******************************************************************
      *  EVENTOS DE CAMBIO PARA LOS SUSCRIPTORES DEL CIF (CFCAMEV):    *
      *  UNO DE DIRECCION SI CAMBIARON LAS LINEAS, EL DEPARTAMENTO O   *
      *  EL MUNICIPIO, Y UNO DE TELEFONO SI CAMBIARON LOS TELEFONOS O  *
      *  EL CORREO. COMPARA WKS-CFDIREC-ANTES CONTRA REG-CFDIREC       *
      ******************************************************************
       260-EVENTOS-DIRECCION SECTION.
           MOVE ZEROS TO WKS-ERROR-EVENTO
           PERFORM HORA-FECHA-SISTEMA
           PERFORM 265-TIPO-PERSONA
           IF CFDA-DIRECCION-LINEA1 NOT = CFDR-DIRECCION-LINEA1 OR
              CFDA-DIRECCION-LINEA2 NOT = CFDR-DIRECCION-LINEA2 OR
              CFDA-DEPARTAMENTO     NOT = CFDR-DEPARTAMENTO     OR
              CFDA-MUNICIPIO        NOT = CFDR-MUNICIPIO
              INITIALIZE REG-CFCAMEV
              SET  CFCE-GRUPO-DIRECCION  TO TRUE
              MOVE CFDA-DIRECCION-LINEA1 TO CFCE-VALOR-ANTES (1:40)
              MOVE CFDA-DIRECCION-LINEA2 TO CFCE-VALOR-ANTES (41:40)
              MOVE CFDA-DEPARTAMENTO     TO CFCE-VALOR-ANTES (81:2)
              MOVE CFDA-MUNICIPIO        TO CFCE-VALOR-ANTES (83:2)
              MOVE CFDR-DIRECCION-LINEA1 TO CFCE-VALOR-DESPUES (1:40)
              MOVE CFDR-DIRECCION-LINEA2 TO CFCE-VALOR-DESPUES (41:40)
              MOVE CFDR-DEPARTAMENTO     TO CFCE-VALOR-DESPUES (81:2)
              MOVE CFDR-MUNICIPIO        TO CFCE-VALOR-DESPUES (83:2)
              PERFORM 270-GRABA-EVENTO
           END-IF
           IF (CFDA-TELEFONO1 NOT = CFDR-TELEFONO1 OR
               CFDA-TELEFONO2 NOT = CFDR-TELEFONO2 OR
               CFDA-CORREO    NOT = CFDR-CORREO) AND NOT ERROR-EVENTO
              INITIALIZE REG-CFCAMEV
              SET  CFCE-GRUPO-TELEFONO   TO TRUE
              MOVE CFDA-TELEFONO1        TO CFCE-VALOR-ANTES (1:8)
              MOVE CFDA-TELEFONO2        TO CFCE-VALOR-ANTES (9:8)
              MOVE CFDA-CORREO           TO CFCE-VALOR-ANTES (17:40)
              MOVE CFDR-TELEFONO1        TO CFCE-VALOR-DESPUES (1:8)
              MOVE CFDR-TELEFONO2        TO CFCE-VALOR-DESPUES (9:8)
              MOVE CFDR-CORREO           TO CFCE-VALOR-DESPUES (17:40)
              PERFORM 270-GRABA-EVENTO
           END-IF.
       260-EVENTOS-DIRECCION-E. EXIT.

      *----> CFDIREC SIRVE A NATURALES (CFCNAT) Y JURIDICOS (CFCJUR)
       265-TIPO-PERSONA SECTION.
           MOVE CLIENTEI TO CFCN-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET  ('CFCNAT')
                INTO     (CFCNAT)
                RIDFLD   (CFCN-CODIGO-CLIENTE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'N' TO WKS-TIPO-PERSONA
           ELSE
              MOVE 'J' TO WKS-TIPO-PERSONA
           END-IF.
       265-TIPO-PERSONA-E. EXIT.

       270-GRABA-EVENTO SECTION.
           ADD  1                    TO WKS-SECUENCIA-EVENTO
           MOVE FECHA-SYS            TO CFCE-FECHA
           MOVE HORA-SYS             TO CFCE-HORA
           MOVE EIBTRMID             TO CFCE-ORIGEN
           MOVE WKS-SECUENCIA-EVENTO TO CFCE-SECUENCIA
           MOVE CLIENTEI             TO CFCE-CODIGO-CLIENTE
           MOVE WKS-TIPO-PERSONA     TO CFCE-TIPO-PERSONA
           MOVE WKS-ACCION-EVENTO    TO CFCE-ACCION
           MOVE BTAU-USUARIO         TO CFCE-USUARIO
           MOVE WKS-NOMBRE-PROGRAMA  TO CFCE-PROGRAMA
           EXEC CICS WRITE
                DATASET ('CFCAMEV')
                FROM    (REG-CFCAMEV)
                RIDFLD  (CFCE-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-ERROR-EVENTO
           END-IF.
       270-GRABA-EVENTO-E. EXIT.

      ******************************************************************
      *   C A M B I O   D E   L A   D I R E C C I O N                  *
      ******************************************************************
              END-EXEC
              EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                        MOVE REG-CFDIREC TO WKS-CFDIREC-ANTES
                        PERFORM 250-MAPA-AL-REGISTRO
                        EXEC CICS REWRITE
                             DATASET ('CFDIREC')
                             NOHANDLE
                        END-EXEC
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'C' TO WKS-ACCION-EVENTO
                           PERFORM 260-EVENTOS-DIRECCION
                           IF ERROR-EVENTO
                              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                              END-EXEC
                              MOVE 'ERROR AL GRABAR EN CFCAMEV, EL ' &
                                   'CAMBIO NO SE APLICO' TO MENSAJEO
                           ELSE
                              MOVE 'DIRECCION ACTUALIZADA' TO MENSAJEO
                           END-IF
                        ELSE
                           MOVE 'ERROR INESPERADO AL ACTUALIZAR CFDIREC'
                                               TO MENSAJEO
      *   B A J A   D E   L A   D I R E C C I O N                      *
      ******************************************************************
       400-BAJA-DIRECCION SECTION.
      *----> LA DIRECCION QUE SE BORRA VIAJA COMO VALOR ANTERIOR
           INITIALIZE WKS-CFDIREC-ANTES
           EXEC CICS READ
                DATASET  ('CFDIREC')
                INTO     (REG-CFDIREC)
                RIDFLD   (CFDR-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE REG-CFDIREC TO WKS-CFDIREC-ANTES
           END-IF
           EXEC CICS DELETE
                DATASET ('CFDIREC')
                RIDFLD  (CFDR-LLAVE)
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     INITIALIZE REG-CFDIREC
                     MOVE 'B' TO WKS-ACCION-EVENTO
                     PERFORM 260-EVENTOS-DIRECCION
                     IF ERROR-EVENTO
                        EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                        END-EXEC
                        MOVE 'ERROR AL GRABAR EN CFCAMEV, LA BAJA NO ' &
                             'SE APLICO' TO MENSAJEO
                     ELSE
                        MOVE 'DIRECCION DADA DE BAJA' TO MENSAJEO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL CLIENTE NO TIENE DIRECCION REGISTRADA'
                                            TO MENSAJEO
           EXEC CICS FORMATTIME
                     ABSTIME(WKS-TIEMPO)
                     YYYYMMDD(FECHA-SYS)
                     TIME(HORA-SYS)
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.

