      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - SEGURIDAD                                *
      * PROGRAMA    : BTRACREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE DERECHOS DE ACCESO PARA AUDITORIA.    *
      *             : RECORRE EL PERFIL UNICO BTRUSER Y, POR CADA      *
      *             : USUARIO Y CADA UNO DE SUS ROLES, LISTA LOS       *
      *             : PERMISOS DE BTRPERM (TRANSACCION Y ACCION) CON   *
      *             : EL ESTADO DEL USUARIO Y SU ULTIMA FIRMA. LOS     *
      *             : ROLES SIN NINGUN PERMISO SE SENALAN APARTE.      *
      * ARCHIVOS    : BTRUSER=C, BTRPERM=C                             *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRACREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRUSER ASSIGN TO BTRUSER
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS BTRU-LLAVE
                  FILE STATUS     IS FS-BTRUSER
                                     FSE-BTRUSER.
           SELECT BTRPERM ASSIGN TO BTRPERM
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS BTRP-LLAVE
                  FILE STATUS     IS FS-BTRPERM
                                     FSE-BTRPERM.
       DATA DIVISION.
       FILE SECTION.
       FD BTRUSER.
          COPY BTRUSER.
       FD BTRPERM.
          COPY BTRPERM.
       WORKING-STORAGE SECTION.
       01 FS-BTRUSER                       PIC 9(02)  VALUE ZEROS.
       01 FSE-BTRUSER.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FS-BTRPERM                       PIC 9(02)  VALUE ZEROS.
       01 FSE-BTRPERM.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
       01 WKS-R                            PIC 9(01)  VALUE ZEROS.
       01 WKS-PERMISOS-ROL                 PIC 9(05)  VALUE ZEROS.
       01 WKS-FIN-USUARIOS                 PIC 9(01)  VALUE ZEROS.
          88 FIN-USUARIOS                             VALUE 1.
       01 WKS-FIN-PERMISOS                 PIC 9(01)  VALUE ZEROS.
          88 FIN-PERMISOS                             VALUE 1.
      *------->          TITULO Y LINEA DEL REPORTE DE ACCESOS
       01 WKS-LINEA-TITULO.
          05 FILLER                        PIC X(09)  VALUE 'USUARIO'.
          05 FILLER                        PIC X(31)  VALUE 'NOMBRE'.
          05 FILLER                        PIC X(07)  VALUE 'ESTADO'.
          05 FILLER                        PIC X(11)  VALUE 'ULT.FIRMA'.
          05 FILLER                        PIC X(09)  VALUE 'ROL'.
          05 FILLER                        PIC X(09)  VALUE 'TRANSAC'.
          05 FILLER                        PIC X(04)  VALUE 'ACC'.
          05 FILLER                        PIC X(30)  VALUE 'PERMISO'.
       01 WKS-LINEA-ACCESO.
          05 WKS-LIN-USUARIO               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-NOMBRE                PIC X(30).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-ESTADO                PIC X(06).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-ULT-FIRMA             PIC 9(08).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-LIN-ROL                   PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-TRANSACCION           PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LIN-ACCION                PIC X(01).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LIN-DESCRIPCION           PIC X(30).
       01 WKS-ESTADISTICAS.
          02 WKS-USUARIOS-LEIDOS           PIC 9(05)  VALUE ZEROS.
          02 WKS-USUARIOS-ACTIVOS          PIC 9(05)  VALUE ZEROS.
          02 WKS-USUARIOS-SUSPENDIDOS      PIC 9(05)  VALUE ZEROS.
          02 WKS-USUARIOS-DE-BAJA          PIC 9(05)  VALUE ZEROS.
          02 WKS-USUARIOS-SIN-ROLES        PIC 9(05)  VALUE ZEROS.
          02 WKS-PERMISOS-LISTADOS         PIC 9(07)  VALUE ZEROS.
          02 WKS-ROLES-SIN-PERMISOS        PIC 9(05)  VALUE ZEROS.
       01 WKS-MASCARA                      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-LISTA-USUARIOS
           PERFORM 600-ESTADISTICAS
           CLOSE BTRUSER BTRPERM
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'BTRACREP' TO PROGRAMA
           OPEN INPUT BTRUSER
           IF FS-BTRUSER = 97
              MOVE ZEROS TO FS-BTRUSER
           END-IF
           IF FS-BTRUSER NOT = 0
              MOVE 'OPEN'     TO ACCION
              MOVE SPACES     TO LLAVE
              MOVE 'BTRUSER'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-BTRUSER, FSE-BTRUSER
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT BTRPERM
           IF FS-BTRPERM = 97
              MOVE ZEROS TO FS-BTRPERM
           END-IF
           IF FS-BTRPERM NOT = 0
              MOVE 'OPEN'     TO ACCION
              MOVE SPACES     TO LLAVE
              MOVE 'BTRPERM'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-BTRPERM, FSE-BTRPERM
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  UN RENGLON POR CADA PERMISO QUE EL USUARIO RECIBE DE CADA UNO *
      *  DE SUS ROLES; EL USUARIO SIN ROLES SE LISTA UNA SOLA VEZ      *
      ******************************************************************
       300-LISTA-USUARIOS SECTION.
           MOVE LOW-VALUES TO BTRU-LLAVE
           START BTRUSER KEY IS NOT LESS THAN BTRU-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-USUARIOS
           END-START
           DISPLAY '=============================================='
                   '=============================================='
                   '=============================='
           DISPLAY 'DERECHOS DE ACCESO POR USUARIO, ROL Y TRANSACCION'
           DISPLAY WKS-LINEA-TITULO
           DISPLAY '=============================================='
                   '=============================================='
                   '=============================='
           PERFORM UNTIL FIN-USUARIOS
              READ BTRUSER NEXT RECORD
              END-READ
              IF FS-BTRUSER NOT = 0
                 MOVE 1 TO WKS-FIN-USUARIOS
              ELSE
                 PERFORM 310-LISTA-USUARIO
              END-IF
           END-PERFORM
           IF WKS-USUARIOS-LEIDOS = ZEROS
              DISPLAY '  (NINGUN USUARIO REGISTRADO EN BTRUSER)'
           END-IF
           DISPLAY '=============================================='
                   '=============================================='
                   '=============================='.
       300-LISTA-USUARIOS-E. EXIT.

       310-LISTA-USUARIO SECTION.
           ADD 1 TO WKS-USUARIOS-LEIDOS
           INITIALIZE WKS-LINEA-ACCESO
           MOVE BTRU-USUARIO          TO WKS-LIN-USUARIO
           MOVE BTRU-NOMBRE           TO WKS-LIN-NOMBRE
           MOVE BTRU-FECHA-ULT-FIRMA  TO WKS-LIN-ULT-FIRMA
           EVALUATE TRUE
              WHEN BTRU-ACTIVO
                   MOVE 'ACTIVO' TO WKS-LIN-ESTADO
                   ADD 1 TO WKS-USUARIOS-ACTIVOS
              WHEN BTRU-SUSPENDIDO
                   MOVE 'SUSPEN' TO WKS-LIN-ESTADO
                   ADD 1 TO WKS-USUARIOS-SUSPENDIDOS
              WHEN OTHER
                   MOVE 'BAJA'   TO WKS-LIN-ESTADO
                   ADD 1 TO WKS-USUARIOS-DE-BAJA
           END-EVALUATE
           IF BTRU-ROLES = SPACES
              ADD 1 TO WKS-USUARIOS-SIN-ROLES
              MOVE '(SIN ROLES)' TO WKS-LIN-DESCRIPCION
              DISPLAY WKS-LINEA-ACCESO
              GO TO 310-LISTA-USUARIO-E
           END-IF
           PERFORM VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > 5
              IF BTRU-ROL (WKS-R) NOT = SPACES
                 PERFORM 320-LISTA-PERMISOS-ROL
              END-IF
           END-PERFORM.
       310-LISTA-USUARIO-E. EXIT.

      ******************************************************************
      *  LA LLAVE DE BTRPERM EMPIEZA POR EL ROL: SE POSICIONA EN EL    *
      *  ROL Y SE LEE MIENTRAS NO CAMBIE                               *
      ******************************************************************
       320-LISTA-PERMISOS-ROL SECTION.
           MOVE ZEROS              TO WKS-PERMISOS-ROL
                                      WKS-FIN-PERMISOS
           MOVE BTRU-ROL (WKS-R)   TO BTRP-ROL
           MOVE LOW-VALUES         TO BTRP-TRANSACCION BTRP-ACCION
           MOVE BTRU-ROL (WKS-R)   TO WKS-LIN-ROL
           START BTRPERM KEY IS NOT LESS THAN BTRP-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-PERMISOS
           END-START
           PERFORM UNTIL FIN-PERMISOS
              READ BTRPERM NEXT RECORD
              END-READ
              IF FS-BTRPERM NOT = 0 OR
                 BTRP-ROL NOT = BTRU-ROL (WKS-R)
                 MOVE 1 TO WKS-FIN-PERMISOS
              ELSE
                 ADD 1 TO WKS-PERMISOS-ROL
                 ADD 1 TO WKS-PERMISOS-LISTADOS
                 MOVE BTRP-TRANSACCION TO WKS-LIN-TRANSACCION
                 MOVE BTRP-ACCION      TO WKS-LIN-ACCION
                 MOVE BTRP-DESCRIPCION TO WKS-LIN-DESCRIPCION
                 DISPLAY WKS-LINEA-ACCESO
              END-IF
           END-PERFORM
           IF WKS-PERMISOS-ROL = ZEROS
              ADD 1 TO WKS-ROLES-SIN-PERMISOS
              MOVE SPACES               TO WKS-LIN-TRANSACCION
                                           WKS-LIN-ACCION
              MOVE '(ROL SIN PERMISOS)' TO WKS-LIN-DESCRIPCION
              DISPLAY WKS-LINEA-ACCESO
           END-IF.
       320-LISTA-PERMISOS-ROL-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-USUARIOS-LEIDOS         TO WKS-MASCARA
           DISPLAY 'USUARIOS EN EL PERFIL UNICO     : ' WKS-MASCARA
           MOVE    WKS-USUARIOS-ACTIVOS        TO WKS-MASCARA
           DISPLAY 'USUARIOS ACTIVOS                : ' WKS-MASCARA
           MOVE    WKS-USUARIOS-SUSPENDIDOS    TO WKS-MASCARA
           DISPLAY 'USUARIOS SUSPENDIDOS            : ' WKS-MASCARA
           MOVE    WKS-USUARIOS-DE-BAJA        TO WKS-MASCARA
           DISPLAY 'USUARIOS DADOS DE BAJA          : ' WKS-MASCARA
           MOVE    WKS-USUARIOS-SIN-ROLES      TO WKS-MASCARA
           DISPLAY 'USUARIOS SIN ROLES              : ' WKS-MASCARA
           MOVE    WKS-PERMISOS-LISTADOS       TO WKS-MASCARA
           DISPLAY 'PERMISOS LISTADOS               : ' WKS-MASCARA
           MOVE    WKS-ROLES-SIN-PERMISOS      TO WKS-MASCARA
           DISPLAY 'ROLES ASIGNADOS SIN PERMISOS    : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.
