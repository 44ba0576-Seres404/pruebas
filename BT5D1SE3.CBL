      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - SEGURIDAD                                *
      * PROGRAMA    : BT5D1SE3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : ADMINISTRACION DEL PERFIL UNICO DE USUARIOS      *
      *             : BTRUSER Y DE LOS PERMISOS POR ROL, TRANSACCION Y *
      *             : ACCION BTRPERM. ALTA DE USUARIO CON CLAVE        *
      *             : TEMPORAL (A), CAMBIO DE NOMBRE Y ROLES (C), BAJA *
      *             : (B), RESETEO DE CLAVE Y LEVANTE DE SUSPENSION    *
      *             : (R), CONSULTA (I), PERMISO OTORGADO (P) Y        *
      *             : REVOCADO (Q). CADA ACCION EXIGE SU PERMISO EN    *
      *             : BTRPERM, NADIE SE ADMINISTRA A SI MISMO NI A SUS *
      *             : PROPIOS ROLES Y TODO CAMBIO QUEDA EN BTRSGJRN.   *
      * ARCHIVOS    : BTRUSER, BTRPERM, BTRSGJRN   (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  B=BAJA  R=RESETEO  I=CONSULTA  *
      *             : P=OTORGA PERMISO  Q=REVOCA PERMISO               *
      * PROGRAMA(S) : RUTINA BTRAUT00                                  *
      * CANAL       : PANTALLA ADMINISTRATIVA - SEGURIDAD INFORMATICA  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     BT5D1SE3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "BT5D1SE3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-ACCION              PIC X(01)  VALUE SPACES.
          02 WKS-R                   PIC 9(01)  VALUE ZEROS.
          02 WKS-ROL-PROPIO          PIC X(01)  VALUE 'N'.
             88 ES-ROL-PROPIO                   VALUE 'S'.
          02 WKS-ROLES-ANTES         PIC X(40)  VALUE SPACES.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMO-USUARIO      PIC X(08)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY BTRSEGM.
       COPY BTRAUTC.
       COPY BTRUSER.
       COPY BTRPERM.
       COPY BTRSGJRN.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   PERFIL DEL ADMINISTRADOR, APARTE DEL REGISTRO EN TRABAJO     *
      *   PARA NO PISAR EL PERFIL QUE SE ESTA ADMINISTRANDO            *
      ******************************************************************
       COPY BTRUSER REPLACING
            ==REG-BTRUSER== BY ==WKS-REG-ADMINISTRADOR==
            LEADING ==BTRU== BY ==ADMN==.
      ******************************************************************
      *         S E C C I O N    D E    C O M U N I C A C I O N E S    *
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 FL    PIC X OCCURS 0 TO 9999 DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF EIBCALEN = ZERO
              INITIALIZE WKS-COMMAREAS
           ELSE
              MOVE DFHCOMMAREA TO WKS-COMMAREAS
           END-IF
           PERFORM 100-VALIDA-LLAMADO
           PERFORM REGRESA-CONTROL-A-TRANS.
       000-PRINCIPAL-E. EXIT.

       100-VALIDA-LLAMADO SECTION.
           EVALUATE TRUE
           WHEN EIBCALEN = ZERO
                MOVE SPACES             TO MENSAJEO
                SET SEND-ERASE          TO TRUE
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

           WHEN EIBAID = DFHCLEAR
                MOVE SPACES             TO MENSAJEO
                SET SEND-ERASE          TO TRUE
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHPF3
                EXEC CICS SEND TEXT FROM(WKS-FIN) ERASE END-EXEC
                EXEC CICS RETURN END-EXEC

           WHEN OTHER
                MOVE 'TECLA INVALIDA, USE ENTER PARA PROCESAR O PF3'
                                        TO MENSAJEO
                SET SEND-DATAONLY-ALARM TO TRUE
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
           MOVE WKS-ACCION              TO BTAU-ACCION
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
                MAP     ('BTRSEGM')
                MAPSET  ('BTRSEGM')
                INTO    (BTRSEGMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA BTRSEGM' TO MENSAJEO
           ELSE
              MOVE ACCIONI TO WKS-ACCION
              INSPECT WKS-ACCION CONVERTING 'acbriopq' TO 'ACBRIOPQ'
              MOVE SPACES TO MENSAJEO
              IF WKS-ACCION NOT = 'I'
                 PERFORM 150-VALIDA-ACCION
              END-IF
              IF MENSAJEO = SPACES
                 EVALUATE WKS-ACCION
                 WHEN 'A'
                      PERFORM 200-ALTA-USUARIO
                 WHEN 'C'
                      PERFORM 300-CAMBIO-USUARIO
                 WHEN 'B'
                      PERFORM 400-BAJA-USUARIO
                 WHEN 'R'
                      PERFORM 450-RESETEA-CLAVE
                 WHEN 'I'
                      PERFORM 500-CONSULTA-USUARIO
                 WHEN 'P'
                      PERFORM 600-OTORGA-PERMISO
                 WHEN 'Q'
                      PERFORM 650-REVOCA-PERMISO
                 WHEN OTHER
                      MOVE 'ACCION INVALIDA, USE A/C/B/R/I/P/Q'
                                        TO MENSAJEO
                 END-EVALUATE
              END-IF
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  LA ACCION DEBE ESTAR PERMITIDA AL ADMINISTRADOR Y NUNCA SOBRE *
      *  SI MISMO: NI SU PROPIO PERFIL NI LOS PERMISOS DE SUS ROLES    *
      ******************************************************************
       150-VALIDA-ACCION SECTION.
           PERFORM 105-VALIDA-AUTORIZACION
           IF NOT BTAU-AUTORIZADO
              MOVE BTAU-MENSAJE TO MENSAJEO
              GO TO 150-VALIDA-ACCION-E
           END-IF
           IF (WKS-ACCION = 'A' OR 'C' OR 'B' OR 'R') AND
              USUARIOI = BTAU-USUARIO
              MOVE 'NADIE PUEDE ADMINISTRAR SU PROPIO PERFIL'
                                        TO MENSAJEO
              GO TO 150-VALIDA-ACCION-E
           END-IF
           IF WKS-ACCION = 'P' OR 'Q'
              MOVE BTAU-USUARIO TO ADMN-USUARIO
              EXEC CICS READ
                   DATASET ('BTRUSER')
                   INTO    (WKS-REG-ADMINISTRADOR)
                   RIDFLD  (ADMN-LLAVE)
                   NOHANDLE
              END-EXEC
              MOVE 'N' TO WKS-ROL-PROPIO
              PERFORM VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > 5
                 IF ADMN-ROL (WKS-R) = ROLI
                    MOVE 'S' TO WKS-ROL-PROPIO
                 END-IF
              END-PERFORM
              IF ES-ROL-PROPIO
                 MOVE 'NADIE PUEDE CAMBIAR LOS PERMISOS DE SU PROPIO '
                      & 'ROL'           TO MENSAJEO
              END-IF
           END-IF.
       150-VALIDA-ACCION-E. EXIT.

      ******************************************************************
      *   A L T A   D E   U S U A R I O :  NACE ACTIVO CON CLAVE       *
      *   TEMPORAL QUE DEBE CAMBIAR EN SU PRIMERA FIRMA                *
      ******************************************************************
       200-ALTA-USUARIO SECTION.
           IF USUARIOI = SPACES OR NOMBREI = SPACES OR CLAVEI = SPACES
              MOVE 'INGRESE USUARIO, NOMBRE Y CLAVE TEMPORAL'
                                        TO MENSAJEO
              GO TO 200-ALTA-USUARIO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           INITIALIZE REG-BTRUSER
           MOVE USUARIOI                TO BTRU-USUARIO
           MOVE NOMBREI                 TO BTRU-NOMBRE
           MOVE CLAVEI                  TO BTRU-CLAVE
           PERFORM 310-ROLES-DEL-MAPA
           SET  BTRU-ACTIVO             TO TRUE
           MOVE ZEROS                   TO BTRU-INTENTOS-FALLIDOS
           MOVE ZEROS                   TO BTRU-FECHA-ULT-CAMBIO-CLAVE
           MOVE FECHA-SYS               TO BTRU-FECHA-ALTA
           MOVE FECHA-SYS               TO BTRU-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTRU-USUARIO-ULT-CAMBIO
           EXEC CICS WRITE
                DATASET ('BTRUSER')
                FROM    (REG-BTRUSER)
                RIDFLD  (BTRU-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     INITIALIZE REG-BTRSGJRN
                     SET  BTSJ-ALTA-USUARIO TO TRUE
                     MOVE BTRU-ROLES    TO BTSJ-DATO-DESPUES
                     PERFORM 700-JORNALIZA-SEGURIDAD
                     MOVE USUARIOI      TO WKS-ULTIMO-USUARIO
                     MOVE 'USUARIO CREADO, DEBE CAMBIAR LA CLAVE AL '
                          & 'FIRMARSE'  TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'EL USUARIO YA EXISTE, USE CAMBIO'
                                        TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN BTRUSER'
                                        TO MENSAJEO
           END-EVALUATE.
       200-ALTA-USUARIO-E. EXIT.

      ******************************************************************
      *   C A M B I O :  NOMBRE (SI SE TECLEA) Y LOS CINCO ROLES TAL   *
      *   COMO QUEDAN EN EL MAPA (CONSULTE ANTES CON I)                *
      ******************************************************************
       300-CAMBIO-USUARIO SECTION.
           IF USUARIOI = SPACES
              MOVE 'INGRESE EL CODIGO DE USUARIO' TO MENSAJEO
              GO TO 300-CAMBIO-USUARIO-E
           END-IF
           MOVE USUARIOI                TO BTRU-USUARIO
           EXEC CICS READ
                DATASET  ('BTRUSER')
                INTO     (REG-BTRUSER)
                RIDFLD   (BTRU-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'USUARIO NO REGISTRADO EN EL PERFIL UNICO'
                                        TO MENSAJEO
              GO TO 300-CAMBIO-USUARIO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE BTRU-ROLES              TO WKS-ROLES-ANTES
           IF NOMBREI NOT = SPACES AND NOMBREI NOT = LOW-VALUES
              MOVE NOMBREI              TO BTRU-NOMBRE
           END-IF
           PERFORM 310-ROLES-DEL-MAPA
           MOVE FECHA-SYS               TO BTRU-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTRU-USUARIO-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('BTRUSER')
                FROM    (REG-BTRUSER)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              INITIALIZE REG-BTRSGJRN
              SET  BTSJ-CAMBIO-USUARIO  TO TRUE
              MOVE WKS-ROLES-ANTES      TO BTSJ-DATO-ANTES
              MOVE BTRU-ROLES           TO BTSJ-DATO-DESPUES
              PERFORM 700-JORNALIZA-SEGURIDAD
              MOVE 'USUARIO ACTUALIZADO' TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR BTRUSER'
                                        TO MENSAJEO
           END-IF.
       300-CAMBIO-USUARIO-E. EXIT.

       310-ROLES-DEL-MAPA SECTION.
           MOVE ROL1I                   TO BTRU-ROL (1)
           MOVE ROL2I                   TO BTRU-ROL (2)
           MOVE ROL3I                   TO BTRU-ROL (3)
           MOVE ROL4I                   TO BTRU-ROL (4)
           MOVE ROL5I                   TO BTRU-ROL (5)
           INSPECT BTRU-ROLES REPLACING ALL LOW-VALUES BY SPACES.
       310-ROLES-DEL-MAPA-E. EXIT.

      ******************************************************************
      *   B A J A :  EL PERFIL SE CONSERVA PARA LA AUDITORIA PERO YA   *
      *   NO PUEDE FIRMARSE NI AUTORIZAR TRANSACCIONES                 *
      ******************************************************************
       400-BAJA-USUARIO SECTION.
           MOVE USUARIOI                TO BTRU-USUARIO
           EXEC CICS READ
                DATASET  ('BTRUSER')
                INTO     (REG-BTRUSER)
                RIDFLD   (BTRU-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'USUARIO NO REGISTRADO EN EL PERFIL UNICO'
                                        TO MENSAJEO
              GO TO 400-BAJA-USUARIO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           INITIALIZE REG-BTRSGJRN
           MOVE BTRU-ESTADO             TO BTSJ-DATO-ANTES
           SET  BTRU-DADO-DE-BAJA       TO TRUE
           MOVE FECHA-SYS               TO BTRU-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTRU-USUARIO-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('BTRUSER')
                FROM    (REG-BTRUSER)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              SET  BTSJ-BAJA-USUARIO    TO TRUE
              MOVE BTRU-ESTADO          TO BTSJ-DATO-DESPUES
              PERFORM 700-JORNALIZA-SEGURIDAD
              MOVE BTRU-ESTADO          TO ESTADOO
              MOVE 'USUARIO DADO DE BAJA' TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR BTRUSER'
                                        TO MENSAJEO
           END-IF.
       400-BAJA-USUARIO-E. EXIT.

      ******************************************************************
      *   R E S E T E O :  CLAVE TEMPORAL, CONTADOR EN CERO Y USUARIO  *
      *   ACTIVO; LA FECHA DE CAMBIO EN CERO OBLIGA A CAMBIARLA        *
      ******************************************************************
       450-RESETEA-CLAVE SECTION.
           IF CLAVEI = SPACES OR CLAVEI = LOW-VALUES
              MOVE 'INGRESE LA CLAVE TEMPORAL PARA EL USUARIO'
                                        TO MENSAJEO
              GO TO 450-RESETEA-CLAVE-E
           END-IF
           MOVE USUARIOI                TO BTRU-USUARIO
           EXEC CICS READ
                DATASET  ('BTRUSER')
                INTO     (REG-BTRUSER)
                RIDFLD   (BTRU-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'USUARIO NO REGISTRADO EN EL PERFIL UNICO'
                                        TO MENSAJEO
              GO TO 450-RESETEA-CLAVE-E
           END-IF
           IF BTRU-DADO-DE-BAJA
              EXEC CICS UNLOCK DATASET('BTRUSER') NOHANDLE END-EXEC
              MOVE 'USUARIO DADO DE BAJA, DELO DE ALTA DE NUEVO'
                                        TO MENSAJEO
              GO TO 450-RESETEA-CLAVE-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           INITIALIZE REG-BTRSGJRN
           MOVE BTRU-ESTADO             TO BTSJ-DATO-ANTES
           MOVE CLAVEI                  TO BTRU-CLAVE
           SET  BTRU-ACTIVO             TO TRUE
           MOVE ZEROS                   TO BTRU-INTENTOS-FALLIDOS
           MOVE ZEROS                   TO BTRU-FECHA-ULT-CAMBIO-CLAVE
           MOVE FECHA-SYS               TO BTRU-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTRU-USUARIO-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('BTRUSER')
                FROM    (REG-BTRUSER)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              SET  BTSJ-RESET-CLAVE     TO TRUE
              MOVE BTRU-ESTADO          TO BTSJ-DATO-DESPUES
              PERFORM 700-JORNALIZA-SEGURIDAD
              MOVE BTRU-ESTADO          TO ESTADOO
              MOVE ZEROS                TO INTENTOSO
              MOVE 'CLAVE RESETEADA, EL USUARIO DEBE CAMBIARLA AL '
                   & 'FIRMARSE'         TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR BTRUSER'
                                        TO MENSAJEO
           END-IF.
       450-RESETEA-CLAVE-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E L   P E R F I L                        *
      ******************************************************************
       500-CONSULTA-USUARIO SECTION.
           MOVE USUARIOI                TO BTRU-USUARIO
           EXEC CICS READ
                DATASET  ('BTRUSER')
                INTO     (REG-BTRUSER)
                RIDFLD   (BTRU-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE USUARIOI                TO WKS-ULTIMO-USUARIO
                     MOVE BTRU-NOMBRE             TO NOMBREO
                     MOVE BTRU-ROL (1)            TO ROL1O
                     MOVE BTRU-ROL (2)            TO ROL2O
                     MOVE BTRU-ROL (3)            TO ROL3O
                     MOVE BTRU-ROL (4)            TO ROL4O
                     MOVE BTRU-ROL (5)            TO ROL5O
                     MOVE BTRU-ESTADO             TO ESTADOO
                     MOVE BTRU-INTENTOS-FALLIDOS  TO INTENTOSO
                     MOVE BTRU-FECHA-ULT-FIRMA    TO ULTFIRMAO
                     MOVE SPACES                  TO CLAVEO
                     MOVE 'CONSULTA REALIZADA'    TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'USUARIO NO REGISTRADO EN EL PERFIL UNICO'
                                                  TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER BTRUSER'
                                                  TO MENSAJEO
           END-EVALUATE.
       500-CONSULTA-USUARIO-E. EXIT.

      ******************************************************************
      *   P E R M I S O S :  ROL + TRANSACCION + ACCION ('*' = TODAS)  *
      ******************************************************************
       600-OTORGA-PERMISO SECTION.
           IF ROLI = SPACES OR TRANSI = SPACES OR ACCPERI = SPACES
              MOVE 'INGRESE ROL, TRANSACCION Y ACCION DEL PERMISO'
                                        TO MENSAJEO
              GO TO 600-OTORGA-PERMISO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           INITIALIZE REG-BTRPERM
           MOVE ROLI                    TO BTRP-ROL
           MOVE TRANSI                  TO BTRP-TRANSACCION
           MOVE ACCPERI                 TO BTRP-ACCION
           MOVE DESCRIPI                TO BTRP-DESCRIPCION
           MOVE FECHA-SYS               TO BTRP-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTRP-USUARIO-ULT-CAMBIO
           EXEC CICS WRITE
                DATASET ('BTRPERM')
                FROM    (REG-BTRPERM)
                RIDFLD  (BTRP-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     INITIALIZE REG-BTRSGJRN
                     SET  BTSJ-OTORGA-PERMISO TO TRUE
                     MOVE BTRP-DESCRIPCION TO BTSJ-DATO-DESPUES
                     PERFORM 700-JORNALIZA-SEGURIDAD
                     MOVE 'PERMISO OTORGADO AL ROL' TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'EL ROL YA TIENE ESE PERMISO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN BTRPERM'
                                        TO MENSAJEO
           END-EVALUATE.
       600-OTORGA-PERMISO-E. EXIT.

       650-REVOCA-PERMISO SECTION.
           MOVE ROLI                    TO BTRP-ROL
           MOVE TRANSI                  TO BTRP-TRANSACCION
           MOVE ACCPERI                 TO BTRP-ACCION
           EXEC CICS READ
                DATASET ('BTRPERM')
                INTO    (REG-BTRPERM)
                RIDFLD  (BTRP-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'EL ROL NO TIENE ESE PERMISO' TO MENSAJEO
              GO TO 650-REVOCA-PERMISO-E
           END-IF
           EXEC CICS DELETE
                DATASET ('BTRPERM')
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM HORA-FECHA-SISTEMA
              INITIALIZE REG-BTRSGJRN
              SET  BTSJ-REVOCA-PERMISO  TO TRUE
              MOVE BTRP-DESCRIPCION     TO BTSJ-DATO-ANTES
              PERFORM 700-JORNALIZA-SEGURIDAD
              MOVE 'PERMISO REVOCADO AL ROL' TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL BORRAR EN BTRPERM'
                                        TO MENSAJEO
           END-IF.
       650-REVOCA-PERMISO-E. EXIT.

      ******************************************************************
      *  TRAZA EN BTRSGJRN: QUIEN ADMINISTRO, A QUIEN Y QUE CAMBIO     *
      ******************************************************************
       700-JORNALIZA-SEGURIDAD SECTION.
           MOVE FECHA-SYS               TO BTSJ-FECHA
           MOVE HORA-SYS                TO BTSJ-HORA
           MOVE BTAU-USUARIO            TO BTSJ-ADMINISTRADOR
           MOVE EIBTRMID                TO BTSJ-TERMINAL
           IF WKS-ACCION = 'P' OR 'Q'
              MOVE SPACES               TO BTSJ-USUARIO-AFECTADO
              MOVE ROLI                 TO BTSJ-ROL
              MOVE TRANSI               TO BTSJ-TRANSACCION
              MOVE ACCPERI              TO BTSJ-ACCION-PERMISO
           ELSE
              MOVE USUARIOI             TO BTSJ-USUARIO-AFECTADO
           END-IF
           EXEC CICS WRITE
                DATASET ('BTRSGJRN')
                FROM    (REG-BTRSGJRN)
                RIDFLD  (BTSJ-LLAVE)
                NOHANDLE
           END-EXEC.
       700-JORNALIZA-SEGURIDAD-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('BTRSEGM')
                         MAPSET('BTRSEGM')
                         FROM (BTRSEGMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('BTRSEGM')
                         MAPSET('BTRSEGM')
                         FROM (BTRSEGMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('BTRSEGM')
                         MAPSET('BTRSEGM')
                         FROM (BTRSEGMO)
                         DATAONLY
                         FREEKB
                         ALARM
                         CURSOR
                    END-EXEC
           END-EVALUATE.
       ENVIA-MAPA-E. EXIT.

       HORA-FECHA-SISTEMA SECTION.
           EXEC CICS ASKTIME ABSTIME(WKS-TIEMPO) END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(WKS-TIEMPO)
                     YYYYMMDD(FECHA-SYS)
                     TIME(HORA-SYS)
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.

       REGRESA-CONTROL-A-TRANS SECTION.
           EXEC CICS
                     RETURN TRANSID('BTSE')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
