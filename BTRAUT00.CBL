      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - SEGURIDAD                                *
      * PROGRAMA    : BTRAUT00                                         *
      * TIPO        : RUTINA EN LINEA (LINK DE CICS)                   *
      * DESCRIPCION : RUTINA COMUN DE FIRMA Y AUTORIZACION DE LAS      *
      *             : TRANSACCIONES EN LINEA TL, MO, CF Y BT CONTRA EL *
      *             : PERFIL UNICO BTRUSER Y LOS PERMISOS BTRPERM. SE  *
      *             : INVOCA CON LA COMMAREA BTRAUTC:                  *
      *             :   F  FIRMA: VALIDA USUARIO Y CLAVE (AL TERCER    *
      *             :      INTENTO FALLIDO SUSPENDE), CAMBIA LA CLAVE  *
      *             :      SI VIENE UNA NUEVA (OBLIGATORIO TRAS UN     *
      *             :      RESETEO) Y DEJA LA FIRMA DE LA TERMINAL EN  *
      *             :      BTRSESN                                     *
      *             :   S  SALIDA: BORRA LA FIRMA DE LA TERMINAL       *
      *             :   A  AUTORIZA: TOMA EL USUARIO FIRMADO EN LA     *
      *             :      TERMINAL Y BUSCA EN SUS ROLES UN PERMISO    *
      *             :      PARA LA TRANSACCION Y ACCION (ACCION EN     *
      *             :      ESPACIOS = CUALQUIER PERMISO DE LA          *
      *             :      TRANSACCION); DEVUELVE EL USUARIO PARA LAS  *
      *             :      BITACORAS DEL PROGRAMA QUE LLAMA            *
      * ARCHIVOS    : BTRUSER, BTRPERM, BTRSESN    (VSAM KSDS)         *
      *             : BTRSGJRN                     (VSAM KSDS)         *
      * ACCION (ES) : F=FIRMA  S=SALIDA  A=AUTORIZA                    *
      * PROGRAMA(S) : NO APLICA                                        *
      * CANAL       : TODAS LAS TRANSACCIONES EN LINEA TL/MO/CF/BT     *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     BTRAUT00.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "BTRAUT00".
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-R                   PIC 9(01)  VALUE ZEROS.
          02 WKS-PERMISO             PIC X(01)  VALUE 'N'.
             88 PERMISO-ENCONTRADO              VALUE 'S'.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
       COPY BTRAUTC.
       COPY BTRUSER.
       COPY BTRPERM.
       COPY BTRSESN.
       COPY BTRSGJRN.
      ******************************************************************
      *         S E C C I O N    D E    C O M U N I C A C I O N E S    *
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 FL    PIC X OCCURS 0 TO 9999 DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF EIBCALEN < LENGTH OF BTAU-COMMAREA
              EXEC CICS RETURN END-EXEC
           END-IF
           MOVE DFHCOMMAREA (1:LENGTH OF BTAU-COMMAREA)
                                     TO BTAU-COMMAREA
           MOVE 'N'                  TO BTAU-RESULTADO
           MOVE SPACES               TO BTAU-MENSAJE
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE TRUE
              WHEN BTAU-FIRMA
                   PERFORM 100-FIRMA-USUARIO
              WHEN BTAU-SALIDA
                   PERFORM 200-SALIDA-USUARIO
              WHEN BTAU-AUTORIZA
                   PERFORM 300-AUTORIZA-TRANSACCION
              WHEN OTHER
                   MOVE 'FUNCION DE SEGURIDAD NO RECONOCIDA'
                                     TO BTAU-MENSAJE
           END-EVALUATE
           MOVE BTAU-COMMAREA        TO
                DFHCOMMAREA (1:LENGTH OF BTAU-COMMAREA)
           EXEC CICS RETURN END-EXEC.
       000-PRINCIPAL-E. EXIT.

      ******************************************************************
      *   F I R M A :  VALIDA USUARIO Y CLAVE CONTRA BTRUSER. CADA     *
      *   CLAVE INCORRECTA SUMA UN INTENTO Y AL TERCERO SEGUIDO EL     *
      *   USUARIO QUEDA SUSPENDIDO. UNA CLAVE RESETEADA (FECHA DE      *
      *   CAMBIO EN CERO) OBLIGA A TRAER LA CLAVE NUEVA. LA FIRMA      *
      *   CORRECTA QUEDA EN BTRSESN PARA LA TERMINAL                   *
      ******************************************************************
       100-FIRMA-USUARIO SECTION.
           IF BTAU-USUARIO = SPACES OR BTAU-CLAVE = SPACES
              MOVE 'INGRESE USUARIO Y CLAVE PARA FIRMARSE'
                                     TO BTAU-MENSAJE
              GO TO 100-FIRMA-USUARIO-E
           END-IF
           MOVE BTAU-USUARIO TO BTRU-USUARIO
           EXEC CICS READ
                DATASET ('BTRUSER')
                INTO    (REG-BTRUSER)
                RIDFLD  (BTRU-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'USUARIO NO REGISTRADO EN EL PERFIL UNICO'
                                     TO BTAU-MENSAJE
              GO TO 100-FIRMA-USUARIO-E
           END-IF
           IF NOT BTRU-ACTIVO
              EXEC CICS UNLOCK DATASET('BTRUSER') NOHANDLE END-EXEC
              MOVE 'USUARIO SUSPENDIDO O DADO DE BAJA, AVISE A ' &
                   'SEGURIDAD'       TO BTAU-MENSAJE
              GO TO 100-FIRMA-USUARIO-E
           END-IF
           IF BTAU-CLAVE NOT = BTRU-CLAVE
              PERFORM 110-REGISTRA-INTENTO
              GO TO 100-FIRMA-USUARIO-E
           END-IF
           IF BTAU-CLAVE-NUEVA = SPACES AND
              BTRU-FECHA-ULT-CAMBIO-CLAVE = ZEROS
              EXEC CICS UNLOCK DATASET('BTRUSER') NOHANDLE END-EXEC
              MOVE 'CLAVE RESETEADA, INGRESE Y CONFIRME LA CLAVE NUEVA'
                                     TO BTAU-MENSAJE
              GO TO 100-FIRMA-USUARIO-E
           END-IF
           IF BTAU-CLAVE-NUEVA NOT = SPACES
              IF BTAU-CLAVE-NUEVA = BTRU-CLAVE
                 EXEC CICS UNLOCK DATASET('BTRUSER') NOHANDLE END-EXEC
                 MOVE 'LA CLAVE NUEVA DEBE SER DISTINTA DE LA ANTERIOR'
                                     TO BTAU-MENSAJE
                 GO TO 100-FIRMA-USUARIO-E
              END-IF
              MOVE BTAU-CLAVE-NUEVA  TO BTRU-CLAVE
              MOVE FECHA-SYS         TO BTRU-FECHA-ULT-CAMBIO-CLAVE
           END-IF
           MOVE ZEROS                TO BTRU-INTENTOS-FALLIDOS
           MOVE FECHA-SYS            TO BTRU-FECHA-ULT-FIRMA
           MOVE HORA-SYS             TO BTRU-HORA-ULT-FIRMA
           MOVE BTAU-TERMINAL        TO BTRU-TERMINAL-ULT-FIRMA
           EXEC CICS REWRITE
                DATASET ('BTRUSER')
                FROM    (REG-BTRUSER)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL ACTUALIZAR BTRUSER'
                                     TO BTAU-MENSAJE
              GO TO 100-FIRMA-USUARIO-E
           END-IF
           PERFORM 120-GRABA-FIRMA-TERMINAL.
       100-FIRMA-USUARIO-E. EXIT.

      ******************************************************************
      *   C L A V E   I N C O R R E C T A :  SUMA EL INTENTO Y AL      *
      *   TERCERO SEGUIDO SUSPENDE EL PERFIL, CON TRAZA EN BTRSGJRN    *
      ******************************************************************
       110-REGISTRA-INTENTO SECTION.
           IF BTRU-INTENTOS-FALLIDOS NOT NUMERIC
              MOVE ZEROS TO BTRU-INTENTOS-FALLIDOS
           END-IF
           ADD 1 TO BTRU-INTENTOS-FALLIDOS
           IF BTRU-INTENTOS-FALLIDOS NOT < 3
              SET BTRU-SUSPENDIDO TO TRUE
           END-IF
           EXEC CICS REWRITE
                DATASET ('BTRUSER')
                FROM    (REG-BTRUSER)
                NOHANDLE
           END-EXEC
           IF BTRU-SUSPENDIDO
              INITIALIZE REG-BTRSGJRN
              MOVE FECHA-SYS         TO BTSJ-FECHA
              MOVE HORA-SYS          TO BTSJ-HORA
              MOVE WKS-NOMBRE-PROGRAMA TO BTSJ-ADMINISTRADOR
              MOVE BTRU-USUARIO      TO BTSJ-USUARIO-AFECTADO
              SET  BTSJ-SUSPENSION-AUTOMATICA TO TRUE
              MOVE 'A'               TO BTSJ-DATO-ANTES
              MOVE 'X'               TO BTSJ-DATO-DESPUES
              MOVE BTAU-TERMINAL     TO BTSJ-TERMINAL
              EXEC CICS WRITE
                   DATASET ('BTRSGJRN')
                   FROM    (REG-BTRSGJRN)
                   RIDFLD  (BTSJ-LLAVE)
                   NOHANDLE
              END-EXEC
              MOVE 'TERCER INTENTO FALLIDO, USUARIO SUSPENDIDO'
                                     TO BTAU-MENSAJE
           ELSE
              MOVE 'CLAVE INCORRECTA' TO BTAU-MENSAJE
           END-IF.
       110-REGISTRA-INTENTO-E. EXIT.

       120-GRABA-FIRMA-TERMINAL SECTION.
           MOVE BTAU-TERMINAL TO BTRS-TERMINAL
           EXEC CICS READ
                DATASET ('BTRSESN')
                INTO    (REG-BTRSESN)
                RIDFLD  (BTRS-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           MOVE BTAU-TERMINAL     TO BTRS-TERMINAL
           MOVE BTRU-USUARIO      TO BTRS-USUARIO
           MOVE FECHA-SYS         TO BTRS-FECHA-FIRMA
           MOVE HORA-SYS          TO BTRS-HORA-FIRMA
           IF EIBRESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                   DATASET ('BTRSESN')
                   FROM    (REG-BTRSESN)
                   NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   DATASET ('BTRSESN')
                   FROM    (REG-BTRSESN)
                   RIDFLD  (BTRS-LLAVE)
                   NOHANDLE
              END-EXEC
           END-IF
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'S'             TO BTAU-RESULTADO
              MOVE BTRU-NOMBRE     TO BTAU-NOMBRE
              MOVE 'FIRMA ACEPTADA, YA PUEDE USAR SUS TRANSACCIONES'
                                   TO BTAU-MENSAJE
           ELSE
              MOVE 'ERROR INESPERADO AL GRABAR LA FIRMA EN BTRSESN'
                                   TO BTAU-MENSAJE
           END-IF.
       120-GRABA-FIRMA-TERMINAL-E. EXIT.

      ******************************************************************
      *   S A L I D A :  LA TERMINAL QUEDA SIN USUARIO FIRMADO         *
      ******************************************************************
       200-SALIDA-USUARIO SECTION.
           MOVE BTAU-TERMINAL TO BTRS-TERMINAL
           EXEC CICS DELETE
                DATASET ('BTRSESN')
                RIDFLD  (BTRS-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) OR
              EIBRESP = DFHRESP(NOTFND)
              MOVE 'S'             TO BTAU-RESULTADO
              MOVE 'SALIDA REGISTRADA, LA TERMINAL QUEDA SIN USUARIO'
                                   TO BTAU-MENSAJE
           ELSE
              MOVE 'ERROR INESPERADO AL BORRAR LA FIRMA EN BTRSESN'
                                   TO BTAU-MENSAJE
           END-IF.
       200-SALIDA-USUARIO-E. EXIT.

      ******************************************************************
      *   A U T O R I Z A :  EL USUARIO ES EL FIRMADO HOY EN LA        *
      *   TERMINAL Y DEBE SEGUIR ACTIVO. SE RECORREN SUS ROLES HASTA   *
      *   HALLAR UN PERMISO PARA LA TRANSACCION Y LA ACCION            *
      ******************************************************************
       300-AUTORIZA-TRANSACCION SECTION.
           MOVE SPACES        TO BTAU-USUARIO
           MOVE BTAU-TERMINAL TO BTRS-TERMINAL
           EXEC CICS READ
                DATASET ('BTRSESN')
                INTO    (REG-BTRSESN)
                RIDFLD  (BTRS-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'TERMINAL SIN USUARIO FIRMADO, FIRMESE EN BTFI'
                                   TO BTAU-MENSAJE
              GO TO 300-AUTORIZA-TRANSACCION-E
           END-IF
           IF BTRS-FECHA-FIRMA NOT = FECHA-SYS
              MOVE 'LA FIRMA ES DE OTRO DIA, FIRMESE DE NUEVO EN BTFI'
                                   TO BTAU-MENSAJE
              GO TO 300-AUTORIZA-TRANSACCION-E
           END-IF
           MOVE BTRS-USUARIO  TO BTRU-USUARIO
           EXEC CICS READ
                DATASET ('BTRUSER')
                INTO    (REG-BTRUSER)
                RIDFLD  (BTRU-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT BTRU-ACTIVO
              MOVE 'USUARIO FIRMADO YA NO ESTA ACTIVO, AVISE A ' &
                   'SEGURIDAD'     TO BTAU-MENSAJE
              GO TO 300-AUTORIZA-TRANSACCION-E
           END-IF
           MOVE BTRU-USUARIO  TO BTAU-USUARIO
           MOVE BTRU-NOMBRE   TO BTAU-NOMBRE
           MOVE 'N'           TO WKS-PERMISO
           PERFORM VARYING WKS-R FROM 1 BY 1
                   UNTIL WKS-R > 5 OR PERMISO-ENCONTRADO
              IF BTRU-ROL (WKS-R) NOT = SPACES
                 IF BTAU-ACCION = SPACES
                    PERFORM 320-BUSCA-TRANSACCION
                 ELSE
                    PERFORM 310-BUSCA-ACCION
                 END-IF
              END-IF
           END-PERFORM
           IF PERMISO-ENCONTRADO
              MOVE 'S'        TO BTAU-RESULTADO
           ELSE
              IF BTAU-ACCION = SPACES
                 MOVE 'USUARIO SIN PERMISO PARA ESTA TRANSACCION'
                                   TO BTAU-MENSAJE
              ELSE
                 MOVE 'USUARIO SIN PERMISO PARA LA ACCION SOLICITADA'
                                   TO BTAU-MENSAJE
              END-IF
           END-IF.
       300-AUTORIZA-TRANSACCION-E. EXIT.

      *----> FILA EXACTA DE LA ACCION O, EN SU DEFECTO, LA FILA '*'
       310-BUSCA-ACCION SECTION.
           MOVE BTRU-ROL (WKS-R) TO BTRP-ROL
           MOVE BTAU-TRANSACCION TO BTRP-TRANSACCION
           MOVE BTAU-ACCION      TO BTRP-ACCION
           EXEC CICS READ
                DATASET ('BTRPERM')
                INTO    (REG-BTRPERM)
                RIDFLD  (BTRP-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'S' TO WKS-PERMISO
              GO TO 310-BUSCA-ACCION-E
           END-IF
           MOVE '*'              TO BTRP-ACCION
           EXEC CICS READ
                DATASET ('BTRPERM')
                INTO    (REG-BTRPERM)
                RIDFLD  (BTRP-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'S' TO WKS-PERMISO
           END-IF.
       310-BUSCA-ACCION-E. EXIT.

      *----> CUALQUIER FILA DEL ROL PARA LA TRANSACCION PERMITE ENTRAR
       320-BUSCA-TRANSACCION SECTION.
           MOVE BTRU-ROL (WKS-R) TO BTRP-ROL
           MOVE BTAU-TRANSACCION TO BTRP-TRANSACCION
           MOVE LOW-VALUES       TO BTRP-ACCION
           EXEC CICS STARTBR
                DATASET ('BTRPERM')
                RIDFLD  (BTRP-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 320-BUSCA-TRANSACCION-E
           END-IF
           EXEC CICS READNEXT
                DATASET ('BTRPERM')
                INTO    (REG-BTRPERM)
                RIDFLD  (BTRP-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND
              BTRP-ROL         = BTRU-ROL (WKS-R) AND
              BTRP-TRANSACCION = BTAU-TRANSACCION
              MOVE 'S' TO WKS-PERMISO
           END-IF
           EXEC CICS ENDBR DATASET('BTRPERM') NOHANDLE END-EXEC.
       320-BUSCA-TRANSACCION-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       HORA-FECHA-SISTEMA SECTION.
           EXEC CICS ASKTIME ABSTIME(WKS-TIEMPO) END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(WKS-TIEMPO)
                     YYYYMMDD(FECHA-SYS)
                     TIME(HORA-SYS)
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.
