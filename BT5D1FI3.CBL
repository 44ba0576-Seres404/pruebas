      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - SEGURIDAD                                *
      * PROGRAMA    : BT5D1FI3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : FIRMA DE USUARIOS DEL PERFIL UNICO BTRUSER PARA  *
      *             : LAS TRANSACCIONES EN LINEA TL, MO, CF Y BT. EL   *
      *             : USUARIO SE FIRMA CON SU CLAVE (F) Y QUEDA        *
      *             : ASOCIADO A LA TERMINAL HASTA QUE SALE (S) O      *
      *             : TERMINA EL DIA; DESPUES DE UN RESETEO DEBE       *
      *             : TRAER LA CLAVE NUEVA Y SU CONFIRMACION, Y PUEDE  *
      *             : CAMBIARLA EN CUALQUIER FIRMA. LA VALIDACION LA   *
      *             : HACE LA RUTINA COMUN BTRAUT00.                   *
      * ARCHIVOS    : NO APLICA (LOS MANEJA BTRAUT00)                  *
      * ACCION (ES) : F=FIRMA  S=SALIDA                                *
      * PROGRAMA(S) : RUTINA BTRAUT00                                  *
      * CANAL       : TODAS LAS TERMINALES                             *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     BT5D1FI3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "BT5D1FI3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
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
       COPY BTRFIRM.
       COPY BTRAUTC.
       COPY DFHAID.
       COPY DFHBMSCA.
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
                MOVE LOW-VALUES         TO BTRFIRMO
                MOVE EIBTRMID           TO TERMINALO
                MOVE 'INGRESE USUARIO Y CLAVE PARA FIRMARSE'
                                        TO MENSAJEO
                SET SEND-ERASE          TO TRUE
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHENTER
                PERFORM 110-RECIBE-Y-PROCESA
                MOVE EIBTRMID           TO TERMINALO
                MOVE SPACES             TO CLAVEO NUEVAO CONFIRMAO
                SET SEND-DATAONLY       TO TRUE
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHCLEAR
                MOVE LOW-VALUES         TO BTRFIRMO
                MOVE EIBTRMID           TO TERMINALO
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
      *  RECIBE EL MAPA: F (O EN BLANCO) FIRMA AL USUARIO, S LO SACA   *
      *  DE LA TERMINAL                                                *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('BTRFIRM')
                MAPSET  ('BTRFIRM')
                INTO    (BTRFIRMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA BTRFIRM' TO MENSAJEO
           ELSE
              EVALUATE ACCIONI
              WHEN 'F' WHEN 'f' WHEN SPACES WHEN LOW-VALUES
                   PERFORM 200-FIRMA-USUARIO
              WHEN 'S' WHEN 's'
                   PERFORM 300-SALIDA-USUARIO
              WHEN OTHER
                   MOVE 'ACCION INVALIDA, USE F/S' TO MENSAJEO
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *   F I R M A :  LA CLAVE NUEVA SOLO SE ACEPTA SI COINCIDE CON   *
      *   SU CONFIRMACION; LO DEMAS LO RESUELVE BTRAUT00               *
      ******************************************************************
       200-FIRMA-USUARIO SECTION.
           IF USUARIOI = SPACES OR USUARIOI = LOW-VALUES OR
              CLAVEI   = SPACES OR CLAVEI   = LOW-VALUES
              MOVE 'INGRESE USUARIO Y CLAVE PARA FIRMARSE'
                                        TO MENSAJEO
              MOVE -1 TO USUARIOL
              GO TO 200-FIRMA-USUARIO-E
           END-IF
           IF NUEVAI = LOW-VALUES
              MOVE SPACES TO NUEVAI
           END-IF
           IF CONFIRMAI = LOW-VALUES
              MOVE SPACES TO CONFIRMAI
           END-IF
           IF NUEVAI NOT = CONFIRMAI
              MOVE 'LA CLAVE NUEVA Y SU CONFIRMACION NO COINCIDEN'
                                        TO MENSAJEO
              MOVE -1 TO NUEVAL
              GO TO 200-FIRMA-USUARIO-E
           END-IF
           INITIALIZE BTAU-COMMAREA
           SET  BTAU-FIRMA              TO TRUE
           MOVE EIBTRMID                TO BTAU-TERMINAL
           MOVE USUARIOI                TO BTAU-USUARIO
           MOVE CLAVEI                  TO BTAU-CLAVE
           MOVE NUEVAI                  TO BTAU-CLAVE-NUEVA
           PERFORM 400-LLAMA-SEGURIDAD
           MOVE USUARIOI                TO WKS-ULTIMO-USUARIO
           MOVE BTAU-MENSAJE            TO MENSAJEO
           IF BTAU-AUTORIZADO
              MOVE BTAU-NOMBRE          TO NOMBREO
           ELSE
              MOVE SPACES               TO NOMBREO
              MOVE -1                   TO CLAVEL
           END-IF.
       200-FIRMA-USUARIO-E. EXIT.

       300-SALIDA-USUARIO SECTION.
           INITIALIZE BTAU-COMMAREA
           SET  BTAU-SALIDA             TO TRUE
           MOVE EIBTRMID                TO BTAU-TERMINAL
           PERFORM 400-LLAMA-SEGURIDAD
           MOVE BTAU-MENSAJE            TO MENSAJEO
           MOVE SPACES                  TO NOMBREO USUARIOO
           MOVE SPACES                  TO WKS-ULTIMO-USUARIO.
       300-SALIDA-USUARIO-E. EXIT.

       400-LLAMA-SEGURIDAD SECTION.
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
       400-LLAMA-SEGURIDAD-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('BTRFIRM')
                         MAPSET('BTRFIRM')
                         FROM (BTRFIRMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('BTRFIRM')
                         MAPSET('BTRFIRM')
                         FROM (BTRFIRMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('BTRFIRM')
                         MAPSET('BTRFIRM')
                         FROM (BTRFIRMO)
                         DATAONLY
                         FREEKB
                         ALARM
                         CURSOR
                    END-EXEC
           END-EVALUATE.
       ENVIA-MAPA-E. EXIT.

       REGRESA-CONTROL-A-TRANS SECTION.
           EXEC CICS
                     RETURN TRANSID('BTFI')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
