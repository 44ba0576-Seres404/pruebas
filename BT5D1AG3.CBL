      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BT5D1AG3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : MANTENIMIENTO EN LINEA DEL MAESTRO DE AGENCIAS   *
      *             : DEL BANCO BTRAGEN: NOMBRE, REGION Y DISTRITO     *
      *             : (CODIGOS REGISTRADOS EN CFTGEN CFT 013 CON       *
      *             : CORRELATIVO R+REGION O D+DISTRITO), GERENTE,     *
      *             : ESTADO Y FECHAS DE APERTURA Y CIERRE. LA AGENCIA *
      *             : NACE ABIERTA; EL CIERRE (C) LA MARCA CERRADA CON *
      *             : SU FECHA Y DESDE ESE MOMENTO LAS CAJAS Y LAS     *
      *             : APERTURAS RECHAZAN OPERAR CON ELLA. UNA AGENCIA  *
      *             : CERRADA SE REABRE CON M Y ESTADO A. LOS REPORTES *
      *             : POR AGENCIA TOMAN DE AQUI EL NOMBRE Y AGRUPAN    *
      *             : POR REGION Y DISTRITO (RUTINA BTRAGE00).         *
      * ARCHIVOS    : BTRAGEN                      (VSAM KSDS)         *
      *             : CFTGEN                       (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  M=MODIFICA  C=CIERRE  I=CONSULTA         *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - ADMINISTRACION DE AGENCIAS          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     BT5D1AG3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "BT5D1AG3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *--> CODIGOS DE AGENCIA Y FECHAS SE DIGITAN COMO TEXTO
          02 WKS-AGENCIA-X           PIC X(04)  VALUE SPACES.
          02 WKS-AGENCIA-N REDEFINES WKS-AGENCIA-X
                                     PIC 9(04).
          02 WKS-FECHA-X             PIC X(08)  VALUE SPACES.
          02 WKS-FECHA-N REDEFINES WKS-FECHA-X
                                     PIC 9(08).
          02 WKS-FECHA-R REDEFINES WKS-FECHA-X.
             03 WKS-FEC-AAAA         PIC 9(04).
             03 WKS-FEC-MM           PIC 9(02).
             03 WKS-FEC-DD           PIC 9(02).
      *--> REGION O DISTRITO A VALIDAR EN CFT 013 Y SU NOMBRE
          02 WKS-ZONA-BUSCADA        PIC X(04)  VALUE SPACES.
          02 WKS-NOMBRE-ZONA         PIC X(30)  VALUE SPACES.
          02 WKS-ZONA-EXISTE         PIC X(01)  VALUE 'N'.
             88 ZONA-EXISTE                     VALUE 'S'.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-AGENCIA      PIC X(04)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY BTRAGNM.
       COPY BTRAGEN.
       COPY CFTGEN.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/M/C/I)      *
      *  SOBRE LA AGENCIA INGRESADA                                    *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('BTRAGNM')
                MAPSET  ('BTRAGNM')
                INTO    (BTRAGNMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA BTRAGNM' TO MENSAJEO
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           MOVE SPACES   TO MENSAJEO
           MOVE AGENCIAI TO WKS-AGENCIA-X
           IF WKS-AGENCIA-X NOT NUMERIC OR WKS-AGENCIA-N = ZEROS
              MOVE 'INGRESE EL CODIGO DE LA AGENCIA (4 DIGITOS)'
                                        TO MENSAJEO
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           MOVE AGENCIAI                TO WKS-ULTIMA-AGENCIA
           MOVE WKS-AGENCIA-N           TO BTAG-AGENCIA
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE ACCIONI
           WHEN 'A' WHEN 'a'
                PERFORM 200-ALTA-AGENCIA
           WHEN 'M' WHEN 'm'
                PERFORM 300-MODIFICA-AGENCIA
           WHEN 'C' WHEN 'c'
                PERFORM 350-CIERRA-AGENCIA
           WHEN 'I' WHEN 'i'
                PERFORM 400-CONSULTA-AGENCIA
           WHEN OTHER
                MOVE 'ACCION INVALIDA, USE A=ALTA M=MODIFICA ' &
                     'C=CIERRE I=CONSULTA' TO MENSAJEO
           END-EVALUATE.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *   A L T A   D E   U N A   A G E N C I A                        *
      *   NOMBRE, REGION, DISTRITO Y GERENTE SON OBLIGATORIOS; LA      *
      *   FECHA DE APERTURA EN BLANCO ES LA DEL DIA. NACE ABIERTA      *
      ******************************************************************
       200-ALTA-AGENCIA SECTION.
           EVALUATE TRUE
           WHEN NOMBREI = SPACES OR NOMBREI = LOW-VALUES
                MOVE 'INGRESE EL NOMBRE DE LA AGENCIA' TO MENSAJEO
                GO TO 200-ALTA-AGENCIA-E
           WHEN REGIONI = SPACES OR REGIONI = LOW-VALUES
                MOVE 'INGRESE LA REGION DE LA AGENCIA' TO MENSAJEO
                GO TO 200-ALTA-AGENCIA-E
           WHEN DISTRII = SPACES OR DISTRII = LOW-VALUES
                MOVE 'INGRESE EL DISTRITO DE LA AGENCIA' TO MENSAJEO
                GO TO 200-ALTA-AGENCIA-E
           WHEN GERENTEI = SPACES OR GERENTEI = LOW-VALUES
                MOVE 'INGRESE EL GERENTE DE LA AGENCIA' TO MENSAJEO
                GO TO 200-ALTA-AGENCIA-E
           END-EVALUATE
           PERFORM 210-VALIDA-REGION-DISTRITO
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-AGENCIA-E
           END-IF
           IF FAPERTI = SPACES OR FAPERTI = LOW-VALUES
              MOVE FECHA-SYS            TO WKS-FECHA-N
           ELSE
              MOVE FAPERTI              TO WKS-FECHA-X
              PERFORM 220-VALIDA-FECHA
              IF MENSAJEO NOT = SPACES
                 GO TO 200-ALTA-AGENCIA-E
              END-IF
           END-IF
           INITIALIZE REG-BTRAGEN
           MOVE WKS-AGENCIA-N           TO BTAG-AGENCIA
           MOVE NOMBREI                 TO BTAG-NOMBRE
           MOVE REGIONI                 TO BTAG-REGION
           MOVE DISTRII                 TO BTAG-DISTRITO
           MOVE GERENTEI                TO BTAG-GERENTE
           SET  BTAG-ABIERTA            TO TRUE
           MOVE WKS-FECHA-N             TO BTAG-FECHA-APERTURA
           MOVE FECHA-SYS               TO BTAG-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTAG-USUARIO-ULT-CAMBIO
           EXEC CICS WRITE
                DATASET ('BTRAGEN')
                FROM    (REG-BTRAGEN)
                RIDFLD  (BTAG-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 450-MUESTRA-AGENCIA
                     MOVE 'AGENCIA REGISTRADA Y ABIERTA' TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'LA AGENCIA YA EXISTE, USE M=MODIFICA'
                                          TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO BTRAGEN ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN BTRAGEN'
                                          TO MENSAJEO
           END-EVALUATE.
       200-ALTA-AGENCIA-E. EXIT.

      *----> LA REGION Y EL DISTRITO QUE VENGAN EN EL MAPA DEBEN ESTAR
      *----> REGISTRADOS EN CFTGEN CFT 013
       210-VALIDA-REGION-DISTRITO SECTION.
           IF REGIONI NOT = SPACES AND REGIONI NOT = LOW-VALUES
              MOVE 'R'                  TO WKS-ZONA-BUSCADA (1:1)
              MOVE REGIONI              TO WKS-ZONA-BUSCADA (2:3)
              PERFORM 230-BUSCA-ZONA
              IF NOT ZONA-EXISTE
                 MOVE 'REGION NO REGISTRADA EN CFTGEN CFT 013'
                                        TO MENSAJEO
                 GO TO 210-VALIDA-REGION-DISTRITO-E
              END-IF
           END-IF
           IF DISTRII NOT = SPACES AND DISTRII NOT = LOW-VALUES
              MOVE 'D'                  TO WKS-ZONA-BUSCADA (1:1)
              MOVE DISTRII              TO WKS-ZONA-BUSCADA (2:3)
              PERFORM 230-BUSCA-ZONA
              IF NOT ZONA-EXISTE
                 MOVE 'DISTRITO NO REGISTRADO EN CFTGEN CFT 013'
                                        TO MENSAJEO
              END-IF
           END-IF.
       210-VALIDA-REGION-DISTRITO-E. EXIT.

      *----> FECHA AAAAMMDD VALIDA Y QUE NO SEA POSTERIOR AL DIA
       220-VALIDA-FECHA SECTION.
           IF WKS-FECHA-X NOT NUMERIC
              MOVE 'FECHA INVALIDA, USE AAAAMMDD' TO MENSAJEO
              GO TO 220-VALIDA-FECHA-E
           END-IF
           IF WKS-FEC-MM < 01 OR WKS-FEC-MM > 12 OR
              WKS-FEC-DD < 01 OR WKS-FEC-DD > 31
              MOVE 'FECHA INVALIDA, USE AAAAMMDD' TO MENSAJEO
              GO TO 220-VALIDA-FECHA-E
           END-IF
           IF WKS-FECHA-N > FECHA-SYS
              MOVE 'LA FECHA NO PUEDE SER POSTERIOR AL DIA DE HOY'
                                        TO MENSAJEO
           END-IF.
       220-VALIDA-FECHA-E. EXIT.

       230-BUSCA-ZONA SECTION.
           MOVE 'N'                     TO WKS-ZONA-EXISTE
           MOVE SPACES                  TO WKS-NOMBRE-ZONA
           MOVE 'CFT'                   TO CFTB-TABLA
           MOVE 013                     TO CFTB-CODIGO-TABLA
           MOVE SPACES                  TO CFTB-CORRELATIVO
           MOVE WKS-ZONA-BUSCADA        TO CFTB-CORRELATIVO (1:4)
           EXEC CICS READ
                DATASET ('CFTGEN')
                INTO    (CFTGEN)
                RIDFLD  (CFTB-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              SET ZONA-EXISTE           TO TRUE
              MOVE CFTB-DESCRIPCION (1:30) TO WKS-NOMBRE-ZONA
           END-IF.
       230-BUSCA-ZONA-E. EXIT.

      ******************************************************************
      *   M O D I F I C A C I O N   D E   L A   A G E N C I A          *
      *   SOLO SE CAMBIAN LOS CAMPOS QUE VIENEN LLENOS. EL ESTADO A    *
      *   REABRE UNA AGENCIA CERRADA (BORRA SU FECHA DE CIERRE); PARA  *
      *   CERRARLA SE USA LA ACCION C                                  *
      ******************************************************************
       300-MODIFICA-AGENCIA SECTION.
           IF ESTADOI NOT = SPACES AND ESTADOI NOT = LOW-VALUES AND
              ESTADOI NOT = 'A'
              MOVE 'ESTADO INVALIDO, USE A=REABRE O LA ACCION C'
                                        TO MENSAJEO
              GO TO 300-MODIFICA-AGENCIA-E
           END-IF
           PERFORM 210-VALIDA-REGION-DISTRITO
           IF MENSAJEO NOT = SPACES
              GO TO 300-MODIFICA-AGENCIA-E
           END-IF
           IF FAPERTI NOT = SPACES AND FAPERTI NOT = LOW-VALUES
              MOVE FAPERTI              TO WKS-FECHA-X
              PERFORM 220-VALIDA-FECHA
              IF MENSAJEO NOT = SPACES
                 GO TO 300-MODIFICA-AGENCIA-E
              END-IF
           END-IF
           EXEC CICS READ
                DATASET  ('BTRAGEN')
                INTO     (REG-BTRAGEN)
                RIDFLD   (BTAG-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA AGENCIA NO ESTA REGISTRADA' TO MENSAJEO
                     GO TO 300-MODIFICA-AGENCIA-E
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER BTRAGEN'
                                          TO MENSAJEO
                     GO TO 300-MODIFICA-AGENCIA-E
           END-EVALUATE
           IF NOMBREI NOT = SPACES AND NOMBREI NOT = LOW-VALUES
              MOVE NOMBREI              TO BTAG-NOMBRE
           END-IF
           IF REGIONI NOT = SPACES AND REGIONI NOT = LOW-VALUES
              MOVE REGIONI              TO BTAG-REGION
           END-IF
           IF DISTRII NOT = SPACES AND DISTRII NOT = LOW-VALUES
              MOVE DISTRII              TO BTAG-DISTRITO
           END-IF
           IF GERENTEI NOT = SPACES AND GERENTEI NOT = LOW-VALUES
              MOVE GERENTEI             TO BTAG-GERENTE
           END-IF
           IF FAPERTI NOT = SPACES AND FAPERTI NOT = LOW-VALUES
              MOVE WKS-FECHA-N          TO BTAG-FECHA-APERTURA
           END-IF
           IF ESTADOI = 'A'
              SET BTAG-ABIERTA          TO TRUE
              MOVE ZEROS                TO BTAG-FECHA-CIERRE
           END-IF
           MOVE FECHA-SYS               TO BTAG-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTAG-USUARIO-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('BTRAGEN')
                FROM    (REG-BTRAGEN)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 450-MUESTRA-AGENCIA
              MOVE 'AGENCIA ACTUALIZADA' TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR BTRAGEN'
                                        TO MENSAJEO
           END-IF.
       300-MODIFICA-AGENCIA-E. EXIT.

      ******************************************************************
      *   C I E R R E   D E   L A   A G E N C I A                      *
      *   FECHA DE CIERRE EN BLANCO ES LA DEL DIA; NO PUEDE SER FUTURA *
      *   NI ANTERIOR A LA APERTURA                                    *
      ******************************************************************
       350-CIERRA-AGENCIA SECTION.
           IF FCIERREI = SPACES OR FCIERREI = LOW-VALUES
              MOVE FECHA-SYS            TO WKS-FECHA-N
           ELSE
              MOVE FCIERREI             TO WKS-FECHA-X
              PERFORM 220-VALIDA-FECHA
              IF MENSAJEO NOT = SPACES
                 GO TO 350-CIERRA-AGENCIA-E
              END-IF
           END-IF
           EXEC CICS READ
                DATASET  ('BTRAGEN')
                INTO     (REG-BTRAGEN)
                RIDFLD   (BTAG-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA AGENCIA NO ESTA REGISTRADA' TO MENSAJEO
                     GO TO 350-CIERRA-AGENCIA-E
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER BTRAGEN'
                                          TO MENSAJEO
                     GO TO 350-CIERRA-AGENCIA-E
           END-EVALUATE
           IF BTAG-CERRADA
              EXEC CICS UNLOCK DATASET ('BTRAGEN') NOHANDLE END-EXEC
              PERFORM 450-MUESTRA-AGENCIA
              MOVE 'LA AGENCIA YA ESTA CERRADA' TO MENSAJEO
              GO TO 350-CIERRA-AGENCIA-E
           END-IF
           IF WKS-FECHA-N < BTAG-FECHA-APERTURA
              EXEC CICS UNLOCK DATASET ('BTRAGEN') NOHANDLE END-EXEC
              MOVE 'LA FECHA DE CIERRE ES ANTERIOR A LA APERTURA'
                                        TO MENSAJEO
              GO TO 350-CIERRA-AGENCIA-E
           END-IF
           SET  BTAG-CERRADA            TO TRUE
           MOVE WKS-FECHA-N             TO BTAG-FECHA-CIERRE
           MOVE FECHA-SYS               TO BTAG-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO            TO BTAG-USUARIO-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('BTRAGEN')
                FROM    (REG-BTRAGEN)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 450-MUESTRA-AGENCIA
              MOVE 'AGENCIA CERRADA, YA NO ADMITE OPERACIONES'
                                        TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR BTRAGEN'
                                        TO MENSAJEO
           END-IF.
       350-CIERRA-AGENCIA-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   L A   A G E N C I A                  *
      ******************************************************************
       400-CONSULTA-AGENCIA SECTION.
           EXEC CICS READ
                DATASET  ('BTRAGEN')
                INTO     (REG-BTRAGEN)
                RIDFLD   (BTAG-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 450-MUESTRA-AGENCIA
                     MOVE 'CONSULTA REALIZADA'  TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA AGENCIA NO ESTA REGISTRADA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER BTRAGEN'
                                            TO MENSAJEO
           END-EVALUATE.
       400-CONSULTA-AGENCIA-E. EXIT.

       450-MUESTRA-AGENCIA SECTION.
           MOVE BTAG-NOMBRE             TO NOMBREO
           MOVE BTAG-REGION             TO REGIONO
           MOVE BTAG-DISTRITO           TO DISTRIO
           MOVE BTAG-GERENTE            TO GERENTEO
           MOVE BTAG-ESTADO             TO ESTADOO
           MOVE BTAG-FECHA-APERTURA     TO FAPERTO
           IF BTAG-FECHA-CIERRE = ZEROS
              MOVE SPACES               TO FCIERREO
           ELSE
              MOVE BTAG-FECHA-CIERRE    TO FCIERREO
           END-IF
           MOVE BTAG-FECHA-ULT-CAMBIO   TO FULTCAMO
           MOVE BTAG-USUARIO-ULT-CAMBIO TO USUARIOO
           MOVE 'R'                     TO WKS-ZONA-BUSCADA (1:1)
           MOVE BTAG-REGION             TO WKS-ZONA-BUSCADA (2:3)
           PERFORM 230-BUSCA-ZONA
           MOVE WKS-NOMBRE-ZONA         TO NOMREGO
           MOVE 'D'                     TO WKS-ZONA-BUSCADA (1:1)
           MOVE BTAG-DISTRITO           TO WKS-ZONA-BUSCADA (2:3)
           PERFORM 230-BUSCA-ZONA
           MOVE WKS-NOMBRE-ZONA         TO NOMDISO.
       450-MUESTRA-AGENCIA-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('BTRAGNM')
                         MAPSET('BTRAGNM')
                         FROM (BTRAGNMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('BTRAGNM')
                         MAPSET('BTRAGNM')
                         FROM (BTRAGNMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('BTRAGNM')
                         MAPSET('BTRAGNM')
                         FROM (BTRAGNMO)
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
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.

       REGRESA-CONTROL-A-TRANS SECTION.
           EXEC CICS
                     RETURN TRANSID('BTAG')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
