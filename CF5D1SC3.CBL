      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - CUMPLIMIENTO                               *
      * PROGRAMA    : CF5D1SC3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : WORKBENCH DE CUMPLIMIENTO PARA LA COLA DE        *
      *             : COINCIDENCIAS CONTRA LISTAS DE SANCIONES Y PEP   *
      *             : (CFALSCR, ENCOLADA POR CFSCREEN, CF5D1CJ3 Y      *
      *             : MOCONVER). ACCION S TRAE LA SIGUIENTE            *
      *             : COINCIDENCIA PENDIENTE; ACCION D LA DESCARTA     *
      *             : COMO FALSO POSITIVO (EL CLIENTE QUEDA LIBERADO   *
      *             : Y NO SE VUELVE A ENCOLAR); ACCION C LA CONFIRMA  *
      *             : (LAS ALTAS DEL CLIENTE QUEDAN BLOQUEADAS). AMBAS *
      *             : DECISIONES EXIGEN COMENTARIO Y GUARDAN USUARIO   *
      *             : Y FECHA; ACCION I CONSULTA UNA ENTRADA PUNTUAL.  *
      * ARCHIVOS    : CFALSCR                      (VSAM KSDS)         *
      * ACCION (ES) : S=SIGUIENTE  C=CONFIRMAR  D=DESCARTAR            *
      *             : I=CONSULTA                                       *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CF5D1SC3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "CF5D1SC3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 WKS-ENCONTRO-PENDIENTE  PIC 9(01)  VALUE ZEROS.
             88 ENCONTRO-PENDIENTE              VALUE 1.
          02 WKS-DECISION            PIC X(01)  VALUE SPACES.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-LLAVE        PIC X(27)  VALUE LOW-VALUES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY CFSCRNM.
       COPY CFALSCR.
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
              MOVE LOW-VALUES TO WKS-ULTIMA-LLAVE
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
                INITIALIZE WKS-COMMAREAS
                MOVE LOW-VALUES         TO WKS-ULTIMA-LLAVE
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

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('CFSCRNM')
                MAPSET  ('CFSCRNM')
                INTO    (CFSCRNMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA CFSCRNM' TO MENSAJEO
           ELSE
              EVALUATE ACCIONI
              WHEN 'S' WHEN 's'
                   PERFORM 200-SIGUIENTE-PENDIENTE
              WHEN 'C' WHEN 'c'
                   MOVE 'C' TO WKS-DECISION
                   PERFORM 300-REGISTRA-DECISION
              WHEN 'D' WHEN 'd'
                   MOVE 'D' TO WKS-DECISION
                   PERFORM 300-REGISTRA-DECISION
              WHEN 'I' WHEN 'i'
                   PERFORM 400-CONSULTA-ENTRADA
              WHEN OTHER
                   MOVE 'ACCION INVALIDA, USE S/C/D/I' TO MENSAJEO
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  MUESTRA LA SIGUIENTE COINCIDENCIA PENDIENTE DE LA COLA, A     *
      *  PARTIR DE LA ULTIMA LLAVE MOSTRADA (GUARDADA EN LA COMMAREA)  *
      ******************************************************************
       200-SIGUIENTE-PENDIENTE SECTION.
           MOVE ZEROS            TO WKS-ENCONTRO-PENDIENTE
           MOVE WKS-ULTIMA-LLAVE TO CFAS-LLAVE
           EXEC CICS STARTBR
                DATASET ('CFALSCR')
                RIDFLD  (CFAS-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'NO HAY COINCIDENCIAS PENDIENTES EN CFALSCR'
                                        TO MENSAJEO
           ELSE
              PERFORM UNTIL ENCONTRO-PENDIENTE
                 EXEC CICS READNEXT
                      DATASET ('CFALSCR')
                      INTO    (REG-CFALSCR)
                      RIDFLD  (CFAS-LLAVE)
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP NOT = DFHRESP(NORMAL)
                    MOVE 1 TO WKS-ENCONTRO-PENDIENTE
                    MOVE LOW-VALUES TO WKS-ULTIMA-LLAVE
                    MOVE 'FIN DE LA COLA, ENTER PARA VOLVER A EMPEZAR'
                                           TO MENSAJEO
                    PERFORM 220-LIMPIA-PANTALLA
                 ELSE
                    IF CFAS-PENDIENTE AND
                       CFAS-LLAVE > WKS-ULTIMA-LLAVE
                       MOVE 1 TO WKS-ENCONTRO-PENDIENTE
                       MOVE CFAS-LLAVE TO WKS-ULTIMA-LLAVE
                       PERFORM 210-MUESTRA-ENTRADA
                       MOVE 'PENDIENTE, CONFIRME (C) O DESCARTE (D)'
                                              TO MENSAJEO
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET('CFALSCR') NOHANDLE END-EXEC
           END-IF.
       200-SIGUIENTE-PENDIENTE-E. EXIT.

      *----> PRESENTA EN PANTALLA LA ENTRADA LEIDA DE CFALSCR
       210-MUESTRA-ENTRADA SECTION.
           MOVE CFAS-CODIGO-CLIENTE     TO CLIENTEO
           MOVE CFAS-LISTA              TO LISTAO
           MOVE CFAS-ID-LISTA           TO IDLISTO
           MOVE CFAS-TIPO-PERSONA       TO TIPPERO
           MOVE CFAS-NOMBRE-CLIENTE     TO NOMCLIO
           MOVE CFAS-DOCUMENTO-CLIENTE  TO DOCCLIO
           MOVE CFAS-NOMBRE-LISTA       TO NOMLISO
           MOVE CFAS-DOCUMENTO-LISTA    TO DOCLISO
           MOVE CFAS-TIPO-COINCIDENCIA  TO TIPCOIO
           MOVE CFAS-PORCENTAJE         TO PORCENO
           MOVE CFAS-ORIGEN             TO ORIGENO
           MOVE CFAS-FECHA-DETECCION    TO FECDETO
           MOVE CFAS-ESTADO             TO ESTADOO
           MOVE CFAS-COMENTARIO         TO COMENTO
           MOVE CFAS-USUARIO-DECISION   TO USUDECO
           IF CFAS-FECHA-DECISION = ZEROS
              MOVE SPACES               TO FECDECO
           ELSE
              MOVE CFAS-FECHA-DECISION  TO FECDECO
           END-IF.
       210-MUESTRA-ENTRADA-E. EXIT.

       220-LIMPIA-PANTALLA SECTION.
           MOVE SPACES TO CLIENTEO LISTAO IDLISTO TIPPERO NOMCLIO
                          DOCCLIO NOMLISO DOCLISO TIPCOIO PORCENO
                          ORIGENO FECDETO ESTADOO COMENTO USUDECO
                          FECDECO.
       220-LIMPIA-PANTALLA-E. EXIT.

      ******************************************************************
      *  CONFIRMA (C) O DESCARTA (D) LA COINCIDENCIA EN PANTALLA. UNA  *
      *  ENTRADA YA DECIDIDA NO SE PUEDE CAMBIAR DESDE EL WORKBENCH    *
      ******************************************************************
       300-REGISTRA-DECISION SECTION.
           IF CLIENTEI = SPACES OR LISTAI = SPACES OR
              IDLISTI = SPACES
              MOVE 'TRAIGA PRIMERO UNA COINCIDENCIA CON ACCION S'
                                        TO MENSAJEO
              GO TO 300-REGISTRA-DECISION-E
           END-IF
           IF COMENTI = SPACES OR COMENTI = LOW-VALUES
              MOVE 'INGRESE EL COMENTARIO QUE SUSTENTA LA DECISION'
                                        TO MENSAJEO
              GO TO 300-REGISTRA-DECISION-E
           END-IF
           MOVE CLIENTEI TO CFAS-CODIGO-CLIENTE
           MOVE LISTAI   TO CFAS-LISTA
           MOVE IDLISTI  TO CFAS-ID-LISTA
           EXEC CICS READ
                DATASET ('CFALSCR')
                INTO    (REG-CFALSCR)
                RIDFLD  (CFAS-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   IF NOT CFAS-PENDIENTE
                      MOVE 'LA COINCIDENCIA YA TIENE DECISION'
                                     TO MENSAJEO
                      EXEC CICS UNLOCK
                           DATASET('CFALSCR') NOHANDLE
                      END-EXEC
                      PERFORM 210-MUESTRA-ENTRADA
                   ELSE
                      PERFORM 310-GRABA-DECISION
                   END-IF
              WHEN DFHRESP(NOTFND)
                   MOVE 'COINCIDENCIA NO ENCONTRADA EN CFALSCR'
                                  TO MENSAJEO
              WHEN OTHER
                   MOVE 'ERROR INESPERADO AL LEER CFALSCR'
                                  TO MENSAJEO
           END-EVALUATE.
       300-REGISTRA-DECISION-E. EXIT.

       310-GRABA-DECISION SECTION.
           PERFORM HORA-FECHA-SISTEMA
           MOVE WKS-DECISION  TO CFAS-ESTADO
           MOVE BTAU-USUARIO  TO CFAS-USUARIO-DECISION
           MOVE FECHA-SYS     TO CFAS-FECHA-DECISION
           MOVE COMENTI       TO CFAS-COMENTARIO
           EXEC CICS REWRITE
                DATASET ('CFALSCR')
                FROM    (REG-CFALSCR)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL ACTUALIZAR CFALSCR'
                                        TO MENSAJEO
           ELSE
              PERFORM 210-MUESTRA-ENTRADA
              IF CFAS-CONFIRMADA
                 MOVE 'COINCIDENCIA CONFIRMADA, CLIENTE BLOQUEADO'
                                        TO MENSAJEO
              ELSE
                 MOVE 'COINCIDENCIA DESCARTADA, CLIENTE LIBERADO'
                                        TO MENSAJEO
              END-IF
           END-IF.
       310-GRABA-DECISION-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   U N A   E N T R A D A                *
      ******************************************************************
       400-CONSULTA-ENTRADA SECTION.
           IF CLIENTEI = SPACES OR LISTAI = SPACES OR
              IDLISTI = SPACES
              MOVE 'INGRESE CLIENTE, LISTA E ID DE LISTA A CONSULTAR'
                                        TO MENSAJEO
           ELSE
              MOVE CLIENTEI TO CFAS-CODIGO-CLIENTE
              MOVE LISTAI   TO CFAS-LISTA
              MOVE IDLISTI  TO CFAS-ID-LISTA
              EXEC CICS READ
                   DATASET ('CFALSCR')
                   INTO    (REG-CFALSCR)
                   RIDFLD  (CFAS-LLAVE)
                   NOHANDLE
              END-EXEC
              EVALUATE EIBRESP
                 WHEN DFHRESP(NORMAL)
                      PERFORM 210-MUESTRA-ENTRADA
                      MOVE 'CONSULTA REALIZADA'   TO MENSAJEO
                 WHEN DFHRESP(NOTFND)
                      MOVE 'COINCIDENCIA NO ENCONTRADA EN CFALSCR'
                                     TO MENSAJEO
                 WHEN OTHER
                      MOVE 'ERROR INESPERADO AL LEER CFALSCR'
                                     TO MENSAJEO
              END-EVALUATE
           END-IF.
       400-CONSULTA-ENTRADA-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('CFSCRNM')
                         MAPSET('CFSCRNM')
                         FROM (CFSCRNMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('CFSCRNM')
                         MAPSET('CFSCRNM')
                         FROM (CFSCRNMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('CFSCRNM')
                         MAPSET('CFSCRNM')
                         FROM (CFSCRNMO)
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
                     RETURN TRANSID('CFSC')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
