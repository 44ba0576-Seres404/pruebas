      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - INFORMACION DE CLIENTES                    *
      * PROGRAMA    : CF5D1EX3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : REVISION DE LAS PROPUESTAS DE CRUCE ENTRE        *
      *             : CLIENTES DE LA PLATAFORMA EDUCATIVA (EDM1CL) Y   *
      *             : CLIENTES DEL CIF (CFCNAT) QUE GENERA EL BATCH    *
      *             : CFEDCRUZ EN CFEDCRU. MUESTRA AMBOS NOMBRES, LA   *
      *             : FECHA DE NACIMIENTO Y LA CONFIANZA, Y PERMITE    *
      *             : CONFIRMAR O RECHAZAR EL PAR. UN CLIENTE          *
      *             : EDUCATIVO SOLO PUEDE ESTAR CONFIRMADO CON UN     *
      *             : CLIENTE CIF. 'S' AVANZA A LA SIGUIENTE PROPUESTA *
      *             : PENDIENTE. UNA VEZ CONFIRMADO, CF5D1CLQ LISTA    *
      *             : LAS CUENTAS EDP1AH DEL CLIENTE EDUCATIVO.        *
      * ARCHIVOS    : CFEDCRU, EDM1CL, CFCNAT      (VSAM KSDS)         *
      * ACCION (ES) : C=CONFIRMA  R=RECHAZA  I=CONSULTA  S=SIGUIENTE   *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CF5D1EX3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "CF5D1EX3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 WKS-FIN-BROWSE          PIC 9(01)  VALUE ZEROS.
             88 FIN-BROWSE                      VALUE 1.
          02 WKS-LEIDOS              PIC 9(04)  VALUE ZEROS.
          02 WKS-ENCONTRADO          PIC X(01)  VALUE SPACES.
             88 ENCONTRADO                      VALUE 'S'.
          02 WKS-CLIENTE-CONFIRMADO  PIC X(08)  VALUE SPACES.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *------->  LLAVE DE PANTALLA
       01 WKS-LLAVE-PANTALLA.
          02 WKS-PAN-EDUCATIVO       PIC X(08)  VALUE SPACES.
          02 WKS-PAN-CLIENTE         PIC X(08)  VALUE SPACES.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-LLAVE        PIC X(16)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY CFEDCRM.
       COPY CFEDCRU.
       COPY EDMACL.
       COPY CFCNAT.
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
                INITIALIZE WKS-COMMAREAS
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
                MAP     ('CFEDCRM')
                MAPSET  ('CFEDCRM')
                INTO    (CFEDCRMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA CFEDCRM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO
              PERFORM HORA-FECHA-SISTEMA
              MOVE SPACES TO WKS-LLAVE-PANTALLA
              IF CODEDUI NOT = LOW-VALUES
                 MOVE CODEDUI  TO WKS-PAN-EDUCATIVO
              END-IF
              IF CLIENTEI NOT = LOW-VALUES
                 MOVE CLIENTEI TO WKS-PAN-CLIENTE
              END-IF
              EVALUATE ACCIONI
              WHEN 'C' WHEN 'c'
                   PERFORM 200-CONFIRMA-CRUCE
              WHEN 'R' WHEN 'r'
                   PERFORM 300-RECHAZA-CRUCE
              WHEN 'I' WHEN 'i'
                   PERFORM 400-CONSULTA-CRUCE
              WHEN 'S' WHEN 's'
                   PERFORM 500-SIGUIENTE-PROPUESTA
              WHEN OTHER
                   MOVE 'ACCION INVALIDA, USE C/R/I/S' TO MENSAJEO
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      *----> EL CODIGO EDUCATIVO ES NUMERICO DE 8 Y EL CLIENTE CIF
      *----> ES OBLIGATORIO PARA CONFIRMAR O RECHAZAR
       150-VALIDA-LLAVE SECTION.
           EVALUATE TRUE
           WHEN WKS-PAN-EDUCATIVO NOT NUMERIC
                MOVE 'CODIGO EDUCATIVO INVALIDO, 8 DIGITOS' TO MENSAJEO
           WHEN WKS-PAN-CLIENTE = SPACES
                MOVE 'INGRESE EL CODIGO DE CLIENTE CIF' TO MENSAJEO
           WHEN OTHER
                MOVE WKS-PAN-EDUCATIVO TO CFEX-CODIGO-EDUCATIVO
                MOVE WKS-PAN-CLIENTE   TO CFEX-CODIGO-CLIENTE
           END-EVALUATE.
       150-VALIDA-LLAVE-E. EXIT.

      *----> LEE PARA ACTUALIZAR EL CRUCE DE LA LLAVE DE PANTALLA
       160-LEE-CRUCE-UPDATE SECTION.
           EXEC CICS READ
                DATASET ('CFEDCRU')
                INTO    (REG-CFEDCRU)
                RIDFLD  (CFEX-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE CFEX-LLAVE TO WKS-ULTIMA-LLAVE
                WHEN DFHRESP(NOTFND)
                     MOVE 'NO EXISTE PROPUESTA PARA ESE PAR DE CLIENTES'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFEDCRU'
                                            TO MENSAJEO
           END-EVALUATE.
       160-LEE-CRUCE-UPDATE-E. EXIT.

      *----> GRABA LA DECISION DEL ANALISTA Y MUESTRA EL CRUCE
       170-REGRABA-CRUCE SECTION.
           MOVE FECHA-SYS TO CFEX-FECHA-DECISION
           MOVE BTAU-USUARIO TO CFEX-USUARIO-DECISION
           EXEC CICS REWRITE
                DATASET ('CFEDCRU')
                FROM    (REG-CFEDCRU)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 600-MUESTRA-CRUCE
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR CFEDCRU'
                                        TO MENSAJEO
           END-IF.
       170-REGRABA-CRUCE-E. EXIT.

      ******************************************************************
      *  BUSCA, POR LA LLAVE PRINCIPAL, OTRO CLIENTE CIF YA CONFIRMADO *
      *  PARA EL MISMO CLIENTE EDUCATIVO                               *
      ******************************************************************
       180-BUSCA-OTRO-CONFIRMADO SECTION.
           MOVE SPACES TO WKS-CLIENTE-CONFIRMADO
           MOVE ZEROS  TO WKS-FIN-BROWSE
           MOVE WKS-PAN-EDUCATIVO TO CFEX-CODIGO-EDUCATIVO
           MOVE LOW-VALUES        TO CFEX-CODIGO-CLIENTE
           EXEC CICS STARTBR
                DATASET ('CFEDCRU')
                RIDFLD  (CFEX-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('CFEDCRU')
                   INTO    (REG-CFEDCRU)
                   RIDFLD  (CFEX-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL) AND
                 CFEX-CODIGO-EDUCATIVO = WKS-PAN-EDUCATIVO
                 IF CFEX-CONFIRMADO AND
                    CFEX-CODIGO-CLIENTE NOT = WKS-PAN-CLIENTE
                    MOVE CFEX-CODIGO-CLIENTE TO WKS-CLIENTE-CONFIRMADO
                    MOVE 1 TO WKS-FIN-BROWSE
                 END-IF
              ELSE
                 MOVE 1 TO WKS-FIN-BROWSE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFEDCRU') NOHANDLE END-EXEC
           MOVE WKS-PAN-EDUCATIVO TO CFEX-CODIGO-EDUCATIVO
           MOVE WKS-PAN-CLIENTE   TO CFEX-CODIGO-CLIENTE.
       180-BUSCA-OTRO-CONFIRMADO-E. EXIT.

      ******************************************************************
      *   C O N F I R M A   E L   C R U C E                            *
      ******************************************************************
       200-CONFIRMA-CRUCE SECTION.
           PERFORM 150-VALIDA-LLAVE
           IF MENSAJEO NOT = SPACES
              GO TO 200-CONFIRMA-CRUCE-E
           END-IF
           PERFORM 180-BUSCA-OTRO-CONFIRMADO
           IF WKS-CLIENTE-CONFIRMADO NOT = SPACES
              MOVE SPACES TO MENSAJEO
              STRING 'EDUCATIVO YA CONFIRMADO CON EL CLIENTE CIF '
                     WKS-CLIENTE-CONFIRMADO
                     DELIMITED BY SIZE INTO MENSAJEO
              END-STRING
              GO TO 200-CONFIRMA-CRUCE-E
           END-IF
      *----> EL CLIENTE CIF DEBE SEGUIR VIGENTE (NO FUSIONADO)
           MOVE WKS-PAN-CLIENTE TO CFCN-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFCNAT')
                INTO    (CFCNAT)
                RIDFLD  (CFCN-CODIGO-CLIENTE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'EL CLIENTE NO EXISTE EN CFCNAT' TO MENSAJEO
              GO TO 200-CONFIRMA-CRUCE-E
           END-IF
           IF CFCN-RETIRADO-POR-FUSION
              MOVE 'EL CLIENTE FUE RETIRADO POR FUSION, USE EL ' &
                   'CODIGO VIGENTE' TO MENSAJEO
              GO TO 200-CONFIRMA-CRUCE-E
           END-IF
           PERFORM 160-LEE-CRUCE-UPDATE
           IF MENSAJEO NOT = SPACES
              GO TO 200-CONFIRMA-CRUCE-E
           END-IF
           IF CFEX-CONFIRMADO
              MOVE 'EL CRUCE YA ESTA CONFIRMADO' TO MENSAJEO
              EXEC CICS UNLOCK DATASET('CFEDCRU') NOHANDLE END-EXEC
              PERFORM 600-MUESTRA-CRUCE
              GO TO 200-CONFIRMA-CRUCE-E
           END-IF
           SET CFEX-CONFIRMADO TO TRUE
           PERFORM 170-REGRABA-CRUCE
           IF MENSAJEO = SPACES
              MOVE 'CRUCE CONFIRMADO, LA CONSULTA 360 MOSTRARA SUS ' &
                   'CUENTAS ED' TO MENSAJEO
           END-IF.
       200-CONFIRMA-CRUCE-E. EXIT.

      ******************************************************************
      *   R E C H A Z A   E L   C R U C E  (TAMBIEN DESHACE UNO YA     *
      *   CONFIRMADO; EL BATCH NO VUELVE A PROPONER UN PAR RECHAZADO)  *
      ******************************************************************
       300-RECHAZA-CRUCE SECTION.
           PERFORM 150-VALIDA-LLAVE
           IF MENSAJEO NOT = SPACES
              GO TO 300-RECHAZA-CRUCE-E
           END-IF
           PERFORM 160-LEE-CRUCE-UPDATE
           IF MENSAJEO NOT = SPACES
              GO TO 300-RECHAZA-CRUCE-E
           END-IF
           IF CFEX-RECHAZADO
              MOVE 'EL CRUCE YA ESTA RECHAZADO' TO MENSAJEO
              EXEC CICS UNLOCK DATASET('CFEDCRU') NOHANDLE END-EXEC
              PERFORM 600-MUESTRA-CRUCE
              GO TO 300-RECHAZA-CRUCE-E
           END-IF
           SET CFEX-RECHAZADO TO TRUE
           PERFORM 170-REGRABA-CRUCE
           IF MENSAJEO = SPACES
              MOVE 'CRUCE RECHAZADO' TO MENSAJEO
           END-IF.
       300-RECHAZA-CRUCE-E. EXIT.

      ******************************************************************
      *   C O N S U L T A: CON AMBOS CODIGOS LEE ESE PAR; SOLO CON EL  *
      *   CODIGO EDUCATIVO MUESTRA SU PRIMER CRUCE                     *
      ******************************************************************
       400-CONSULTA-CRUCE SECTION.
           IF WKS-PAN-EDUCATIVO NOT NUMERIC
              MOVE 'CODIGO EDUCATIVO INVALIDO, 8 DIGITOS' TO MENSAJEO
              GO TO 400-CONSULTA-CRUCE-E
           END-IF
           MOVE WKS-PAN-EDUCATIVO TO CFEX-CODIGO-EDUCATIVO
           IF WKS-PAN-CLIENTE NOT = SPACES
              MOVE WKS-PAN-CLIENTE TO CFEX-CODIGO-CLIENTE
              EXEC CICS READ
                   DATASET ('CFEDCRU')
                   INTO    (REG-CFEDCRU)
                   RIDFLD  (CFEX-LLAVE)
                   NOHANDLE
              END-EXEC
           ELSE
              MOVE LOW-VALUES TO CFEX-CODIGO-CLIENTE
              EXEC CICS READ
                   DATASET ('CFEDCRU')
                   INTO    (REG-CFEDCRU)
                   RIDFLD  (CFEX-LLAVE)
                   GTEQ
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL) AND
                 CFEX-CODIGO-EDUCATIVO NOT = WKS-PAN-EDUCATIVO
                 MOVE 'NO HAY CRUCES PARA ESE CLIENTE EDUCATIVO'
                                            TO MENSAJEO
                 GO TO 400-CONSULTA-CRUCE-E
              END-IF
           END-IF
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE CFEX-LLAVE TO WKS-ULTIMA-LLAVE
                     PERFORM 600-MUESTRA-CRUCE
                     MOVE 'CONSULTA REALIZADA' TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'NO HAY CRUCES PARA ESE CLIENTE EDUCATIVO'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFEDCRU'
                                            TO MENSAJEO
           END-EVALUATE.
       400-CONSULTA-CRUCE-E. EXIT.

      ******************************************************************
      *  SIGUIENTE PROPUESTA PENDIENTE DESPUES DEL ULTIMO PAR MOSTRADO *
      *  (HASTA 500 LECTURAS POR ENTER PARA NO RETENER LA TAREA)       *
      ******************************************************************
       500-SIGUIENTE-PROPUESTA SECTION.
           MOVE ZEROS  TO WKS-FIN-BROWSE WKS-LEIDOS
           MOVE SPACES TO WKS-ENCONTRADO
           IF WKS-PAN-EDUCATIVO NUMERIC
              MOVE WKS-LLAVE-PANTALLA TO CFEX-LLAVE
           ELSE
              IF WKS-ULTIMA-LLAVE = SPACES
                 MOVE LOW-VALUES       TO CFEX-LLAVE
              ELSE
                 MOVE WKS-ULTIMA-LLAVE TO CFEX-LLAVE
              END-IF
           END-IF
           EXEC CICS STARTBR
                DATASET ('CFEDCRU')
                RIDFLD  (CFEX-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE OR ENCONTRADO OR WKS-LEIDOS > 500
              EXEC CICS READNEXT
                   DATASET ('CFEDCRU')
                   INTO    (REG-CFEDCRU)
                   RIDFLD  (CFEX-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 ADD 1 TO WKS-LEIDOS
                 IF CFEX-PROPUESTO AND CFEX-LLAVE NOT = WKS-ULTIMA-LLAVE
                    SET ENCONTRADO TO TRUE
                 END-IF
              ELSE
                 MOVE 1 TO WKS-FIN-BROWSE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFEDCRU') NOHANDLE END-EXEC
           EVALUATE TRUE
              WHEN ENCONTRADO
                   MOVE CFEX-LLAVE TO WKS-ULTIMA-LLAVE
                   PERFORM 600-MUESTRA-CRUCE
                   MOVE 'PROPUESTA PENDIENTE: C=CONFIRMA R=RECHAZA ' &
                        'S=SIGUIENTE' TO MENSAJEO
              WHEN FIN-BROWSE
                   MOVE SPACES TO WKS-ULTIMA-LLAVE
                   MOVE 'NO HAY MAS PROPUESTAS PENDIENTES' TO MENSAJEO
              WHEN OTHER
                   MOVE CFEX-LLAVE TO WKS-ULTIMA-LLAVE
                   MOVE 'SIN PENDIENTES EN ESTE TRAMO, PRESIONE S ' &
                        'PARA CONTINUAR' TO MENSAJEO
           END-EVALUATE.
       500-SIGUIENTE-PROPUESTA-E. EXIT.

      *----> PASA EL CRUCE Y LOS NOMBRES DE AMBOS MAESTROS AL MAPA
       600-MUESTRA-CRUCE SECTION.
           MOVE CFEX-CODIGO-EDUCATIVO TO EDMC-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('EDM1CL')
                INTO    (REG-EDMACL)
                RIDFLD  (EDMC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE EDMC-NOMBRE-CLIENTE  TO NOMEDUO
           ELSE
              MOVE 'NO EXISTE EN EDM1CL' TO NOMEDUO
           END-IF
           MOVE CFEX-CODIGO-CLIENTE   TO CFCN-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFCNAT')
                INTO    (CFCNAT)
                RIDFLD  (CFCN-CODIGO-CLIENTE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE CFCN-NOMBRE-CLIENTE  TO NOMCLIO
           ELSE
              MOVE 'NO EXISTE EN CFCNAT' TO NOMCLIO
           END-IF
           MOVE CFEX-CODIGO-EDUCATIVO  TO CODEDUO
           MOVE CFEX-CODIGO-CLIENTE    TO CLIENTEO
           MOVE CFEX-FECHA-NACIMIENTO  TO FNACIMO
           MOVE CFEX-PORCENTAJE-NOMBRE TO PCTNOMO
           MOVE CFEX-CONFIANZA         TO CONFIAO
           MOVE CFEX-ESTADO            TO ESTADOO
           MOVE CFEX-FECHA-PROPUESTA   TO FPROPUO
           IF CFEX-PROPUESTO
              MOVE SPACES                TO FDECISO USUDECO
           ELSE
              MOVE CFEX-FECHA-DECISION   TO FDECISO
              MOVE CFEX-USUARIO-DECISION TO USUDECO
           END-IF.
       600-MUESTRA-CRUCE-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('CFEDCRM')
                         MAPSET('CFEDCRM')
                         FROM (CFEDCRMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('CFEDCRM')
                         MAPSET('CFEDCRM')
                         FROM (CFEDCRMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('CFEDCRM')
                         MAPSET('CFEDCRM')
                         FROM (CFEDCRMO)
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
                     RETURN TRANSID('CFEX')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
