      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - INFORMACION DE CLIENTES                    *
      * PROGRAMA    : CF5D1GR3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : MANTENIMIENTO EN LINEA DE GRUPOS ECONOMICOS.     *
      *             : UN GRUPO (CFGRUPO) REUNE CLIENTES DE CFCNAT Y    *
      *             : CFCJUR (CFGRMIE) BAJO UN CLIENTE CABEZA, PARA    *
      *             : CONTROLAR SU EXPOSICION EN CONJUNTO (CFGRPEXP).  *
      *             : EL CLIENTE SE BUSCA PRIMERO EN CFCNAT Y LUEGO EN *
      *             : CFCJUR; UN CLIENTE SOLO PUEDE ESTAR ACTIVO EN UN *
      *             : GRUPO (SE VERIFICA POR EL PATH CFGRMIEP). LA     *
      *             : CABEZA ES SIEMPRE MIEMBRO ACTIVO Y NO SE PUEDE   *
      *             : RETIRAR SIN DESIGNAR OTRA. EL LIMITE PROPIO      *
      *             : ES OPCIONAL (13 DIGITOS CON 2 DECIMALES); EN     *
      *             : CEROS SE APLICA EL DE POLITICA (TLTGEN TLT 014). *
      * ARCHIVOS    : CFGRUPO, CFGRMIE, CFCNAT, CFCJUR (VSAM KSDS)     *
      * ACCION (ES) : G=ALTA DE GRUPO   M=MODIFICA GRUPO               *
      *             : A=AGREGA MIEMBRO  R=RETIRA MIEMBRO  I=CONSULTA   *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CF5D1GR3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "CF5D1GR3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 WKS-FIN-BROWSE          PIC 9(01)  VALUE ZEROS.
             88 FIN-BROWSE                      VALUE 1.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *------->  CLIENTE RESUELTO EN CFCNAT O CFCJUR
       01 WKS-CLIENTE-RESUELTO.
          02 WKS-CLIENTE-BUSCADO     PIC X(08)  VALUE SPACES.
          02 WKS-TIPO-RESUELTO       PIC X(01)  VALUE SPACES.
          02 WKS-NOMBRE-RESUELTO     PIC X(40)  VALUE SPACES.
          02 WKS-GRUPO-DEL-CLIENTE   PIC X(06)  VALUE SPACES.
      *------->  LIMITE PROPIO CAPTURADO
       01 WKS-LIMITE.
          02 WKS-LIMITE-X            PIC X(13)  VALUE SPACES.
          02 WKS-LIMITE-N REDEFINES WKS-LIMITE-X
                                     PIC 9(11)V99.
          02 WKS-CANT-MIEMBROS       PIC 9(03)  VALUE ZEROS.
          02 WKS-GRUPO-BROWSE        PIC X(06)  VALUE SPACES.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMO-GRUPO        PIC X(06)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY CFGRUPM.
       COPY CFGRUPO.
       COPY CFGRMIE.
       COPY CFCNAT.
       COPY CFCJUR.
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

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('CFGRUPM')
                MAPSET  ('CFGRUPM')
                INTO    (CFGRUPMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA CFGRUPM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO
              PERFORM HORA-FECHA-SISTEMA
              EVALUATE ACCIONI
              WHEN 'G' WHEN 'g'
                   PERFORM 200-ALTA-GRUPO
              WHEN 'M' WHEN 'm'
                   PERFORM 300-MODIFICA-GRUPO
              WHEN 'A' WHEN 'a'
                   PERFORM 400-AGREGA-MIEMBRO
              WHEN 'R' WHEN 'r'
                   PERFORM 450-RETIRA-MIEMBRO
              WHEN 'I' WHEN 'i'
                   PERFORM 500-CONSULTA-GRUPO
              WHEN OTHER
                   MOVE 'ACCION INVALIDA, USE G/M/A/R/I' TO MENSAJEO
              END-EVALUATE
              IF GRUPOI NOT = SPACES AND GRUPOI NOT = LOW-VALUES
                 MOVE GRUPOI TO WKS-ULTIMO-GRUPO
              END-IF
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  EL CLIENTE SE BUSCA EN CFCNAT (PERSONA NATURAL) Y, SI NO      *
      *  ESTA, EN CFCJUR (JURIDICA). LOS RETIRADOS POR FUSION NO SE    *
      *  ACEPTAN: SE DEBE USAR EL CODIGO SOBREVIVIENTE                 *
      ******************************************************************
       150-RESUELVE-CLIENTE SECTION.
           MOVE SPACES TO WKS-TIPO-RESUELTO WKS-NOMBRE-RESUELTO
           MOVE WKS-CLIENTE-BUSCADO TO CFCN-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFCNAT')
                INTO    (CFCNAT)
                RIDFLD  (CFCN-CODIGO-CLIENTE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              IF CFCN-RETIRADO-POR-FUSION
                 MOVE 'EL CLIENTE FUE RETIRADO POR FUSION, USE EL ' &
                      'CODIGO VIGENTE' TO MENSAJEO
              ELSE
                 MOVE 'N'                 TO WKS-TIPO-RESUELTO
                 MOVE CFCN-NOMBRE-CLIENTE TO WKS-NOMBRE-RESUELTO
              END-IF
              GO TO 150-RESUELVE-CLIENTE-E
           END-IF
           MOVE WKS-CLIENTE-BUSCADO TO CFCJ-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFCJUR')
                INTO    (CFCJUR)
                RIDFLD  (CFCJ-CODIGO-CLIENTE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'J'               TO WKS-TIPO-RESUELTO
              MOVE CFCJ-RAZON-SOCIAL TO WKS-NOMBRE-RESUELTO
           ELSE
              MOVE 'EL CLIENTE NO EXISTE EN CFCNAT NI EN CFCJUR'
                                        TO MENSAJEO
           END-IF.
       150-RESUELVE-CLIENTE-E. EXIT.

      ******************************************************************
      *  BUSCA POR EL PATH CFGRMIEP SI EL CLIENTE YA ES MIEMBRO ACTIVO *
      *  DE ALGUN GRUPO; LO DEJA EN WKS-GRUPO-DEL-CLIENTE              *
      ******************************************************************
       170-BUSCA-GRUPO-DEL-CLIENTE SECTION.
           MOVE SPACES TO WKS-GRUPO-DEL-CLIENTE
           MOVE ZEROS  TO WKS-FIN-BROWSE
           MOVE WKS-CLIENTE-BUSCADO TO CFGM-CODIGO-CLIENTE
           EXEC CICS STARTBR
                DATASET ('CFGRMIEP')
                RIDFLD  (CFGM-CODIGO-CLIENTE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 170-BUSCA-GRUPO-DEL-CLIENTE-E
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('CFGRMIEP')
                   INTO    (REG-CFGRMIE)
                   RIDFLD  (CFGM-CODIGO-CLIENTE)
                   NOHANDLE
              END-EXEC
              IF (EIBRESP = DFHRESP(NORMAL) OR
                  EIBRESP = DFHRESP(DUPKEY)) AND
                 CFGM-CODIGO-CLIENTE = WKS-CLIENTE-BUSCADO
                 IF CFGM-ACTIVO
                    MOVE CFGM-CODIGO-GRUPO TO WKS-GRUPO-DEL-CLIENTE
                    MOVE 1 TO WKS-FIN-BROWSE
                 END-IF
              ELSE
                 MOVE 1 TO WKS-FIN-BROWSE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFGRMIEP') NOHANDLE END-EXEC.
       170-BUSCA-GRUPO-DEL-CLIENTE-E. EXIT.

      *----> MIEMBROS ACTIVOS DEL GRUPO (BROWSE POR PREFIJO DE LLAVE)
       180-CUENTA-MIEMBROS SECTION.
           MOVE ZEROS      TO WKS-CANT-MIEMBROS WKS-FIN-BROWSE
           MOVE CFGR-CODIGO-GRUPO TO WKS-GRUPO-BROWSE
           MOVE LOW-VALUES TO CFGM-LLAVE
           MOVE WKS-GRUPO-BROWSE  TO CFGM-CODIGO-GRUPO
           EXEC CICS STARTBR
                DATASET ('CFGRMIE')
                RIDFLD  (CFGM-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('CFGRMIE')
                   INTO    (REG-CFGRMIE)
                   RIDFLD  (CFGM-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 CFGM-CODIGO-GRUPO NOT = WKS-GRUPO-BROWSE
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF CFGM-ACTIVO
                    ADD 1 TO WKS-CANT-MIEMBROS
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFGRMIE') NOHANDLE END-EXEC
           MOVE WKS-CANT-MIEMBROS TO CANMIEO.
       180-CUENTA-MIEMBROS-E. EXIT.

      *----> LIMITE PROPIO: EN BLANCO = CEROS (APLICA EL DE POLITICA)
       190-VALIDA-LIMITE SECTION.
           MOVE ZEROS TO WKS-LIMITE-N
           IF LIMITEI NOT = SPACES AND LIMITEI NOT = LOW-VALUES
              MOVE LIMITEI TO WKS-LIMITE-X
              IF WKS-LIMITE-X NOT NUMERIC
                 MOVE 'LIMITE INVALIDO, 13 DIGITOS CON 2 DECIMALES ' &
                      'O BLANCO' TO MENSAJEO
              END-IF
           END-IF.
       190-VALIDA-LIMITE-E. EXIT.

      ******************************************************************
      *   A L T A   D E   G R U P O   (LA CABEZA QUEDA COMO MIEMBRO)   *
      ******************************************************************
       200-ALTA-GRUPO SECTION.
           EVALUATE TRUE
              WHEN GRUPOI = SPACES OR GRUPOI = LOW-VALUES
                   MOVE 'INGRESE EL CODIGO DEL GRUPO' TO MENSAJEO
              WHEN NOMGRPI = SPACES OR NOMGRPI = LOW-VALUES
                   MOVE 'INGRESE EL NOMBRE DEL GRUPO' TO MENSAJEO
              WHEN CABEZAI = SPACES OR CABEZAI = LOW-VALUES
                   MOVE 'INGRESE EL CLIENTE CABEZA DEL GRUPO'
                                        TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-GRUPO-E
           END-IF
           PERFORM 190-VALIDA-LIMITE
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-GRUPO-E
           END-IF
           MOVE CABEZAI TO WKS-CLIENTE-BUSCADO
           PERFORM 150-RESUELVE-CLIENTE
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-GRUPO-E
           END-IF
           MOVE WKS-NOMBRE-RESUELTO TO NOMCABO
           PERFORM 170-BUSCA-GRUPO-DEL-CLIENTE
           IF WKS-GRUPO-DEL-CLIENTE NOT = SPACES
              STRING 'LA CABEZA YA ES MIEMBRO ACTIVO DEL GRUPO '
                     DELIMITED BY SIZE
                     WKS-GRUPO-DEL-CLIENTE DELIMITED BY SIZE
                     INTO MENSAJEO
              END-STRING
              GO TO 200-ALTA-GRUPO-E
           END-IF
           INITIALIZE REG-CFGRUPO
           MOVE GRUPOI              TO CFGR-CODIGO-GRUPO
           MOVE NOMGRPI             TO CFGR-NOMBRE-GRUPO
           MOVE CABEZAI             TO CFGR-CLIENTE-CABEZA
           MOVE WKS-TIPO-RESUELTO   TO CFGR-TIPO-CABEZA
           MOVE WKS-LIMITE-N        TO CFGR-LIMITE-PROPIO-Q
           MOVE BTAU-USUARIO        TO CFGR-USUARIO-REGISTRO
                                       CFGR-USUARIO-ULT-CAMBIO
           MOVE FECHA-SYS           TO CFGR-FECHA-REGISTRO
                                       CFGR-FECHA-ULT-CAMBIO
           EXEC CICS WRITE
                DATASET ('CFGRUPO')
                FROM    (REG-CFGRUPO)
                RIDFLD  (CFGR-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 260-ACTIVA-MIEMBRO
                     IF MENSAJEO = SPACES
                        PERFORM 180-CUENTA-MIEMBROS
                        MOVE 'GRUPO CREADO CON LA CABEZA COMO MIEMBRO'
                                            TO MENSAJEO
                     END-IF
                WHEN DFHRESP(DUPREC)
                     MOVE 'EL CODIGO DE GRUPO YA EXISTE' TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO CFGRUPO ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN CFGRUPO'
                                            TO MENSAJEO
           END-EVALUATE.
       200-ALTA-GRUPO-E. EXIT.

      ******************************************************************
      *  DEJA ACTIVO AL CLIENTE WKS-CLIENTE-BUSCADO EN EL GRUPO        *
      *  CFGR-CODIGO-GRUPO: SI YA FUE MIEMBRO Y SE RETIRO, SE REACTIVA *
      ******************************************************************
       260-ACTIVA-MIEMBRO SECTION.
           INITIALIZE REG-CFGRMIE
           MOVE CFGR-CODIGO-GRUPO   TO CFGM-CODIGO-GRUPO
           MOVE WKS-CLIENTE-BUSCADO TO CFGM-CODIGO-CLIENTE
           MOVE WKS-TIPO-RESUELTO   TO CFGM-TIPO-PERSONA
           SET  CFGM-ACTIVO         TO TRUE
           MOVE FECHA-SYS           TO CFGM-FECHA-ALTA
           MOVE ZEROS               TO CFGM-FECHA-RETIRO
           MOVE BTAU-USUARIO        TO CFGM-USUARIO-REGISTRO
           EXEC CICS WRITE
                DATASET ('CFGRMIE')
                FROM    (REG-CFGRMIE)
                RIDFLD  (CFGM-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(DUPREC)
                     EXEC CICS READ
                          DATASET ('CFGRMIE')
                          INTO    (REG-CFGRMIE)
                          RIDFLD  (CFGM-LLAVE)
                          UPDATE
                          NOHANDLE
                     END-EXEC
                     IF EIBRESP = DFHRESP(NORMAL)
                        SET  CFGM-ACTIVO       TO TRUE
                        MOVE WKS-TIPO-RESUELTO TO CFGM-TIPO-PERSONA
                        MOVE FECHA-SYS         TO CFGM-FECHA-ALTA
                        MOVE ZEROS             TO CFGM-FECHA-RETIRO
                        MOVE BTAU-USUARIO      TO CFGM-USUARIO-REGISTRO
                        EXEC CICS REWRITE
                             DATASET ('CFGRMIE')
                             FROM    (REG-CFGRMIE)
                             NOHANDLE
                        END-EXEC
                     END-IF
                     IF EIBRESP NOT = DFHRESP(NORMAL)
                        MOVE 'ERROR INESPERADO AL REACTIVAR EN CFGRMIE'
                                            TO MENSAJEO
                     END-IF
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN CFGRMIE'
                                            TO MENSAJEO
           END-EVALUATE.
       260-ACTIVA-MIEMBRO-E. EXIT.

      ******************************************************************
      *  MODIFICA NOMBRE, LIMITE PROPIO O CABEZA (LA NUEVA CABEZA DEBE *
      *  SER YA MIEMBRO ACTIVO DEL MISMO GRUPO)                        *
      ******************************************************************
       300-MODIFICA-GRUPO SECTION.
           IF GRUPOI = SPACES OR GRUPOI = LOW-VALUES
              MOVE 'INGRESE EL CODIGO DEL GRUPO' TO MENSAJEO
              GO TO 300-MODIFICA-GRUPO-E
           END-IF
           PERFORM 190-VALIDA-LIMITE
           IF MENSAJEO NOT = SPACES
              GO TO 300-MODIFICA-GRUPO-E
           END-IF
           IF CABEZAI NOT = SPACES AND CABEZAI NOT = LOW-VALUES
              MOVE CABEZAI TO WKS-CLIENTE-BUSCADO
              PERFORM 150-RESUELVE-CLIENTE
              IF MENSAJEO NOT = SPACES
                 GO TO 300-MODIFICA-GRUPO-E
              END-IF
              PERFORM 170-BUSCA-GRUPO-DEL-CLIENTE
              IF WKS-GRUPO-DEL-CLIENTE NOT = GRUPOI
                 MOVE 'LA NUEVA CABEZA DEBE SER MIEMBRO ACTIVO DEL ' &
                      'GRUPO' TO MENSAJEO
                 GO TO 300-MODIFICA-GRUPO-E
              END-IF
              MOVE WKS-NOMBRE-RESUELTO TO NOMCABO
           END-IF
           MOVE GRUPOI TO CFGR-CODIGO-GRUPO
           EXEC CICS READ
                DATASET ('CFGRUPO')
                INTO    (REG-CFGRUPO)
                RIDFLD  (CFGR-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF NOMGRPI NOT = SPACES AND
                        NOMGRPI NOT = LOW-VALUES
                        MOVE NOMGRPI TO CFGR-NOMBRE-GRUPO
                     END-IF
                     IF CABEZAI NOT = SPACES AND
                        CABEZAI NOT = LOW-VALUES
                        MOVE CABEZAI           TO CFGR-CLIENTE-CABEZA
                        MOVE WKS-TIPO-RESUELTO TO CFGR-TIPO-CABEZA
                     END-IF
                     IF LIMITEI NOT = SPACES AND
                        LIMITEI NOT = LOW-VALUES
                        MOVE WKS-LIMITE-N TO CFGR-LIMITE-PROPIO-Q
                     END-IF
                     MOVE BTAU-USUARIO TO CFGR-USUARIO-ULT-CAMBIO
                     MOVE FECHA-SYS TO CFGR-FECHA-ULT-CAMBIO
                     EXEC CICS REWRITE
                          DATASET ('CFGRUPO')
                          FROM    (REG-CFGRUPO)
                          NOHANDLE
                     END-EXEC
                     IF EIBRESP = DFHRESP(NORMAL)
                        MOVE CFGR-NOMBRE-GRUPO    TO NOMGRPO
                        MOVE CFGR-LIMITE-PROPIO-Q TO WKS-LIMITE-N
                        MOVE WKS-LIMITE-X         TO LIMITEO
                        MOVE 'GRUPO ACTUALIZADO'  TO MENSAJEO
                     ELSE
                        MOVE 'ERROR INESPERADO AL ACTUALIZAR CFGRUPO'
                                            TO MENSAJEO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL GRUPO NO EXISTE' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFGRUPO'
                                            TO MENSAJEO
           END-EVALUATE.
       300-MODIFICA-GRUPO-E. EXIT.

      *----> VERIFICA QUE EL GRUPO DE PANTALLA EXISTA (QUEDA EN CFGRUPO)
       350-LEE-GRUPO SECTION.
           IF GRUPOI = SPACES OR GRUPOI = LOW-VALUES
              MOVE 'INGRESE EL CODIGO DEL GRUPO' TO MENSAJEO
              GO TO 350-LEE-GRUPO-E
           END-IF
           MOVE GRUPOI TO CFGR-CODIGO-GRUPO
           EXEC CICS READ
                DATASET ('CFGRUPO')
                INTO    (REG-CFGRUPO)
                RIDFLD  (CFGR-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE CFGR-NOMBRE-GRUPO    TO NOMGRPO
                     MOVE CFGR-CLIENTE-CABEZA  TO CABEZAO
                     MOVE CFGR-LIMITE-PROPIO-Q TO WKS-LIMITE-N
                     MOVE WKS-LIMITE-X         TO LIMITEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL GRUPO NO EXISTE' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFGRUPO'
                                            TO MENSAJEO
           END-EVALUATE.
       350-LEE-GRUPO-E. EXIT.

      ******************************************************************
      *   A G R E G A   U N   M I E M B R O   A L   G R U P O          *
      ******************************************************************
       400-AGREGA-MIEMBRO SECTION.
           PERFORM 350-LEE-GRUPO
           IF MENSAJEO NOT = SPACES
              GO TO 400-AGREGA-MIEMBRO-E
           END-IF
           IF CLIENTEI = SPACES OR CLIENTEI = LOW-VALUES
              MOVE 'INGRESE EL CLIENTE A AGREGAR' TO MENSAJEO
              GO TO 400-AGREGA-MIEMBRO-E
           END-IF
           MOVE CLIENTEI TO WKS-CLIENTE-BUSCADO
           PERFORM 150-RESUELVE-CLIENTE
           IF MENSAJEO NOT = SPACES
              GO TO 400-AGREGA-MIEMBRO-E
           END-IF
           MOVE WKS-NOMBRE-RESUELTO TO NOMCLIO
           MOVE WKS-TIPO-RESUELTO   TO TIPCLIO
           PERFORM 170-BUSCA-GRUPO-DEL-CLIENTE
           IF WKS-GRUPO-DEL-CLIENTE NOT = SPACES
              STRING 'EL CLIENTE YA ES MIEMBRO ACTIVO DEL GRUPO '
                     DELIMITED BY SIZE
                     WKS-GRUPO-DEL-CLIENTE DELIMITED BY SIZE
                     INTO MENSAJEO
              END-STRING
              GO TO 400-AGREGA-MIEMBRO-E
           END-IF
           PERFORM 260-ACTIVA-MIEMBRO
           IF MENSAJEO = SPACES
              MOVE 'A' TO ESTMIEO
              PERFORM 180-CUENTA-MIEMBROS
              MOVE 'MIEMBRO AGREGADO AL GRUPO' TO MENSAJEO
           END-IF.
       400-AGREGA-MIEMBRO-E. EXIT.

      ******************************************************************
      *   R E T I R A   U N   M I E M B R O   (NO LA CABEZA)           *
      ******************************************************************
       450-RETIRA-MIEMBRO SECTION.
           PERFORM 350-LEE-GRUPO
           IF MENSAJEO NOT = SPACES
              GO TO 450-RETIRA-MIEMBRO-E
           END-IF
           IF CLIENTEI = SPACES OR CLIENTEI = LOW-VALUES
              MOVE 'INGRESE EL CLIENTE A RETIRAR' TO MENSAJEO
              GO TO 450-RETIRA-MIEMBRO-E
           END-IF
           IF CLIENTEI = CFGR-CLIENTE-CABEZA
              MOVE 'NO SE PUEDE RETIRAR LA CABEZA, DESIGNE OTRA ' &
                   'CON M' TO MENSAJEO
              GO TO 450-RETIRA-MIEMBRO-E
           END-IF
           MOVE GRUPOI   TO CFGM-CODIGO-GRUPO
           MOVE CLIENTEI TO CFGM-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFGRMIE')
                INTO    (REG-CFGRMIE)
                RIDFLD  (CFGM-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF CFGM-RETIRADO
                        MOVE 'EL CLIENTE YA ESTA RETIRADO DEL GRUPO'
                                            TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('CFGRMIE') NOHANDLE
                        END-EXEC
                     ELSE
                        SET  CFGM-RETIRADO TO TRUE
                        MOVE FECHA-SYS     TO CFGM-FECHA-RETIRO
                        MOVE BTAU-USUARIO  TO CFGM-USUARIO-REGISTRO
                        EXEC CICS REWRITE
                             DATASET ('CFGRMIE')
                             FROM    (REG-CFGRMIE)
                             NOHANDLE
                        END-EXEC
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'R' TO ESTMIEO
                           PERFORM 180-CUENTA-MIEMBROS
                           MOVE 'MIEMBRO RETIRADO DEL GRUPO'
                                            TO MENSAJEO
                        ELSE
                           MOVE 'ERROR INESPERADO AL ACTUALIZAR CFGRMIE'
                                            TO MENSAJEO
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL CLIENTE NO ES MIEMBRO DEL GRUPO'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFGRMIE'
                                            TO MENSAJEO
           END-EVALUATE.
       450-RETIRA-MIEMBRO-E. EXIT.

      ******************************************************************
      *  CONSULTA: POR GRUPO, O POR CLIENTE (SI EL GRUPO VA EN BLANCO  *
      *  SE BUSCA EL GRUPO ACTIVO DEL CLIENTE)                         *
      ******************************************************************
       500-CONSULTA-GRUPO SECTION.
           IF (GRUPOI = SPACES OR GRUPOI = LOW-VALUES) AND
              CLIENTEI NOT = SPACES AND CLIENTEI NOT = LOW-VALUES
              MOVE CLIENTEI TO WKS-CLIENTE-BUSCADO
              PERFORM 170-BUSCA-GRUPO-DEL-CLIENTE
              IF WKS-GRUPO-DEL-CLIENTE = SPACES
                 MOVE 'EL CLIENTE NO PERTENECE A NINGUN GRUPO'
                                        TO MENSAJEO
                 GO TO 500-CONSULTA-GRUPO-E
              END-IF
              MOVE WKS-GRUPO-DEL-CLIENTE TO GRUPOI GRUPOO
           END-IF
           PERFORM 350-LEE-GRUPO
           IF MENSAJEO NOT = SPACES
              GO TO 500-CONSULTA-GRUPO-E
           END-IF
           MOVE CFGR-CLIENTE-CABEZA TO WKS-CLIENTE-BUSCADO
           PERFORM 150-RESUELVE-CLIENTE
           MOVE SPACES              TO MENSAJEO
           MOVE WKS-NOMBRE-RESUELTO TO NOMCABO
           IF CLIENTEI NOT = SPACES AND CLIENTEI NOT = LOW-VALUES
              MOVE CLIENTEI TO WKS-CLIENTE-BUSCADO
              PERFORM 150-RESUELVE-CLIENTE
              MOVE SPACES              TO MENSAJEO
              MOVE WKS-NOMBRE-RESUELTO TO NOMCLIO
              MOVE WKS-TIPO-RESUELTO   TO TIPCLIO
              MOVE GRUPOI              TO CFGM-CODIGO-GRUPO
              MOVE CLIENTEI            TO CFGM-CODIGO-CLIENTE
              EXEC CICS READ
                   DATASET ('CFGRMIE')
                   INTO    (REG-CFGRMIE)
                   RIDFLD  (CFGM-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE CFGM-ESTADO TO ESTMIEO
              ELSE
                 MOVE SPACES      TO ESTMIEO
              END-IF
           END-IF
           PERFORM 180-CUENTA-MIEMBROS
           MOVE 'CONSULTA REALIZADA' TO MENSAJEO.
       500-CONSULTA-GRUPO-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('CFGRUPM')
                         MAPSET('CFGRUPM')
                         FROM (CFGRUPMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('CFGRUPM')
                         MAPSET('CFGRUPM')
                         FROM (CFGRUPMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('CFGRUPM')
                         MAPSET('CFGRUPM')
                         FROM (CFGRUPMO)
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
                     RETURN TRANSID('CFGR')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
