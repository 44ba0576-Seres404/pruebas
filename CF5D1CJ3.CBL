      *             : SE RECHAZA SI YA EXISTE EN OTRO CLIENTE (PATH    *
      *             : CFCJURP POR NIT). CADA ALTA O CAMBIO DEJA        *
      *             : BITACORA EN CFCJJRN COMO TLPRJRN LO HACE PARA    *
      *             : LOS PARAMETROS. ANTES DE UN ALTA LA RAZON SOCIAL *
      *             : Y EL NIT SE TAMIZAN CONTRA LAS LISTAS DE         *
      *             : SANCIONES Y PEP (CFLSTSA); UNA COINCIDENCIA      *
      *             : NUEVA SE ENCOLA PENDIENTE EN CFALSCR PARA        *
      *             : CUMPLIMIENTO Y EL ALTA SE RECHAZA MIENTRAS NO SE *
      *             : DESCARTE. TODO CAMBIO DE RAZON SOCIAL, NOMBRE    *
      *             : COMERCIAL O NIT SE PUBLICA COMO EVENTO EN        *
      *             : CFCAMEV PARA LOS SISTEMAS QUE SE ALIMENTAN DEL   *
      *             : CIF; SI EL EVENTO NO SE GRABA EL CAMBIO SE       *
      *             : REVIERTE.                                        *
      * ARCHIVOS    : CFCJUR, CFCJJRN              (VSAM KSDS)         *
      *             : CFLSTSA, CFALSCR             (VSAM KSDS)         *
      *             : CFCAMEV                      (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  I=CONSULTA                     *
      * PROGRAMA(S) : CFNITVAL (VALIDACION DEL NIT)                    *
      *             : CFSCRCMP (COMPARACION CONTRA LISTAS)             *
      *             : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-RAZON-ANTES         PIC X(40)  VALUE SPACES.
          02 WKS-COMERCIAL-ANTES     PIC X(40)  VALUE SPACES.
          02 WKS-NIT-ANTES           PIC X(09)  VALUE SPACES.
          02 WKS-SECUENCIA-EVENTO    PIC 9(05)  VALUE ZEROS.
          02 WKS-ERROR-EVENTO        PIC 9(01)  VALUE ZEROS.
             88 ERROR-EVENTO                    VALUE 1.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
       01 WKS-NIT-RESULTADO          PIC X(01)  VALUE SPACES.
          88 NIT-VALIDO                         VALUE 'V'.
          88 NIT-INVALIDO                       VALUE 'I'.
      *------->  TAMIZAJE CONTRA LISTAS DE SANCIONES Y PEP
       01 WKS-TAMIZAJE.
          02 WKS-PALABRAS-RAZON.
             03 WKS-CANT-PALABRAS    PIC 9(02)  VALUE ZEROS.
             03 WKS-PALABRA-RAZON    PIC X(20)  OCCURS 8 TIMES.
          02 WKS-NIT-NORMAL          PIC X(20)  VALUE SPACES.
          02 WKS-PALABRA-BUSCADA     PIC X(20)  VALUE SPACES.
          02 WKS-I                   PIC 9(02)  VALUE ZEROS.
          02 WKS-FIN-BROWSE          PIC 9(01)  VALUE ZEROS.
             88 FIN-BROWSE                      VALUE 1.
          02 WKS-TIPO-COINCIDENCIA   PIC X(01)  VALUE SPACES.
          02 WKS-PORCENTAJE          PIC 9(03)  VALUE ZEROS.
       COPY CFSC.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       COPY CFCJURM.
       COPY CFCJUR.
       COPY CFCJJRN.
       COPY CFLSTSA.
       COPY CFALSCR.
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

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('CFCJURM')
           END-IF.
       160-VALIDA-NIT-UNICO-E. EXIT.

      ******************************************************************
      *  TAMIZAJE CONTRA LISTAS DE SANCIONES Y PEP: SE BUSCA EL NIT Y  *
      *  CADA PALABRA DE LA RAZON SOCIAL EN CFLSTSA Y SE COMPARA CON   *
      *  CFSCRCMP. UNA COINCIDENCIA DESCARTADA POR CUMPLIMIENTO NO     *
      *  DETIENE EL ALTA; UNA PENDIENTE O CONFIRMADA SI, Y UNA NUEVA   *
      *  SE ENCOLA PENDIENTE EN CFALSCR                                *
      ******************************************************************
       170-VALIDA-LISTAS SECTION.
           INITIALIZE CFSC
           SET  CFSC-SEPARA         TO TRUE
           MOVE RAZONI              TO CFSC-NOMBRE-CLIENTE
           CALL 'CFSCRCMP' USING CFSC
           MOVE CFSC-CANT-PALABRAS  TO WKS-CANT-PALABRAS
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 8
              MOVE CFSC-PALABRA (WKS-I) TO WKS-PALABRA-RAZON (WKS-I)
           END-PERFORM
           SET  CFSC-NORMALIZA-DOCUMENTO TO TRUE
           MOVE NITI                TO CFSC-DOCUMENTO
           CALL 'CFSCRCMP' USING CFSC
           MOVE CFSC-DOCUMENTO      TO WKS-NIT-NORMAL
           MOVE SPACES              TO WKS-PALABRA-BUSCADA
           MOVE '#'                 TO WKS-PALABRA-BUSCADA (1:1)
           MOVE WKS-NIT-NORMAL (1:19) TO WKS-PALABRA-BUSCADA (2:19)
           PERFORM 175-BUSCA-EN-LISTA
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-CANT-PALABRAS
                      OR MENSAJEO NOT = SPACES
              MOVE WKS-PALABRA-RAZON (WKS-I) TO WKS-PALABRA-BUSCADA
              PERFORM 175-BUSCA-EN-LISTA
           END-PERFORM.
       170-VALIDA-LISTAS-E. EXIT.

       175-BUSCA-EN-LISTA SECTION.
           MOVE ZEROS               TO WKS-FIN-BROWSE
           MOVE LOW-VALUES          TO CFLS-LLAVE
           MOVE WKS-PALABRA-BUSCADA TO CFLS-PALABRA
           EXEC CICS STARTBR
                DATASET ('CFLSTSA')
                RIDFLD  (CFLS-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 175-BUSCA-EN-LISTA-E
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('CFLSTSA')
                   INTO    (REG-CFLSTSA)
                   RIDFLD  (CFLS-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 CFLS-PALABRA NOT = WKS-PALABRA-BUSCADA
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 PERFORM 180-EVALUA-ENTRADA
                 IF MENSAJEO NOT = SPACES
                    MOVE 1 TO WKS-FIN-BROWSE
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFLSTSA') NOHANDLE END-EXEC.
       175-BUSCA-EN-LISTA-E. EXIT.

      *----> EL NIT IGUAL ES COINCIDENCIA; POR NOMBRE SOLO SE COMPARA
      *----> CONTRA ENTRADAS DE PERSONA JURIDICA
       180-EVALUA-ENTRADA SECTION.
           IF WKS-PALABRA-BUSCADA (1:1) = '#'
              IF CFLS-DOCUMENTO NOT = WKS-NIT-NORMAL
                 GO TO 180-EVALUA-ENTRADA-E
              END-IF
              MOVE 'D'  TO WKS-TIPO-COINCIDENCIA
              MOVE 100  TO WKS-PORCENTAJE
           ELSE
              IF NOT CFLS-PERSONA-JURIDICA
                 GO TO 180-EVALUA-ENTRADA-E
              END-IF
              SET  CFSC-COMPARA    TO TRUE
              MOVE ZEROS           TO CFSC-UMBRAL
              MOVE RAZONI          TO CFSC-NOMBRE-CLIENTE
              MOVE CFLS-NOMBRE     TO CFSC-NOMBRE-LISTA
              CALL 'CFSCRCMP' USING CFSC
              IF CFSC-NO-COINCIDE
                 GO TO 180-EVALUA-ENTRADA-E
              END-IF
              MOVE 'N'             TO WKS-TIPO-COINCIDENCIA
              MOVE CFSC-PORCENTAJE TO WKS-PORCENTAJE
           END-IF
           PERFORM 185-VERIFICA-COLA.
       180-EVALUA-ENTRADA-E. EXIT.

       185-VERIFICA-COLA SECTION.
           MOVE CLIENTEI      TO CFAS-CODIGO-CLIENTE
           MOVE CFLS-LISTA    TO CFAS-LISTA
           MOVE CFLS-ID-LISTA TO CFAS-ID-LISTA
           EXEC CICS READ
                DATASET ('CFALSCR')
                INTO    (REG-CFALSCR)
                RIDFLD  (CFAS-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
              WHEN DFHRESP(NORMAL)
                   EVALUATE TRUE
                      WHEN CFAS-CONFIRMADA
                           STRING 'CLIENTE CONFIRMADO EN LISTA '
                                  CFLS-LISTA ', ALTA NO PERMITIDA'
                                  DELIMITED BY SIZE INTO MENSAJEO
                           END-STRING
                      WHEN CFAS-PENDIENTE
                           STRING 'COINCIDENCIA EN LISTA ' CFLS-LISTA
                                  ' PENDIENTE EN CUMPLIMIENTO'
                                  DELIMITED BY SIZE INTO MENSAJEO
                           END-STRING
                   END-EVALUATE
              WHEN DFHRESP(NOTFND)
                   PERFORM 190-ENCOLA-ALERTA
              WHEN OTHER
                   MOVE 'ERROR INESPERADO AL LEER CFALSCR'
                                          TO MENSAJEO
           END-EVALUATE.
       185-VERIFICA-COLA-E. EXIT.

       190-ENCOLA-ALERTA SECTION.
           PERFORM HORA-FECHA-SISTEMA
           INITIALIZE REG-CFALSCR
           MOVE CLIENTEI              TO CFAS-CODIGO-CLIENTE
           MOVE CFLS-LISTA            TO CFAS-LISTA
           MOVE CFLS-ID-LISTA         TO CFAS-ID-LISTA
           SET  CFAS-PERSONA-JURIDICA TO TRUE
           MOVE RAZONI                TO CFAS-NOMBRE-CLIENTE
           MOVE WKS-NIT-NORMAL        TO CFAS-DOCUMENTO-CLIENTE
           MOVE CFLS-NOMBRE           TO CFAS-NOMBRE-LISTA
           MOVE CFLS-DOCUMENTO        TO CFAS-DOCUMENTO-LISTA
           MOVE WKS-TIPO-COINCIDENCIA TO CFAS-TIPO-COINCIDENCIA
           MOVE WKS-PORCENTAJE        TO CFAS-PORCENTAJE
           SET  CFAS-ORIGEN-CF5D1CJ3  TO TRUE
           MOVE FECHA-SYS             TO CFAS-FECHA-DETECCION
           SET  CFAS-PENDIENTE        TO TRUE
           EXEC CICS WRITE
                DATASET ('CFALSCR')
                FROM    (REG-CFALSCR)
                RIDFLD  (CFAS-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              STRING 'POSIBLE COINCIDENCIA EN LISTA ' CFLS-LISTA
                     ', REMITIDO A CUMPLIMIENTO'
                     DELIMITED BY SIZE INTO MENSAJEO
              END-STRING
           ELSE
              MOVE 'ERROR INESPERADO AL GRABAR EN CFALSCR'
                                          TO MENSAJEO
           END-IF.
       190-ENCOLA-ALERTA-E. EXIT.

      ******************************************************************
      *   A L T A   D E   U N   C L I E N T E   J U R I D I C O        *
      ******************************************************************
           IF MENSAJEO = SPACES
              PERFORM 160-VALIDA-NIT-UNICO
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 170-VALIDA-LISTAS
           END-IF
           IF MENSAJEO = SPACES
              INITIALIZE CFCJUR
              MOVE CLIENTEI    TO CFCJ-CODIGO-CLIENTE
              EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                        MOVE SPACES TO WKS-RAZON-ANTES
                                       WKS-COMERCIAL-ANTES
                                       WKS-NIT-ANTES
                        PERFORM 250-GRABA-BITACORA
                        PERFORM 260-EVENTOS-CAMBIO
                        IF ERROR-EVENTO
                           EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                           END-EXEC
                           MOVE 'ERROR AL GRABAR EN CFCAMEV, EL ALTA ' &
                                'NO SE APLICO' TO MENSAJEO
                        ELSE
                           MOVE 'CLIENTE JURIDICO DADO DE ALTA'
                                               TO MENSAJEO
                        END-IF
                   WHEN DFHRESP(DUPREC)
                        MOVE 'EL CODIGO DE CLIENTE YA EXISTE'
                                               TO MENSAJEO
           ELSE
              SET CFCG-ACC-CAMBIO TO TRUE
           END-IF
           MOVE BTAU-USUARIO    TO CFCG-USUARIO
           MOVE WKS-RAZON-ANTES TO CFCG-RAZON-ANTES
           MOVE RAZONI          TO CFCG-RAZON-DESPUES
           EXEC CICS WRITE
           END-EXEC.
       250-GRABA-BITACORA-E. EXIT.

      ******************************************************************
      *  EVENTOS DE CAMBIO PARA LOS SUSCRIPTORES DEL CIF (CFCAMEV):    *
      *  UNO DE NOMBRE SI CAMBIO LA RAZON SOCIAL O EL NOMBRE COMERCIAL *
      *  Y UNO DE DOCUMENTO SI CAMBIO EL NIT. EN UN ALTA LOS VALORES   *
      *  ANTERIORES VAN EN BLANCO                                      *
      ******************************************************************
       260-EVENTOS-CAMBIO SECTION.
           MOVE ZEROS TO WKS-ERROR-EVENTO
           IF WKS-RAZON-ANTES NOT = RAZONI OR
              WKS-COMERCIAL-ANTES NOT = NOMCOMI
              INITIALIZE REG-CFCAMEV
              SET  CFCE-GRUPO-NOMBRE    TO TRUE
              MOVE WKS-RAZON-ANTES      TO CFCE-VALOR-ANTES (1:40)
              MOVE WKS-COMERCIAL-ANTES  TO CFCE-VALOR-ANTES (41:40)
              MOVE RAZONI               TO CFCE-VALOR-DESPUES (1:40)
              MOVE NOMCOMI              TO CFCE-VALOR-DESPUES (41:40)
              PERFORM 270-GRABA-EVENTO
           END-IF
           IF WKS-NIT-ANTES NOT = NITI (1:9) AND NOT ERROR-EVENTO
              INITIALIZE REG-CFCAMEV
              SET  CFCE-GRUPO-DOCUMENTO TO TRUE
              MOVE WKS-NIT-ANTES        TO CFCE-VALOR-ANTES (1:9)
              MOVE NITI (1:9)           TO CFCE-VALOR-DESPUES (1:9)
              PERFORM 270-GRABA-EVENTO
           END-IF.
       260-EVENTOS-CAMBIO-E. EXIT.

       270-GRABA-EVENTO SECTION.
           ADD  1                   TO WKS-SECUENCIA-EVENTO
           MOVE FECHA-SYS           TO CFCE-FECHA
           MOVE HORA-SYS            TO CFCE-HORA
           MOVE EIBTRMID            TO CFCE-ORIGEN
           MOVE WKS-SECUENCIA-EVENTO TO CFCE-SECUENCIA
           MOVE CLIENTEI            TO CFCE-CODIGO-CLIENTE
           SET  CFCE-JURIDICO       TO TRUE
           IF ACCIONI = 'A' OR ACCIONI = 'a'
              SET CFCE-ACC-ALTA     TO TRUE
           ELSE
              SET CFCE-ACC-CAMBIO   TO TRUE
           END-IF
           MOVE BTAU-USUARIO        TO CFCE-USUARIO
           MOVE WKS-NOMBRE-PROGRAMA TO CFCE-PROGRAMA
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
      *   C A M B I O   D E L   C L I E N T E                          *
      ******************************************************************
              EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                        MOVE CFCJ-RAZON-SOCIAL TO WKS-RAZON-ANTES
                        MOVE CFCJ-NOMBRE-COMERCIAL
                                               TO WKS-COMERCIAL-ANTES
                        MOVE CFCJ-NIT          TO WKS-NIT-ANTES
      *                 SI EL NIT CAMBIA, EL NUEVO TAMBIEN DEBE SER
      *                 UNICO EN EL PATH POR NIT
                        IF NITI (1:8) NOT = CFCJ-NIT-CORREL
                           END-EXEC
                           IF EIBRESP = DFHRESP(NORMAL)
                              PERFORM 250-GRABA-BITACORA
                              PERFORM 260-EVENTOS-CAMBIO
                              IF ERROR-EVENTO
                                 EXEC CICS SYNCPOINT ROLLBACK NOHANDLE
                                 END-EXEC
                                 MOVE 'ERROR AL GRABAR EN CFCAMEV, ' &
                                      'EL CAMBIO NO SE APLICO'
                                                  TO MENSAJEO
                              ELSE
                                 MOVE 'CLIENTE JURIDICO ACTUALIZADO'
                                                  TO MENSAJEO
                              END-IF
                           ELSE
                              MOVE 'ERROR INESPERADO AL ACTUALIZAR ' &
                                   'CFCJUR' TO MENSAJEO
