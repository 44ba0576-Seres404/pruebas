      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - INFORMACION DE CLIENTES                    *
      * PROGRAMA    : CF5D1RC3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : REGISTRO EN LINEA DE RECLAMOS DE CLIENTES SOBRE  *
      *             : CUENTAS MONETARIAS (MO), AHORRO EDUCATIVO (ED),  *
      *             : PAGOS SAT (ST) Y FONDOS MUTUALISTAS (FP), QUE    *
      *             : HASTA HOY SE ATENDIAN POR CORREO. EL CLIENTE     *
      *             : DEBE EXISTIR EN CFCNAT O CFCJUR Y LA CUENTA EN   *
      *             : EL MAESTRO DEL PRODUCTO (EN SAT, EL FORMULARIO   *
      *             : EN STFRJO). LA CATEGORIA SE VALIDA EN CFTGEN CFT *
      *             : 011, DE DONDE SALE EL PLAZO LEGAL DE RESPUESTA   *
      *             : (DESCRIPCION 31:3, SIN PLAZO = 30 DIAS) PARA LA  *
      *             : FECHA LIMITE. EL NUMERO DE RECLAMO ES LA LLAVE   *
      *             : (FECHA, HORA Y TERMINAL DE LA CAPTURA).          *
      * ARCHIVOS    : CFRECLA, CFCNAT, CFCJUR, CFTGEN, MOMAES, EDP1AH  *
      *             : FPMCTAN, STFRJO              (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  M=MODIFICA  R=RESUELVE  I=CONSULTA       *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CF5D1RC3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "CF5D1RC3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *------->  CLIENTE RESUELTO EN CFCNAT O CFCJUR
       01 WKS-CLIENTE-RESUELTO.
          02 WKS-CLIENTE-BUSCADO     PIC X(08)  VALUE SPACES.
          02 WKS-TIPO-RESUELTO       PIC X(01)  VALUE SPACES.
          02 WKS-NOMBRE-RESUELTO     PIC X(40)  VALUE SPACES.
      *------->  CAMPOS CAPTURADOS
       01 WKS-CAPTURA.
          02 WKS-NUMERO              PIC X(18)  VALUE SPACES.
          02 FILLER REDEFINES WKS-NUMERO.
             03 WKS-NUM-FECHA        PIC X(08).
             03 WKS-NUM-HORA         PIC X(06).
             03 WKS-NUM-TERMINAL     PIC X(04).
          02 WKS-PRODUCTO            PIC X(02)  VALUE SPACES.
             88 WKS-PRODUCTO-VALIDO   VALUE 'MO' 'ED' 'ST' 'FP'.
          02 WKS-CANAL               PIC X(01)  VALUE SPACES.
             88 WKS-CANAL-VALIDO      VALUE 'A' 'T' 'E' 'W' 'C'.
          02 WKS-RESULTADO           PIC X(01)  VALUE SPACES.
             88 WKS-RESULTADO-VALIDO  VALUE 'F' 'P' 'D'.
          02 WKS-CUENTA              PIC X(16)  VALUE SPACES.
          02 WKS-DESCRIPCION-CAT     PIC X(30)  VALUE SPACES.
          02 WKS-PLAZO               PIC 9(03)  VALUE ZEROS.
          02 WKS-FECHA-LIMITE        PIC 9(08)  VALUE ZEROS.
      *------->  VALIDACION DE FECHAS CAPTURADAS (AAAAMMDD)
       01 WKS-VALIDA-FECHA.
          02 WKS-FECHA-CAPTURA       PIC X(08)  VALUE SPACES.
          02 WKS-FECHA-CALC          PIC 9(08)  VALUE ZEROS.
          02 FILLER REDEFINES WKS-FECHA-CALC.
             03 WKS-CAL-AAAA         PIC 9(04).
             03 WKS-CAL-MM           PIC 9(02).
             03 WKS-CAL-DD           PIC 9(02).
          02 WKS-MAX-DIA             PIC 9(02)  VALUE ZEROS.
          02 WKS-COCIENTE            PIC 9(04)  VALUE ZEROS.
          02 WKS-RESTO-4             PIC 9(03)  VALUE ZEROS.
          02 WKS-RESTO-100           PIC 9(03)  VALUE ZEROS.
          02 WKS-RESTO-400           PIC 9(03)  VALUE ZEROS.
          02 WKS-FECHA-VALIDA        PIC X(01)  VALUE SPACES.
             88 FECHA-VALIDA                    VALUE 'S'.
       01 WKS-TABLA-MESES.
          02 FILLER                  PIC X(24)  VALUE
                '312831303130313130313031'.
       01 FILLER REDEFINES WKS-TABLA-MESES.
          02 WKS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMO-RECLAMO      PIC X(18)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY CFRECLM.
       COPY CFRECLA.
       COPY CFCNAT.
       COPY CFCJUR.
       COPY CFTGEN.
       COPY MOMAES.
       COPY EDMAAH.
       COPY FPMCTAN.
       COPY STFRJO.
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
                MAP     ('CFRECLM')
                MAPSET  ('CFRECLM')
                INTO    (CFRECLMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA CFRECLM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO
              PERFORM HORA-FECHA-SISTEMA
              EVALUATE ACCIONI
              WHEN 'A' WHEN 'a'
                   PERFORM 200-ALTA-RECLAMO
              WHEN 'M' WHEN 'm'
                   PERFORM 300-MODIFICA-RECLAMO
              WHEN 'R' WHEN 'r'
                   PERFORM 400-RESUELVE-RECLAMO
              WHEN 'I' WHEN 'i'
                   PERFORM 500-CONSULTA-RECLAMO
              WHEN OTHER
                   MOVE 'ACCION INVALIDA, USE A/M/R/I' TO MENSAJEO
              END-EVALUATE
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
      *  LA CUENTA SE BUSCA EN EL MAESTRO DEL PRODUCTO: MOMAES (16),   *
      *  EDP1AH (10 DIGITOS), FPMCTAN (16 DIGITOS) O, EN PAGOS SAT, EL *
      *  FORMULARIO EN STFRJO (11 DIGITOS)                             *
      ******************************************************************
       160-VALIDA-CUENTA SECTION.
           MOVE CUENTAI TO WKS-CUENTA
           EVALUATE WKS-PRODUCTO
           WHEN 'MO'
                MOVE WKS-CUENTA TO MOMA-LLAVE
                EXEC CICS READ
                     DATASET ('MOMAES')
                     INTO    (MOMAES)
                     RIDFLD  (MOMA-LLAVE)
                     NOHANDLE
                END-EXEC
                IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'LA CUENTA NO EXISTE EN MOMAES' TO MENSAJEO
                END-IF
           WHEN 'ED'
                IF WKS-CUENTA (1:10) NOT NUMERIC OR
                   WKS-CUENTA (11:6) NOT = SPACES
                   MOVE 'CUENTA DE AHORRO EDUCATIVO INVALIDA, 10 ' &
                        'DIGITOS' TO MENSAJEO
                   GO TO 160-VALIDA-CUENTA-E
                END-IF
                MOVE WKS-CUENTA (1:10) TO EDMA-NUMERO-CUENTA
                EXEC CICS READ
                     DATASET ('EDP1AH')
                     INTO    (REG-EDMAAH)
                     RIDFLD  (EDMA-NUMERO-CUENTA)
                     NOHANDLE
                END-EXEC
                IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'LA CUENTA NO EXISTE EN EDP1AH' TO MENSAJEO
                END-IF
           WHEN 'FP'
                IF WKS-CUENTA NOT NUMERIC
                   MOVE 'CUENTA DE FONDOS INVALIDA, 16 DIGITOS'
                                        TO MENSAJEO
                   GO TO 160-VALIDA-CUENTA-E
                END-IF
                MOVE WKS-CUENTA TO FPMC-LLAVE
                EXEC CICS READ
                     DATASET ('FPMCTAN')
                     INTO    (REG-FPMCTA)
                     RIDFLD  (FPMC-LLAVE)
                     NOHANDLE
                END-EXEC
                IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'LA CUENTA NO EXISTE EN FPMCTAN' TO MENSAJEO
                END-IF
           WHEN 'ST'
                IF WKS-CUENTA (1:11) NOT NUMERIC OR
                   WKS-CUENTA (12:5) NOT = SPACES
                   MOVE 'FORMULARIO SAT INVALIDO, 11 DIGITOS'
                                        TO MENSAJEO
                   GO TO 160-VALIDA-CUENTA-E
                END-IF
                MOVE WKS-CUENTA (1:11) TO STFR-NUMERO-FORMULARIO
                EXEC CICS READ
                     DATASET ('STFRJO')
                     INTO    (REG-STFRJO)
                     RIDFLD  (STFR-LLAVE)
                     NOHANDLE
                END-EXEC
                IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'EL FORMULARIO NO EXISTE EN STFRJO'
                                        TO MENSAJEO
                END-IF
           END-EVALUATE.
       160-VALIDA-CUENTA-E. EXIT.

      ******************************************************************
      *  CATEGORIA EN CFTGEN CFT 011: DESCRIPCION EN 1:30 Y PLAZO      *
      *  LEGAL DE RESPUESTA EN DIAS EN 31:3 (SIN PLAZO = 30 DIAS)      *
      ******************************************************************
       170-LEE-CATEGORIA SECTION.
           MOVE 'CFT'    TO CFTB-TABLA
           MOVE 011      TO CFTB-CODIGO-TABLA
           MOVE SPACES   TO CFTB-CORRELATIVO
           MOVE CATEGOI  TO CFTB-CORRELATIVO (1:2)
           EXEC CICS READ
                DATASET ('CFTGEN')
                INTO    (CFTGEN)
                RIDFLD  (CFTB-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'CATEGORIA NO EXISTE EN CFTGEN CFT 011' TO MENSAJEO
              GO TO 170-LEE-CATEGORIA-E
           END-IF
           MOVE CFTB-DESCRIPCION (1:30) TO WKS-DESCRIPCION-CAT
           MOVE 30 TO WKS-PLAZO
           IF CFTB-DESCRIPCION (31:3) NUMERIC AND
              CFTB-DESCRIPCION (31:3) NOT = '000'
              MOVE CFTB-DESCRIPCION (31:3) TO WKS-PLAZO
           END-IF.
       170-LEE-CATEGORIA-E. EXIT.

      *----> FECHA WKS-FECHA-CAPTURA VALIDA (AAAAMMDD) Y NO FUTURA
       180-VALIDA-FECHA SECTION.
           MOVE SPACES TO WKS-FECHA-VALIDA
           IF WKS-FECHA-CAPTURA NOT NUMERIC
              GO TO 180-VALIDA-FECHA-E
           END-IF
           MOVE WKS-FECHA-CAPTURA TO WKS-FECHA-CALC
           IF WKS-CAL-AAAA < 1900 OR WKS-CAL-MM < 1 OR
              WKS-CAL-MM > 12 OR WKS-CAL-DD < 1
              GO TO 180-VALIDA-FECHA-E
           END-IF
           MOVE WKS-DIAS-MES (WKS-CAL-MM) TO WKS-MAX-DIA
           IF WKS-CAL-MM = 2
              DIVIDE WKS-CAL-AAAA BY 4   GIVING WKS-COCIENTE
                     REMAINDER WKS-RESTO-4
              DIVIDE WKS-CAL-AAAA BY 100 GIVING WKS-COCIENTE
                     REMAINDER WKS-RESTO-100
              DIVIDE WKS-CAL-AAAA BY 400 GIVING WKS-COCIENTE
                     REMAINDER WKS-RESTO-400
              IF WKS-RESTO-4 = 0 AND
                 (WKS-RESTO-100 NOT = 0 OR WKS-RESTO-400 = 0)
                 MOVE 29 TO WKS-MAX-DIA
              END-IF
           END-IF
           IF WKS-CAL-DD > WKS-MAX-DIA OR WKS-FECHA-CALC > FECHA-SYS
              GO TO 180-VALIDA-FECHA-E
           END-IF
           SET FECHA-VALIDA TO TRUE.
       180-VALIDA-FECHA-E. EXIT.

      *----> FECHA LIMITE = FECHA RECIBIDO + PLAZO LEGAL EN DIAS
       190-CALCULA-LIMITE SECTION.
           COMPUTE WKS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (CFRL-FECHA-RECIBIDO)
                   + WKS-PLAZO).
       190-CALCULA-LIMITE-E. EXIT.

      ******************************************************************
      *   A L T A   D E L   R E C L A M O                              *
      ******************************************************************
       200-ALTA-RECLAMO SECTION.
           MOVE PRODUCI TO WKS-PRODUCTO
           MOVE CANALI  TO WKS-CANAL
           EVALUATE TRUE
           WHEN CLIENTEI = SPACES OR CLIENTEI = LOW-VALUES
                MOVE 'INGRESE EL CODIGO DE CLIENTE' TO MENSAJEO
           WHEN NOT WKS-PRODUCTO-VALIDO
                MOVE 'PRODUCTO INVALIDO: MO, ED, ST O FP' TO MENSAJEO
           WHEN CUENTAI = SPACES OR CUENTAI = LOW-VALUES
                MOVE 'INGRESE LA CUENTA O EL FORMULARIO DEL RECLAMO'
                                        TO MENSAJEO
           WHEN NOT WKS-CANAL-VALIDO
                MOVE 'CANAL INVALIDO: A=AGENCIA T=TELEFONO E=CORREO ' &
                     'W=WEB C=CARTA' TO MENSAJEO
           WHEN DESCRII = SPACES OR DESCRII = LOW-VALUES
                MOVE 'INGRESE LA DESCRIPCION DEL RECLAMO' TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-RECLAMO-E
           END-IF
           MOVE CLIENTEI TO WKS-CLIENTE-BUSCADO
           PERFORM 150-RESUELVE-CLIENTE
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-RECLAMO-E
           END-IF
           MOVE WKS-NOMBRE-RESUELTO TO NOMCLIO
           PERFORM 160-VALIDA-CUENTA
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-RECLAMO-E
           END-IF
           PERFORM 170-LEE-CATEGORIA
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-RECLAMO-E
           END-IF
           INITIALIZE REG-CFRECLA
           IF FRECIBI = SPACES OR FRECIBI = LOW-VALUES
              MOVE FECHA-SYS TO CFRL-FECHA-RECIBIDO
           ELSE
              MOVE FRECIBI   TO WKS-FECHA-CAPTURA
              PERFORM 180-VALIDA-FECHA
              IF NOT FECHA-VALIDA
                 MOVE 'FECHA DE RECIBIDO INVALIDA O FUTURA (AAAAMMDD)'
                                        TO MENSAJEO
                 GO TO 200-ALTA-RECLAMO-E
              END-IF
              MOVE WKS-FECHA-CALC TO CFRL-FECHA-RECIBIDO
           END-IF
           MOVE FECHA-SYS           TO CFRL-FECHA-REGISTRO
                                       CFRL-FECHA-ULT-CAMBIO
           MOVE HORA-SYS            TO CFRL-HORA-REGISTRO
           MOVE EIBTRMID            TO CFRL-TERMINAL
                                       CFRL-USUARIO-REGISTRO
                                       CFRL-USUARIO-ULT-CAMBIO
           MOVE CLIENTEI            TO CFRL-CODIGO-CLIENTE
           MOVE WKS-TIPO-RESUELTO   TO CFRL-TIPO-PERSONA
           MOVE WKS-PRODUCTO        TO CFRL-PRODUCTO
           MOVE WKS-CUENTA          TO CFRL-CUENTA
           MOVE CATEGOI             TO CFRL-CATEGORIA
           MOVE WKS-CANAL           TO CFRL-CANAL
           IF RESPONI = SPACES OR RESPONI = LOW-VALUES
              MOVE BTAU-USUARIO     TO CFRL-RESPONSABLE
           ELSE
              MOVE RESPONI          TO CFRL-RESPONSABLE
           END-IF
           MOVE WKS-PLAZO           TO CFRL-PLAZO-DIAS
           PERFORM 190-CALCULA-LIMITE
           MOVE WKS-FECHA-LIMITE    TO CFRL-FECHA-LIMITE
           MOVE DESCRII             TO CFRL-DESCRIPCION
           SET  CFRL-ABIERTO        TO TRUE
           EXEC CICS WRITE
                DATASET ('CFRECLA')
                FROM    (REG-CFRECLA)
                RIDFLD  (CFRL-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 600-MUESTRA-RECLAMO
                     MOVE 'RECLAMO REGISTRADO, ENTREGUE EL NUMERO AL ' &
                          'CLIENTE' TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'NUMERO DE RECLAMO OCUPADO, INTENTE DE NUEVO'
                                            TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO CFRECLA ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN CFRECLA'
                                            TO MENSAJEO
           END-EVALUATE.
       200-ALTA-RECLAMO-E. EXIT.

      *----> LEE PARA ACTUALIZAR EL RECLAMO DEL NUMERO DE PANTALLA
       250-LEE-RECLAMO-UPDATE SECTION.
           MOVE NUMEROI TO WKS-NUMERO
           IF WKS-NUM-FECHA NOT NUMERIC OR WKS-NUM-HORA NOT NUMERIC
              MOVE 'NUMERO DE RECLAMO INVALIDO' TO MENSAJEO
              GO TO 250-LEE-RECLAMO-UPDATE-E
           END-IF
           MOVE WKS-NUMERO TO CFRL-LLAVE WKS-ULTIMO-RECLAMO
           EXEC CICS READ
                DATASET ('CFRECLA')
                INTO    (REG-CFRECLA)
                RIDFLD  (CFRL-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF CFRL-RESUELTO
                        MOVE 'EL RECLAMO YA ESTA RESUELTO' TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('CFRECLA') NOHANDLE
                        END-EXEC
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL RECLAMO NO EXISTE' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFRECLA'
                                            TO MENSAJEO
           END-EVALUATE.
       250-LEE-RECLAMO-UPDATE-E. EXIT.

      *----> GRABA EL RECLAMO LEIDO PARA ACTUALIZAR Y LO MUESTRA
       260-REGRABA-RECLAMO SECTION.
           MOVE BTAU-USUARIO TO CFRL-USUARIO-ULT-CAMBIO
           MOVE FECHA-SYS TO CFRL-FECHA-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('CFRECLA')
                FROM    (REG-CFRECLA)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 600-MUESTRA-RECLAMO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR CFRECLA'
                                        TO MENSAJEO
           END-IF.
       260-REGRABA-RECLAMO-E. EXIT.

      ******************************************************************
      *  MODIFICA UN RECLAMO ABIERTO: CATEGORIA (RECALCULA EL PLAZO Y  *
      *  LA FECHA LIMITE), CANAL, RESPONSABLE Y DESCRIPCION            *
      ******************************************************************
       300-MODIFICA-RECLAMO SECTION.
           PERFORM 250-LEE-RECLAMO-UPDATE
           IF MENSAJEO NOT = SPACES
              GO TO 300-MODIFICA-RECLAMO-E
           END-IF
           IF CATEGOI NOT = SPACES AND CATEGOI NOT = LOW-VALUES AND
              CATEGOI NOT = CFRL-CATEGORIA
              PERFORM 170-LEE-CATEGORIA
              IF MENSAJEO NOT = SPACES
                 EXEC CICS UNLOCK DATASET('CFRECLA') NOHANDLE END-EXEC
                 GO TO 300-MODIFICA-RECLAMO-E
              END-IF
              MOVE CATEGOI          TO CFRL-CATEGORIA
              MOVE WKS-PLAZO        TO CFRL-PLAZO-DIAS
              PERFORM 190-CALCULA-LIMITE
              MOVE WKS-FECHA-LIMITE TO CFRL-FECHA-LIMITE
           END-IF
           IF CANALI NOT = SPACES AND CANALI NOT = LOW-VALUES
              MOVE CANALI TO WKS-CANAL
              IF NOT WKS-CANAL-VALIDO
                 MOVE 'CANAL INVALIDO: A=AGENCIA T=TELEFONO E=CORREO ' &
                      'W=WEB C=CARTA' TO MENSAJEO
                 EXEC CICS UNLOCK DATASET('CFRECLA') NOHANDLE END-EXEC
                 GO TO 300-MODIFICA-RECLAMO-E
              END-IF
              MOVE WKS-CANAL TO CFRL-CANAL
           END-IF
           IF RESPONI NOT = SPACES AND RESPONI NOT = LOW-VALUES
              MOVE RESPONI TO CFRL-RESPONSABLE
           END-IF
           IF DESCRII NOT = SPACES AND DESCRII NOT = LOW-VALUES
              MOVE DESCRII TO CFRL-DESCRIPCION
           END-IF
           PERFORM 260-REGRABA-RECLAMO
           IF MENSAJEO = SPACES
              MOVE 'RECLAMO ACTUALIZADO' TO MENSAJEO
           END-IF.
       300-MODIFICA-RECLAMO-E. EXIT.

      ******************************************************************
      *  RESUELVE UN RECLAMO ABIERTO: RESULTADO F=A FAVOR DEL CLIENTE  *
      *  P=PARCIAL D=DESFAVORABLE, TEXTO Y FECHA DE LA RESOLUCION      *
      *  (EN BLANCO = HOY; NO ANTERIOR AL RECIBIDO NI FUTURA)          *
      ******************************************************************
       400-RESUELVE-RECLAMO SECTION.
           MOVE RESULTI TO WKS-RESULTADO
           EVALUATE TRUE
           WHEN NOT WKS-RESULTADO-VALIDO
                MOVE 'RESULTADO INVALIDO: F=A FAVOR P=PARCIAL ' &
                     'D=DESFAVORABLE' TO MENSAJEO
           WHEN RESOLUI = SPACES OR RESOLUI = LOW-VALUES
                MOVE 'INGRESE EL DETALLE DE LA RESOLUCION' TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              GO TO 400-RESUELVE-RECLAMO-E
           END-IF
           IF FRESOLI = SPACES OR FRESOLI = LOW-VALUES
              MOVE FECHA-SYS TO WKS-FECHA-CALC
           ELSE
              MOVE FRESOLI   TO WKS-FECHA-CAPTURA
              PERFORM 180-VALIDA-FECHA
              IF NOT FECHA-VALIDA
                 MOVE 'FECHA DE RESOLUCION INVALIDA O FUTURA ' &
                      '(AAAAMMDD)' TO MENSAJEO
                 GO TO 400-RESUELVE-RECLAMO-E
              END-IF
           END-IF
           PERFORM 250-LEE-RECLAMO-UPDATE
           IF MENSAJEO NOT = SPACES
              GO TO 400-RESUELVE-RECLAMO-E
           END-IF
           IF WKS-FECHA-CALC < CFRL-FECHA-RECIBIDO
              MOVE 'LA RESOLUCION NO PUEDE SER ANTERIOR AL RECIBIDO'
                                        TO MENSAJEO
              EXEC CICS UNLOCK DATASET('CFRECLA') NOHANDLE END-EXEC
              GO TO 400-RESUELVE-RECLAMO-E
           END-IF
           MOVE WKS-FECHA-CALC      TO CFRL-FECHA-RESOLUCION
           MOVE WKS-RESULTADO       TO CFRL-RESULTADO
           MOVE RESOLUI             TO CFRL-RESOLUCION
           MOVE BTAU-USUARIO        TO CFRL-USUARIO-RESOLVIO
           SET  CFRL-RESUELTO       TO TRUE
           PERFORM 260-REGRABA-RECLAMO
           IF MENSAJEO = SPACES
              IF CFRL-FECHA-RESOLUCION > CFRL-FECHA-LIMITE
                 MOVE 'RECLAMO RESUELTO FUERA DEL PLAZO LEGAL'
                                        TO MENSAJEO
              ELSE
                 MOVE 'RECLAMO RESUELTO DENTRO DEL PLAZO'
                                        TO MENSAJEO
              END-IF
           END-IF.
       400-RESUELVE-RECLAMO-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E L   R E C L A M O                      *
      ******************************************************************
       500-CONSULTA-RECLAMO SECTION.
           MOVE NUMEROI TO WKS-NUMERO
           IF WKS-NUMERO = SPACES OR WKS-NUMERO = LOW-VALUES
              MOVE WKS-ULTIMO-RECLAMO TO WKS-NUMERO
           END-IF
           MOVE WKS-NUMERO TO CFRL-LLAVE
           EXEC CICS READ
                DATASET ('CFRECLA')
                INTO    (REG-CFRECLA)
                RIDFLD  (CFRL-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE CFRL-LLAVE TO WKS-ULTIMO-RECLAMO
                     PERFORM 600-MUESTRA-RECLAMO
                     IF CFRL-ABIERTO AND CFRL-FECHA-LIMITE < FECHA-SYS
                        MOVE 'RECLAMO ABIERTO CON PLAZO LEGAL VENCIDO'
                                            TO MENSAJEO
                     ELSE
                        MOVE 'CONSULTA REALIZADA' TO MENSAJEO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL RECLAMO NO EXISTE' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFRECLA'
                                            TO MENSAJEO
           END-EVALUATE.
       500-CONSULTA-RECLAMO-E. EXIT.

      *----> PASA EL RECLAMO (Y EL NOMBRE Y LA CATEGORIA) AL MAPA
       600-MUESTRA-RECLAMO SECTION.
           MOVE CFRL-CODIGO-CLIENTE   TO WKS-CLIENTE-BUSCADO
           PERFORM 150-RESUELVE-CLIENTE
           MOVE CFRL-CATEGORIA        TO CATEGOI
           PERFORM 170-LEE-CATEGORIA
           MOVE SPACES                TO MENSAJEO
           MOVE CFRL-LLAVE            TO NUMEROO
           MOVE CFRL-CODIGO-CLIENTE   TO CLIENTEO
           MOVE WKS-NOMBRE-RESUELTO   TO NOMCLIO
           MOVE CFRL-PRODUCTO         TO PRODUCO
           MOVE CFRL-CUENTA           TO CUENTAO
           MOVE CFRL-CATEGORIA        TO CATEGOO
           MOVE WKS-DESCRIPCION-CAT   TO DESCATO
           MOVE CFRL-FECHA-RECIBIDO   TO FRECIBO
           MOVE CFRL-CANAL            TO CANALO
           MOVE CFRL-RESPONSABLE      TO RESPONO
           MOVE CFRL-FECHA-LIMITE     TO FLIMITO
           MOVE CFRL-DESCRIPCION      TO DESCRIO
           MOVE CFRL-ESTADO           TO ESTADOO
           MOVE CFRL-RESULTADO        TO RESULTO
           MOVE CFRL-RESOLUCION       TO RESOLUO
           IF CFRL-RESUELTO
              MOVE CFRL-FECHA-RESOLUCION TO FRESOLO
           ELSE
              MOVE SPACES                TO FRESOLO
           END-IF.
       600-MUESTRA-RECLAMO-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('CFRECLM')
                         MAPSET('CFRECLM')
                         FROM (CFRECLMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('CFRECLM')
                         MAPSET('CFRECLM')
                         FROM (CFRECLMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('CFRECLM')
                         MAPSET('CFRECLM')
                         FROM (CFRECLMO)
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
                     RETURN TRANSID('CFRC')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
