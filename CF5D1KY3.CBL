      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - INFORMACION DE CLIENTES                    *
      * PROGRAMA    : CF5D1KY3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : CONTROL EN LINEA DE LA ACTUALIZACION PERIODICA   *
      *             : DE DATOS DEL CLIENTE (KYC). CADA CLIENTE DE      *
      *             : CFCNAT O CFCJUR TIENE EN CFKYC SU NIVEL DE       *
      *             : RIESGO (A/M/B), AGENCIA, ULTIMA Y PROXIMA        *
      *             : REVISION Y REVISOR. LA PROXIMA REVISION SE       *
      *             : CALCULA SUMANDO A LA ULTIMA LOS MESES DEL RIESGO *
      *             : EN CFTGEN CFT 010 (SIN FILA: A=12 M=24 B=36).    *
      *             : AL REGISTRAR LA REVISION (ACCION R) SE LEVANTA   *
      *             : LA RESTRICCION DE APERTURAS QUE CFKYCREV PONE A  *
      *             : LOS CLIENTES VENCIDOS MAS ALLA DE LA GRACIA.     *
      *             : LA AGENCIA DEBE ESTAR REGISTRADA Y ABIERTA EN EL *
      *             : MAESTRO DE AGENCIAS BTRAGEN.                     *
      * ARCHIVOS    : CFKYC, CFCNAT, CFCJUR, CFTGEN (VSAM KSDS)        *
      *             : BTRAGEN                       (VSAM KSDS)        *
      * ACCION (ES) : A=ALTA DEL CONTROL   R=REGISTRA REVISION         *
      *             : C=CAMBIA RIESGO/AGENCIA   I=CONSULTA             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CF5D1KY3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "CF5D1KY3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
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
          02 WKS-AGENCIA-X           PIC X(04)  VALUE SPACES.
          02 WKS-AGENCIA-N REDEFINES WKS-AGENCIA-X
                                     PIC 9(04).
          02 WKS-RIESGO              PIC X(01)  VALUE SPACES.
             88 WKS-RIESGO-VALIDO               VALUE 'A' 'M' 'B'.
      *------->  CALCULO DE LA PROXIMA REVISION (FECHA + MESES)
       01 WKS-CALCULO-FECHA.
          02 WKS-MESES               PIC 9(03)  VALUE ZEROS.
          02 WKS-FECHA-BASE          PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-PROX          PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-CALC          PIC 9(08)  VALUE ZEROS.
          02 FILLER REDEFINES WKS-FECHA-CALC.
             03 WKS-CAL-AAAA         PIC 9(04).
             03 WKS-CAL-MM           PIC 9(02).
             03 WKS-CAL-DD           PIC 9(02).
          02 WKS-TOTAL-MESES         PIC 9(05)  VALUE ZEROS.
          02 WKS-ANIOS               PIC 9(04)  VALUE ZEROS.
          02 WKS-RESTO-MESES         PIC 9(02)  VALUE ZEROS.
          02 WKS-MAX-DIA             PIC 9(02)  VALUE ZEROS.
          02 WKS-COCIENTE            PIC 9(04)  VALUE ZEROS.
          02 WKS-RESTO-4             PIC 9(03)  VALUE ZEROS.
          02 WKS-RESTO-100           PIC 9(03)  VALUE ZEROS.
          02 WKS-RESTO-400           PIC 9(03)  VALUE ZEROS.
       01 WKS-TABLA-MESES.
          02 FILLER                  PIC X(24)  VALUE
                '312831303130313130313031'.
       01 FILLER REDEFINES WKS-TABLA-MESES.
          02 WKS-DIAS-MES            PIC 9(02)  OCCURS 12 TIMES.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMO-CLIENTE      PIC X(08)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY CFKYCM.
       COPY CFKYC.
       COPY CFCNAT.
       COPY CFCJUR.
       COPY CFTGEN.
       COPY BTRAGEN.
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
                MAP     ('CFKYCM')
                MAPSET  ('CFKYCM')
                INTO    (CFKYCMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA CFKYCM' TO MENSAJEO
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           MOVE SPACES TO MENSAJEO
           IF CLIENTEI = SPACES OR CLIENTEI = LOW-VALUES
              MOVE 'INGRESE EL CODIGO DE CLIENTE' TO MENSAJEO
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE CLIENTEI TO WKS-CLIENTE-BUSCADO WKS-ULTIMO-CLIENTE
           EVALUATE ACCIONI
           WHEN 'A' WHEN 'a'
                PERFORM 200-ALTA-CONTROL
           WHEN 'R' WHEN 'r'
                PERFORM 300-REGISTRA-REVISION
           WHEN 'C' WHEN 'c'
                PERFORM 400-CAMBIA-CONTROL
           WHEN 'I' WHEN 'i'
                PERFORM 500-CONSULTA-CONTROL
           WHEN OTHER
                MOVE 'ACCION INVALIDA, USE A/R/C/I' TO MENSAJEO
           END-EVALUATE.
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

      *----> RIESGO A/M/B Y AGENCIA REGISTRADA Y ABIERTA EN BTRAGEN
       160-VALIDA-RIESGO-AGENCIA SECTION.
           MOVE RIESGOI TO WKS-RIESGO
           IF NOT WKS-RIESGO-VALIDO
              MOVE 'NIVEL DE RIESGO INVALIDO: A=ALTO M=MEDIO B=BAJO'
                                        TO MENSAJEO
              GO TO 160-VALIDA-RIESGO-AGENCIA-E
           END-IF
           MOVE AGENCII TO WKS-AGENCIA-X
           IF WKS-AGENCIA-X NOT NUMERIC
              MOVE 'AGENCIA INVALIDA, 4 DIGITOS' TO MENSAJEO
              GO TO 160-VALIDA-RIESGO-AGENCIA-E
           END-IF
           MOVE WKS-AGENCIA-N TO BTAG-AGENCIA
           EXEC CICS READ
                DATASET ('BTRAGEN')
                INTO    (REG-BTRAGEN)
                RIDFLD  (BTAG-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                 MOVE 'AGENCIA NO REGISTRADA EN BTRAGEN' TO MENSAJEO
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                 MOVE 'ERROR AL LEER EL MAESTRO DE AGENCIAS BTRAGEN'
                                        TO MENSAJEO
              WHEN BTAG-CERRADA
                 MOVE 'AGENCIA CERRADA EN BTRAGEN' TO MENSAJEO
           END-EVALUATE.
       160-VALIDA-RIESGO-AGENCIA-E. EXIT.

      ******************************************************************
      *  MESES ENTRE REVISIONES PARA EL RIESGO WKS-RIESGO SEGUN CFTGEN *
      *  CFT 010 (CORRELATIVO = RIESGO, MESES EN LAS 2 PRIMERAS        *
      *  POSICIONES). SIN FILA SE USA LA REGLA: A=12 M=24 B=36         *
      ******************************************************************
       170-LEE-PERIODICIDAD SECTION.
           EVALUATE WKS-RIESGO
              WHEN 'A'   MOVE 12 TO WKS-MESES
              WHEN 'M'   MOVE 24 TO WKS-MESES
              WHEN OTHER MOVE 36 TO WKS-MESES
           END-EVALUATE
           MOVE 'CFT'      TO CFTB-TABLA
           MOVE 010        TO CFTB-CODIGO-TABLA
           MOVE SPACES     TO CFTB-CORRELATIVO
           MOVE WKS-RIESGO TO CFTB-CORRELATIVO (1:1)
           EXEC CICS READ
                DATASET ('CFTGEN')
                INTO    (CFTGEN)
                RIDFLD  (CFTB-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND
              CFTB-RESTO (1:2) NUMERIC AND
              CFTB-RESTO (1:2) NOT = '00'
              MOVE CFTB-RESTO (1:2) TO WKS-MESES
           END-IF.
       170-LEE-PERIODICIDAD-E. EXIT.

      ******************************************************************
      *  WKS-FECHA-PROX = WKS-FECHA-BASE + WKS-MESES. SI EL DIA NO     *
      *  EXISTE EN EL MES RESULTANTE SE TOMA EL ULTIMO DIA DEL MES     *
      ******************************************************************
       180-CALCULA-PROXIMA SECTION.
           MOVE WKS-FECHA-BASE TO WKS-FECHA-CALC
           COMPUTE WKS-TOTAL-MESES = WKS-CAL-MM - 1 + WKS-MESES
           DIVIDE WKS-TOTAL-MESES BY 12 GIVING WKS-ANIOS
                  REMAINDER WKS-RESTO-MESES
           ADD  WKS-ANIOS TO WKS-CAL-AAAA
           COMPUTE WKS-CAL-MM = WKS-RESTO-MESES + 1
           PERFORM 185-DIAS-DEL-MES
           IF WKS-CAL-DD > WKS-MAX-DIA
              MOVE WKS-MAX-DIA TO WKS-CAL-DD
           END-IF
           MOVE WKS-FECHA-CALC TO WKS-FECHA-PROX.
       180-CALCULA-PROXIMA-E. EXIT.

      *----> ULTIMO DIA DEL MES WKS-CAL-MM DEL ANIO WKS-CAL-AAAA
       185-DIAS-DEL-MES SECTION.
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
           END-IF.
       185-DIAS-DEL-MES-E. EXIT.

      *----> FECHA DE ULTIMA REVISION CAPTURADA (AAAAMMDD, NO FUTURA)
       190-VALIDA-FECHA-REVISION SECTION.
           IF FULTREI NOT NUMERIC
              MOVE 'FECHA DE ULTIMA REVISION INVALIDA (AAAAMMDD)'
                                        TO MENSAJEO
              GO TO 190-VALIDA-FECHA-REVISION-E
           END-IF
           MOVE FULTREI TO WKS-FECHA-CALC
           IF WKS-CAL-MM < 1 OR WKS-CAL-MM > 12 OR WKS-CAL-DD < 1
              MOVE 'FECHA DE ULTIMA REVISION INVALIDA (AAAAMMDD)'
                                        TO MENSAJEO
              GO TO 190-VALIDA-FECHA-REVISION-E
           END-IF
           PERFORM 185-DIAS-DEL-MES
           IF WKS-CAL-DD > WKS-MAX-DIA
              MOVE 'FECHA DE ULTIMA REVISION INVALIDA (AAAAMMDD)'
                                        TO MENSAJEO
              GO TO 190-VALIDA-FECHA-REVISION-E
           END-IF
           IF WKS-FECHA-CALC > FECHA-SYS
              MOVE 'LA ULTIMA REVISION NO PUEDE SER FUTURA'
                                        TO MENSAJEO
           END-IF.
       190-VALIDA-FECHA-REVISION-E. EXIT.

      ******************************************************************
      *   A L T A   D E L   C O N T R O L   K Y C                      *
      *   SIN ULTIMA REVISION CONOCIDA EL CLIENTE QUEDA DEBIENDO LA    *
      *   REVISION DESDE HOY                                           *
      ******************************************************************
       200-ALTA-CONTROL SECTION.
           PERFORM 150-RESUELVE-CLIENTE
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-CONTROL-E
           END-IF
           MOVE WKS-NOMBRE-RESUELTO TO NOMCLIO
           MOVE WKS-TIPO-RESUELTO   TO TIPCLIO
           PERFORM 160-VALIDA-RIESGO-AGENCIA
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-CONTROL-E
           END-IF
           INITIALIZE REG-CFKYC
           MOVE CLIENTEI            TO CFKY-CODIGO-CLIENTE
           MOVE WKS-TIPO-RESUELTO   TO CFKY-TIPO-PERSONA
           MOVE WKS-RIESGO          TO CFKY-NIVEL-RIESGO
           MOVE WKS-AGENCIA-N       TO CFKY-AGENCIA
           SET  CFKY-SIN-RESTRICCION TO TRUE
           IF FULTREI = SPACES OR FULTREI = LOW-VALUES
              MOVE ZEROS            TO CFKY-FECHA-ULT-REVISION
              MOVE FECHA-SYS        TO CFKY-FECHA-PROX-REVISION
           ELSE
              PERFORM 190-VALIDA-FECHA-REVISION
              IF MENSAJEO NOT = SPACES
                 GO TO 200-ALTA-CONTROL-E
              END-IF
              MOVE FULTREI          TO CFKY-FECHA-ULT-REVISION
                                       WKS-FECHA-BASE
              PERFORM 170-LEE-PERIODICIDAD
              PERFORM 180-CALCULA-PROXIMA
              MOVE WKS-FECHA-PROX   TO CFKY-FECHA-PROX-REVISION
              IF REVISOI = SPACES OR REVISOI = LOW-VALUES
                 MOVE BTAU-USUARIO  TO CFKY-REVISOR
              ELSE
                 MOVE REVISOI       TO CFKY-REVISOR
              END-IF
           END-IF
           MOVE BTAU-USUARIO        TO CFKY-USUARIO-ULT-CAMBIO
           MOVE FECHA-SYS           TO CFKY-FECHA-ULT-CAMBIO
           EXEC CICS WRITE
                DATASET ('CFKYC')
                FROM    (REG-CFKYC)
                RIDFLD  (CFKY-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 600-MUESTRA-CONTROL
                     MOVE 'CONTROL KYC DADO DE ALTA' TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'EL CLIENTE YA TIENE CONTROL KYC, USE R O C'
                                            TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO CFKYC ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN CFKYC'
                                            TO MENSAJEO
           END-EVALUATE.
       200-ALTA-CONTROL-E. EXIT.

      ******************************************************************
      *  REGISTRA LA REVISION DE HOY: LA PROXIMA SE CALCULA CON EL     *
      *  RIESGO VIGENTE (O EL NUEVO SI SE CAPTURA) Y SE LEVANTA LA     *
      *  RESTRICCION DE APERTURAS                                      *
      ******************************************************************
       300-REGISTRA-REVISION SECTION.
           MOVE CLIENTEI TO CFKY-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFKYC')
                INTO    (REG-CFKYC)
                RIDFLD  (CFKY-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL CLIENTE NO TIENE CONTROL KYC, USE A'
                                            TO MENSAJEO
                     GO TO 300-REGISTRA-REVISION-E
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFKYC' TO MENSAJEO
                     GO TO 300-REGISTRA-REVISION-E
           END-EVALUATE
           MOVE CFKY-NIVEL-RIESGO TO WKS-RIESGO
           IF RIESGOI NOT = SPACES AND RIESGOI NOT = LOW-VALUES
              MOVE RIESGOI TO WKS-RIESGO
              IF NOT WKS-RIESGO-VALIDO
                 MOVE 'NIVEL DE RIESGO INVALIDO: A=ALTO M=MEDIO ' &
                      'B=BAJO' TO MENSAJEO
                 EXEC CICS UNLOCK DATASET('CFKYC') NOHANDLE END-EXEC
                 GO TO 300-REGISTRA-REVISION-E
              END-IF
           END-IF
           MOVE WKS-RIESGO        TO CFKY-NIVEL-RIESGO
           MOVE FECHA-SYS         TO CFKY-FECHA-ULT-REVISION
                                     WKS-FECHA-BASE
           PERFORM 170-LEE-PERIODICIDAD
           PERFORM 180-CALCULA-PROXIMA
           MOVE WKS-FECHA-PROX    TO CFKY-FECHA-PROX-REVISION
           IF REVISOI = SPACES OR REVISOI = LOW-VALUES
              MOVE BTAU-USUARIO   TO CFKY-REVISOR
           ELSE
              MOVE REVISOI        TO CFKY-REVISOR
           END-IF
           SET  CFKY-SIN-RESTRICCION TO TRUE
           MOVE ZEROS             TO CFKY-FECHA-RESTRICCION
           MOVE BTAU-USUARIO      TO CFKY-USUARIO-ULT-CAMBIO
           MOVE FECHA-SYS         TO CFKY-FECHA-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('CFKYC')
                FROM    (REG-CFKYC)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE CLIENTEI TO WKS-CLIENTE-BUSCADO
              PERFORM 150-RESUELVE-CLIENTE
              MOVE SPACES   TO MENSAJEO
              PERFORM 600-MUESTRA-CONTROL
              MOVE 'REVISION REGISTRADA, CLIENTE SIN RESTRICCION'
                                        TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR CFKYC' TO MENSAJEO
           END-IF.
       300-REGISTRA-REVISION-E. EXIT.

      ******************************************************************
      *  CAMBIO DE RIESGO O AGENCIA. SI HAY ULTIMA REVISION LA PROXIMA *
      *  SE RECALCULA CON EL NUEVO RIESGO. NO LEVANTA LA RESTRICCION   *
      ******************************************************************
       400-CAMBIA-CONTROL SECTION.
           MOVE CLIENTEI TO CFKY-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFKYC')
                INTO    (REG-CFKYC)
                RIDFLD  (CFKY-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL CLIENTE NO TIENE CONTROL KYC, USE A'
                                            TO MENSAJEO
                     GO TO 400-CAMBIA-CONTROL-E
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFKYC' TO MENSAJEO
                     GO TO 400-CAMBIA-CONTROL-E
           END-EVALUATE
           IF RIESGOI = SPACES OR RIESGOI = LOW-VALUES
              MOVE CFKY-NIVEL-RIESGO TO RIESGOI
           END-IF
           IF AGENCII = SPACES OR AGENCII = LOW-VALUES
              MOVE CFKY-AGENCIA      TO AGENCII
           END-IF
           PERFORM 160-VALIDA-RIESGO-AGENCIA
           IF MENSAJEO NOT = SPACES
              EXEC CICS UNLOCK DATASET('CFKYC') NOHANDLE END-EXEC
              GO TO 400-CAMBIA-CONTROL-E
           END-IF
           MOVE WKS-RIESGO        TO CFKY-NIVEL-RIESGO
           MOVE WKS-AGENCIA-N     TO CFKY-AGENCIA
           IF CFKY-FECHA-ULT-REVISION NOT = ZEROS
              MOVE CFKY-FECHA-ULT-REVISION TO WKS-FECHA-BASE
              PERFORM 170-LEE-PERIODICIDAD
              PERFORM 180-CALCULA-PROXIMA
              MOVE WKS-FECHA-PROX TO CFKY-FECHA-PROX-REVISION
           END-IF
           MOVE BTAU-USUARIO      TO CFKY-USUARIO-ULT-CAMBIO
           MOVE FECHA-SYS         TO CFKY-FECHA-ULT-CAMBIO
           EXEC CICS REWRITE
                DATASET ('CFKYC')
                FROM    (REG-CFKYC)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE CLIENTEI TO WKS-CLIENTE-BUSCADO
              PERFORM 150-RESUELVE-CLIENTE
              MOVE SPACES   TO MENSAJEO
              PERFORM 600-MUESTRA-CONTROL
              MOVE 'CONTROL KYC ACTUALIZADO' TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR CFKYC' TO MENSAJEO
           END-IF.
       400-CAMBIA-CONTROL-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E L   C O N T R O L   K Y C              *
      ******************************************************************
       500-CONSULTA-CONTROL SECTION.
           MOVE CLIENTEI TO CFKY-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFKYC')
                INTO    (REG-CFKYC)
                RIDFLD  (CFKY-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 150-RESUELVE-CLIENTE
                     MOVE SPACES TO MENSAJEO
                     PERFORM 600-MUESTRA-CONTROL
                     IF CFKY-RESTRINGIDO
                        MOVE 'CLIENTE RESTRINGIDO PARA APERTURAS, ' &
                             'REGISTRE LA REVISION' TO MENSAJEO
                     ELSE
                        IF CFKY-FECHA-PROX-REVISION < FECHA-SYS
                           MOVE 'REVISION KYC VENCIDA' TO MENSAJEO
                        ELSE
                           MOVE 'CONSULTA REALIZADA'   TO MENSAJEO
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL CLIENTE NO TIENE CONTROL KYC'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFKYC' TO MENSAJEO
           END-EVALUATE.
       500-CONSULTA-CONTROL-E. EXIT.

      *----> PASA EL REGISTRO CFKYC Y EL NOMBRE RESUELTO AL MAPA
       600-MUESTRA-CONTROL SECTION.
           MOVE WKS-NOMBRE-RESUELTO      TO NOMCLIO
           MOVE CFKY-TIPO-PERSONA        TO TIPCLIO
           MOVE CFKY-NIVEL-RIESGO        TO RIESGOO
           MOVE CFKY-AGENCIA             TO WKS-AGENCIA-N
           MOVE WKS-AGENCIA-X            TO AGENCIO
           MOVE CFKY-FECHA-ULT-REVISION  TO FULTREO
           MOVE CFKY-FECHA-PROX-REVISION TO FPROXRO
           MOVE CFKY-REVISOR             TO REVISOO
           IF CFKY-RESTRINGIDO
              MOVE 'S'                   TO RESTRIO
              MOVE CFKY-FECHA-RESTRICCION TO FRESTRO
           ELSE
              MOVE 'N'                   TO RESTRIO
              MOVE SPACES                TO FRESTRO
           END-IF.
       600-MUESTRA-CONTROL-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('CFKYCM')
                         MAPSET('CFKYCM')
                         FROM (CFKYCMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('CFKYCM')
                         MAPSET('CFKYCM')
                         FROM (CFKYCMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('CFKYCM')
                         MAPSET('CFKYCM')
                         FROM (CFKYCMO)
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
                     RETURN TRANSID('CFKY')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
