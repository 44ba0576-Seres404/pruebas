      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRAGCAR                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA INICIAL DEL MAESTRO DE AGENCIAS BTRAGEN    *
      *             : DESDE EL CATALOGO ANTERIOR CFTGEN CFT 006        *
      *             : (CORRELATIVO (1:4) = AGENCIA, DESCRIPCION =      *
      *             : NOMBRE). CADA AGENCIA DEL CATALOGO QUE AUN NO    *
      *             : EXISTE EN BTRAGEN SE DA DE ALTA ABIERTA, CON     *
      *             : FECHA DE APERTURA DEL DIA Y SIN REGION, DISTRITO *
      *             : NI GERENTE, QUE SE COMPLETAN DESPUES EN          *
      *             : BT5D1AG3. LAS QUE YA EXISTEN NO SE TOCAN, POR LO *
      *             : QUE EL PROCESO PUEDE CORRERSE DE NUEVO SIN       *
      *             : DANAR LO MANTENIDO EN LINEA.                     *
      * ARCHIVOS    : CFTGEN=C, BTRAGEN=A                              *
      * ACCION (ES) : A=ACTUALIZA                                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRAGCAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CFTGEN ASSIGN   TO CFTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFTB-LLAVE
                   FILE STATUS     IS FS-CFTGEN
                                      FSE-CFTGEN.
            SELECT BTRAGEN ASSIGN  TO BTRAGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS BTAG-LLAVE
                   FILE STATUS     IS FS-BTRAGEN
                                      FSE-BTRAGEN.
       DATA DIVISION.
       FILE SECTION.
       FD  CFTGEN.
           COPY CFTGEN REPLACING CFTGEN BY REG-CFTGEN.
       FD  BTRAGEN.
           COPY BTRAGEN.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-BTRAGEN                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFTGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-BTRAGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
      *------->             CONTROLADOR DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-CFTGEN                PIC 9(01)  VALUE ZEROS.
             88 FIN-CFTGEN                            VALUE 1.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FECHA-HOY                 PIC 9(08)  VALUE ZEROS.
          02 WKS-AGENCIA-X                 PIC X(04)  VALUE SPACES.
          02 WKS-AGENCIA-N REDEFINES WKS-AGENCIA-X
                                           PIC 9(04).
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       01 WKS-ESTADISTICAS.
          05 WKS-RENGLONES-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-CREADAS          PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-EXISTENTES       PIC 9(07)  VALUE ZEROS.
          05 WKS-CODIGOS-INVALIDOS         PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-CFT006
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'BTRAGCAR' TO PROGRAMA
           OPEN INPUT CFTGEN
           OPEN I-O   BTRAGEN
           IF (FS-CFTGEN = 97) AND (FS-BTRAGEN = 97)
              MOVE ZEROS TO FS-CFTGEN FS-BTRAGEN
           END-IF
           IF FS-CFTGEN NOT = 0 OR FS-BTRAGEN NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFTGEN   : " FS-CFTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRAGEN  : " FS-BTRAGEN
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 RECORRE EL CATALOGO CFT 006 Y DA DE ALTA LAS
      *----> AGENCIAS QUE FALTAN EN EL MAESTRO
       300-BARRIDO-CFT006 SECTION.
           MOVE 'CFT'  TO CFTB-TABLA
           MOVE 006    TO CFTB-CODIGO-TABLA
           MOVE SPACES TO CFTB-CORRELATIVO
           START CFTGEN KEY IS > CFTB-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-CFTGEN
           END-START
           PERFORM UNTIL FIN-CFTGEN
              READ CFTGEN NEXT RECORD
              END-READ
              IF FS-CFTGEN NOT = 0 OR
                 CFTB-TABLA NOT = 'CFT' OR
                 CFTB-CODIGO-TABLA NOT = 006
                 MOVE 1 TO WKS-FIN-CFTGEN
              ELSE
                 ADD 1 TO WKS-RENGLONES-LEIDOS
                 PERFORM 310-CREA-AGENCIA
              END-IF
           END-PERFORM.
       300-BARRIDO-CFT006-E. EXIT.

       310-CREA-AGENCIA SECTION.
           MOVE CFTB-CORRELATIVO (1:4) TO WKS-AGENCIA-X
           IF WKS-AGENCIA-X NOT NUMERIC
              ADD 1 TO WKS-CODIGOS-INVALIDOS
              DISPLAY 'CFT 006 CON CODIGO DE AGENCIA INVALIDO: '
                      CFTB-CORRELATIVO
              GO TO 310-CREA-AGENCIA-E
           END-IF
           MOVE WKS-AGENCIA-N TO BTAG-AGENCIA
           READ BTRAGEN KEY IS BTAG-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO WKS-AGENCIAS-EXISTENTES
                GO TO 310-CREA-AGENCIA-E
           END-READ
           INITIALIZE REG-BTRAGEN
           MOVE WKS-AGENCIA-N           TO BTAG-AGENCIA
           MOVE CFTB-DESCRIPCION (1:40) TO BTAG-NOMBRE
           MOVE SPACES                  TO BTAG-REGION BTAG-DISTRITO
                                           BTAG-GERENTE
           SET BTAG-ABIERTA             TO TRUE
           MOVE WKS-FECHA-HOY           TO BTAG-FECHA-APERTURA
                                           BTAG-FECHA-ULT-CAMBIO
           MOVE ZEROS                   TO BTAG-FECHA-CIERRE
           MOVE 'BTRAGCAR'              TO BTAG-USUARIO-ULT-CAMBIO
           WRITE REG-BTRAGEN
           IF FS-BTRAGEN NOT = 0
              MOVE 'WRITE'    TO ACCION
              MOVE BTAG-LLAVE TO LLAVE
              MOVE 'BTRAGEN'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-BTRAGEN, FSE-BTRAGEN
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1 TO WKS-AGENCIAS-CREADAS.
       310-CREA-AGENCIA-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-RENGLONES-LEIDOS    TO WKS-MASCARA
           DISPLAY 'RENGLONES LEIDOS DE CFT 006   : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-CREADAS    TO WKS-MASCARA
           DISPLAY 'AGENCIAS CREADAS EN BTRAGEN   : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-EXISTENTES TO WKS-MASCARA
           DISPLAY 'AGENCIAS QUE YA EXISTIAN      : ' WKS-MASCARA
           MOVE    WKS-CODIGOS-INVALIDOS   TO WKS-MASCARA
           DISPLAY 'CODIGOS INVALIDOS             : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFTGEN BTRAGEN.
       700-CIERRA-ARCHIVOS-E. EXIT.
