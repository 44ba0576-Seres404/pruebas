      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOISRSAT                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : DECLARACION MENSUAL DE RETENCIONES DE ISR SOBRE  *
      *             : INTERESES PARA LA SAT. RECORRE EL ACUMULADO      *
      *             : MORETIS QUE DEJA LA CAPITALIZACION DE MOINTACC,  *
      *             : TOMA EL MES DEL PERIODO DE LA TARJETA SYSIN Y    *
      *             : POR CADA CLIENTE CON INTERES EN EL MES ESCRIBE   *
      *             : UN DETALLE CON SU IDENTIFICACION (DPI DE CFCNAT  *
      *             : O NIT DE CFCJUR), NOMBRE, INTERES Y RETENCION    *
      *             : POR MONEDA. EL ARCHIVO LLEVA HEADER CON EL       *
      *             : PERIODO Y TRAILER CON CANTIDAD Y TOTALES.        *
      *             : TARJETA SYSIN: PERIODO AAAAMM.                   *
      * ARCHIVOS    : MORETIS=C, CFCNAT=C, CFCJUR=C, SATRET=A          *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOISRSAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MORETIS ASSIGN  TO MORETIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MORI-LLAVE
                   FILE STATUS     IS FS-MORETIS
                                      FSE-MORETIS.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR
                                      FSE-CFCJUR.
            SELECT SATRET ASSIGN   TO SATRET
                   FILE STATUS     IS FS-SATRET.
       DATA DIVISION.
       FILE SECTION.
       FD  MORETIS.
           COPY MORETIS.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  SATRET
           RECORDING MODE IS F.
       01 SAT-LINE                         PIC X(150).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MORETIS                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-SATRET                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MORETIS.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCNAT.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCJUR.
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
          02 WKS-FIN-MORETIS               PIC 9(01)  VALUE ZEROS.
             88 FIN-MORETIS                           VALUE 1.
      *------->            TARJETA SYSIN: PERIODO AAAAMM
       01 WKS-PERIODO                      PIC 9(06)  VALUE ZEROS.
       01 WKS-PERIODO-R REDEFINES WKS-PERIODO.
          02 WKS-PER-AAAA                  PIC 9(04).
          02 WKS-PER-MM                    PIC 9(02).
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->        LINEAS DEL ARCHIVO DE DECLARACION
       01 WKS-LINEA-HEADER.
          05 FILLER                        PIC X(03)  VALUE 'HDR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'MOISRSAT'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-PERIODO               PIC 9(06).
       01 WKS-LINEA-DETALLE.
          05 FILLER                        PIC X(03)  VALUE 'DET'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TIPO-ID               PIC X(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-IDENTIFICACION        PIC X(13).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-INTERES-Q             PIC 9(11).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-RETENIDO-Q            PIC 9(11).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-INTERES-D             PIC 9(11).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-RETENIDO-D            PIC 9(11).99.
       01 WKS-IDENTIFICACION-DPI.
          05 WKS-DPI-CORREL                PIC 9(08).
          05 WKS-DPI-VERIFICADOR           PIC 9(01).
          05 WKS-DPI-DEPARTAMENTO          PIC 9(02).
          05 WKS-DPI-MUNICIPIO             PIC 9(02).
       01 WKS-LINEA-TRAILER.
          05 FILLER                        PIC X(03)  VALUE 'TRL'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-REGISTROS             PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-INTERES-Q             PIC 9(13).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-RETENIDO-Q            PIC 9(13).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-INTERES-D             PIC 9(13).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-RETENIDO-D            PIC 9(13).99.
       01 WKS-ESTADISTICAS.
          05 WKS-ACUMULADOS-LEIDOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-DECLARADOS                PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CIF                   PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-INTERES-Q             PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-RETENIDO-Q            PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-INTERES-D             PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-RETENIDO-D            PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-PERIODO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-MORETIS
           PERFORM 400-ESCRIBE-TRAILER
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOISRSAT' TO PROGRAMA
           OPEN INPUT  MORETIS CFCNAT CFCJUR
           OPEN OUTPUT SATRET
           IF (FS-MORETIS = 97) AND (FS-CFCNAT = 97) AND
              (FS-CFCJUR = 97) AND (FS-SATRET = 97)
              MOVE ZEROS TO FS-MORETIS FS-CFCNAT FS-CFCJUR FS-SATRET
           END-IF
           IF FS-MORETIS NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-CFCJUR NOT = 0 OR FS-SATRET NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MORETIS  : " FS-MORETIS
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO SATRET   : " FS-SATRET
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-PERIODO NOT NUMERIC OR
              WKS-PER-MM < 01 OR WKS-PER-MM > 12
              DISPLAY '>>> PERIODO AAAAMM INVALIDO EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE WKS-PERIODO      TO WKS-HDR-PERIODO
           MOVE WKS-LINEA-HEADER TO SAT-LINE
           WRITE SAT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 RECORRE EL ACUMULADO DEL ANIO DEL PERIODO
       300-BARRIDO-MORETIS SECTION.
           READ MORETIS NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MORETIS
           END-READ
           PERFORM UNTIL FIN-MORETIS
              EVALUATE FS-MORETIS
                 WHEN 0
                    ADD 1 TO WKS-ACUMULADOS-LEIDOS
                    IF MORI-ANIO = WKS-PER-AAAA AND
                       (MORI-INTERES-Q (WKS-PER-MM) NOT = ZEROS OR
                        MORI-INTERES-D (WKS-PER-MM) NOT = ZEROS)
                       PERFORM 310-DECLARA-CLIENTE
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE MORI-LLAVE TO LLAVE
                    MOVE 'MORETIS'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MORETIS, FSE-MORETIS
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ MORETIS NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MORETIS
              END-READ
           END-PERFORM.
       300-BARRIDO-MORETIS-E. EXIT.

       310-DECLARA-CLIENTE SECTION.
           MOVE MORI-CODIGO-UNIVERSAL TO WKS-DET-CLIENTE
           PERFORM 320-IDENTIFICA-CLIENTE
           MOVE MORI-INTERES-Q  (WKS-PER-MM) TO WKS-DET-INTERES-Q
           MOVE MORI-RETENIDO-Q (WKS-PER-MM) TO WKS-DET-RETENIDO-Q
           MOVE MORI-INTERES-D  (WKS-PER-MM) TO WKS-DET-INTERES-D
           MOVE MORI-RETENIDO-D (WKS-PER-MM) TO WKS-DET-RETENIDO-D
           ADD  MORI-INTERES-Q  (WKS-PER-MM) TO WKS-TOT-INTERES-Q
           ADD  MORI-RETENIDO-Q (WKS-PER-MM) TO WKS-TOT-RETENIDO-Q
           ADD  MORI-INTERES-D  (WKS-PER-MM) TO WKS-TOT-INTERES-D
           ADD  MORI-RETENIDO-D (WKS-PER-MM) TO WKS-TOT-RETENIDO-D
           MOVE WKS-LINEA-DETALLE TO SAT-LINE
           WRITE SAT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD 1 TO WKS-DECLARADOS.
       310-DECLARA-CLIENTE-E. EXIT.

      *----> NATURALES SE DECLARAN CON DPI, JURIDICOS CON NIT
       320-IDENTIFICA-CLIENTE SECTION.
           MOVE SPACES TO WKS-DET-TIPO-ID WKS-DET-IDENTIFICACION
                          WKS-DET-NOMBRE
           MOVE MORI-CODIGO-UNIVERSAL TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE MORI-CODIGO-UNIVERSAL TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  INVALID KEY
                     ADD 1 TO WKS-SIN-CIF
                     MOVE '** CLIENTE NO REGISTRADO EN CIF **'
                          TO WKS-DET-NOMBRE
                  NOT INVALID KEY
                     MOVE 'NIT'             TO WKS-DET-TIPO-ID
                     MOVE CFCJ-NIT          TO WKS-DET-IDENTIFICACION
                     MOVE CFCJ-RAZON-SOCIAL TO WKS-DET-NOMBRE
                END-READ
             NOT INVALID KEY
                MOVE 'DPI'               TO WKS-DET-TIPO-ID
                MOVE CFCN-DPI            TO WKS-IDENTIFICACION-DPI
                MOVE WKS-IDENTIFICACION-DPI TO WKS-DET-IDENTIFICACION
                MOVE CFCN-NOMBRE-CLIENTE TO WKS-DET-NOMBRE
           END-READ.
       320-IDENTIFICA-CLIENTE-E. EXIT.

       400-ESCRIBE-TRAILER SECTION.
           MOVE WKS-DECLARADOS     TO WKS-TRL-REGISTROS
           MOVE WKS-TOT-INTERES-Q  TO WKS-TRL-INTERES-Q
           MOVE WKS-TOT-RETENIDO-Q TO WKS-TRL-RETENIDO-Q
           MOVE WKS-TOT-INTERES-D  TO WKS-TRL-INTERES-D
           MOVE WKS-TOT-RETENIDO-D TO WKS-TRL-RETENIDO-D
           MOVE WKS-LINEA-TRAILER  TO SAT-LINE
           WRITE SAT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       400-ESCRIBE-TRAILER-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-SATRET NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-SATRET ")"
                   UPON CONSOLE
                DISPLAY
                   "  >>>>>EL PROGRAMA FINALIZO POR SEGURIDAD<<<<<  "
                   UPON CONSOLE
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                PERFORM 700-CIERRA-ARCHIVOS
                MOVE 91 TO RETURN-CODE
                STOP RUN
           END-IF.
       500-ERRORES-ESCRITURA-PS-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-ACUMULADOS-LEIDOS TO WKS-MASCARA
           DISPLAY 'ACUMULADOS LEIDOS DE MORETIS  : ' WKS-MASCARA
           MOVE    WKS-DECLARADOS        TO WKS-MASCARA
           DISPLAY 'CLIENTES DECLARADOS           : ' WKS-MASCARA
           MOVE    WKS-SIN-CIF           TO WKS-MASCARA
           DISPLAY 'CLIENTES SIN REGISTRO EN CIF  : ' WKS-MASCARA
           MOVE    WKS-TOT-RETENIDO-Q    TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL RETENIDO EN QUETZALES   : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-RETENIDO-D    TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL RETENIDO EN DOLARES     : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MORETIS CFCNAT CFCJUR SATRET.
       700-CIERRA-ARCHIVOS-E. EXIT.
