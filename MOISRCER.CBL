      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOISRCER                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONSTANCIAS ANUALES DE RETENCION DE ISR SOBRE    *
      *             : INTERESES. RECORRE EL ACUMULADO MORETIS DEL ANIO *
      *             : DE LA TARJETA SYSIN Y POR CADA CLIENTE CON       *
      *             : INTERES EN EL ANIO IMPRIME SU CONSTANCIA: DATOS  *
      *             : DEL CLIENTE (DPI DE CFCNAT O NIT DE CFCJUR), EL  *
      *             : DETALLE MES A MES DE INTERES Y RETENCION POR     *
      *             : MONEDA Y EL TOTAL DEL ANIO.                      *
      *             : TARJETA SYSIN: ANIO AAAA.                        *
      * ARCHIVOS    : MORETIS=C, CFCNAT=C, CFCJUR=C, CERTISR=A         *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOISRCER.
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
            SELECT CERTISR ASSIGN  TO CERTISR
                   FILE STATUS     IS FS-CERTISR.
       DATA DIVISION.
       FILE SECTION.
       FD  MORETIS.
           COPY MORETIS.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CERTISR
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MORETIS                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CERTISR                       PIC 9(02)  VALUE ZEROS.
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
      *------->              TARJETA SYSIN: ANIO AAAA
       01 WKS-ANIO                         PIC 9(04)  VALUE ZEROS.
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MES                       PIC 9(02)  VALUE ZEROS.
          02 WKS-ANUAL-INTERES-Q           PIC S9(13)V99 VALUE ZEROS.
          02 WKS-ANUAL-RETENIDO-Q          PIC S9(13)V99 VALUE ZEROS.
          02 WKS-ANUAL-INTERES-D           PIC S9(13)V99 VALUE ZEROS.
          02 WKS-ANUAL-RETENIDO-D          PIC S9(13)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
       01 WKS-IDENTIFICACION-DPI.
          05 WKS-DPI-CORREL                PIC 9(08).
          05 WKS-DPI-VERIFICADOR           PIC 9(01).
          05 WKS-DPI-DEPARTAMENTO          PIC 9(02).
          05 WKS-DPI-MUNICIPIO             PIC 9(02).
      *------->          LINEAS DE LA CONSTANCIA IMPRESA
       01 WKS-LINEA-SEPARADOR              PIC X(100) VALUE ALL '='.
       01 HEADER1.
          05 FILLER                        PIC X(50)  VALUE
             'CONSTANCIA DE RETENCION DE ISR SOBRE INTERESES'.
          05 FILLER                        PIC X(07)  VALUE 'ANIO : '.
          05 HDR-ANIO                      PIC 9(04).
       01 HEADER2.
          05 FILLER                        PIC X(10)  VALUE
             'CLIENTE : '.
          05 HDR-CLIENTE                   PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 HDR-TIPO-ID                   PIC X(03).
          05 FILLER                        PIC X(03)  VALUE ' : '.
          05 HDR-IDENTIFICACION            PIC X(13).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 HDR-NOMBRE                    PIC X(40).
       01 HEADER3.
          05 FILLER                        PIC X(05)  VALUE 'MES'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'INTERES QUETZALES'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'ISR RETENIDO Q'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'INTERES DOLARES'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'ISR RETENIDO D'.
       01 WKS-LINEA-MES.
          05 WKS-LIN-MES                   PIC X(05).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-INTERES-Q             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-RETENIDO-Q            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-INTERES-D             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-RETENIDO-D            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-ESTADISTICAS.
          05 WKS-ACUMULADOS-LEIDOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-CONSTANCIAS               PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CIF                   PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-RETENIDO-Q            PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-RETENIDO-D            PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-ANIO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-MORETIS
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOISRCER' TO PROGRAMA
           OPEN INPUT  MORETIS CFCNAT CFCJUR
           OPEN OUTPUT CERTISR
           IF (FS-MORETIS = 97) AND (FS-CFCNAT = 97) AND
              (FS-CFCJUR = 97) AND (FS-CERTISR = 97)
              MOVE ZEROS TO FS-MORETIS FS-CFCNAT FS-CFCJUR FS-CERTISR
           END-IF
           IF FS-MORETIS NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-CFCJUR NOT = 0 OR FS-CERTISR NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MORETIS  : " FS-MORETIS
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CERTISR  : " FS-CERTISR
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-ANIO NOT NUMERIC OR WKS-ANIO = ZEROS
              DISPLAY '>>> ANIO AAAA INVALIDO EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE WKS-ANIO TO HDR-ANIO.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 UNA CONSTANCIA POR CLIENTE CON INTERES EN EL ANIO
       300-BARRIDO-MORETIS SECTION.
           READ MORETIS NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MORETIS
           END-READ
           PERFORM UNTIL FIN-MORETIS
              EVALUATE FS-MORETIS
                 WHEN 0
                    ADD 1 TO WKS-ACUMULADOS-LEIDOS
                    IF MORI-ANIO = WKS-ANIO
                       PERFORM 310-TOTALIZA-ANIO
                       IF WKS-ANUAL-INTERES-Q NOT = ZEROS OR
                          WKS-ANUAL-INTERES-D NOT = ZEROS
                          PERFORM 320-IMPRIME-CONSTANCIA
                       END-IF
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

       310-TOTALIZA-ANIO SECTION.
           MOVE ZEROS TO WKS-ANUAL-INTERES-Q WKS-ANUAL-RETENIDO-Q
                         WKS-ANUAL-INTERES-D WKS-ANUAL-RETENIDO-D
           PERFORM VARYING WKS-MES FROM 1 BY 1 UNTIL WKS-MES > 12
              ADD MORI-INTERES-Q  (WKS-MES) TO WKS-ANUAL-INTERES-Q
              ADD MORI-RETENIDO-Q (WKS-MES) TO WKS-ANUAL-RETENIDO-Q
              ADD MORI-INTERES-D  (WKS-MES) TO WKS-ANUAL-INTERES-D
              ADD MORI-RETENIDO-D (WKS-MES) TO WKS-ANUAL-RETENIDO-D
           END-PERFORM.
       310-TOTALIZA-ANIO-E. EXIT.

       320-IMPRIME-CONSTANCIA SECTION.
           PERFORM 330-IDENTIFICA-CLIENTE
           MOVE WKS-LINEA-SEPARADOR TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER3 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           PERFORM VARYING WKS-MES FROM 1 BY 1 UNTIL WKS-MES > 12
              MOVE SPACES                   TO WKS-LIN-MES
              MOVE WKS-MES                  TO WKS-LIN-MES (1:2)
              MOVE MORI-INTERES-Q  (WKS-MES) TO WKS-LIN-INTERES-Q
              MOVE MORI-RETENIDO-Q (WKS-MES) TO WKS-LIN-RETENIDO-Q
              MOVE MORI-INTERES-D  (WKS-MES) TO WKS-LIN-INTERES-D
              MOVE MORI-RETENIDO-D (WKS-MES) TO WKS-LIN-RETENIDO-D
              MOVE WKS-LINEA-MES            TO PRINT-LINE
              PERFORM 390-ESCRIBE-LINEA
           END-PERFORM
           MOVE 'TOTAL'              TO WKS-LIN-MES
           MOVE WKS-ANUAL-INTERES-Q  TO WKS-LIN-INTERES-Q
           MOVE WKS-ANUAL-RETENIDO-Q TO WKS-LIN-RETENIDO-Q
           MOVE WKS-ANUAL-INTERES-D  TO WKS-LIN-INTERES-D
           MOVE WKS-ANUAL-RETENIDO-D TO WKS-LIN-RETENIDO-D
           MOVE WKS-LINEA-MES        TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           ADD 1                    TO WKS-CONSTANCIAS
           ADD WKS-ANUAL-RETENIDO-Q TO WKS-TOT-RETENIDO-Q
           ADD WKS-ANUAL-RETENIDO-D TO WKS-TOT-RETENIDO-D.
       320-IMPRIME-CONSTANCIA-E. EXIT.

      *----> NATURALES SE IDENTIFICAN CON DPI, JURIDICOS CON NIT
       330-IDENTIFICA-CLIENTE SECTION.
           MOVE MORI-CODIGO-UNIVERSAL TO HDR-CLIENTE
           MOVE SPACES TO HDR-TIPO-ID HDR-IDENTIFICACION HDR-NOMBRE
           MOVE MORI-CODIGO-UNIVERSAL TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE MORI-CODIGO-UNIVERSAL TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  INVALID KEY
                     ADD 1 TO WKS-SIN-CIF
                     MOVE '** CLIENTE NO REGISTRADO EN CIF **'
                          TO HDR-NOMBRE
                  NOT INVALID KEY
                     MOVE 'NIT'             TO HDR-TIPO-ID
                     MOVE CFCJ-NIT          TO HDR-IDENTIFICACION
                     MOVE CFCJ-RAZON-SOCIAL TO HDR-NOMBRE
                END-READ
             NOT INVALID KEY
                MOVE 'DPI'                  TO HDR-TIPO-ID
                MOVE CFCN-DPI               TO WKS-IDENTIFICACION-DPI
                MOVE WKS-IDENTIFICACION-DPI TO HDR-IDENTIFICACION
                MOVE CFCN-NOMBRE-CLIENTE    TO HDR-NOMBRE
           END-READ.
       330-IDENTIFICA-CLIENTE-E. EXIT.

       390-ESCRIBE-LINEA SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       390-ESCRIBE-LINEA-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-CERTISR NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-CERTISR ")"
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
           MOVE    WKS-CONSTANCIAS       TO WKS-MASCARA
           DISPLAY 'CONSTANCIAS IMPRESAS          : ' WKS-MASCARA
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
           CLOSE MORETIS CFCNAT CFCJUR CERTISR.
       700-CIERRA-ARCHIVOS-E. EXIT.
