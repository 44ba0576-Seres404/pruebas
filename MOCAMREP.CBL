      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOCAMREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : POSICION DIARIA DE CAMBIOS POR AGENCIA. LEE LA   *
      *             : BITACORA MOCAMBI QUE GRABA LA TRANSACCION        *
      *             : MO5D1FX3, TOMA LAS OPERACIONES DE LA FECHA DE    *
      *             : PROCESO, LAS ORDENA POR AGENCIA Y OPERACION Y    *
      *             : LISTA CADA UNA CON LA TASA DE REFERENCIA Y LA    *
      *             : APLICADA. POR AGENCIA TOTALIZA LOS DOLARES       *
      *             : COMPRADOS Y VENDIDOS, LOS QUETZALES PAGADOS Y    *
      *             : COBRADOS, LA TASA PROMEDIO DE CADA LADO, LA      *
      *             : POSICION NETA EN DOLARES Y EL INGRESO POR        *
      *             : MARGEN; AL PIE LOS TOTALES DEL BANCO.            *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MOCAMBI=C, FTPREP=A                              *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCAMREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOCAMBI ASSIGN  TO MOCAMBI
                   ORGANIZATION    IS SEQUENTIAL
                   FILE STATUS     IS FS-MOCAMBI.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  MOCAMBI.
           COPY MOCAMBI.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       SD  WORKFILE.
           COPY MOCAMBI REPLACING ==01  REG-MOCAMBI==
                               BY ==01  WORK-REG==
                       LEADING ==MOCB== BY ==WRKB==.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOCAMBI                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-MOCAMBI               PIC 9(01)  VALUE ZEROS.
             88 FIN-MOCAMBI                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   GRUPO DE CONTROL EN PROCESO
       01 WKS-GRP-AGENCIA                  PIC 9(03)  VALUE ZEROS.
      *------->   ACUMULADOS DE LA AGENCIA Y DEL BANCO
       01 WKS-ACUMULADOS.
          02 WKS-AGE-USD-COMPRA            PIC S9(11)V99 VALUE ZEROS.
          02 WKS-AGE-GTQ-COMPRA            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-AGE-USD-VENTA             PIC S9(11)V99 VALUE ZEROS.
          02 WKS-AGE-GTQ-VENTA             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-AGE-MARGEN                PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TOT-USD-COMPRA            PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TOT-GTQ-COMPRA            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-TOT-USD-VENTA             PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TOT-GTQ-VENTA             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-TOT-MARGEN                PIC S9(11)V99 VALUE ZEROS.
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-TASA-PROMEDIO             PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-POSICION-NETA             PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(34)  VALUE
             'POSICION DE CAMBIOS DEL DIA       '.
          05 HDR-FECHA                     PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(03)  VALUE 'AGE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(01)  VALUE 'O'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(16)  VALUE 'CUENTA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(15)  VALUE
             'DOLARES'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE
             'TASA REF'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE
             'TASA APLIC'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'QUETZALES'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(15)  VALUE
             'MARGEN Q'.
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-AGENCIA               PIC 9(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-OPERACION             PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-USD                   PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TASA-REF              PIC ZZZZ9.9999.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TASA-APLIC            PIC ZZZZ9.9999.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-GTQ                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-MARGEN                PIC ZZZ,ZZZ,ZZ9.99-.
       01 WKS-LINEA-LADO.
          05 WKS-LAD-TITULO                PIC X(22).
          05 FILLER                        PIC X(06)  VALUE ' USD: '.
          05 WKS-LAD-USD                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(04)  VALUE ' Q: '.
          05 WKS-LAD-GTQ                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(13)  VALUE
             ' TASA PROM: '.
          05 WKS-LAD-TASA                  PIC ZZZZ9.9999.
       01 WKS-LINEA-POSICION.
          05 WKS-POS-TITULO                PIC X(22).
          05 FILLER                        PIC X(06)  VALUE ' USD: '.
          05 WKS-POS-USD                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(22)  VALUE
             ' INGRESO POR MARGEN Q:'.
          05 WKS-POS-MARGEN                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-ESTADISTICAS.
          05 WKS-OPERACIONES-LEIDAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-OPERACIONES-OTRA-FECHA    PIC 9(07)  VALUE ZEROS.
          05 WKS-COMPRAS                   PIC 9(07)  VALUE ZEROS.
          05 WKS-VENTAS                    PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-REPORTADAS       PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-ORDENA-Y-REPORTA
           PERFORM 380-TOTALES-DEL-BANCO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  MOCAMBI
           OPEN OUTPUT FTPREP
           IF (FS-MOCAMBI = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-MOCAMBI FS-FTPREP
           END-IF
           IF FS-MOCAMBI NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOCAMBI  : " FS-MOCAMBI
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> FECHA DE PROCESO INVALIDA EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE WKS-FECHA-PROCESO TO HDR-FECHA
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 ORDENA LA BITACORA Y GENERA LA POSICION
       300-ORDENA-Y-REPORTA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKB-AGENCIA
              ASCENDING KEY WRKB-OPERACION
              ASCENDING KEY WRKB-CUENTA
                 INPUT  PROCEDURE IS 310-LEE-MOCAMBI
                 OUTPUT PROCEDURE IS 320-GENERA-POSICION.
       300-ORDENA-Y-REPORTA-E. EXIT.

      *--> SOLO LAS OPERACIONES DE LA FECHA DE PROCESO
       310-LEE-MOCAMBI SECTION.
           READ MOCAMBI
                AT END MOVE 1 TO WKS-FIN-MOCAMBI
           END-READ
           PERFORM UNTIL FIN-MOCAMBI
              ADD 1 TO WKS-OPERACIONES-LEIDAS
              IF MOCB-FECHA-PROCESO = WKS-FECHA-PROCESO
                 MOVE REG-MOCAMBI TO WORK-REG
                 RELEASE WORK-REG
              ELSE
                 ADD 1 TO WKS-OPERACIONES-OTRA-FECHA
              END-IF
              READ MOCAMBI
                   AT END MOVE 1 TO WKS-FIN-MOCAMBI
              END-READ
           END-PERFORM.
       310-LEE-MOCAMBI-E. EXIT.

      ******************************************************************
      *  CORTE DE CONTROL POR AGENCIA: DETALLE DE CADA OPERACION Y AL  *
      *  CAMBIAR DE AGENCIA SUS TOTALES DE COMPRA, VENTA Y MARGEN      *
      ******************************************************************
       320-GENERA-POSICION SECTION.
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 MOVE WRKB-AGENCIA TO WKS-GRP-AGENCIA
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WRKB-AGENCIA NOT = WKS-GRP-AGENCIA
                    PERFORM 350-CIERRA-AGENCIA
                    MOVE WRKB-AGENCIA TO WKS-GRP-AGENCIA
                 END-IF
              END-IF
              PERFORM 330-ACUMULA-OPERACION
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 350-CIERRA-AGENCIA
           END-IF.
       320-GENERA-POSICION-E. EXIT.

       330-ACUMULA-OPERACION SECTION.
           IF WRKB-COMPRA
              ADD 1                TO WKS-COMPRAS
              ADD WRKB-MONTO-USD   TO WKS-AGE-USD-COMPRA
              ADD WRKB-MONTO-GTQ   TO WKS-AGE-GTQ-COMPRA
           ELSE
              ADD 1                TO WKS-VENTAS
              ADD WRKB-MONTO-USD   TO WKS-AGE-USD-VENTA
              ADD WRKB-MONTO-GTQ   TO WKS-AGE-GTQ-VENTA
           END-IF
           ADD WRKB-INGRESO-MARGEN TO WKS-AGE-MARGEN
           MOVE WRKB-AGENCIA         TO WKS-DET-AGENCIA
           MOVE WRKB-OPERACION       TO WKS-DET-OPERACION
           MOVE WRKB-CUENTA          TO WKS-DET-CUENTA
           MOVE WRKB-MONTO-USD       TO WKS-DET-USD
           MOVE WRKB-TASA-REFERENCIA TO WKS-DET-TASA-REF
           MOVE WRKB-TASA-APLICADA   TO WKS-DET-TASA-APLIC
           MOVE WRKB-MONTO-GTQ       TO WKS-DET-GTQ
           MOVE WRKB-INGRESO-MARGEN  TO WKS-DET-MARGEN
           MOVE WKS-LINEA-DETALLE    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       330-ACUMULA-OPERACION-E. EXIT.

      *--> TOTALES DE LA AGENCIA; LA TASA PROMEDIO DE CADA LADO ES
      *--> QUETZALES ENTRE DOLARES. LUEGO SE ACUMULAN AL BANCO
       350-CIERRA-AGENCIA SECTION.
           ADD 1 TO WKS-AGENCIAS-REPORTADAS
           MOVE SPACES TO WKS-LAD-TITULO
           STRING 'AGENCIA ' WKS-GRP-AGENCIA ' COMPRADO'
                  DELIMITED BY SIZE INTO WKS-LAD-TITULO
           MOVE WKS-AGE-USD-COMPRA TO WKS-LAD-USD
           MOVE WKS-AGE-GTQ-COMPRA TO WKS-LAD-GTQ
           MOVE ZEROS TO WKS-TASA-PROMEDIO
           IF WKS-AGE-USD-COMPRA > ZEROS
              COMPUTE WKS-TASA-PROMEDIO ROUNDED =
                      WKS-AGE-GTQ-COMPRA / WKS-AGE-USD-COMPRA
           END-IF
           MOVE WKS-TASA-PROMEDIO TO WKS-LAD-TASA
           MOVE WKS-LINEA-LADO    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE SPACES TO WKS-LAD-TITULO
           STRING 'AGENCIA ' WKS-GRP-AGENCIA ' VENDIDO'
                  DELIMITED BY SIZE INTO WKS-LAD-TITULO
           MOVE WKS-AGE-USD-VENTA  TO WKS-LAD-USD
           MOVE WKS-AGE-GTQ-VENTA  TO WKS-LAD-GTQ
           MOVE ZEROS TO WKS-TASA-PROMEDIO
           IF WKS-AGE-USD-VENTA > ZEROS
              COMPUTE WKS-TASA-PROMEDIO ROUNDED =
                      WKS-AGE-GTQ-VENTA / WKS-AGE-USD-VENTA
           END-IF
           MOVE WKS-TASA-PROMEDIO TO WKS-LAD-TASA
           MOVE WKS-LINEA-LADO    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE SPACES TO WKS-POS-TITULO
           STRING 'AGENCIA ' WKS-GRP-AGENCIA ' POSICION'
                  DELIMITED BY SIZE INTO WKS-POS-TITULO
           COMPUTE WKS-POSICION-NETA = WKS-AGE-USD-COMPRA
                                     - WKS-AGE-USD-VENTA
           MOVE WKS-POSICION-NETA TO WKS-POS-USD
           MOVE WKS-AGE-MARGEN    TO WKS-POS-MARGEN
           MOVE WKS-LINEA-POSICION TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD WKS-AGE-USD-COMPRA TO WKS-TOT-USD-COMPRA
           ADD WKS-AGE-GTQ-COMPRA TO WKS-TOT-GTQ-COMPRA
           ADD WKS-AGE-USD-VENTA  TO WKS-TOT-USD-VENTA
           ADD WKS-AGE-GTQ-VENTA  TO WKS-TOT-GTQ-VENTA
           ADD WKS-AGE-MARGEN     TO WKS-TOT-MARGEN
           MOVE ZEROS TO WKS-AGE-USD-COMPRA WKS-AGE-GTQ-COMPRA
                         WKS-AGE-USD-VENTA  WKS-AGE-GTQ-VENTA
                         WKS-AGE-MARGEN.
       350-CIERRA-AGENCIA-E. EXIT.

      *--> TOTALES DEL BANCO AL PIE DEL LISTADO
       380-TOTALES-DEL-BANCO SECTION.
           MOVE 'TOTAL BANCO COMPRADO' TO WKS-LAD-TITULO
           MOVE WKS-TOT-USD-COMPRA TO WKS-LAD-USD
           MOVE WKS-TOT-GTQ-COMPRA TO WKS-LAD-GTQ
           MOVE ZEROS TO WKS-TASA-PROMEDIO
           IF WKS-TOT-USD-COMPRA > ZEROS
              COMPUTE WKS-TASA-PROMEDIO ROUNDED =
                      WKS-TOT-GTQ-COMPRA / WKS-TOT-USD-COMPRA
           END-IF
           MOVE WKS-TASA-PROMEDIO TO WKS-LAD-TASA
           MOVE WKS-LINEA-LADO    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE 'TOTAL BANCO VENDIDO'  TO WKS-LAD-TITULO
           MOVE WKS-TOT-USD-VENTA  TO WKS-LAD-USD
           MOVE WKS-TOT-GTQ-VENTA  TO WKS-LAD-GTQ
           MOVE ZEROS TO WKS-TASA-PROMEDIO
           IF WKS-TOT-USD-VENTA > ZEROS
              COMPUTE WKS-TASA-PROMEDIO ROUNDED =
                      WKS-TOT-GTQ-VENTA / WKS-TOT-USD-VENTA
           END-IF
           MOVE WKS-TASA-PROMEDIO TO WKS-LAD-TASA
           MOVE WKS-LINEA-LADO    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE 'TOTAL BANCO POSICION' TO WKS-POS-TITULO
           COMPUTE WKS-POSICION-NETA = WKS-TOT-USD-COMPRA
                                     - WKS-TOT-USD-VENTA
           MOVE WKS-POSICION-NETA TO WKS-POS-USD
           MOVE WKS-TOT-MARGEN    TO WKS-POS-MARGEN
           MOVE WKS-LINEA-POSICION TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       380-TOTALES-DEL-BANCO-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-FTPREP NOT = 0
              DISPLAY 'ERROR AL GRABAR FTPREP, STATUS: ' FS-FTPREP
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       500-ERRORES-ESCRITURA-PS-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-OPERACIONES-LEIDAS     TO WKS-MASCARA
           DISPLAY 'OPERACIONES LEIDAS DE MOCAMBI: ' WKS-MASCARA
           MOVE    WKS-OPERACIONES-OTRA-FECHA TO WKS-MASCARA
           DISPLAY 'DE OTRA FECHA (IGNORADAS)    : ' WKS-MASCARA
           MOVE    WKS-COMPRAS                TO WKS-MASCARA
           DISPLAY 'COMPRAS DE DOLARES           : ' WKS-MASCARA
           MOVE    WKS-VENTAS                 TO WKS-MASCARA
           DISPLAY 'VENTAS DE DOLARES            : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-REPORTADAS    TO WKS-MASCARA
           DISPLAY 'AGENCIAS REPORTADAS          : ' WKS-MASCARA
           MOVE    WKS-TOT-MARGEN             TO WKS-MASCARA-MONTO
           DISPLAY 'INGRESO POR MARGEN (Q)       : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOCAMBI FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
