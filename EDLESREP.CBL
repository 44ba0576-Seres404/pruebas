      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : EDLESREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : LISTADO PARA REGISTRO ACADEMICO DE LA LISTA DE   *
      *             : ESPERA DE CURSOS LLENOS DEL TERMINO DE LA        *
      *             : TARJETA. POR CADA CURSO MUESTRA, EN ORDEN DE     *
      *             : LLEGADA, LA POSICION DE QUIENES SIGUEN EN        *
      *             : ESPERA, LOS INSCRITOS AUTOMATICAMENTE (FECHA Y   *
      *             : PROGRAMA QUE LOS INSCRIBIO) Y LOS CANCELADOS,    *
      *             : CON CONTEOS POR CURSO Y TOTALES DEL TERMINO.     *
      *             : TARJETA SYSIN: TERMINO (1-4)                     *
      * ARCHIVOS    : EDLESPE=C, FTPREP=A                              *
      * ACCION (ES) : C=CONSULTA, R=REPORTE                            *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDLESREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDLESPE ASSIGN  TO EDLESPE
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS EDLE-LLAVE
                   FILE STATUS     IS FS-EDLESPE
                                      FSE-EDLESPE.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  EDLESPE.
           COPY EDLESPE.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-EDLESPE                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-EDLESPE.
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
          02 WKS-FIN-EDLESPE               PIC 9(01)  VALUE ZEROS.
             88 FIN-EDLESPE                           VALUE 1.
      *------->               TARJETA SYSIN: TERMINO
       01 WKS-TARJETA.
          02 WKS-TAR-TERMINO               PIC X(04).
          02 FILLER                        PIC X(76).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-CURSO-ACTUAL              PIC X(06)  VALUE SPACES.
          02 WKS-POSICION                  PIC 9(05)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(40)  VALUE
             'LISTA DE ESPERA DE CURSOS DEL TERMINO '.
          05 WKS-HDR-TERMINO               PIC X(04).
       01 HEADER2.
          05 FILLER                        PIC X(06)  VALUE 'CURSO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'POSICION'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE
             'ESTUDIANTE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(09)  VALUE
             'SOLICITUD'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE 'ESTADO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(09)  VALUE
             'FECHA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'PROGRAMA'.
       01 WKS-LINEA-DETALLE.
          05 WKS-LIN-CURSO                 PIC X(06).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-POSICION              PIC ZZZZZZZ9.
          05 WKS-LIN-POSICION-X REDEFINES WKS-LIN-POSICION
                                           PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ESTUDIANTE            PIC X(04).
          05 FILLER                        PIC X(06)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-SOLICITUD             PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ESTADO                PIC X(10).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-FECHA                 PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-PROGRAMA              PIC X(08).
       01 WKS-LINEA-CURSO.
          05 FILLER                        PIC X(10)  VALUE
             '  CURSO '.
          05 WKS-CUR-CURSO                 PIC X(06).
          05 FILLER                        PIC X(12)  VALUE
             ' EN ESPERA: '.
          05 WKS-CUR-ESPERA                PIC ZZZZ9.
          05 FILLER                        PIC X(13)  VALUE
             '  INSCRITOS: '.
          05 WKS-CUR-INSCRITOS             PIC ZZZZ9.
          05 FILLER                        PIC X(14)  VALUE
             '  CANCELADOS: '.
          05 WKS-CUR-CANCELADOS            PIC ZZZZ9.
       01 WKS-CONTADORES-CURSO.
          05 WKS-CURSO-ESPERA              PIC 9(05)  VALUE ZEROS.
          05 WKS-CURSO-INSCRITOS           PIC 9(05)  VALUE ZEROS.
          05 WKS-CURSO-CANCELADOS          PIC 9(05)  VALUE ZEROS.
       01 WKS-ESTADISTICAS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-REGISTROS-TERMINO         PIC 9(07)  VALUE ZEROS.
          05 WKS-CURSOS-LISTADOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-ESPERA                PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-INSCRITOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-CANCELADOS            PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA FROM SYSIN
           IF WKS-TAR-TERMINO = SPACES
              DISPLAY '>>> TARJETA SYSIN INVALIDA, SE ESPERA EL '
                      'TERMINO <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 250-ENCABEZADO
           PERFORM 300-BARRIDO-ESPERA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'EDLESREP' TO PROGRAMA
           OPEN INPUT  EDLESPE
           OPEN OUTPUT FTPREP
           IF (FS-EDLESPE = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-EDLESPE FS-FTPREP
           END-IF
           IF FS-EDLESPE NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO EDLESPE  : " FS-EDLESPE
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

       250-ENCABEZADO SECTION.
           MOVE WKS-TAR-TERMINO TO WKS-HDR-TERMINO
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       250-ENCABEZADO-E. EXIT.

      ******************************************************************
      *  SERIE 300: EDLESPE VIENE EN ORDEN DE CURSO + TERMINO + FECHA  *
      *  Y HORA DE LLEGADA; SE TOMA SOLO EL TERMINO DE LA TARJETA Y    *
      *  AL CAMBIAR DE CURSO SE IMPRIMEN SUS CONTEOS                   *
      ******************************************************************
       300-BARRIDO-ESPERA SECTION.
           READ EDLESPE NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDLESPE
           END-READ
           PERFORM UNTIL FIN-EDLESPE
              EVALUATE FS-EDLESPE
                 WHEN 0
                    ADD 1 TO WKS-REGISTROS-LEIDOS
                    IF EDLE-TERMINO = WKS-TAR-TERMINO
                       IF EDLE-CURSO NOT = WKS-CURSO-ACTUAL
                          IF WKS-CURSO-ACTUAL NOT = SPACES
                             PERFORM 320-TOTALES-CURSO
                          END-IF
                          MOVE EDLE-CURSO TO WKS-CURSO-ACTUAL
                          MOVE ZEROS      TO WKS-POSICION
                                             WKS-CONTADORES-CURSO
                       END-IF
                       PERFORM 310-IMPRIME-DETALLE
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'               TO ACCION
                    MOVE EDLE-LLAVE           TO LLAVE
                    MOVE 'EDLESPE'            TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDLESPE, FSE-EDLESPE
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ EDLESPE NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDLESPE
              END-READ
           END-PERFORM
           IF WKS-CURSO-ACTUAL NOT = SPACES
              PERFORM 320-TOTALES-CURSO
           END-IF.
       300-BARRIDO-ESPERA-E. EXIT.

      *----> SOLO QUIEN SIGUE EN ESPERA TIENE POSICION; LOS INSCRITOS Y
      *----> CANCELADOS MUESTRAN LA FECHA Y EL PROGRAMA QUE LOS MOVIO
       310-IMPRIME-DETALLE SECTION.
           ADD 1 TO WKS-REGISTROS-TERMINO
           MOVE EDLE-CURSO             TO WKS-LIN-CURSO
           MOVE EDLE-STUDENT-ID        TO WKS-LIN-ESTUDIANTE
           MOVE EDLE-FECHA-SOLICITUD   TO WKS-LIN-SOLICITUD
           EVALUATE TRUE
              WHEN EDLE-EN-ESPERA
                   ADD 1 TO WKS-POSICION
                   ADD 1 TO WKS-CURSO-ESPERA
                   MOVE WKS-POSICION    TO WKS-LIN-POSICION
                   MOVE 'EN ESPERA'     TO WKS-LIN-ESTADO
                   MOVE SPACES          TO WKS-LIN-FECHA
                                           WKS-LIN-PROGRAMA
              WHEN EDLE-INSCRITO
                   ADD 1 TO WKS-CURSO-INSCRITOS
                   MOVE SPACES          TO WKS-LIN-POSICION-X
                   MOVE 'INSCRITO'      TO WKS-LIN-ESTADO
                   MOVE EDLE-FECHA-INSCRIPCION TO WKS-LIN-FECHA
                   MOVE EDLE-PROGRAMA-INSCRIBE TO WKS-LIN-PROGRAMA
              WHEN OTHER
                   ADD 1 TO WKS-CURSO-CANCELADOS
                   MOVE SPACES          TO WKS-LIN-POSICION-X
                   MOVE 'CANCELADO'     TO WKS-LIN-ESTADO
                   MOVE EDLE-FECHA-INSCRIPCION TO WKS-LIN-FECHA
                   MOVE EDLE-PROGRAMA-INSCRIBE TO WKS-LIN-PROGRAMA
           END-EVALUATE
           MOVE WKS-LINEA-DETALLE      TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       310-IMPRIME-DETALLE-E. EXIT.

       320-TOTALES-CURSO SECTION.
           ADD 1                        TO WKS-CURSOS-LISTADOS
           ADD WKS-CURSO-ESPERA         TO WKS-TOT-ESPERA
           ADD WKS-CURSO-INSCRITOS      TO WKS-TOT-INSCRITOS
           ADD WKS-CURSO-CANCELADOS     TO WKS-TOT-CANCELADOS
           MOVE WKS-CURSO-ACTUAL        TO WKS-CUR-CURSO
           MOVE WKS-CURSO-ESPERA        TO WKS-CUR-ESPERA
           MOVE WKS-CURSO-INSCRITOS     TO WKS-CUR-INSCRITOS
           MOVE WKS-CURSO-CANCELADOS    TO WKS-CUR-CANCELADOS
           MOVE WKS-LINEA-CURSO         TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE SPACES                  TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       320-TOTALES-CURSO-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-FTPREP NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-FTPREP ")"
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
           MOVE    WKS-REGISTROS-LEIDOS         TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS EN EDLESPE   : ' WKS-MASCARA
           MOVE    WKS-REGISTROS-TERMINO        TO WKS-MASCARA
           DISPLAY 'REGISTROS DEL TERMINO         : ' WKS-MASCARA
           MOVE    WKS-CURSOS-LISTADOS          TO WKS-MASCARA
           DISPLAY 'CURSOS CON LISTA DE ESPERA    : ' WKS-MASCARA
           MOVE    WKS-TOT-ESPERA               TO WKS-MASCARA
           DISPLAY 'ESTUDIANTES EN ESPERA         : ' WKS-MASCARA
           MOVE    WKS-TOT-INSCRITOS            TO WKS-MASCARA
           DISPLAY 'INSCRITOS AUTOMATICAMENTE     : ' WKS-MASCARA
           MOVE    WKS-TOT-CANCELADOS           TO WKS-MASCARA
           DISPLAY 'ESPERAS CANCELADAS            : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE EDLESPE FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
