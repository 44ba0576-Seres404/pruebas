      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : EDPLAREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTES DE LOS PLANES DE AHORRO PROGRAMADO      *
      *             : EDPLAHO. EN FTPREP EL AVANCE DE CADA PLAN HACIA  *
      *             : SU META (ACUMULADO, META, FECHA META, PORCENTAJE *
      *             : Y ESTADO: A ACTIVO, M META CUMPLIDA, V VENCIDO,  *
      *             : C CANCELADO) CON TOTALES POR ESTADO; EN FTPFALL  *
      *             : LOS PLANES CUYO ULTIMO DEBITO MENSUAL FALLO, CON *
      *             : LA FECHA, EL MOTIVO Y LOS FALLOS ACUMULADOS,     *
      *             : PARA EL SEGUIMIENTO CON EL CLIENTE.              *
      * ARCHIVOS    : EDPLAHO=C, FTPREP=A, FTPFALL=A                   *
      * ACCION (ES) : C=CONSULTA, R=REPORTE                            *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDPLAREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDPLAHO ASSIGN  TO EDPLAHO
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS EDPA-LLAVE
                   FILE STATUS     IS FS-EDPLAHO
                                      FSE-EDPLAHO.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT FTPFALL ASSIGN  TO FTPFALL
                   FILE STATUS     IS FS-FTPFALL.
       DATA DIVISION.
       FILE SECTION.
       FD  EDPLAHO.
           COPY EDPLAHO.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       FD  FTPFALL
           RECORDING MODE IS F.
       01 FALL-LINE                        PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-EDPLAHO                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPFALL                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-EDPLAHO.
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
          02 WKS-FIN-EDPLAHO               PIC 9(01)  VALUE ZEROS.
             88 FIN-EDPLAHO                           VALUE 1.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-PORCENTAJE                PIC 9(03)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE AVANCE
       01 HEADER1.
          05 FILLER                        PIC X(44)  VALUE
             'AVANCE DE LOS PLANES DE AHORRO PROGRAMADO'.
       01 HEADER2.
          05 FILLER                        PIC X(16)  VALUE
             'CUENTA ORIGEN'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(04)  VALUE 'CORR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE 'AHORRO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(14)  VALUE
             'ACUMULADO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(14)  VALUE 'META'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE
             'FEC.META'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(06)  VALUE 'AVANCE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(01)  VALUE 'E'.
       01 WKS-LINEA-DETALLE.
          05 WKS-LIN-ORIGEN                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CORRELATIVO           PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-AHORRO                PIC 9(10).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ACUMULADO             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-META                  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-FECHA-META            PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-AVANCE                PIC ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ESTADO                PIC X(01).
       01 WKS-LINEA-TOTAL.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-TOT-ETIQUETA              PIC X(30).
          05 WKS-TOT-PLANES                PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-TOT-MONTO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *------->        LINEAS DEL LISTADO DE DEBITOS FALLIDOS
       01 HEADER-FALLOS1.
          05 FILLER                        PIC X(46)  VALUE
             'PLANES DE AHORRO CON EL ULTIMO DEBITO FALLIDO'.
       01 HEADER-FALLOS2.
          05 FILLER                        PIC X(16)  VALUE
             'CUENTA ORIGEN'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(04)  VALUE 'CORR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE 'AHORRO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'FECHA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(03)  VALUE 'FAL'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(30)  VALUE 'MOTIVO'.
       01 WKS-LINEA-FALLO.
          05 WKS-FAL-ORIGEN                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-FAL-CORRELATIVO           PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-FAL-AHORRO                PIC 9(10).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-FAL-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-FAL-FALLOS                PIC ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-FAL-MOTIVO                PIC X(30).
       01 WKS-ESTADISTICAS.
          05 WKS-PLANES-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-ACTIVOS            PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-CUMPLIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-VENCIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-CANCELADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-FALLIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-ACUM-ACTIVOS              PIC S9(13)V99 VALUE ZEROS.
          05 WKS-ACUM-CUMPLIDOS            PIC S9(13)V99 VALUE ZEROS.
          05 WKS-ACUM-VENCIDOS             PIC S9(13)V99 VALUE ZEROS.
          05 WKS-ACUM-CANCELADOS           PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 250-ENCABEZADOS
           PERFORM 300-BARRIDO-EDPLAHO
           PERFORM 400-TOTALES-POR-ESTADO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'EDPLAREP' TO PROGRAMA
           OPEN INPUT  EDPLAHO
           OPEN OUTPUT FTPREP FTPFALL
           IF (FS-EDPLAHO = 97) AND (FS-FTPREP = 97) AND
              (FS-FTPFALL = 97)
              MOVE ZEROS TO FS-EDPLAHO FS-FTPREP FS-FTPFALL
           END-IF
           IF FS-EDPLAHO NOT = 0 OR FS-FTPREP NOT = 0 OR
              FS-FTPFALL NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO EDPLAHO  : " FS-EDPLAHO
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPFALL  : " FS-FTPFALL
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

       250-ENCABEZADOS SECTION.
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE
           MOVE HEADER-FALLOS1 TO FALL-LINE
           PERFORM 520-ESCRIBE-FALLO
           MOVE HEADER-FALLOS2 TO FALL-LINE
           PERFORM 520-ESCRIBE-FALLO.
       250-ENCABEZADOS-E. EXIT.

      *----> SERIE 300 RECORRE LOS PLANES EN ORDEN DE CUENTA ORIGEN
       300-BARRIDO-EDPLAHO SECTION.
           READ EDPLAHO NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDPLAHO
           END-READ
           PERFORM UNTIL FIN-EDPLAHO
              EVALUATE FS-EDPLAHO
                 WHEN 0
                    ADD 1 TO WKS-PLANES-LEIDOS
                    PERFORM 310-LINEA-AVANCE
                    IF EDPA-ULT-FALLIDO
                       PERFORM 320-LINEA-FALLO
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE EDPA-LLAVE TO LLAVE
                    MOVE 'EDPLAHO'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDPLAHO, FSE-EDPLAHO
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ EDPLAHO NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDPLAHO
              END-READ
           END-PERFORM.
       300-BARRIDO-EDPLAHO-E. EXIT.

      *----> EL AVANCE ES LO ACUMULADO SOBRE LA META, TOPADO AL 100%
       310-LINEA-AVANCE SECTION.
           IF EDPA-META-MONTO > ZEROS
              COMPUTE WKS-PORCENTAJE ROUNDED =
                      EDPA-ACUMULADO * 100 / EDPA-META-MONTO
                 ON SIZE ERROR
                      MOVE 100 TO WKS-PORCENTAJE
              END-COMPUTE
           ELSE
              MOVE ZEROS TO WKS-PORCENTAJE
           END-IF
           EVALUATE TRUE
              WHEN EDPA-ACTIVO
                   ADD 1              TO WKS-PLANES-ACTIVOS
                   ADD EDPA-ACUMULADO TO WKS-ACUM-ACTIVOS
              WHEN EDPA-META-CUMPLIDA
                   ADD 1              TO WKS-PLANES-CUMPLIDOS
                   ADD EDPA-ACUMULADO TO WKS-ACUM-CUMPLIDOS
              WHEN EDPA-VENCIDO
                   ADD 1              TO WKS-PLANES-VENCIDOS
                   ADD EDPA-ACUMULADO TO WKS-ACUM-VENCIDOS
              WHEN OTHER
                   ADD 1              TO WKS-PLANES-CANCELADOS
                   ADD EDPA-ACUMULADO TO WKS-ACUM-CANCELADOS
           END-EVALUATE
           MOVE EDPA-CUENTA-ORIGEN     TO WKS-LIN-ORIGEN
           MOVE EDPA-CORRELATIVO       TO WKS-LIN-CORRELATIVO
           MOVE EDPA-CUENTA-AHORRO     TO WKS-LIN-AHORRO
           MOVE EDPA-ACUMULADO         TO WKS-LIN-ACUMULADO
           MOVE EDPA-META-MONTO        TO WKS-LIN-META
           MOVE EDPA-META-FECHA        TO WKS-LIN-FECHA-META
           MOVE WKS-PORCENTAJE         TO WKS-LIN-AVANCE
           MOVE EDPA-ESTADO            TO WKS-LIN-ESTADO
           MOVE WKS-LINEA-DETALLE      TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE.
       310-LINEA-AVANCE-E. EXIT.

       320-LINEA-FALLO SECTION.
           ADD 1 TO WKS-PLANES-FALLIDOS
           MOVE EDPA-CUENTA-ORIGEN     TO WKS-FAL-ORIGEN
           MOVE EDPA-CORRELATIVO       TO WKS-FAL-CORRELATIVO
           MOVE EDPA-CUENTA-AHORRO     TO WKS-FAL-AHORRO
           MOVE EDPA-FECHA-ULT-FALLO   TO WKS-FAL-FECHA
           MOVE EDPA-DEBITOS-FALLIDOS  TO WKS-FAL-FALLOS
           MOVE EDPA-MOTIVO-ULT-FALLO  TO WKS-FAL-MOTIVO
           MOVE WKS-LINEA-FALLO        TO FALL-LINE
           PERFORM 520-ESCRIBE-FALLO.
       320-LINEA-FALLO-E. EXIT.

      *----> AL PIE DEL AVANCE: PLANES Y MONTO ACUMULADO POR ESTADO
       400-TOTALES-POR-ESTADO SECTION.
           MOVE SPACES TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE
           MOVE 'PLANES ACTIVOS'          TO WKS-TOT-ETIQUETA
           MOVE WKS-PLANES-ACTIVOS        TO WKS-TOT-PLANES
           MOVE WKS-ACUM-ACTIVOS          TO WKS-TOT-MONTO
           MOVE WKS-LINEA-TOTAL           TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE
           MOVE 'PLANES CON META CUMPLIDA'  TO WKS-TOT-ETIQUETA
           MOVE WKS-PLANES-CUMPLIDOS      TO WKS-TOT-PLANES
           MOVE WKS-ACUM-CUMPLIDOS        TO WKS-TOT-MONTO
           MOVE WKS-LINEA-TOTAL           TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE
           MOVE 'PLANES VENCIDOS SIN LA META' TO WKS-TOT-ETIQUETA
           MOVE WKS-PLANES-VENCIDOS       TO WKS-TOT-PLANES
           MOVE WKS-ACUM-VENCIDOS         TO WKS-TOT-MONTO
           MOVE WKS-LINEA-TOTAL           TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE
           MOVE 'PLANES CANCELADOS'       TO WKS-TOT-ETIQUETA
           MOVE WKS-PLANES-CANCELADOS     TO WKS-TOT-PLANES
           MOVE WKS-ACUM-CANCELADOS       TO WKS-TOT-MONTO
           MOVE WKS-LINEA-TOTAL           TO PRINT-LINE
           PERFORM 510-ESCRIBE-AVANCE.
       400-TOTALES-POR-ESTADO-E. EXIT.

       510-ESCRIBE-AVANCE SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       510-ESCRIBE-AVANCE-E. EXIT.

       520-ESCRIBE-FALLO SECTION.
           WRITE FALL-LINE
           IF FS-FTPFALL NOT = 0
              DISPLAY 'ERROR AL GRABAR FTPFALL, STATUS: ' FS-FTPFALL
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       520-ESCRIBE-FALLO-E. EXIT.

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
           MOVE    WKS-PLANES-LEIDOS            TO WKS-MASCARA
           DISPLAY 'PLANES LEIDOS EN EDPLAHO      : ' WKS-MASCARA
           MOVE    WKS-PLANES-ACTIVOS           TO WKS-MASCARA
           DISPLAY 'PLANES ACTIVOS                : ' WKS-MASCARA
           MOVE    WKS-PLANES-CUMPLIDOS         TO WKS-MASCARA
           DISPLAY 'PLANES CON META CUMPLIDA      : ' WKS-MASCARA
           MOVE    WKS-PLANES-VENCIDOS          TO WKS-MASCARA
           DISPLAY 'PLANES VENCIDOS               : ' WKS-MASCARA
           MOVE    WKS-PLANES-CANCELADOS        TO WKS-MASCARA
           DISPLAY 'PLANES CANCELADOS             : ' WKS-MASCARA
           MOVE    WKS-PLANES-FALLIDOS          TO WKS-MASCARA
           DISPLAY 'PLANES CON DEBITO FALLIDO     : ' WKS-MASCARA
           MOVE    WKS-ACUM-ACTIVOS             TO WKS-MASCARA-MONTO
           DISPLAY 'ACUMULADO EN PLANES ACTIVOS   : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE EDPLAHO FTPREP FTPFALL.
       700-CIERRA-ARCHIVOS-E. EXIT.
