      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : FONDOS DE PROTECCION MUTUALISTA                  *
      * PROGRAMA    : FPRESREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MENSUAL DE RESCATES ANTICIPADOS POR      *
      *             : AGENCIA. RECORRE LA BITACORA FPRESCA DEL MES     *
      *             : RECIBIDO POR SYSIN, ORDENA LOS RESCATES POR      *
      *             : AGENCIA Y LISTA CADA FONDO CON SU CAPITAL,       *
      *             : INTERES, PENALIZACION Y NETO ACREDITADO, CON     *
      *             : TOTALES POR AGENCIA Y DEL MES.                   *
      *             : FORMATO DE LA TARJETA SYSIN: PERIODO AAAAMM EN   *
      *             : 1-6 (EN BLANCO = MES EN CURSO).                  *
      * ARCHIVOS    : FPRESCA=C, FTPREP=A                              *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPRESREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPRESCA ASSIGN  TO FPRESCA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS FPRS-LLAVE
                   FILE STATUS     IS FS-FPRESCA
                                      FSE-FPRESCA.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  FPRESCA.
           COPY FPRESCA.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       SD  WORKFILE.
       01 WORK-RESCATE.
          02 WRES-AGENCIA                  PIC 9(04).
          02 WRES-FECHA                    PIC 9(08).
          02 WRES-FONDO                    PIC 9(16).
          02 WRES-EJECUTIVO                PIC 9(04).
          02 WRES-MESES-RESTANTES          PIC 9(03).
          02 WRES-CAPITAL                  PIC 9(11)V99.
          02 WRES-INTERES                  PIC 9(09)V99.
          02 WRES-PORCENTAJE               PIC 9(03)V99.
          02 WRES-PENALIZACION             PIC 9(11)V99.
          02 WRES-NETO                     PIC 9(11)V99.
          02 WRES-USUARIO                  PIC X(08).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-FPRESCA                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-FPRESCA.
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
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-FPRESCA               PIC 9(01)  VALUE ZEROS.
             88 FIN-FPRESCA                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMERA-AGENCIA           PIC X(01)  VALUE 'S'.
             88 PRIMERA-AGENCIA                       VALUE 'S'.
      *------->                 TARJETA SYSIN
       01 WKS-PARAMETROS.
          02 WKS-PERIODO-X                 PIC X(06)  VALUE SPACES.
          02 WKS-PERIODO REDEFINES WKS-PERIODO-X.
             03 WKS-PER-ANIO               PIC 9(04).
             03 WKS-PER-MES                PIC 9(02).
          02 FILLER                        PIC X(74)  VALUE SPACES.
       01 WKS-FECHA-SISTEMA                PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-AGENCIA-EN-CURSO          PIC 9(04)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->       ACUMULADORES POR AGENCIA (1) Y DEL MES (2)
       01 WKS-ACUMULADORES.
          02 WKS-ACUM OCCURS 2 TIMES.
             03 WKS-ACU-FONDOS             PIC 9(07).
             03 WKS-ACU-CAPITAL            PIC 9(13)V99.
             03 WKS-ACU-INTERES            PIC 9(13)V99.
             03 WKS-ACU-PENALIZACION       PIC 9(13)V99.
             03 WKS-ACU-NETO               PIC 9(13)V99.
       01 WKS-N                            PIC 9(01)  VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(45)  VALUE
             'RESCATES ANTICIPADOS DE FONDOS MUTUALISTAS - '.
          05 FILLER                        PIC X(08)  VALUE
             'PERIODO '.
          05 WKS-HDR-PERIODO               PIC X(06).
       01 HEADER2.
          05 FILLER                        PIC X(09)  VALUE 'FECHA'.
          05 FILLER                        PIC X(17)  VALUE 'FONDO'.
          05 FILLER                        PIC X(05)  VALUE 'EJEC'.
          05 FILLER                        PIC X(04)  VALUE 'MES'.
          05 FILLER                        PIC X(18)  VALUE
             '          CAPITAL'.
          05 FILLER                        PIC X(15)  VALUE
             '       INTERES'.
          05 FILLER                        PIC X(07)  VALUE '  PORC'.
          05 FILLER                        PIC X(18)  VALUE
             '     PENALIZACION'.
          05 FILLER                        PIC X(18)  VALUE
             '             NETO'.
          05 FILLER                        PIC X(08)  VALUE 'USUARIO'.
       01 WKS-LINEA-AGENCIA.
          05 FILLER                        PIC X(08)  VALUE 'AGENCIA '.
          05 WKS-AGE-CODIGO                PIC 9(04).
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-FONDO                 PIC 9(16).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-EJECUTIVO             PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-MESES                 PIC ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-CAPITAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-INTERES               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-PORCENTAJE            PIC ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-PENALIZACION          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-NETO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-USUARIO               PIC X(08).
       01 WKS-LINEA-TOTAL.
          05 WKS-TOT-TITULO                PIC X(16).
          05 FILLER                        PIC X(08)  VALUE
             'FONDOS: '.
          05 WKS-TOT-FONDOS                PIC ZZ,ZZ9.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-TOT-CAPITAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-TOT-INTERES               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(08)  VALUE SPACES.
          05 WKS-TOT-PENALIZACION          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-TOT-NETO                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WKS-ESTADISTICAS.
          05 WKS-RESCATES-LEIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-LISTADAS         PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           SORT WORKFILE ON ASCENDING KEY WRES-AGENCIA WRES-FECHA
                                          WRES-FONDO
              INPUT  PROCEDURE IS 300-LEE-RESCATES
              OUTPUT PROCEDURE IS 400-LISTA-RESCATES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'FPRESREP' TO PROGRAMA
           ACCEPT WKS-PARAMETROS FROM SYSIN
           IF WKS-PERIODO-X = SPACES
              ACCEPT WKS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WKS-FECHA-SISTEMA (1:6) TO WKS-PERIODO-X
           END-IF
           IF WKS-PERIODO-X NOT NUMERIC OR
              WKS-PER-MES < 1 OR WKS-PER-MES > 12
              DISPLAY '>>> SYSIN INVALIDO, SE ESPERA PERIODO AAAAMM'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT  FPRESCA
           OPEN OUTPUT FTPREP
           IF (FS-FPRESCA = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-FPRESCA FS-FTPREP
           END-IF
           IF FS-FPRESCA NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO FPRESCA  : " FS-FPRESCA
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           INITIALIZE WKS-ACUMULADORES.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  LA LLAVE DE FPRESCA EMPIEZA CON LA FECHA DEL RESCATE: SE LEE  *
      *  DESDE EL PRIMER DIA DEL PERIODO MIENTRAS EL MES COINCIDA      *
      ******************************************************************
       300-LEE-RESCATES SECTION.
           MOVE WKS-PERIODO-X     TO FPRS-FECHA-RESCATE (1:6)
           MOVE '01'              TO FPRS-FECHA-RESCATE (7:2)
           MOVE ZEROS             TO FPRS-NUMERO-FONDO
           START FPRESCA KEY IS NOT LESS THAN FPRS-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-FPRESCA
           END-START
           PERFORM UNTIL FIN-FPRESCA
              READ FPRESCA NEXT RECORD
              END-READ
              EVALUATE TRUE
                 WHEN FS-FPRESCA = 10
                      MOVE 1 TO WKS-FIN-FPRESCA
                 WHEN FS-FPRESCA NOT = 0
                      MOVE 'READ'      TO ACCION
                      MOVE FPRS-LLAVE  TO LLAVE
                      MOVE 'FPRESCA'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-FPRESCA, FSE-FPRESCA
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
                 WHEN FPRS-FECHA-RESCATE (1:6) NOT = WKS-PERIODO-X
                      MOVE 1 TO WKS-FIN-FPRESCA
                 WHEN OTHER
                      ADD 1 TO WKS-RESCATES-LEIDOS
                      MOVE FPRS-AGENCIA                 TO WRES-AGENCIA
                      MOVE FPRS-FECHA-RESCATE           TO WRES-FECHA
                      MOVE FPRS-NUMERO-FONDO            TO WRES-FONDO
                      MOVE FPRS-NUMERO-EJECUTIVO
                        TO WRES-EJECUTIVO
                      MOVE FPRS-MESES-RESTANTES
                        TO WRES-MESES-RESTANTES
                      MOVE FPRS-CAPITAL                 TO WRES-CAPITAL
                      MOVE FPRS-INTERES-GANADO          TO WRES-INTERES
                      MOVE FPRS-PORCENTAJE-PENALIZACION
                        TO WRES-PORCENTAJE
                      MOVE FPRS-MONTO-PENALIZACION
                        TO WRES-PENALIZACION
                      MOVE FPRS-MONTO-NETO              TO WRES-NETO
                      MOVE FPRS-USUARIO-SOLICITO        TO WRES-USUARIO
                      RELEASE WORK-RESCATE
              END-EVALUATE
           END-PERFORM.
       300-LEE-RESCATES-E. EXIT.

      *----> SERIE 400 LISTA LOS RESCATES CORTANDO POR AGENCIA
       400-LISTA-RESCATES SECTION.
           MOVE WKS-PERIODO-X TO WKS-HDR-PERIODO
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 450-ESCRIBE-LINEA
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 450-ESCRIBE-LINEA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF PRIMERA-AGENCIA OR
                 WRES-AGENCIA NOT = WKS-AGENCIA-EN-CURSO
                 PERFORM 420-TOTAL-AGENCIA
                 MOVE 'N'           TO WKS-PRIMERA-AGENCIA
                 MOVE WRES-AGENCIA  TO WKS-AGENCIA-EN-CURSO
                                       WKS-AGE-CODIGO
                 ADD 1              TO WKS-AGENCIAS-LISTADAS
                 MOVE SPACES        TO PRINT-LINE
                 PERFORM 450-ESCRIBE-LINEA
                 MOVE WKS-LINEA-AGENCIA TO PRINT-LINE
                 PERFORM 450-ESCRIBE-LINEA
              END-IF
              PERFORM 410-LINEA-RESCATE
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           PERFORM 420-TOTAL-AGENCIA
           MOVE SPACES TO PRINT-LINE
           PERFORM 450-ESCRIBE-LINEA
           MOVE 2                  TO WKS-N
           MOVE 'TOTAL DEL MES'    TO WKS-TOT-TITULO
           PERFORM 430-ESCRIBE-TOTAL.
       400-LISTA-RESCATES-E. EXIT.

       410-LINEA-RESCATE SECTION.
           PERFORM VARYING WKS-N FROM 1 BY 1 UNTIL WKS-N > 2
              ADD 1                 TO WKS-ACU-FONDOS       (WKS-N)
              ADD WRES-CAPITAL      TO WKS-ACU-CAPITAL      (WKS-N)
              ADD WRES-INTERES      TO WKS-ACU-INTERES      (WKS-N)
              ADD WRES-PENALIZACION TO WKS-ACU-PENALIZACION (WKS-N)
              ADD WRES-NETO         TO WKS-ACU-NETO         (WKS-N)
           END-PERFORM
           MOVE WRES-FECHA           TO WKS-DET-FECHA
           MOVE WRES-FONDO           TO WKS-DET-FONDO
           MOVE WRES-EJECUTIVO       TO WKS-DET-EJECUTIVO
           MOVE WRES-MESES-RESTANTES TO WKS-DET-MESES
           MOVE WRES-CAPITAL         TO WKS-DET-CAPITAL
           MOVE WRES-INTERES         TO WKS-DET-INTERES
           MOVE WRES-PORCENTAJE      TO WKS-DET-PORCENTAJE
           MOVE WRES-PENALIZACION    TO WKS-DET-PENALIZACION
           MOVE WRES-NETO            TO WKS-DET-NETO
           MOVE WRES-USUARIO         TO WKS-DET-USUARIO
           MOVE WKS-LINEA-DETALLE    TO PRINT-LINE
           PERFORM 450-ESCRIBE-LINEA.
       410-LINEA-RESCATE-E. EXIT.

       420-TOTAL-AGENCIA SECTION.
           IF WKS-ACU-FONDOS (1) = ZEROS
              GO TO 420-TOTAL-AGENCIA-E
           END-IF
           MOVE 1                  TO WKS-N
           MOVE '  TOTAL AGENCIA'  TO WKS-TOT-TITULO
           PERFORM 430-ESCRIBE-TOTAL.
       420-TOTAL-AGENCIA-E. EXIT.

       430-ESCRIBE-TOTAL SECTION.
           MOVE WKS-ACU-FONDOS (WKS-N)       TO WKS-TOT-FONDOS
           MOVE WKS-ACU-CAPITAL (WKS-N)      TO WKS-TOT-CAPITAL
           MOVE WKS-ACU-INTERES (WKS-N)      TO WKS-TOT-INTERES
           MOVE WKS-ACU-PENALIZACION (WKS-N) TO WKS-TOT-PENALIZACION
           MOVE WKS-ACU-NETO (WKS-N)         TO WKS-TOT-NETO
           MOVE WKS-LINEA-TOTAL              TO PRINT-LINE
           PERFORM 450-ESCRIBE-LINEA
           INITIALIZE WKS-ACUM (WKS-N).
       430-ESCRIBE-TOTAL-E. EXIT.

       450-ESCRIBE-LINEA SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       450-ESCRIBE-LINEA-E. EXIT.

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
           MOVE    WKS-RESCATES-LEIDOS     TO WKS-MASCARA
           DISPLAY 'RESCATES DEL PERIODO          : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-LISTADAS   TO WKS-MASCARA
           DISPLAY 'AGENCIAS CON RESCATES         : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE FPRESCA FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
