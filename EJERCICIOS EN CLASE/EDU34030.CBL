      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS                       *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDU34030                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CAPTURA DIARIA DE ASISTENCIA A CLASES. LEE       *
      *             : TARJETAS DESDE SYSIN CON LA LLAVE ESTUDIANTE +   *
      *             : TERMINO + CURSO + FECHA DE LA SESION Y EL ESTADO *
      *             : (P PRESENTE, A AUSENTE, J AUSENCIA JUSTIFICADA). *
      *             : LA PALABRA FIN TERMINA LA ENTRADA.               *
      *             : EL ESTUDIANTE DEBE ESTAR INSCRITO EN EL CURSO    *
      *             : DEL TERMINO (ENROLL) Y LA FECHA SER VALIDA; SI   *
      *             : NO, LA TARJETA SE RECHAZA CON SU MOTIVO. UNA     *
      *             : SEGUNDA TARJETA DEL MISMO DIA ES UNA CORRECCION  *
      *             : Y REEMPLAZA EL ESTADO GRABADO.                   *
      * ARCHIVOS    : EDASIST (VSAM KSDS)                              *
      *             : EDUC.EDU34023.ENROLL.KSDS01 (VSAM KSDS)          *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU34030.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDASIST ASSIGN TO EDASIST
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS RANDOM
                   RECORD KEY    IS EDAS-LLAVE
                   FILE STATUS   IS FS-EDASIST
                                    FSE-EDASIST.
           SELECT ENROLL ASSIGN TO ENROLL
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS RANDOM
                   RECORD KEY    IS ENRL-LLAVE
                   FILE STATUS   IS FS-ENROLL
                                    FSE-ENROLL.
       DATA DIVISION.
       FILE SECTION.
       FD  EDASIST.
           COPY EDASIST.
       FD  ENROLL.
       01 REG-ENROLL.
          02 ENRL-LLAVE.
             03 ENRL-STUDENT-ID        PIC X(04).
             03 ENRL-TERMINO           PIC X(04).
             03 ENRL-CURSO             PIC X(06).
          02 ENRL-NOTA                 PIC 9(03).
          02 ENRL-NOTA-CAPTURADA       PIC X(01).
             88 ENRL-CON-NOTA                   VALUE 'S'.
             88 ENRL-SIN-NOTA                   VALUE 'N'.
          02 FILLER                    PIC X(12).
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-EDASIST                  PIC 9(02) VALUE ZEROS.
       01  FS-ENROLL                   PIC 9(02) VALUE ZEROS.
       01  FSE-EDASIST.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-ENROLL.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
       01  ACCION                      PIC X(10) VALUE SPACES.
       01  LLAVE                       PIC X(32) VALUE SPACES.
      *Tarjeta de entrada: LLAVE + FECHA DE LA SESION + ESTADO
       01 WKS-REG-ENTRADA.
          02 WKS-ENT-STUDENT-ID        PIC X(04).
          02 FILLER                    PIC X(01).
          02 WKS-ENT-TERMINO           PIC X(04).
          02 FILLER                    PIC X(01).
          02 WKS-ENT-CURSO             PIC X(06).
          02 FILLER                    PIC X(01).
          02 WKS-ENT-FECHA             PIC X(08).
          02 WKS-ENT-FECHA-R REDEFINES WKS-ENT-FECHA.
             03 WKS-ENT-ANIO           PIC 9(04).
             03 WKS-ENT-MES            PIC 9(02).
             03 WKS-ENT-DIA            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 WKS-ENT-ESTADO            PIC X(01).
             88 WKS-ESTADO-VALIDO                VALUE 'P' 'A' 'J'.
          02 FILLER                    PIC X(13).
       01 WKS-TEXT REDEFINES WKS-REG-ENTRADA.
          02 FILLER                    PIC X(03).
             88 WKS-END                          VALUE "FIN".
          02 FILLER                    PIC X(37).
      *Contadores y Controladores
       01  WKS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
       01  WKS-REG-LEIDOS              PIC 9(04) VALUE ZEROS.
       01  WKS-ASISTENCIAS             PIC 9(04) VALUE ZEROS.
       01  WKS-CORRECCIONES            PIC 9(04) VALUE ZEROS.
       01  WKS-RECHAZADOS              PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           PERFORM 110-OPEN-DATASET
           PERFORM 120-PROCESA-ENTRADA
           PERFORM 140-ESTADISTICAS
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.
       100-MAIN-E. EXIT.

       110-OPEN-DATASET SECTION.
           MOVE 'EDU34030'      TO PROGRAMA
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O EDASIST
           IF FS-EDASIST = 35
              OPEN OUTPUT EDASIST
              CLOSE EDASIST
              OPEN I-O EDASIST
           END-IF
           OPEN INPUT ENROLL
           IF FS-EDASIST EQUAL 97
              MOVE ZEROS TO FS-EDASIST
           END-IF
           IF FS-ENROLL EQUAL 97
              MOVE ZEROS TO FS-ENROLL
           END-IF
           IF FS-EDASIST NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'EDASIST' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE
                                    FS-EDASIST, FSE-EDASIST
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           IF FS-ENROLL NOT EQUAL 0
              MOVE 'OPEN'   TO ACCION
              MOVE SPACES   TO LLAVE
              MOVE 'ENROLL' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE
                                    FS-ENROLL, FSE-ENROLL
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       110-OPEN-DATASET-E. EXIT.

       120-PROCESA-ENTRADA SECTION.
           ACCEPT WKS-REG-ENTRADA
           PERFORM UNTIL WKS-END
              ADD 1 TO WKS-REG-LEIDOS
              PERFORM 130-VALIDA-TARJETA
              ACCEPT WKS-REG-ENTRADA
           END-PERFORM.
       120-PROCESA-ENTRADA-E. EXIT.

      *------> FECHA NUMERICA CON MES Y DIA EN RANGO, ESTADO P/A/J Y
      *------> LA INSCRIPCION DEL ESTUDIANTE AL CURSO EN EL TERMINO
       130-VALIDA-TARJETA SECTION.
           IF WKS-ENT-FECHA NOT NUMERIC
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "REGISTRO RECHAZADO, FECHA INVALIDA -> "
                      WKS-REG-ENTRADA UPON CONSOLE
              GO TO 130-VALIDA-TARJETA-E
           END-IF
           IF WKS-ENT-MES < 1 OR WKS-ENT-MES > 12 OR
              WKS-ENT-DIA < 1 OR WKS-ENT-DIA > 31 OR
              WKS-ENT-FECHA > WKS-FECHA-HOY
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "REGISTRO RECHAZADO, FECHA INVALIDA -> "
                      WKS-REG-ENTRADA UPON CONSOLE
              GO TO 130-VALIDA-TARJETA-E
           END-IF
           IF NOT WKS-ESTADO-VALIDO
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "REGISTRO RECHAZADO, ESTADO NO ES P/A/J -> "
                      WKS-REG-ENTRADA UPON CONSOLE
              GO TO 130-VALIDA-TARJETA-E
           END-IF
           MOVE WKS-ENT-STUDENT-ID TO ENRL-STUDENT-ID
           MOVE WKS-ENT-TERMINO    TO ENRL-TERMINO
           MOVE WKS-ENT-CURSO      TO ENRL-CURSO
           READ ENROLL KEY IS ENRL-LLAVE
             INVALID KEY
                ADD 1 TO WKS-RECHAZADOS
                DISPLAY "REGISTRO RECHAZADO, NO INSCRITO AL CURSO -> "
                        WKS-REG-ENTRADA UPON CONSOLE
             NOT INVALID KEY
                PERFORM 135-GRABA-ASISTENCIA
           END-READ.
       130-VALIDA-TARJETA-E. EXIT.

      *------> UNA TARJETA REPETIDA DEL MISMO DIA CORRIGE EL ESTADO
       135-GRABA-ASISTENCIA SECTION.
           INITIALIZE REG-EDASIST
           MOVE WKS-ENT-STUDENT-ID TO EDAS-STUDENT-ID
           MOVE WKS-ENT-TERMINO    TO EDAS-TERMINO
           MOVE WKS-ENT-CURSO      TO EDAS-CURSO
           MOVE WKS-ENT-FECHA      TO EDAS-FECHA
           MOVE WKS-ENT-ESTADO     TO EDAS-ESTADO
           MOVE WKS-FECHA-HOY      TO EDAS-FECHA-CARGA
           WRITE REG-EDASIST
           EVALUATE FS-EDASIST
              WHEN 0
                   ADD 1 TO WKS-ASISTENCIAS
              WHEN 22
                   REWRITE REG-EDASIST
                   IF FS-EDASIST NOT = 0
                      MOVE 'REWRITE'  TO ACCION
                      PERFORM 136-ERROR-EDASIST
                   END-IF
                   ADD 1 TO WKS-CORRECCIONES
              WHEN OTHER
                   MOVE 'WRITE'    TO ACCION
                   PERFORM 136-ERROR-EDASIST
           END-EVALUATE.
       135-GRABA-ASISTENCIA-E. EXIT.

       136-ERROR-EDASIST SECTION.
           MOVE EDAS-LLAVE TO LLAVE
           MOVE 'EDASIST'  TO ARCHIVO
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE,
                                 FS-EDASIST, FSE-EDASIST
           MOVE 91 TO RETURN-CODE
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.
       136-ERROR-EDASIST-E. EXIT.

       140-ESTADISTICAS SECTION.
           DISPLAY
           "**********************************************************"
           DISPLAY
           "*                      ESTADISTICAS                      *"
           DISPLAY
           "**********************************************************"
           DISPLAY
           " TARJETAS LEIDAS EN TOTAL   : (" WKS-REG-LEIDOS ")"
           DISPLAY
           " ASISTENCIAS GRABADAS       : (" WKS-ASISTENCIAS ")"
           DISPLAY
           " ASISTENCIAS CORREGIDAS     : (" WKS-CORRECCIONES ")"
           DISPLAY
           " TARJETAS RECHAZADAS        : (" WKS-RECHAZADOS ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDASIST ENROLL.
       XXX-CLOSE-DATASETS-E. EXIT.
