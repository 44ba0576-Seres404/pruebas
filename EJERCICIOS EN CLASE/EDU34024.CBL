      *             : STUDENT (EDUC.SEMI.ENTRADA) CARGADO EN MEMORIA   *
      *             : Y ESCRIBE EN EL DATASET REPORTE UN BLOQUE POR    *
      *             : ESTUDIANTE CON SUS CURSOS, NOTAS Y PROMEDIO DE   *
      *             : LAS NOTAS YA CAPTURADAS. JUNTO A CADA CURSO VA   *
      *             : EL PORCENTAJE DE ASISTENCIA DE LA INSCRIPCION    *
      *             : (SESIONES PRESENTE ENTRE SESIONES REGISTRADAS EN *
      *             : EDASIST, CARGADA POR EDU34030).                  *
      * ARCHIVOS    : EDUC.SEMI.ENTRADA                                *
      *             : EDUC.EDU34023.ENROLL.KSDS01 (VSAM KSDS)          *
      *             : EDASIST (VSAM KSDS)                              *
      *             : EDUC.EDU34024.REPORTE.UNO                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
                   RECORD KEY    IS ENRL-LLAVE
                   FILE STATUS   IS FS-ENROLL
                                    FSE-ENROLL.
           SELECT EDASIST ASSIGN TO EDASIST
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS DYNAMIC
                   RECORD KEY    IS EDAS-LLAVE
                   FILE STATUS   IS FS-EDASIST
                                    FSE-EDASIST.
           SELECT REPORTE ASSIGN TO REPORTE
                          FILE STATUS IS FS-REPORTE.
       DATA DIVISION.
             88 ENRL-CON-NOTA                   VALUE 'S'.
             88 ENRL-SIN-NOTA                   VALUE 'N'.
          02 FILLER                    PIC X(12).
       FD EDASIST.
          COPY EDASIST.
       FD REPORTE.
       01 REG-OUPUT                    PIC X(100).
       WORKING-STORAGE SECTION.
      *                     VARIABLES FILE STATUS
       01  FS-STUDENT                  PIC 9(02) VALUE ZEROS.
       01  FS-ENROLL                   PIC 9(02) VALUE ZEROS.
       01  FS-EDASIST                  PIC 9(02) VALUE ZEROS.
       01  FS-REPORTE                  PIC 9(02) VALUE ZEROS.
       01  FSE-ENROLL.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDASIST.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
      *                   CONTROLADORES DE LECTURA
       01  WKS-FIN-ENROLL              PIC 9(01) VALUE ZEROS.
           88 FIN-ENROLL                         VALUE 1.
       01  WKS-FIN-EDASIST             PIC 9(01) VALUE ZEROS.
           88 FIN-EDASIST                        VALUE 1.
      *      SIN EDASIST (NUNCA SE HA CARGADO ASISTENCIA) NO HAY
      *      PORCENTAJE QUE IMPRIMIR
       01  WKS-ASISTENCIA              PIC X(01) VALUE 'N'.
           88 ASISTENCIA-ABIERTA                 VALUE 'S'.
      *             ASISTENCIA DE LA INSCRIPCION EN CURSO
       01  WKS-SESIONES                PIC 9(04) VALUE ZEROS.
       01  WKS-PRESENTES               PIC 9(04) VALUE ZEROS.
       01  WKS-PCT-ASISTENCIA          PIC 9(03)V99 VALUE ZEROS.
      *       TABLA EN MEMORIA CON LOS NOMBRES DEL MAESTRO STUDENT
       01  WKS-TABLA-ESTUDIANTES.
           02 WKS-EST-LONG             PIC 9(03) VALUE ZEROS.
           02 WKS-CUR-CURSO            PIC X(06).
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-CUR-NOTA             PIC X(12).
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-CUR-ASISTENCIA       PIC X(14).
       01  WKS-LINEA-ASISTENCIA.
           02 FILLER                   PIC X(07) VALUE 'ASIST: '.
           02 WKS-ASI-PCT              PIC ZZ9.99.
           02 FILLER                   PIC X(01) VALUE '%'.
       01  WKS-LINEA-PROMEDIO.
           02 FILLER                   PIC X(16) VALUE
              '    PROMEDIO  : '.
           02 WKS-ESTUDIANTES-CARGADOS PIC 9(03) VALUE ZEROS.
           02 WKS-INSCRIPCIONES-LEIDAS PIC 9(04) VALUE ZEROS.
           02 WKS-CERTIFICADOS         PIC 9(03) VALUE ZEROS.
           02 WKS-ASISTENCIAS-LEIDAS   PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           PERFORM 110-OPEN-DATASETS
              PERFORM XXX-CLOSE-DATASETS
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 115-OPEN-ASISTENCIA.
       110-OPEN-DATASETS-E. EXIT.

       115-OPEN-ASISTENCIA SECTION.
           OPEN INPUT EDASIST
           IF FS-EDASIST = 97
              MOVE ZEROS TO FS-EDASIST
           END-IF
           EVALUATE FS-EDASIST
              WHEN 0
                   MOVE 'S' TO WKS-ASISTENCIA
              WHEN 35
                   MOVE 'N' TO WKS-ASISTENCIA
              WHEN OTHER
                   MOVE 'OPEN'    TO ACCION
                   MOVE SPACES    TO LLAVE
                   MOVE 'EDASIST' TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                         LLAVE, FS-EDASIST, FSE-EDASIST
                   MOVE  91  TO RETURN-CODE
                   PERFORM XXX-CLOSE-DATASETS
                   STOP RUN
           END-EVALUATE.
       115-OPEN-ASISTENCIA-E. EXIT.

      *------> CARGA EL MAESTRO DE ESTUDIANTES EN MEMORIA PARA
      *------> RESOLVER NOMBRES SIN RELECTURAS DEL PS
       120-CARGA-ESTUDIANTES SECTION.
           ELSE
              MOVE 'SIN NOTA' TO WKS-CUR-NOTA
           END-IF
           PERFORM 134-CALCULA-ASISTENCIA
           MOVE WKS-LINEA-CURSO TO REG-OUPUT
           WRITE REG-OUPUT
           PERFORM 135-VALIDA-ESCRITURA.
           END-IF.
       133-CIERRA-CERTIFICADO-E. EXIT.

      *------> LA ASISTENCIA DE LA INSCRIPCION SE POSICIONA POR SU
      *------> LLAVE Y SE LEE HASTA CAMBIAR DE ESTUDIANTE, TERMINO O
      *------> CURSO; LAS AUSENCIAS JUSTIFICADAS NO CUENTAN COMO
      *------> ASISTENCIA
       134-CALCULA-ASISTENCIA SECTION.
           MOVE 'SIN REGISTRO' TO WKS-CUR-ASISTENCIA
           IF NOT ASISTENCIA-ABIERTA
              GO TO 134-CALCULA-ASISTENCIA-E
           END-IF
           MOVE ZEROS TO WKS-SESIONES WKS-PRESENTES WKS-FIN-EDASIST
           MOVE ENRL-STUDENT-ID TO EDAS-STUDENT-ID
           MOVE ENRL-TERMINO    TO EDAS-TERMINO
           MOVE ENRL-CURSO      TO EDAS-CURSO
           MOVE ZEROS           TO EDAS-FECHA
           START EDASIST KEY IS NOT LESS THAN EDAS-LLAVE
             INVALID KEY
                GO TO 134-CALCULA-ASISTENCIA-E
           END-START
           READ EDASIST NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDASIST
           END-READ
           PERFORM UNTIL FIN-EDASIST
                      OR EDAS-STUDENT-ID NOT = ENRL-STUDENT-ID
                      OR EDAS-TERMINO    NOT = ENRL-TERMINO
                      OR EDAS-CURSO      NOT = ENRL-CURSO
              ADD 1 TO WKS-ASISTENCIAS-LEIDAS
              ADD 1 TO WKS-SESIONES
              IF EDAS-PRESENTE
                 ADD 1 TO WKS-PRESENTES
              END-IF
              READ EDASIST NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDASIST
              END-READ
           END-PERFORM
           IF WKS-SESIONES > ZEROS
              COMPUTE WKS-PCT-ASISTENCIA ROUNDED =
                      WKS-PRESENTES * 100 / WKS-SESIONES
              MOVE WKS-PCT-ASISTENCIA   TO WKS-ASI-PCT
              MOVE WKS-LINEA-ASISTENCIA TO WKS-CUR-ASISTENCIA
           END-IF.
       134-CALCULA-ASISTENCIA-E. EXIT.

       135-VALIDA-ESCRITURA SECTION.
           IF FS-REPORTE NOT = 0
              DISPLAY "ERROR AL ESCRIBIR REPORTE : (" FS-REPORTE ")"
           DISPLAY
           " CERTIFICADOS EMITIDOS      : (" WKS-CERTIFICADOS ")"
           DISPLAY
           " ASISTENCIAS LEIDAS         : (" WKS-ASISTENCIAS-LEIDAS
           ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE STUDENT ENROLL REPORTE
           IF ASISTENCIA-ABIERTA
              CLOSE EDASIST
           END-IF.
       XXX-CLOSE-DATASETS-E. EXIT.
