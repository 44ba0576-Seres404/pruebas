      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS                       *
      * APLICACION  : EDUCACION                                        *
      * PROGRAMA    : EDU34031                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ALERTA SEMANAL DE AUSENTISMO. RECORRE LA         *
      *             : ASISTENCIA EDASIST (CARGADA POR EDU34030, EN     *
      *             : ORDEN DE ESTUDIANTE + TERMINO + CURSO + FECHA) Y *
      *             : POR CADA INSCRIPCION CUENTA LAS SESIONES, LAS    *
      *             : AUSENCIAS Y LAS AUSENCIAS JUSTIFICADAS. EL       *
      *             : PORCENTAJE DE AUSENCIA SOLO TOMA LAS AUSENCIAS   *
      *             : SIN JUSTIFICAR. LAS INSCRIPCIONES QUE PASAN DEL  *
      *             : UMBRAL PCTAUSENCI DE LA TABLA EDTARIF SE LISTAN  *
      *             : EN REPORTE PARA COORDINACION.                    *
      *             : TARJETA SYSIN: TERMINO X(04); EN BLANCO SE       *
      *             : REVISAN TODOS LOS TERMINOS.                      *
      * ARCHIVOS    : EDASIST (VSAM KSDS)                              *
      *             : EDTARIF (VSAM KSDS)                              *
      *             : EDUC.EDU34031.REPORTE.UNO                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU34031.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDASIST ASSIGN TO EDASIST
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS SEQUENTIAL
                   RECORD KEY    IS EDAS-LLAVE
                   FILE STATUS   IS FS-EDASIST
                                    FSE-EDASIST.
           SELECT EDTARIF ASSIGN TO EDTARIF
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS RANDOM
                   RECORD KEY    IS EDTF-LLAVE
                   FILE STATUS   IS FS-EDTARIF
                                    FSE-EDTARIF.
           SELECT REPORTE ASSIGN TO REPORTE
                          FILE STATUS IS FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD EDASIST.
          COPY EDASIST.
       FD EDTARIF.
          COPY EDTARIF.
       FD REPORTE.
       01 REG-OUPUT                    PIC X(100).
       WORKING-STORAGE SECTION.
      *                     VARIABLES FILE STATUS
       01  FS-EDASIST                  PIC 9(02) VALUE ZEROS.
       01  FS-EDTARIF                  PIC 9(02) VALUE ZEROS.
       01  FS-REPORTE                  PIC 9(02) VALUE ZEROS.
       01  FSE-EDASIST.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDTARIF.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
       01  ACCION                      PIC X(10) VALUE SPACES.
       01  LLAVE                       PIC X(32) VALUE SPACES.
      *                   CONTROLADORES DE LECTURA
       01  WKS-FIN-EDASIST             PIC 9(01) VALUE ZEROS.
           88 FIN-EDASIST                        VALUE 1.
      *     TERMINO A REVISAR, RECIBIDO POR SYSIN (BLANCO = TODOS)
       01  WKS-TERMINO                 PIC X(04) VALUE SPACES.
      *            UMBRAL DE AUSENCIA DE LA TABLA EDTARIF
       01  WKS-PCT-UMBRAL              PIC 9(03)V99 VALUE ZEROS.
      *             CORTE DE CONTROL POR INSCRIPCION
       01  WKS-INSCRIPCION-ACTUAL.
           02 WKS-ACT-STUDENT-ID       PIC X(04) VALUE HIGH-VALUES.
           02 WKS-ACT-TERMINO          PIC X(04) VALUE HIGH-VALUES.
           02 WKS-ACT-CURSO            PIC X(06) VALUE HIGH-VALUES.
       01  WKS-INSCRIPCION-LEIDA.
           02 WKS-LEI-STUDENT-ID       PIC X(04).
           02 WKS-LEI-TERMINO          PIC X(04).
           02 WKS-LEI-CURSO            PIC X(06).
       01  WKS-CORTES.
           02 WKS-SESIONES             PIC 9(04) VALUE ZEROS.
           02 WKS-AUSENCIAS            PIC 9(04) VALUE ZEROS.
           02 WKS-JUSTIFICADAS         PIC 9(04) VALUE ZEROS.
       01  WKS-PCT-AUSENCIA            PIC 9(03)V99 VALUE ZEROS.
      *                   LINEAS DEL LISTADO
       01  WKS-LINEA-TITULO.
           02 FILLER                   PIC X(31) VALUE
              'ALERTA DE AUSENTISMO - TERMINO '.
           02 WKS-TIT-TERMINO          PIC X(04).
           02 FILLER                   PIC X(10) VALUE
              ' - UMBRAL '.
           02 WKS-TIT-UMBRAL           PIC ZZ9.99.
           02 FILLER                   PIC X(01) VALUE '%'.
       01  WKS-LINEA-ENCABEZADO.
           02 FILLER                   PIC X(42) VALUE
              'ID  |TERM|CURSO |SESI|AUSE|JUST|% AUSENCIA'.
       01  WKS-LINEA-ALUMNO.
           02 WKS-ALU-ID               PIC X(04).
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-ALU-TERMINO          PIC X(04).
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-ALU-CURSO            PIC X(06).
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-ALU-SESIONES         PIC ZZZ9.
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-ALU-AUSENCIAS        PIC ZZZ9.
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-ALU-JUSTIFICADAS     PIC ZZZ9.
           02 FILLER                   PIC X(01) VALUE '|'.
           02 WKS-ALU-PCT              PIC ZZ9.99.
           02 FILLER                   PIC X(01) VALUE '%'.
       01  WKS-ESTADISTICAS.
           02 WKS-ASISTENCIAS-LEIDAS   PIC 9(06) VALUE ZEROS.
           02 WKS-INSCRIPCIONES-REVIS  PIC 9(04) VALUE ZEROS.
           02 WKS-EN-ALERTA            PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           ACCEPT WKS-TERMINO FROM SYSIN
           PERFORM 110-OPEN-DATASETS
           PERFORM 115-LEE-UMBRAL
           PERFORM 118-TITULOS
           PERFORM 120-RECORRE-ASISTENCIA
           PERFORM 170-ESTADISTICAS
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.
       100-MAIN-E. EXIT.

       110-OPEN-DATASETS SECTION.
           MOVE 'EDU34031'      TO PROGRAMA
           OPEN INPUT  EDASIST EDTARIF
           OPEN OUTPUT REPORTE
           IF FS-EDASIST EQUAL 97
              MOVE ZEROS TO FS-EDASIST
           END-IF
           IF FS-EDTARIF EQUAL 97
              MOVE ZEROS TO FS-EDTARIF
           END-IF
           IF FS-EDASIST NOT = 0 OR FS-EDTARIF NOT = 0 OR
              FS-REPORTE NOT = 0
              DISPLAY "ERROR AL ABRIR ARCHIVOS, FS EDASIST ("
                      FS-EDASIST ") EDTARIF (" FS-EDTARIF
                      ") REPORTE (" FS-REPORTE ")"
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       110-OPEN-DATASETS-E. EXIT.

      *------> EL UMBRAL VIVE EN EDTARIF; SIN EL NO HAY CONTRA QUE
      *------> COMPARAR Y LA CORRIDA SE RECHAZA
       115-LEE-UMBRAL SECTION.
           MOVE 'PCTAUSENCI' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE EDTF-VALOR TO WKS-PCT-UMBRAL
           END-READ
           IF WKS-PCT-UMBRAL = ZEROS
              DISPLAY "UMBRAL PCTAUSENCI AUSENTE EN EDTARIF"
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       115-LEE-UMBRAL-E. EXIT.

       118-TITULOS SECTION.
           IF WKS-TERMINO = SPACES
              MOVE 'TODO'       TO WKS-TIT-TERMINO
           ELSE
              MOVE WKS-TERMINO  TO WKS-TIT-TERMINO
           END-IF
           MOVE WKS-PCT-UMBRAL   TO WKS-TIT-UMBRAL
           MOVE WKS-LINEA-TITULO TO REG-OUPUT
           PERFORM 160-ESCRIBE-REPORTE
           MOVE WKS-LINEA-ENCABEZADO TO REG-OUPUT
           PERFORM 160-ESCRIBE-REPORTE.
       118-TITULOS-E. EXIT.

      *------> CORTE DE CONTROL POR ESTUDIANTE + TERMINO + CURSO SOBRE
      *------> LA ASISTENCIA; FUERA DEL TERMINO PEDIDO NO SE CUENTA
       120-RECORRE-ASISTENCIA SECTION.
           READ EDASIST NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDASIST
           END-READ
           PERFORM UNTIL FIN-EDASIST
              ADD 1 TO WKS-ASISTENCIAS-LEIDAS
              IF WKS-TERMINO = SPACES OR EDAS-TERMINO = WKS-TERMINO
                 MOVE EDAS-STUDENT-ID TO WKS-LEI-STUDENT-ID
                 MOVE EDAS-TERMINO    TO WKS-LEI-TERMINO
                 MOVE EDAS-CURSO      TO WKS-LEI-CURSO
                 IF WKS-INSCRIPCION-LEIDA NOT = WKS-INSCRIPCION-ACTUAL
                    IF WKS-ACT-STUDENT-ID NOT = HIGH-VALUES
                       PERFORM 130-EVALUA-INSCRIPCION
                    END-IF
                    MOVE WKS-INSCRIPCION-LEIDA
                      TO WKS-INSCRIPCION-ACTUAL
                    INITIALIZE WKS-CORTES
                 END-IF
                 ADD 1 TO WKS-SESIONES
                 EVALUATE TRUE
                    WHEN EDAS-AUSENTE
                         ADD 1 TO WKS-AUSENCIAS
                    WHEN EDAS-JUSTIFICADA
                         ADD 1 TO WKS-JUSTIFICADAS
                    WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
              READ EDASIST NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDASIST
              END-READ
           END-PERFORM
           IF WKS-ACT-STUDENT-ID NOT = HIGH-VALUES
              PERFORM 130-EVALUA-INSCRIPCION
           END-IF.
       120-RECORRE-ASISTENCIA-E. EXIT.

      *------> AUSENCIAS SIN JUSTIFICAR ENTRE SESIONES REGISTRADAS;
      *------> POR ENCIMA DEL UMBRAL LA INSCRIPCION SE LISTA
       130-EVALUA-INSCRIPCION SECTION.
           ADD 1 TO WKS-INSCRIPCIONES-REVIS
           IF WKS-SESIONES = ZEROS
              GO TO 130-EVALUA-INSCRIPCION-E
           END-IF
           COMPUTE WKS-PCT-AUSENCIA ROUNDED =
                   WKS-AUSENCIAS * 100 / WKS-SESIONES
           IF WKS-PCT-AUSENCIA NOT > WKS-PCT-UMBRAL
              GO TO 130-EVALUA-INSCRIPCION-E
           END-IF
           ADD 1 TO WKS-EN-ALERTA
           MOVE WKS-ACT-STUDENT-ID TO WKS-ALU-ID
           MOVE WKS-ACT-TERMINO    TO WKS-ALU-TERMINO
           MOVE WKS-ACT-CURSO      TO WKS-ALU-CURSO
           MOVE WKS-SESIONES       TO WKS-ALU-SESIONES
           MOVE WKS-AUSENCIAS      TO WKS-ALU-AUSENCIAS
           MOVE WKS-JUSTIFICADAS   TO WKS-ALU-JUSTIFICADAS
           MOVE WKS-PCT-AUSENCIA   TO WKS-ALU-PCT
           MOVE WKS-LINEA-ALUMNO   TO REG-OUPUT
           PERFORM 160-ESCRIBE-REPORTE.
       130-EVALUA-INSCRIPCION-E. EXIT.

       160-ESCRIBE-REPORTE SECTION.
           WRITE REG-OUPUT
           IF FS-REPORTE NOT = 0
              DISPLAY "ERROR AL GRABAR REPORTE, FS ("
                      FS-REPORTE ")" UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       160-ESCRIBE-REPORTE-E. EXIT.

       170-ESTADISTICAS SECTION.
           DISPLAY
           "**********************************************************"
           DISPLAY
           "*                      ESTADISTICAS                      *"
           DISPLAY
           "**********************************************************"
           DISPLAY
           " ASISTENCIAS LEIDAS         : (" WKS-ASISTENCIAS-LEIDAS
           ")"
           DISPLAY
           " INSCRIPCIONES REVISADAS    : (" WKS-INSCRIPCIONES-REVIS
           ")"
           DISPLAY
           " INSCRIPCIONES EN ALERTA    : (" WKS-EN-ALERTA ")"
           DISPLAY
           "**********************************************************".
       170-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDASIST EDTARIF REPORTE.
       XXX-CLOSE-DATASETS-E. EXIT.
