      *             : CONTADOR, SALVO QUE CAMBIE EL TERMINO OFRECIDO   *
      *             : (ARRANCA TERMINO NUEVO Y EL CONTADOR VUELVE A    *
      *             : CERO). LA PALABRA FIN TERMINA LA ENTRADA.        *
      *             : SI SUBE LA CAPACIDAD EN EL MISMO TERMINO, LOS    *
      *             : LUGARES NUEVOS SE DAN A LA LISTA DE ESPERA       *
      *             : EDLESPE EN ORDEN DE LLEGADA (INSCRIPCION         *
      *             : AUTOMATICA EN ENROLL); SI CAMBIA EL TERMINO, LOS *
      *             : QUE ESPERABAN EL TERMINO ANTERIOR SE CANCELAN.   *
      *             : ANTES DE INSCRIBIR AL QUE ESPERA SE REPITEN LAS  *
      *             : VALIDACIONES DE EDU34023 (SALDO VENCIDO EN       *
      *             : EDCXCOB, PRERREQUISITOS Y LIMITE DE CREDITOS DE  *
      *             : SU SITUACION ACADEMICA); EL QUE YA NO CUMPLE SE  *
      *             : CANCELA Y EL LUGAR PASA AL SIGUIENTE.            *
      *             : LAS TARJETAS PRE MANTIENEN LOS PRERREQUISITOS    *
      *             : EDPRERQ: PRE (1-3), CURSO (5-10), CURSO          *
      *             : REQUERIDO (12-17), NOTA MINIMA (19-21) Y ACCION  *
      *             : (23: BLANCO ALTA O CAMBIO, B BAJA). AMBOS CURSOS *
      *             : DEBEN EXISTIR EN EL CATALOGO.                    *
      * ARCHIVOS    : EDCURSO (VSAM KSDS)                              *
      *             : EDPRERQ (VSAM KSDS)                              *
      *             : EDUC.EDU34023.ENROLL.KSDS01 (VSAM KSDS)          *
      *             : EDLESPE (VSAM KSDS)                              *
      *             : EDCXCOB (VSAM KSDS)                              *
      *             : EDTARIF (VSAM KSDS)                              *
      *             : EDUC.SEMI.ENTRADA (STUDENT)                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY    IS  EDCU-LLAVE
                  FILE STATUS   IS  FS-EDCURSO
                                    FSE-EDCURSO.
            SELECT EDPRERQ ASSIGN TO EDPRERQ
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  EDPR-LLAVE
                  FILE STATUS   IS  FS-EDPRERQ
                                    FSE-EDPRERQ.
            SELECT ENROLL ASSIGN TO ENROLL
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  ENRL-LLAVE
                  FILE STATUS   IS  FS-ENROLL
                                    FSE-ENROLL.
            SELECT EDLESPE ASSIGN TO EDLESPE
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  EDLE-LLAVE
                  FILE STATUS   IS  FS-EDLESPE
                                    FSE-EDLESPE.
            SELECT EDCXCOB ASSIGN TO EDCXCOB
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  EDCX-LLAVE
                  FILE STATUS   IS  FS-EDCXCOB
                                    FSE-EDCXCOB.
            SELECT EDTARIF ASSIGN TO EDTARIF
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDTF-LLAVE
                  FILE STATUS   IS  FS-EDTARIF
                                    FSE-EDTARIF.
            SELECT STUDENT ASSIGN TO STUDENT
                           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD  EDCURSO.
           COPY EDCURSO.
       FD  EDPRERQ.
           COPY EDPRERQ.
       FD  ENROLL.
           COPY EDENROL.
       FD  EDLESPE.
           COPY EDLESPE.
       FD  EDCXCOB.
           COPY EDCXCOB.
       FD  EDTARIF.
           COPY EDTARIF.
       FD  STUDENT.
       01 REG-ENTRY.
          02 ENTRY-STUDENT-ID          PIC X(04).
          02 FILLER                    PIC X(97).
          02 ENTRY-STATUS-ESTUDENT     PIC X(01).
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-EDCURSO                  PIC 9(02) VALUE ZEROS.
       01  FS-EDPRERQ                  PIC 9(02) VALUE ZEROS.
       01  FS-ENROLL                   PIC 9(02) VALUE ZEROS.
       01  FS-EDLESPE                  PIC 9(02) VALUE ZEROS.
       01  FS-EDCXCOB                  PIC 9(02) VALUE ZEROS.
       01  FS-EDTARIF                  PIC 9(02) VALUE ZEROS.
       01  FS-STUDENT                  PIC 9(02) VALUE ZEROS.
       01  FSE-EDCURSO.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPRERQ.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-ENROLL.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDLESPE.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDCXCOB.
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
       01 WKS-TEXT REDEFINES WKS-REG-ENTRADA.
          02 FILLER                    PIC X(03).
             88 WKS-END                          VALUE "FIN".
             88 WKS-PRERREQUISITO                VALUE "PRE".
          02 FILLER                    PIC X(57).
      *Tarjeta de prerrequisito
       01 WKS-REG-PRERREQ REDEFINES WKS-REG-ENTRADA.
          02 FILLER                    PIC X(04).
          02 WKS-PRE-CURSO             PIC X(06).
          02 FILLER                    PIC X(01).
          02 WKS-PRE-REQUERIDO         PIC X(06).
          02 FILLER                    PIC X(01).
          02 WKS-PRE-NOTA              PIC X(03).
          02 WKS-PRE-NOTA-N REDEFINES WKS-PRE-NOTA
                                       PIC 9(03).
          02 FILLER                    PIC X(01).
          02 WKS-PRE-ACCION            PIC X(01).
             88 WKS-PRE-ALTA                     VALUE SPACE.
             88 WKS-PRE-BAJA                     VALUE "B".
          02 FILLER                    PIC X(37).
      *Contadores y Controladores
       01  WKS-REG-LEIDOS              PIC 9(03) VALUE ZEROS.
       01  WKS-ALTAS                   PIC 9(03) VALUE ZEROS.
       01  WKS-CAMBIOS                 PIC 9(03) VALUE ZEROS.
       01  WKS-RECHAZADOS              PIC 9(03) VALUE ZEROS.
       01  WKS-INSCRITOS-DE-ESPERA     PIC 9(03) VALUE ZEROS.
       01  WKS-ESPERAS-CANCELADAS      PIC 9(03) VALUE ZEROS.
       01  WKS-PRERREQ-ALTAS           PIC 9(03) VALUE ZEROS.
       01  WKS-PRERREQ-CAMBIOS         PIC 9(03) VALUE ZEROS.
       01  WKS-PRERREQ-BAJAS           PIC 9(03) VALUE ZEROS.
      *Control de la lista de espera
       01  WKS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
       01  WKS-FIN-ESPERA              PIC X(01) VALUE 'N'.
           88 FIN-ESPERA                         VALUE 'S'.
       01  WKS-ESPERA-OK               PIC X(01) VALUE 'N'.
           88 ESPERA-VALIDA                      VALUE 'S'.
       01  WKS-CURSO-GUARDADO          PIC X(60) VALUE SPACES.
      *Control de saldos vencidos en la cuenta por cobrar
       01  WKS-CARTERA                 PIC X(01) VALUE 'N'.
           88 CARTERA-ABIERTA                    VALUE 'S'.
       01  WKS-MOROSO                  PIC X(01) VALUE 'N'.
           88 ESTUDIANTE-MOROSO                  VALUE 'S'.
       01  WKS-FIN-CARTERA             PIC X(01) VALUE 'N'.
           88 FIN-CARTERA                        VALUE 'S'.
      *Control de prerrequisitos y carga de creditos del termino
       01  WKS-REQUISITOS              PIC X(01) VALUE 'S'.
           88 REQUISITOS-OK                      VALUE 'S'.
       01  WKS-FIN-PRERREQ             PIC X(01) VALUE 'N'.
           88 FIN-PRERREQ                        VALUE 'S'.
       01  WKS-FIN-ENROLL              PIC X(01) VALUE 'N'.
           88 FIN-ENROLL                         VALUE 'S'.
       01  WKS-APROBADO                PIC X(01) VALUE 'N'.
           88 REQUERIDO-APROBADO                 VALUE 'S'.
       01  WKS-FIN-STUDENT             PIC 9(01) VALUE ZEROS.
           88 FIN-STUDENT                        VALUE 1.
       01  WKS-CREDITOS-CURSO          PIC 9(03) VALUE ZEROS.
       01  WKS-CREDITOS-TERMINO        PIC 9(03) VALUE ZEROS.
       01  WKS-SITUACION               PIC X(01) VALUE SPACES.
       01  WKS-LIMITE-CREDITOS         PIC 9(03) VALUE ZEROS.
      *Creditos maximos por situacion (999 = SIN LIMITE)
       01  WKS-LIMITES.
           02 WKS-CREDMAX-HONOR        PIC 9(03) VALUE 999.
           02 WKS-CREDMAX-NORMAL       PIC 9(03) VALUE 999.
           02 WKS-CREDMAX-PROBATORIA   PIC 9(03) VALUE 999.
           02 WKS-CREDMAX-SUSPENSION   PIC 9(03) VALUE 999.
      *Situacion academica H/P/S del maestro; el resto es normal
       01  WKS-TABLA-SITUACIONES.
           02 WKS-SIT-LONG             PIC 9(04) VALUE ZEROS.
           02 WKS-SIT-ENT OCCURS 0 TO 2000
                          DEPENDING ON WKS-SIT-LONG
                          INDEXED   BY IDX-SIT.
              03 WKS-SIT-ID            PIC X(04).
              03 WKS-SIT-SITUACION     PIC X(01).
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           PERFORM 110-OPEN-DATASET
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           OPEN I-O EDPRERQ
           IF FS-EDPRERQ = 35
              OPEN OUTPUT EDPRERQ
              CLOSE EDPRERQ
              OPEN I-O EDPRERQ
           END-IF
           IF FS-EDPRERQ EQUAL 97
              MOVE ZEROS TO FS-EDPRERQ
           END-IF
           IF FS-EDPRERQ NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'EDPRERQ' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE
                                    FS-EDPRERQ, FSE-EDPRERQ
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           OPEN I-O ENROLL
           IF FS-ENROLL = 35
              OPEN OUTPUT ENROLL
              CLOSE ENROLL
              OPEN I-O ENROLL
           END-IF
           OPEN I-O EDLESPE
           IF FS-EDLESPE = 35
              OPEN OUTPUT EDLESPE
              CLOSE EDLESPE
              OPEN I-O EDLESPE
           END-IF
           IF FS-ENROLL EQUAL 97
              MOVE ZEROS TO FS-ENROLL
           END-IF
           IF FS-EDLESPE EQUAL 97
              MOVE ZEROS TO FS-EDLESPE
           END-IF
           IF FS-ENROLL NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'ENROLL'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE
                                    FS-ENROLL, FSE-ENROLL
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           IF FS-EDLESPE NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'EDLESPE' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE
                                    FS-EDLESPE, FSE-EDLESPE
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 115-OPEN-CARTERA
           PERFORM 116-CARGA-LIMITES
           PERFORM 117-CARGA-SITUACIONES.
       110-OPEN-DATASET-E. EXIT.

      *------> SIN CUENTAS POR COBRAR TODAVIA (NUNCA SE HA CORRIDO LA
      *------> FACTURACION EDCXFACT) NO HAY SALDOS QUE VALIDAR
       115-OPEN-CARTERA SECTION.
           OPEN INPUT EDCXCOB
           IF FS-EDCXCOB EQUAL 97
              MOVE ZEROS TO FS-EDCXCOB
           END-IF
           EVALUATE FS-EDCXCOB
              WHEN 0
                   MOVE 'S' TO WKS-CARTERA
              WHEN 35
                   MOVE 'N' TO WKS-CARTERA
              WHEN OTHER
                   MOVE 'OPEN'    TO ACCION
                   MOVE SPACES    TO LLAVE
                   MOVE 'EDCXCOB' TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                     LLAVE, FS-EDCXCOB, FSE-EDCXCOB
                   MOVE  91  TO RETURN-CODE
                   PERFORM XXX-CLOSE-DATASETS
                   STOP RUN
           END-EVALUATE.
       115-OPEN-CARTERA-E. EXIT.

      *------> LIMITE DE CREDITOS POR SITUACION ACADEMICA DESDE EDTARIF
       116-CARGA-LIMITES SECTION.
           OPEN INPUT EDTARIF
           IF FS-EDTARIF EQUAL 97
              MOVE ZEROS TO FS-EDTARIF
           END-IF
           IF FS-EDTARIF NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'EDTARIF' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE
                                    FS-EDTARIF, FSE-EDTARIF
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           MOVE 'CREDMAXH  ' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE EDTF-VALOR TO WKS-CREDMAX-HONOR
           END-READ
           MOVE 'CREDMAXN  ' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE EDTF-VALOR TO WKS-CREDMAX-NORMAL
           END-READ
           MOVE 'CREDMAXP  ' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE EDTF-VALOR TO WKS-CREDMAX-PROBATORIA
           END-READ
           MOVE 'CREDMAXS  ' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE EDTF-VALOR TO WKS-CREDMAX-SUSPENSION
           END-READ
           CLOSE EDTARIF.
       116-CARGA-LIMITES-E. EXIT.

      *------> SITUACION ACADEMICA QUE EDU34028 ESTAMPO EN EL MAESTRO;
      *------> SOLO SE GUARDAN H, P Y S, EL RESTO SE TRATA COMO NORMAL.
      *------> SI NO CABEN EN LA TABLA LA CORRIDA SE CANCELA, PARA NO
      *------> APLICAR EL LIMITE NORMAL A QUIEN NO LE CORRESPONDE
       117-CARGA-SITUACIONES SECTION.
           OPEN INPUT STUDENT
           IF FS-STUDENT EQUAL 97
              MOVE ZEROS TO FS-STUDENT
           END-IF
           IF FS-STUDENT NOT EQUAL 0
              DISPLAY "ERROR AL ABRIR STUDENT, FS (" FS-STUDENT ")"
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           READ STUDENT
                AT END MOVE 1 TO WKS-FIN-STUDENT
           END-READ
           PERFORM UNTIL FIN-STUDENT
              IF ENTRY-STATUS-ESTUDENT = 'H' OR 'P' OR 'S'
                 IF WKS-SIT-LONG NOT < 2000
                    DISPLAY "TABLA DE SITUACIONES LLENA (2000), "
                            "AMPLIARLA ANTES DE CONTINUAR" UPON CONSOLE
                    CLOSE STUDENT
                    MOVE 91 TO RETURN-CODE
                    PERFORM XXX-CLOSE-DATASETS
                    STOP RUN
                 END-IF
                 ADD 1 TO WKS-SIT-LONG
                 SET IDX-SIT TO WKS-SIT-LONG
                 MOVE ENTRY-STUDENT-ID TO WKS-SIT-ID (IDX-SIT)
                 MOVE ENTRY-STATUS-ESTUDENT
                   TO WKS-SIT-SITUACION (IDX-SIT)
              END-IF
              READ STUDENT
                   AT END MOVE 1 TO WKS-FIN-STUDENT
              END-READ
           END-PERFORM
           CLOSE STUDENT.
       117-CARGA-SITUACIONES-E. EXIT.

       120-PROCESA-ENTRADA SECTION.
           ACCEPT WKS-REG-ENTRADA
           PERFORM UNTIL WKS-END
              ADD 1 TO WKS-REG-LEIDOS
              EVALUATE TRUE
                 WHEN WKS-PRERREQUISITO
                      PERFORM 132-GRABA-PRERREQUISITO
                 WHEN WKS-ENT-CODIGO = SPACES OR
                      WKS-ENT-TITULO = SPACES OR
                      WKS-ENT-CREDITOS NOT NUMERIC OR
                      WKS-ENT-TERMINO = SPACES OR
                      WKS-ENT-CAPACIDAD NOT NUMERIC
                      ADD 1 TO WKS-RECHAZADOS
                      DISPLAY "TARJETA RECHAZADA -> " WKS-REG-ENTRADA
                              UPON CONSOLE
                 WHEN OTHER
                      PERFORM 130-GRABA-CURSO
              END-EVALUATE
              ACCEPT WKS-REG-ENTRADA
           END-PERFORM.
       120-PROCESA-ENTRADA-E. EXIT.

      *------> UN CURSO NUEVO ARRANCA CON CERO INSCRITOS; UNO
      *------> EXISTENTE CONSERVA SU CONTADOR, SALVO QUE CAMBIE EL
      *------> TERMINO OFRECIDO (TERMINO NUEVO, CONTADOR EN CERO).
      *------> CON EL MISMO TERMINO, EL CUPO QUE QUEDE LIBRE PASA A LA
      *------> LISTA DE ESPERA
       130-GRABA-CURSO SECTION.
           INITIALIZE REG-EDCURSO
           MOVE WKS-ENT-CODIGO    TO EDCU-CODIGO
                   MOVE WKS-ENT-CREDITOS  TO EDCU-CREDITOS
                   MOVE WKS-ENT-CAPACIDAD TO EDCU-CAPACIDAD
                   IF EDCU-TERMINO NOT = WKS-ENT-TERMINO
                      PERFORM 136-CANCELA-ESPERA
                      MOVE WKS-ENT-TERMINO TO EDCU-TERMINO
                      MOVE ZEROS           TO EDCU-INSCRITOS
                   ELSE
                      PERFORM 137-ASIGNA-ESPERA
                   END-IF
                   REWRITE REG-EDCURSO
                   IF FS-EDCURSO NOT = 0
           END-EVALUATE.
       130-GRABA-CURSO-E. EXIT.

      *------> PRERREQUISITO: EL CURSO Y EL REQUERIDO DEBEN EXISTIR EN
      *------> EL CATALOGO Y SER DISTINTOS; LA NOTA MINIMA VA DE 0 A
      *------> 100. UNA LLAVE YA EXISTENTE SOLO CAMBIA SU NOTA MINIMA
       132-GRABA-PRERREQUISITO SECTION.
           IF WKS-PRE-CURSO = SPACES OR
              WKS-PRE-REQUERIDO = SPACES OR
              WKS-PRE-CURSO = WKS-PRE-REQUERIDO OR
              NOT (WKS-PRE-ALTA OR WKS-PRE-BAJA)
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "PRERREQUISITO CON TARJETA INVALIDA -> "
                      WKS-REG-ENTRADA UPON CONSOLE
              GO TO 132-GRABA-PRERREQUISITO-E
           END-IF
           IF WKS-PRE-BAJA
              PERFORM 133-BAJA-PRERREQUISITO
              GO TO 132-GRABA-PRERREQUISITO-E
           END-IF
           IF WKS-PRE-NOTA NOT NUMERIC OR
              WKS-PRE-NOTA-N > 100
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "PRERREQUISITO CON NOTA MINIMA INVALIDA -> "
                      WKS-REG-ENTRADA UPON CONSOLE
              GO TO 132-GRABA-PRERREQUISITO-E
           END-IF
           MOVE WKS-PRE-CURSO     TO EDCU-CODIGO
           READ EDCURSO KEY IS EDCU-LLAVE
             INVALID KEY
                ADD 1 TO WKS-RECHAZADOS
                DISPLAY "PRERREQUISITO CON CURSO INEXISTENTE -> "
                        WKS-REG-ENTRADA UPON CONSOLE
                GO TO 132-GRABA-PRERREQUISITO-E
           END-READ
           MOVE WKS-PRE-REQUERIDO TO EDCU-CODIGO
           READ EDCURSO KEY IS EDCU-LLAVE
             INVALID KEY
                ADD 1 TO WKS-RECHAZADOS
                DISPLAY "PRERREQUISITO CON REQUERIDO INEXISTENTE -> "
                        WKS-REG-ENTRADA UPON CONSOLE
                GO TO 132-GRABA-PRERREQUISITO-E
           END-READ
           INITIALIZE REG-EDPRERQ
           MOVE WKS-PRE-CURSO     TO EDPR-CURSO
           MOVE WKS-PRE-REQUERIDO TO EDPR-CURSO-REQUERIDO
           MOVE WKS-PRE-NOTA-N    TO EDPR-NOTA-MINIMA
           WRITE REG-EDPRERQ
           EVALUATE FS-EDPRERQ
              WHEN 0
                   ADD 1 TO WKS-PRERREQ-ALTAS
              WHEN 22
                   READ EDPRERQ KEY IS EDPR-LLAVE
                   END-READ
                   MOVE WKS-PRE-NOTA-N TO EDPR-NOTA-MINIMA
                   REWRITE REG-EDPRERQ
                   IF FS-EDPRERQ NOT = 0
                      MOVE 'REWRITE'  TO ACCION
                      MOVE EDPR-LLAVE TO LLAVE
                      MOVE 'EDPRERQ'  TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                        LLAVE, FS-EDPRERQ, FSE-EDPRERQ
                      MOVE 91 TO RETURN-CODE
                      PERFORM XXX-CLOSE-DATASETS
                      STOP RUN
                   END-IF
                   ADD 1 TO WKS-PRERREQ-CAMBIOS
              WHEN OTHER
                   MOVE 'WRITE'    TO ACCION
                   MOVE EDPR-LLAVE TO LLAVE
                   MOVE 'EDPRERQ'  TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                     LLAVE, FS-EDPRERQ, FSE-EDPRERQ
                   MOVE 91 TO RETURN-CODE
                   PERFORM XXX-CLOSE-DATASETS
                   STOP RUN
           END-EVALUATE.
       132-GRABA-PRERREQUISITO-E. EXIT.

       133-BAJA-PRERREQUISITO SECTION.
           MOVE WKS-PRE-CURSO     TO EDPR-CURSO
           MOVE WKS-PRE-REQUERIDO TO EDPR-CURSO-REQUERIDO
           DELETE EDPRERQ RECORD
           EVALUATE FS-EDPRERQ
              WHEN 0
                   ADD 1 TO WKS-PRERREQ-BAJAS
              WHEN 23
                   ADD 1 TO WKS-RECHAZADOS
                   DISPLAY "BAJA DE PRERREQUISITO INEXISTENTE -> "
                           WKS-REG-ENTRADA UPON CONSOLE
              WHEN OTHER
                   MOVE 'DELETE'   TO ACCION
                   MOVE EDPR-LLAVE TO LLAVE
                   MOVE 'EDPRERQ'  TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                     LLAVE, FS-EDPRERQ, FSE-EDPRERQ
                   MOVE 91 TO RETURN-CODE
                   PERFORM XXX-CLOSE-DATASETS
                   STOP RUN
           END-EVALUATE.
       133-BAJA-PRERREQUISITO-E. EXIT.

      *------> EL CURSO DEJA DE OFRECERSE EN EL TERMINO ANTERIOR: NADIE
      *------> QUE LO ESPERABA PODRA INSCRIBIRSE
       136-CANCELA-ESPERA SECTION.
           MOVE 'N'                TO WKS-FIN-ESPERA
           MOVE EDCU-CODIGO        TO EDLE-CURSO
           MOVE EDCU-TERMINO       TO EDLE-TERMINO
           MOVE ZEROS              TO EDLE-FECHA-SOLICITUD
                                      EDLE-HORA-SOLICITUD
                                      EDLE-SECUENCIA
           START EDLESPE KEY IS NOT LESS THAN EDLE-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-FIN-ESPERA
           END-START
           PERFORM UNTIL FIN-ESPERA
              READ EDLESPE NEXT RECORD
                   AT END MOVE 'S' TO WKS-FIN-ESPERA
              END-READ
              IF NOT FIN-ESPERA
                 IF FS-EDLESPE NOT = 0 OR
                    EDLE-CURSO   NOT = EDCU-CODIGO OR
                    EDLE-TERMINO NOT = EDCU-TERMINO
                    MOVE 'S' TO WKS-FIN-ESPERA
                 ELSE
                    IF EDLE-EN-ESPERA
                       SET EDLE-CANCELADO TO TRUE
                       MOVE WKS-FECHA-HOY TO EDLE-FECHA-INSCRIPCION
                       MOVE 'EDU34027'    TO EDLE-PROGRAMA-INSCRIBE
                       PERFORM 139-REGRABA-ESPERA
                       ADD 1 TO WKS-ESPERAS-CANCELADAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       136-CANCELA-ESPERA-E. EXIT.

      *------> MIENTRAS EL CURSO TENGA CUPO, LOS EN ESPERA DEL TERMINO
      *------> SE INSCRIBEN EN ORDEN DE LLEGADA. EL CONTADOR QUEDA EN
      *------> REG-EDCURSO Y LO GRABA QUIEN LLAMA
       137-ASIGNA-ESPERA SECTION.
           MOVE 'N'                TO WKS-FIN-ESPERA
           MOVE EDCU-CODIGO        TO EDLE-CURSO
           MOVE EDCU-TERMINO       TO EDLE-TERMINO
           MOVE ZEROS              TO EDLE-FECHA-SOLICITUD
                                      EDLE-HORA-SOLICITUD
                                      EDLE-SECUENCIA
           START EDLESPE KEY IS NOT LESS THAN EDLE-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-FIN-ESPERA
           END-START
           PERFORM UNTIL FIN-ESPERA OR
                         EDCU-INSCRITOS NOT < EDCU-CAPACIDAD
              READ EDLESPE NEXT RECORD
                   AT END MOVE 'S' TO WKS-FIN-ESPERA
              END-READ
              IF NOT FIN-ESPERA
                 IF FS-EDLESPE NOT = 0 OR
                    EDLE-CURSO   NOT = EDCU-CODIGO OR
                    EDLE-TERMINO NOT = EDCU-TERMINO
                    MOVE 'S' TO WKS-FIN-ESPERA
                 ELSE
                    IF EDLE-EN-ESPERA
                       PERFORM 138-INSCRIBE-DE-ESPERA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       137-ASIGNA-ESPERA-E. EXIT.

      *------> EL QUE YA NO CUMPLE SE CANCELA EN LA LISTA Y EL LUGAR
      *------> QUEDA PARA EL SIGUIENTE EN ESPERA
       138-INSCRIBE-DE-ESPERA SECTION.
           PERFORM 150-REVALIDA-ESPERA
           IF NOT ESPERA-VALIDA
              SET EDLE-CANCELADO TO TRUE
              ADD 1 TO WKS-ESPERAS-CANCELADAS
           ELSE
              INITIALIZE REG-ENROLL
              MOVE EDLE-STUDENT-ID    TO ENRL-STUDENT-ID
              MOVE EDLE-TERMINO       TO ENRL-TERMINO
              MOVE EDLE-CURSO         TO ENRL-CURSO
              MOVE ZEROS              TO ENRL-NOTA
              SET ENRL-SIN-NOTA       TO TRUE
              WRITE REG-ENROLL
              EVALUATE FS-ENROLL
                 WHEN 0
                      ADD 1 TO EDCU-INSCRITOS
                      ADD 1 TO WKS-INSCRITOS-DE-ESPERA
                      SET EDLE-INSCRITO TO TRUE
                      DISPLAY "INSCRITO DESDE LISTA DE ESPERA -> "
                              ENRL-LLAVE UPON CONSOLE
                 WHEN 22
                      SET EDLE-CANCELADO TO TRUE
                 WHEN OTHER
                      MOVE 'WRITE'    TO ACCION
                      MOVE ENRL-LLAVE TO LLAVE
                      MOVE 'ENROLL'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                        LLAVE, FS-ENROLL, FSE-ENROLL
                      MOVE 91 TO RETURN-CODE
                      PERFORM XXX-CLOSE-DATASETS
                      STOP RUN
              END-EVALUATE
           END-IF
           MOVE WKS-FECHA-HOY      TO EDLE-FECHA-INSCRIPCION
           MOVE 'EDU34027'         TO EDLE-PROGRAMA-INSCRIBE
           PERFORM 139-REGRABA-ESPERA.
       138-INSCRIBE-DE-ESPERA-E. EXIT.

       139-REGRABA-ESPERA SECTION.
           REWRITE REG-EDLESPE
           IF FS-EDLESPE NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDLE-LLAVE TO LLAVE
              MOVE 'EDLESPE'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                LLAVE, FS-EDLESPE, FSE-EDLESPE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       139-REGRABA-ESPERA-E. EXIT.

       140-ESTADISTICAS SECTION.
           DISPLAY
           "**********************************************************"
           DISPLAY
           " CURSOS ACTUALIZADOS        : (" WKS-CAMBIOS ")"
           DISPLAY
           " PRERREQUISITOS NUEVOS      : (" WKS-PRERREQ-ALTAS ")"
           DISPLAY
           " PRERREQUISITOS CAMBIADOS   : (" WKS-PRERREQ-CAMBIOS ")"
           DISPLAY
           " PRERREQUISITOS DE BAJA     : (" WKS-PRERREQ-BAJAS ")"
           DISPLAY
           " INSCRITOS DESDE LA ESPERA  : (" WKS-INSCRITOS-DE-ESPERA ")"
           DISPLAY
           " ESPERAS CANCELADAS         : (" WKS-ESPERAS-CANCELADAS ")"
           DISPLAY
           " TARJETAS RECHAZADAS        : (" WKS-RECHAZADOS ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

      *------> EL QUE ESPERA SE VALIDA COMO UNA INSCRIPCION NUEVA DE
      *------> EDU34023: SIN SALDO VENCIDO, CON SUS PRERREQUISITOS Y
      *------> DENTRO DE SU LIMITE DE CREDITOS. EL CURSO EN REG-EDCURSO
      *------> (AUN SIN REGRABAR) SE RESTAURA AL TERMINAR
       150-REVALIDA-ESPERA SECTION.
           MOVE REG-EDCURSO        TO WKS-CURSO-GUARDADO
           MOVE 'N'                TO WKS-ESPERA-OK
           PERFORM 151-VALIDA-SALDO-VENCIDO
           IF NOT ESTUDIANTE-MOROSO
              PERFORM 152-VALIDA-PRERREQUISITOS
              IF REQUISITOS-OK
                 PERFORM 154-VALIDA-CARGA-CREDITOS
                 IF REQUISITOS-OK
                    MOVE 'S' TO WKS-ESPERA-OK
                 END-IF
              END-IF
           END-IF
           MOVE WKS-CURSO-GUARDADO TO REG-EDCURSO.
       150-REVALIDA-ESPERA-E. EXIT.

      *------> BASTA UNA CUENTA DE OTRO TERMINO CON SALDO Y YA VENCIDA
       151-VALIDA-SALDO-VENCIDO SECTION.
           MOVE 'N' TO WKS-MOROSO
           IF NOT CARTERA-ABIERTA
              GO TO 151-VALIDA-SALDO-VENCIDO-E
           END-IF
           MOVE 'N'                TO WKS-FIN-CARTERA
           MOVE EDLE-STUDENT-ID    TO EDCX-STUDENT-ID
           MOVE LOW-VALUES         TO EDCX-TERMINO
           START EDCXCOB KEY IS NOT LESS THAN EDCX-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-FIN-CARTERA
           END-START
           PERFORM UNTIL FIN-CARTERA OR ESTUDIANTE-MOROSO
              READ EDCXCOB NEXT RECORD
                   AT END MOVE 'S' TO WKS-FIN-CARTERA
              END-READ
              IF NOT FIN-CARTERA
                 IF FS-EDCXCOB NOT = 0 OR
                    EDCX-STUDENT-ID NOT = EDLE-STUDENT-ID
                    MOVE 'S' TO WKS-FIN-CARTERA
                 ELSE
                    IF EDCX-TERMINO NOT = EDLE-TERMINO AND
                       EDCX-SALDO > ZEROS AND
                       EDCX-FECHA-VENCIMIENTO < WKS-FECHA-HOY
                       MOVE 'S' TO WKS-MOROSO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF ESTUDIANTE-MOROSO
              DISPLAY "ESPERA CANCELADA, SALDO VENCIDO DEL TERMINO "
                      EDCX-TERMINO " -> " EDLE-STUDENT-ID " "
                      EDLE-TERMINO " " EDLE-CURSO UPON CONSOLE
           END-IF.
       151-VALIDA-SALDO-VENCIDO-E. EXIT.

      *------> CADA PRERREQUISITO DEL CURSO DEBE ESTAR APROBADO, EN
      *------> CUALQUIER TERMINO, CON AL MENOS SU NOTA MINIMA
       152-VALIDA-PRERREQUISITOS SECTION.
           MOVE 'S'                TO WKS-REQUISITOS
           MOVE 'N'                TO WKS-FIN-PRERREQ
           MOVE EDLE-CURSO         TO EDPR-CURSO
           MOVE LOW-VALUES         TO EDPR-CURSO-REQUERIDO
           START EDPRERQ KEY IS NOT LESS THAN EDPR-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-FIN-PRERREQ
           END-START
           PERFORM UNTIL FIN-PRERREQ OR NOT REQUISITOS-OK
              READ EDPRERQ NEXT RECORD
                   AT END MOVE 'S' TO WKS-FIN-PRERREQ
              END-READ
              IF NOT FIN-PRERREQ
                 IF FS-EDPRERQ NOT = 0 OR
                    EDPR-CURSO NOT = EDLE-CURSO
                    MOVE 'S' TO WKS-FIN-PRERREQ
                 ELSE
                    PERFORM 153-BUSCA-APROBADO
                    IF NOT REQUERIDO-APROBADO
                       MOVE 'N' TO WKS-REQUISITOS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF NOT REQUISITOS-OK
              DISPLAY "ESPERA CANCELADA, FALTA PRERREQUISITO "
                      EDPR-CURSO-REQUERIDO " -> " EDLE-STUDENT-ID " "
                      EDLE-TERMINO " " EDLE-CURSO UPON CONSOLE
           END-IF.
       152-VALIDA-PRERREQUISITOS-E. EXIT.

      *------> RECORRE TODAS LAS INSCRIPCIONES DEL ESTUDIANTE BUSCANDO
      *------> EL CURSO REQUERIDO CON NOTA CAPTURADA SUFICIENTE
       153-BUSCA-APROBADO SECTION.
           MOVE 'N'                TO WKS-APROBADO WKS-FIN-ENROLL
           MOVE EDLE-STUDENT-ID    TO ENRL-STUDENT-ID
           MOVE LOW-VALUES         TO ENRL-TERMINO ENRL-CURSO
           START ENROLL KEY IS NOT LESS THAN ENRL-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-FIN-ENROLL
           END-START
           PERFORM UNTIL FIN-ENROLL OR REQUERIDO-APROBADO
              READ ENROLL NEXT RECORD
                   AT END MOVE 'S' TO WKS-FIN-ENROLL
              END-READ
              IF NOT FIN-ENROLL
                 IF FS-ENROLL NOT = 0 OR
                    ENRL-STUDENT-ID NOT = EDLE-STUDENT-ID
                    MOVE 'S' TO WKS-FIN-ENROLL
                 ELSE
                    IF ENRL-CURSO = EDPR-CURSO-REQUERIDO AND
                       ENRL-CON-NOTA AND
                       ENRL-NOTA NOT < EDPR-NOTA-MINIMA
                       MOVE 'S' TO WKS-APROBADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       153-BUSCA-APROBADO-E. EXIT.

      *------> CREDITOS YA INSCRITOS EN EL TERMINO MAS LOS DEL CURSO NO
      *------> PUEDEN PASAR DEL LIMITE DE LA SITUACION DEL ESTUDIANTE.
      *------> LOS CREDITOS DEL CURSO SON LOS DE LA TARJETA EN CURSO
       154-VALIDA-CARGA-CREDITOS SECTION.
           MOVE 'S'                TO WKS-REQUISITOS
           MOVE EDCU-CREDITOS      TO WKS-CREDITOS-CURSO
           MOVE 'N'                TO WKS-SITUACION
           PERFORM VARYING IDX-SIT FROM 1 BY 1
                   UNTIL IDX-SIT > WKS-SIT-LONG
              IF WKS-SIT-ID (IDX-SIT) = EDLE-STUDENT-ID
                 MOVE WKS-SIT-SITUACION (IDX-SIT) TO WKS-SITUACION
              END-IF
           END-PERFORM
           EVALUATE WKS-SITUACION
              WHEN 'H'
                   MOVE WKS-CREDMAX-HONOR      TO WKS-LIMITE-CREDITOS
              WHEN 'P'
                   MOVE WKS-CREDMAX-PROBATORIA TO WKS-LIMITE-CREDITOS
              WHEN 'S'
                   MOVE WKS-CREDMAX-SUSPENSION TO WKS-LIMITE-CREDITOS
              WHEN OTHER
                   MOVE WKS-CREDMAX-NORMAL     TO WKS-LIMITE-CREDITOS
           END-EVALUATE
           IF WKS-LIMITE-CREDITOS = 999
              GO TO 154-VALIDA-CARGA-CREDITOS-E
           END-IF
           MOVE ZEROS              TO WKS-CREDITOS-TERMINO
           MOVE 'N'                TO WKS-FIN-ENROLL
           MOVE EDLE-STUDENT-ID    TO ENRL-STUDENT-ID
           MOVE EDLE-TERMINO       TO ENRL-TERMINO
           MOVE LOW-VALUES         TO ENRL-CURSO
           START ENROLL KEY IS NOT LESS THAN ENRL-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-FIN-ENROLL
           END-START
           PERFORM UNTIL FIN-ENROLL
              READ ENROLL NEXT RECORD
                   AT END MOVE 'S' TO WKS-FIN-ENROLL
              END-READ
              IF NOT FIN-ENROLL
                 IF FS-ENROLL NOT = 0 OR
                    ENRL-STUDENT-ID NOT = EDLE-STUDENT-ID OR
                    ENRL-TERMINO NOT = EDLE-TERMINO
                    MOVE 'S' TO WKS-FIN-ENROLL
                 ELSE
                    IF ENRL-CURSO NOT = EDLE-CURSO
                       MOVE ENRL-CURSO TO EDCU-CODIGO
                       READ EDCURSO KEY IS EDCU-LLAVE
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            ADD EDCU-CREDITOS TO WKS-CREDITOS-TERMINO
                       END-READ
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-CREDITOS-TERMINO + WKS-CREDITOS-CURSO >
              WKS-LIMITE-CREDITOS
              MOVE 'N' TO WKS-REQUISITOS
              DISPLAY "ESPERA CANCELADA, EXCEDE LIMITE DE "
                      WKS-LIMITE-CREDITOS " CREDITOS -> "
                      EDLE-STUDENT-ID " " EDLE-TERMINO " " EDLE-CURSO
                      UPON CONSOLE
           END-IF.
       154-VALIDA-CARGA-CREDITOS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDCURSO EDPRERQ ENROLL EDLESPE
           IF CARTERA-ABIERTA
              CLOSE EDCXCOB
           END-IF.
       XXX-CLOSE-DATASETS-E. EXIT.
