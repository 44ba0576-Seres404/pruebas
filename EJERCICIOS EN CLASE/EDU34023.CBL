      *             : LLAVE ESTUDIANTE + TERMINO + CURSO: SI LA NOTA   *
      *             : VIENE EN BLANCO ES UNA INSCRIPCION NUEVA AL      *
      *             : CURSO; SI VIENE NUMERICA ES LA CAPTURA DE NOTA   *
      *             : SOBRE UNA INSCRIPCION EXISTENTE; SI TRAE BAJ ES  *
      *             : LA BAJA DE UNA INSCRIPCION AUN SIN NOTA. LA      *
      *             : PALABRA FIN TERMINA LA ENTRADA.                  *
      *             : EL CURSO DEBE EXISTIR EN EL CATALOGO EDCURSO     *
      *             : (CARGADO POR EDU34027) Y OFRECERSE EN EL TERMINO *
      *             : DE LA TARJETA; SI NO, LA TARJETA SE RECHAZA CON  *
      *             : SU MOTIVO. CON EL CUPO LLENO LA TARJETA QUEDA EN *
      *             : LA LISTA DE ESPERA EDLESPE EN ORDEN DE LLEGADA,  *
      *             : Y CADA BAJA INSCRIBE AUTOMATICAMENTE AL PRIMERO  *
      *             : EN ESPERA DEL CURSO QUE AUN CUMPLA LAS MISMAS    *
      *             : VALIDACIONES DE UNA INSCRIPCION NUEVA; EL QUE YA *
      *             : NO CUMPLE SE CANCELA Y SIGUE EL PROXIMO.         *
      *             : TAMPOCO SE INSCRIBE AL ESTUDIANTE QUE TENGA EN   *
      *             : LA CUENTA POR COBRAR EDCXCOB SALDO VENCIDO DE UN *
      *             : TERMINO DISTINTO AL DE LA TARJETA, HASTA QUE LO  *
      *             : PAGUE EN LA CAJA DE TESORERIA (ED3D1CX3).        *
      *             : ANTES DE INSCRIBIR O DEJAR EN ESPERA SE EXIGE    *
      *             : HABER APROBADO CADA PRERREQUISITO DEL CURSO      *
      *             : (EDPRERQ, CON SU NOTA MINIMA) Y QUE LOS CREDITOS *
      *             : DEL TERMINO NO PASEN DEL LIMITE DE LA SITUACION  *
      *             : ACADEMICA DEL ESTUDIANTE (ESTAMPADA POR EDU34028 *
      *             : EN EL MAESTRO STUDENT; LIMITES CREDMAXH/N/P/S DE *
      *             : EDTARIF, SIN PARAMETRO NO HAY LIMITE).           *
      * ARCHIVOS    : EDUC.EDU34023.ENROLL.KSDS01 (VSAM KSDS)          *
      *             : EDCURSO (VSAM KSDS)                              *
      *             : EDCXCOB (VSAM KSDS)                              *
      *             : EDLESPE (VSAM KSDS)                              *
      *             : EDPRERQ (VSAM KSDS)                              *
      *             : EDTARIF (VSAM KSDS)                              *
      *             : EDUC.SEMI.ENTRADA (STUDENT)                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
            SELECT ENROLL ASSIGN TO ENROLL
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS DYNAMIC
                   RECORD KEY    IS ENRL-LLAVE
                   FILE STATUS   IS FS-ENROLL
                                    FSE-ENROLL.
                   RECORD KEY    IS EDCU-LLAVE
                   FILE STATUS   IS FS-EDCURSO
                                    FSE-EDCURSO.
            SELECT EDCXCOB ASSIGN TO EDCXCOB
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS DYNAMIC
                   RECORD KEY    IS EDCX-LLAVE
                   FILE STATUS   IS FS-EDCXCOB
                                    FSE-EDCXCOB.
            SELECT EDLESPE ASSIGN TO EDLESPE
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS DYNAMIC
                   RECORD KEY    IS EDLE-LLAVE
                   FILE STATUS   IS FS-EDLESPE
                                    FSE-EDLESPE.
            SELECT EDPRERQ ASSIGN TO EDPRERQ
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS DYNAMIC
                   RECORD KEY    IS EDPR-LLAVE
                   FILE STATUS   IS FS-EDPRERQ
                                    FSE-EDPRERQ.
            SELECT EDTARIF ASSIGN TO EDTARIF
                   ORGANIZATION  IS INDEXED
                   ACCESS MODE   IS RANDOM
                   RECORD KEY    IS EDTF-LLAVE
                   FILE STATUS   IS FS-EDTARIF
                                    FSE-EDTARIF.
            SELECT STUDENT ASSIGN TO STUDENT
                           FILE STATUS IS FS-STUDENT.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL.
           COPY EDENROL.
       FD  EDCURSO.
           COPY EDCURSO.
       FD  EDCXCOB.
           COPY EDCXCOB.
       FD  EDLESPE.
           COPY EDLESPE.
       FD  EDPRERQ.
           COPY EDPRERQ.
       FD  EDTARIF.
           COPY EDTARIF.
       FD  STUDENT.
       01 REG-ENTRY.
          02 ENTRY-STUDENT-ID          PIC X(04).
          02 FILLER                    PIC X(97).
          02 ENTRY-STATUS-ESTUDENT     PIC X(01).
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-ENROLL                   PIC 9(02) VALUE ZEROS.
       01  FS-EDCURSO                  PIC 9(02) VALUE ZEROS.
       01  FS-EDCXCOB                  PIC 9(02) VALUE ZEROS.
       01  FS-EDLESPE                  PIC 9(02) VALUE ZEROS.
       01  FS-EDPRERQ                  PIC 9(02) VALUE ZEROS.
       01  FS-EDTARIF                  PIC 9(02) VALUE ZEROS.
       01  FS-STUDENT                  PIC 9(02) VALUE ZEROS.
       01  FSE-ENROLL.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDCXCOB.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDLESPE.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPRERQ.
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
       01  WKS-INSCRIPCIONES           PIC 9(04) VALUE ZEROS.
       01  WKS-NOTAS-CAPTURADAS        PIC 9(04) VALUE ZEROS.
       01  WKS-RECHAZADOS              PIC 9(04) VALUE ZEROS.
       01  WKS-EN-ESPERA               PIC 9(04) VALUE ZEROS.
       01  WKS-BAJAS                   PIC 9(04) VALUE ZEROS.
       01  WKS-INSCRITOS-DE-ESPERA     PIC 9(04) VALUE ZEROS.
       01  WKS-SIN-PRERREQUISITO       PIC 9(04) VALUE ZEROS.
       01  WKS-EXCEDE-CREDITOS         PIC 9(04) VALUE ZEROS.
       01  WKS-ESPERAS-CANCELADAS      PIC 9(04) VALUE ZEROS.
      *Resultado de la validacion del curso contra el catalogo
       01  WKS-CURSO-OK                PIC X(01) VALUE 'N'.
           88 CURSO-VALIDO                       VALUE 'S'.
           88 CURSO-LLENO                        VALUE 'L'.
      *Control de la lista de espera
       01  WKS-HORA                    PIC 9(08) VALUE ZEROS.
       01  WKS-FIN-ESPERA              PIC X(01) VALUE 'N'.
           88 FIN-ESPERA                         VALUE 'S'.
       01  WKS-YA-ESPERA               PIC X(01) VALUE 'N'.
           88 YA-EN-ESPERA                       VALUE 'S'.
       01  WKS-GRABADO                 PIC X(01) VALUE 'N'.
           88 ESPERA-GRABADA                     VALUE 'S'.
       01  WKS-SECUENCIA               PIC 9(05) VALUE ZEROS.
       01  WKS-ESPERA-OK               PIC X(01) VALUE 'N'.
           88 ESPERA-VALIDA                      VALUE 'S'.
       01  WKS-ENTRADA-GUARDADA        PIC X(40) VALUE SPACES.
       01  WKS-RECHAZOS-GUARDADOS      PIC 9(04) VALUE ZEROS.
       01  WKS-CURSO-GUARDADO          PIC X(60) VALUE SPACES.
      *Control de saldos vencidos en la cuenta por cobrar
       01  WKS-FECHA-HOY               PIC 9(08) VALUE ZEROS.
       01  WKS-CARTERA                 PIC X(01) VALUE 'N'.
           88 CARTERA-ABIERTA                    VALUE 'S'.
       01  WKS-MOROSO                  PIC X(01) VALUE 'N'.
           88 ESTUDIANTE-MOROSO                  VALUE 'S'.
       01  WKS-FIN-CARTERA             PIC X(01) VALUE 'N'.
           88 FIN-CARTERA                        VALUE 'S'.
      *Control de prerrequisitos y carga de creditos del termino
       01  WKS-PRERREQ                 PIC X(01) VALUE 'N'.
           88 PRERREQ-ABIERTO                    VALUE 'S'.
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
              OPEN I-O ENROLL
           END-IF
           OPEN I-O EDCURSO
           OPEN I-O EDLESPE
           IF FS-EDLESPE = 35
              OPEN OUTPUT EDLESPE
              CLOSE EDLESPE
              OPEN I-O EDLESPE
           END-IF
           IF FS-EDLESPE EQUAL 97
              MOVE ZEROS TO FS-EDLESPE
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
           IF FS-ENROLL EQUAL 97
              MOVE ZEROS TO FS-ENROLL
           END-IF
              MOVE  91  TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           PERFORM 115-OPEN-CARTERA
           PERFORM 116-CARGA-LIMITES
           PERFORM 117-CARGA-SITUACIONES.
       110-OPEN-DATASET-E. EXIT.

      *------> SIN CUENTAS POR COBRAR TODAVIA (NUNCA SE HA CORRIDO LA
      *------> FACTURACION EDCXFACT) NO HAY SALDOS QUE VALIDAR
       115-OPEN-CARTERA SECTION.
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
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

      *------> PRERREQUISITOS (SIN EDPRERQ NINGUN CURSO TIENE) Y LIMITE
      *------> DE CREDITOS POR SITUACION ACADEMICA DESDE EDTARIF
       116-CARGA-LIMITES SECTION.
           OPEN INPUT EDPRERQ
           IF FS-EDPRERQ EQUAL 97
              MOVE ZEROS TO FS-EDPRERQ
           END-IF
           EVALUATE FS-EDPRERQ
              WHEN 0
                   MOVE 'S' TO WKS-PRERREQ
              WHEN 35
                   MOVE 'N' TO WKS-PRERREQ
              WHEN OTHER
                   MOVE 'OPEN'    TO ACCION
                   MOVE SPACES    TO LLAVE
                   MOVE 'EDPRERQ' TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                         LLAVE, FS-EDPRERQ, FSE-EDPRERQ
                   MOVE  91  TO RETURN-CODE
                   PERFORM XXX-CLOSE-DATASETS
                   STOP RUN
           END-EVALUATE
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
                      WKS-REG-ENTRADA UPON CONSOLE
                 WHEN WKS-ENT-NOTA = SPACES
                      PERFORM 125-INSCRIBE-CURSO
                 WHEN WKS-ENT-NOTA = 'BAJ'
                      PERFORM 135-BAJA-CURSO
                 WHEN WKS-ENT-NOTA NOT NUMERIC
                      ADD 1 TO WKS-RECHAZADOS
                      DISPLAY
      *------> INSCRIPCION: ALTA DEL CURSO PARA EL TERMINO, SIN NOTA.
      *------> EL CURSO DEBE EXISTIR EN EL CATALOGO, OFRECERSE EN EL
      *------> TERMINO Y TENER CUPO; LA INSCRIPCION BUENA OCUPA UN
      *------> LUGAR DEL CONTADOR DEL CATALOGO. EL ESTUDIANTE NO DEBE
      *------> TENER SALDO VENCIDO DE OTRO TERMINO, DEBE CUMPLIR LOS
      *------> PRERREQUISITOS Y NO PASARSE DE SU LIMITE DE CREDITOS
       125-INSCRIBE-CURSO SECTION.
           PERFORM 126-VALIDA-SALDO-VENCIDO
           IF ESTUDIANTE-MOROSO
              GO TO 125-INSCRIBE-CURSO-E
           END-IF
           PERFORM 127-VALIDA-CATALOGO
           IF NOT CURSO-VALIDO AND NOT CURSO-LLENO
              GO TO 125-INSCRIBE-CURSO-E
           END-IF
           PERFORM 131-VALIDA-PRERREQUISITOS
           IF NOT REQUISITOS-OK
              GO TO 125-INSCRIBE-CURSO-E
           END-IF
           PERFORM 133-VALIDA-CARGA-CREDITOS
           IF NOT REQUISITOS-OK
              GO TO 125-INSCRIBE-CURSO-E
           END-IF
           IF CURSO-LLENO
              PERFORM 129-ENCOLA-ESPERA
              GO TO 125-INSCRIBE-CURSO-E
           END-IF
           INITIALIZE REG-ENROLL
           END-EVALUATE.
       125-INSCRIBE-CURSO-E. EXIT.

      *------> RECORRE LAS CUENTAS POR COBRAR DEL ESTUDIANTE (UNA POR
      *------> TERMINO); BASTA UNA DE OTRO TERMINO CON SALDO Y YA
      *------> VENCIDA PARA RECHAZAR LA INSCRIPCION
       126-VALIDA-SALDO-VENCIDO SECTION.
           MOVE 'N' TO WKS-MOROSO
           IF NOT CARTERA-ABIERTA
              GO TO 126-VALIDA-SALDO-VENCIDO-E
           END-IF
           MOVE 'N'                TO WKS-FIN-CARTERA
           MOVE WKS-ENT-STUDENT-ID TO EDCX-STUDENT-ID
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
                    EDCX-STUDENT-ID NOT = WKS-ENT-STUDENT-ID
                    MOVE 'S' TO WKS-FIN-CARTERA
                 ELSE
                    IF EDCX-TERMINO NOT = WKS-ENT-TERMINO AND
                       EDCX-SALDO > ZEROS AND
                       EDCX-FECHA-VENCIMIENTO < WKS-FECHA-HOY
                       MOVE 'S' TO WKS-MOROSO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF ESTUDIANTE-MOROSO
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "ESTUDIANTE CON SALDO VENCIDO DEL TERMINO "
                      EDCX-TERMINO " -> " WKS-REG-ENTRADA UPON CONSOLE
           END-IF.
       126-VALIDA-SALDO-VENCIDO-E. EXIT.

       127-VALIDA-CATALOGO SECTION.
           MOVE 'N' TO WKS-CURSO-OK
           MOVE WKS-ENT-CURSO TO EDCU-CODIGO
                        DISPLAY "CURSO NO SE OFRECE EN EL TERMINO -> "
                                WKS-REG-ENTRADA UPON CONSOLE
                   WHEN EDCU-INSCRITOS NOT < EDCU-CAPACIDAD
                        MOVE 'L' TO WKS-CURSO-OK
                   WHEN OTHER
                        MOVE 'S' TO WKS-CURSO-OK
                END-EVALUATE
           END-IF.
       128-OCUPA-CUPO-E. EXIT.

      *------> CUPO LLENO: LA TARJETA ESPERA SU TURNO EN EDLESPE, SALVO
      *------> QUE EL ESTUDIANTE YA ESTE INSCRITO O YA ESTE ESPERANDO
      *------> ESE MISMO CURSO EN EL TERMINO
       129-ENCOLA-ESPERA SECTION.
           MOVE WKS-ENT-STUDENT-ID TO ENRL-STUDENT-ID
           MOVE WKS-ENT-TERMINO    TO ENRL-TERMINO
           MOVE WKS-ENT-CURSO      TO ENRL-CURSO
           READ ENROLL KEY IS ENRL-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO WKS-RECHAZADOS
                DISPLAY "INSCRIPCION YA EXISTENTE -> " ENRL-LLAVE
                        UPON CONSOLE
                GO TO 129-ENCOLA-ESPERA-E
           END-READ
           MOVE 'N'                TO WKS-YA-ESPERA WKS-FIN-ESPERA
           MOVE WKS-ENT-CURSO      TO EDLE-CURSO
           MOVE WKS-ENT-TERMINO    TO EDLE-TERMINO
           MOVE ZEROS              TO EDLE-FECHA-SOLICITUD
                                      EDLE-HORA-SOLICITUD
                                      EDLE-SECUENCIA
           START EDLESPE KEY IS NOT LESS THAN EDLE-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-FIN-ESPERA
           END-START
           PERFORM UNTIL FIN-ESPERA OR YA-EN-ESPERA
              READ EDLESPE NEXT RECORD
                   AT END MOVE 'S' TO WKS-FIN-ESPERA
              END-READ
              IF NOT FIN-ESPERA
                 IF FS-EDLESPE NOT = 0 OR
                    EDLE-CURSO   NOT = WKS-ENT-CURSO OR
                    EDLE-TERMINO NOT = WKS-ENT-TERMINO
                    MOVE 'S' TO WKS-FIN-ESPERA
                 ELSE
                    IF EDLE-EN-ESPERA AND
                       EDLE-STUDENT-ID = WKS-ENT-STUDENT-ID
                       MOVE 'S' TO WKS-YA-ESPERA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF YA-EN-ESPERA
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "CUPO LLENO, YA ESTA EN LISTA DE ESPERA -> "
                      WKS-REG-ENTRADA UPON CONSOLE
              GO TO 129-ENCOLA-ESPERA-E
           END-IF
           ACCEPT WKS-HORA FROM TIME
           INITIALIZE REG-EDLESPE
           MOVE WKS-ENT-CURSO      TO EDLE-CURSO
           MOVE WKS-ENT-TERMINO    TO EDLE-TERMINO
           MOVE WKS-FECHA-HOY      TO EDLE-FECHA-SOLICITUD
           MOVE WKS-HORA (1:6)     TO EDLE-HORA-SOLICITUD
           MOVE WKS-ENT-STUDENT-ID TO EDLE-STUDENT-ID
           SET EDLE-EN-ESPERA      TO TRUE
           MOVE ZEROS              TO EDLE-FECHA-INSCRIPCION
           MOVE SPACES             TO EDLE-PROGRAMA-INSCRIBE
           MOVE WKS-REG-LEIDOS     TO WKS-SECUENCIA
           MOVE 'N'                TO WKS-GRABADO
           PERFORM UNTIL ESPERA-GRABADA
              MOVE WKS-SECUENCIA TO EDLE-SECUENCIA
              WRITE REG-EDLESPE
              EVALUATE FS-EDLESPE
                 WHEN 0
                      MOVE 'S' TO WKS-GRABADO
                 WHEN 22
                      ADD 1 TO WKS-SECUENCIA
                 WHEN OTHER
                      MOVE 'WRITE'    TO ACCION
                      MOVE EDLE-LLAVE TO LLAVE
                      MOVE 'EDLESPE'  TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                            LLAVE, FS-EDLESPE,
                                            FSE-EDLESPE
                      MOVE 91 TO RETURN-CODE
                      PERFORM XXX-CLOSE-DATASETS
                      STOP RUN
              END-EVALUATE
           END-PERFORM
           ADD 1 TO WKS-EN-ESPERA
           DISPLAY "CUPO LLENO, QUEDA EN LISTA DE ESPERA -> "
                   WKS-REG-ENTRADA UPON CONSOLE.
       129-ENCOLA-ESPERA-E. EXIT.

      *------> NOTA: SOLO SOBRE UNA INSCRIPCION EXISTENTE
       130-CAPTURA-NOTA SECTION.
           MOVE WKS-ENT-STUDENT-ID TO ENRL-STUDENT-ID
           END-READ.
       130-CAPTURA-NOTA-E. EXIT.

      *------> CADA PRERREQUISITO DEL CURSO DEBE ESTAR APROBADO, EN
      *------> CUALQUIER TERMINO, CON AL MENOS SU NOTA MINIMA
       131-VALIDA-PRERREQUISITOS SECTION.
           MOVE 'S' TO WKS-REQUISITOS
           IF NOT PRERREQ-ABIERTO
              GO TO 131-VALIDA-PRERREQUISITOS-E
           END-IF
           MOVE 'N'                TO WKS-FIN-PRERREQ
           MOVE WKS-ENT-CURSO      TO EDPR-CURSO
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
                    EDPR-CURSO NOT = WKS-ENT-CURSO
                    MOVE 'S' TO WKS-FIN-PRERREQ
                 ELSE
                    PERFORM 132-BUSCA-APROBADO
                    IF NOT REQUERIDO-APROBADO
                       MOVE 'N' TO WKS-REQUISITOS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF NOT REQUISITOS-OK
              ADD 1 TO WKS-RECHAZADOS
              ADD 1 TO WKS-SIN-PRERREQUISITO
              DISPLAY "FALTA PRERREQUISITO " EDPR-CURSO-REQUERIDO
                      " CON NOTA MINIMA " EDPR-NOTA-MINIMA " -> "
                      WKS-REG-ENTRADA UPON CONSOLE
           END-IF.
       131-VALIDA-PRERREQUISITOS-E. EXIT.

      *------> RECORRE TODAS LAS INSCRIPCIONES DEL ESTUDIANTE BUSCANDO
      *------> EL CURSO REQUERIDO CON NOTA CAPTURADA SUFICIENTE
       132-BUSCA-APROBADO SECTION.
           MOVE 'N'                TO WKS-APROBADO WKS-FIN-ENROLL
           MOVE WKS-ENT-STUDENT-ID TO ENRL-STUDENT-ID
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
                    ENRL-STUDENT-ID NOT = WKS-ENT-STUDENT-ID
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
       132-BUSCA-APROBADO-E. EXIT.

      *------> CREDITOS YA INSCRITOS EN EL TERMINO MAS LOS DEL CURSO NO
      *------> PUEDEN PASAR DEL LIMITE DE LA SITUACION DEL ESTUDIANTE.
      *------> AL TERMINAR SE RELEE EL CURSO PEDIDO EN REG-EDCURSO
       133-VALIDA-CARGA-CREDITOS SECTION.
           MOVE 'S'                TO WKS-REQUISITOS
           MOVE EDCU-CREDITOS      TO WKS-CREDITOS-CURSO
           MOVE 'N'                TO WKS-SITUACION
           PERFORM VARYING IDX-SIT FROM 1 BY 1
                   UNTIL IDX-SIT > WKS-SIT-LONG
              IF WKS-SIT-ID (IDX-SIT) = WKS-ENT-STUDENT-ID
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
              GO TO 133-VALIDA-CARGA-CREDITOS-E
           END-IF
           MOVE ZEROS              TO WKS-CREDITOS-TERMINO
           MOVE 'N'                TO WKS-FIN-ENROLL
           MOVE WKS-ENT-STUDENT-ID TO ENRL-STUDENT-ID
           MOVE WKS-ENT-TERMINO    TO ENRL-TERMINO
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
                    ENRL-STUDENT-ID NOT = WKS-ENT-STUDENT-ID OR
                    ENRL-TERMINO NOT = WKS-ENT-TERMINO
                    MOVE 'S' TO WKS-FIN-ENROLL
                 ELSE
                    IF ENRL-CURSO NOT = WKS-ENT-CURSO
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
           MOVE WKS-ENT-CURSO      TO EDCU-CODIGO
           READ EDCURSO KEY IS EDCU-LLAVE
           END-READ
           IF WKS-CREDITOS-TERMINO + WKS-CREDITOS-CURSO >
              WKS-LIMITE-CREDITOS
              MOVE 'N' TO WKS-REQUISITOS
              ADD 1 TO WKS-RECHAZADOS
              ADD 1 TO WKS-EXCEDE-CREDITOS
              DISPLAY "EXCEDE LIMITE DE " WKS-LIMITE-CREDITOS
                      " CREDITOS (SITUACION " WKS-SITUACION ") -> "
                      WKS-REG-ENTRADA UPON CONSOLE
           END-IF.
       133-VALIDA-CARGA-CREDITOS-E. EXIT.

      *------> BAJA: SOLO DE UNA INSCRIPCION QUE AUN NO TIENE NOTA. EL
      *------> LUGAR LIBERADO PASA AL PRIMERO EN ESPERA DEL CURSO
       135-BAJA-CURSO SECTION.
           MOVE WKS-ENT-STUDENT-ID TO ENRL-STUDENT-ID
           MOVE WKS-ENT-TERMINO    TO ENRL-TERMINO
           MOVE WKS-ENT-CURSO      TO ENRL-CURSO
           READ ENROLL KEY IS ENRL-LLAVE
             INVALID KEY
                ADD 1 TO WKS-RECHAZADOS
                DISPLAY "BAJA SIN INSCRIPCION PREVIA -> " ENRL-LLAVE
                        UPON CONSOLE
                GO TO 135-BAJA-CURSO-E
           END-READ
           IF ENRL-CON-NOTA
              ADD 1 TO WKS-RECHAZADOS
              DISPLAY "BAJA RECHAZADA, LA INSCRIPCION YA TIENE NOTA -> "
                      ENRL-LLAVE UPON CONSOLE
              GO TO 135-BAJA-CURSO-E
           END-IF
           DELETE ENROLL RECORD
           IF FS-ENROLL NOT = 0
              MOVE 'DELETE'   TO ACCION
              MOVE ENRL-LLAVE TO LLAVE
              MOVE 'ENROLL'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-ENROLL, FSE-ENROLL
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           ADD 1 TO WKS-BAJAS
           MOVE WKS-ENT-CURSO TO EDCU-CODIGO
           READ EDCURSO KEY IS EDCU-LLAVE
             INVALID KEY
                GO TO 135-BAJA-CURSO-E
           END-READ
           IF EDCU-TERMINO NOT = WKS-ENT-TERMINO
              GO TO 135-BAJA-CURSO-E
           END-IF
           IF EDCU-INSCRITOS > ZEROS
              SUBTRACT 1 FROM EDCU-INSCRITOS
           END-IF
           PERFORM 137-ASIGNA-ESPERA
           REWRITE REG-EDCURSO
           IF FS-EDCURSO NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDCU-LLAVE TO LLAVE
              MOVE 'EDCURSO'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDCURSO, FSE-EDCURSO
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       135-BAJA-CURSO-E. EXIT.

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
           PERFORM 139-REVALIDA-ESPERA
           IF NOT ESPERA-VALIDA
              SET EDLE-CANCELADO TO TRUE
              ADD 1 TO WKS-ESPERAS-CANCELADAS
              DISPLAY "ESPERA CANCELADA, YA NO CUMPLE -> " EDLE-LLAVE
                      UPON CONSOLE
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
           MOVE 'EDU34023'         TO EDLE-PROGRAMA-INSCRIBE
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
       138-INSCRIBE-DE-ESPERA-E. EXIT.

      *------> EL QUE ESPERA SE VALIDA COMO UNA INSCRIPCION NUEVA: SIN
      *------> SALDO VENCIDO, CON SUS PRERREQUISITOS Y DENTRO DE SU
      *------> LIMITE DE CREDITOS. AL TERMINAR SE RESTAURAN LA TARJETA
      *------> EN CURSO, SUS RECHAZOS Y EL CURSO EN REG-EDCURSO
       139-REVALIDA-ESPERA SECTION.
           MOVE WKS-REG-ENTRADA    TO WKS-ENTRADA-GUARDADA
           MOVE WKS-RECHAZADOS     TO WKS-RECHAZOS-GUARDADOS
           MOVE REG-EDCURSO        TO WKS-CURSO-GUARDADO
           MOVE 'N'                TO WKS-ESPERA-OK
           MOVE SPACES             TO WKS-REG-ENTRADA
           MOVE EDLE-STUDENT-ID    TO WKS-ENT-STUDENT-ID
           MOVE EDLE-TERMINO       TO WKS-ENT-TERMINO
           MOVE EDLE-CURSO         TO WKS-ENT-CURSO
           PERFORM 126-VALIDA-SALDO-VENCIDO
           IF NOT ESTUDIANTE-MOROSO
              PERFORM 131-VALIDA-PRERREQUISITOS
              IF REQUISITOS-OK
                 PERFORM 133-VALIDA-CARGA-CREDITOS
                 IF REQUISITOS-OK
                    MOVE 'S' TO WKS-ESPERA-OK
                 END-IF
              END-IF
           END-IF
           MOVE WKS-ENTRADA-GUARDADA   TO WKS-REG-ENTRADA
           MOVE WKS-RECHAZOS-GUARDADOS TO WKS-RECHAZADOS
           MOVE WKS-CURSO-GUARDADO     TO REG-EDCURSO.
       139-REVALIDA-ESPERA-E. EXIT.

       140-ESTADISTICAS SECTION.
           DISPLAY
           "**********************************************************"
           DISPLAY
           " NOTAS CAPTURADAS           : (" WKS-NOTAS-CAPTURADAS ")"
           DISPLAY
           " BAJAS DE INSCRIPCION       : (" WKS-BAJAS ")"
           DISPLAY
           " TARJETAS EN LISTA DE ESPERA: (" WKS-EN-ESPERA ")"
           DISPLAY
           " INSCRITOS DESDE LA ESPERA  : (" WKS-INSCRITOS-DE-ESPERA ")"
           DISPLAY
           " SIN PRERREQUISITO          : (" WKS-SIN-PRERREQUISITO ")"
           DISPLAY
           " EXCEDEN LIMITE DE CREDITOS : (" WKS-EXCEDE-CREDITOS ")"
           DISPLAY
           " ESPERAS CANCELADAS         : (" WKS-ESPERAS-CANCELADAS ")"
           DISPLAY
           " TARJETAS RECHAZADAS        : (" WKS-RECHAZADOS ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE ENROLL EDCURSO EDLESPE
           IF CARTERA-ABIERTA
              CLOSE EDCXCOB
           END-IF
           IF PRERREQ-ABIERTO
              CLOSE EDPRERQ
           END-IF.
       XXX-CLOSE-DATASETS-E. EXIT.
