      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLBLQGEN                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : GENERA EL ARCHIVO NOCTURNO BLQSWI DE             *
      *             : INSTRUCCIONES DE BLOQUEO Y DESBLOQUEO DE TARJETA *
      *             : PARA EL SWITCH AUTORIZADOR. RECORRE TLMATH Y     *
      *             : TIMATH Y DETERMINA SI LA CUENTA DEBE ESTAR       *
      *             : BLOQUEADA: CLIENTE MARCADO FALLECIDO EN CFCNAT   *
      *             : (MOTIVO FA) O SITUACION DE CUENTA REGISTRADA EN  *
      *             : LA TABLA TLTGEN 012 (CORRELATIVO (1:2) LA        *
      *             : SITUACION, DESCRIPCION (1:2) EL MOTIVO, P.EJ.    *
      *             : 15 DEMANDA ADMINISTRATIVA = DA, 20 CASTIGO =     *
      *             : CA). LO COMPARA CONTRA LA ULTIMA INSTRUCCION DE  *
      *             : TLBLOQ Y SOLO ENVIA LOS CAMBIOS: BLOQUEO DE UNA  *
      *             : CUENTA QUE DEBE ESTAR BLOQUEADA Y NO LO ESTA,    *
      *             : DESBLOQUEO (MOTIVO NR) DE UNA QUE YA NO LO DEBE  *
      *             : ESTAR, Y REENVIO DE LA INSTRUCCION VIGENTE QUE   *
      *             : EL SWITCH RECHAZO. CADA INSTRUCCION LLEVA LA     *
      *             : FECHA Y UNA SECUENCIA QUE EL ACUSE DEVUELVE.     *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : TLMATH=C, TIMATH=C, CFCNAT=C, TLTGEN=C           *
      *             : TLBLOQ=A, BLQSWI=A                               *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLBLQGEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLMATH ASSIGN   TO TLMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLMT-LLAVE
                   FILE STATUS     IS FS-TLMATH
                                      FSE-TLMATH.
            SELECT TIMATH ASSIGN   TO TIMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TIMT-LLAVE
                   FILE STATUS     IS FS-TIMATH
                                      FSE-TIMATH.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
            SELECT TLBLOQ ASSIGN   TO TLBLOQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLBQ-LLAVE
                   FILE STATUS     IS FS-TLBLOQ
                                      FSE-TLBLOQ.
            SELECT BLQSWI ASSIGN   TO BLQSWI
                   FILE STATUS     IS FS-BLQSWI.
       DATA DIVISION.
       FILE SECTION.
       FD  TLMATH.
           COPY TLMATH4.
       FD  TIMATH.
           COPY TIMATH2.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  TLTGEN.
           COPY TLTGEN.
       FD  TLBLOQ.
           COPY TLBLOQ.
       FD  BLQSWI
           RECORDING MODE IS F.
       01 BLQSWI-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLBLOQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-BLQSWI                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLMATH.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TIMATH.
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
       01 FSE-TLTGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLBLOQ.
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
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-TLMATH                PIC 9(01)  VALUE ZEROS.
             88 FIN-TLMATH                            VALUE 1.
          02 WKS-FIN-TIMATH                PIC 9(01)  VALUE ZEROS.
             88 FIN-TIMATH                            VALUE 1.
          02 WKS-FIN-TLTGEN                PIC 9(01)  VALUE ZEROS.
             88 FIN-TLTGEN                            VALUE 1.
          02 WKS-CONTROL-EXISTE            PIC X(01)  VALUE 'N'.
             88 CONTROL-EXISTE                        VALUE 'S'.
      *------->  SITUACIONES QUE BLOQUEAN, CARGADAS DE TLTGEN 012
       01 WKS-TABLA-SITUACIONES.
          02 WKS-SIT-LONG                  PIC 9(02)  VALUE ZEROS.
          02 WKS-SIT-RENGLON OCCURS 20 TIMES.
             03 WKS-SIT-SITUACION          PIC 9(02).
             03 WKS-SIT-MOTIVO             PIC X(02).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-CUENTA                    PIC X(16)  VALUE SPACES.
          02 WKS-CUENTA-ANTERIOR           PIC X(16)  VALUE SPACES.
          02 WKS-COD-CLIENTE               PIC X(08)  VALUE SPACES.
          02 WKS-MAESTRO                   PIC X(01)  VALUE SPACES.
          02 WKS-SITUACION                 PIC 9(02)  VALUE ZEROS.
          02 WKS-ACCION-DEBIDA             PIC X(01)  VALUE SPACES.
             88 DEBE-BLOQUEARSE                       VALUE 'B'.
          02 WKS-MOTIVO-DEBIDO             PIC X(02)  VALUE SPACES.
          02 WKS-ACCION-ENVIO              PIC X(01)  VALUE SPACES.
             88 SIN-INSTRUCCION                       VALUE SPACES.
          02 WKS-MOTIVO-ENVIO              PIC X(02)  VALUE SPACES.
          02 WKS-SECUENCIA                 PIC 9(07)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->         LINEAS DEL ARCHIVO PARA EL SWITCH
       01 WKS-LINEA-HDR.
          05 FILLER                        PIC X(04)  VALUE 'HDR|'.
          05 WKS-HDR-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'TLBLQGEN'.
       01 WKS-LINEA-DET.
          05 FILLER                        PIC X(04)  VALUE 'DET|'.
          05 WKS-DET-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-ACCION                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-MOTIVO                PIC X(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-SECUENCIA             PIC 9(07).
       01 WKS-LINEA-TRL.
          05 FILLER                        PIC X(04)  VALUE 'TRL|'.
          05 WKS-TRL-BLOQUEOS              PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-DESBLOQUEOS           PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-TOTAL                 PIC 9(07).
       01 WKS-ESTADISTICAS.
          05 WKS-LEIDOS-TLMATH             PIC 9(07)  VALUE ZEROS.
          05 WKS-LEIDOS-TIMATH             PIC 9(07)  VALUE ZEROS.
          05 WKS-BLOQUEOS-FALLECIDO        PIC 9(07)  VALUE ZEROS.
          05 WKS-BLOQUEOS-SITUACION        PIC 9(07)  VALUE ZEROS.
          05 WKS-DESBLOQUEOS               PIC 9(07)  VALUE ZEROS.
          05 WKS-REENVIOS                  PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-CARGA-SITUACIONES-TLT012
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           MOVE WKS-LINEA-HDR     TO BLQSWI-LINE
           PERFORM 500-ESCRIBE-BLQSWI
           PERFORM 300-BARRIDO-TLMATH
           PERFORM 320-BARRIDO-TIMATH
           MOVE WKS-SECUENCIA     TO WKS-TRL-TOTAL
           COMPUTE WKS-TRL-BLOQUEOS = WKS-BLOQUEOS-FALLECIDO +
                                      WKS-BLOQUEOS-SITUACION
           MOVE WKS-DESBLOQUEOS   TO WKS-TRL-DESBLOQUEOS
           MOVE WKS-LINEA-TRL     TO BLQSWI-LINE
           PERFORM 500-ESCRIBE-BLQSWI
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  TLMATH TIMATH CFCNAT TLTGEN
           OPEN I-O    TLBLOQ
      *------> EN LA PRIMERA CORRIDA EL CONTROL AUN NO EXISTE
           IF FS-TLBLOQ = 35
              OPEN OUTPUT TLBLOQ
              CLOSE TLBLOQ
              OPEN I-O TLBLOQ
           END-IF
           OPEN OUTPUT BLQSWI.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLBLQGEN' TO PROGRAMA
           IF (FS-TLMATH = 97) AND (FS-TIMATH = 97) AND
              (FS-CFCNAT = 97) AND (FS-TLTGEN = 97) AND
              (FS-TLBLOQ = 97) AND (FS-BLQSWI = 97)
              MOVE ZEROS TO FS-TLMATH FS-TIMATH FS-CFCNAT FS-TLTGEN
                            FS-TLBLOQ FS-BLQSWI
           END-IF
           IF FS-TLMATH NOT = 0 OR FS-TIMATH NOT = 0 OR
              FS-CFCNAT NOT = 0 OR FS-TLTGEN NOT = 0 OR
              FS-TLBLOQ NOT = 0 OR FS-BLQSWI NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLMATH   : " FS-TLMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TIMATH   : " FS-TIMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLBLOQ   : " FS-TLBLOQ
              DISPLAY "* FILE STATUS DEL ARCHIVO BLQSWI   : " FS-BLQSWI
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
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  CARGA DE TLTGEN 012 LAS SITUACIONES DE CUENTA QUE OBLIGAN A   *
      *  BLOQUEAR LA TARJETA: CORRELATIVO (1:2) LA SITUACION Y         *
      *  DESCRIPCION (1:2) EL MOTIVO QUE SE ENVIA AL SWITCH. SIN       *
      *  RENGLONES EL PROCESO NO PUEDE DECIDIR Y ABORTA.               *
      ******************************************************************
       220-CARGA-SITUACIONES-TLT012 SECTION.
           MOVE 'TLT' TO TLTG-CODIGO
           MOVE 012   TO TLTG-CORRELATIVO-TABLA
           MOVE ZEROS TO TLTG-CORRELATIVO-REGISTRO
           START TLTGEN KEY GREATER TLTG-LLAVE
           END-START
           IF FS-TLTGEN NOT = 0
              MOVE 'START'    TO ACCION
              MOVE TLTG-LLAVE TO LLAVE
              MOVE 'TLTGEN'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLTGEN, FSE-TLTGEN
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           PERFORM UNTIL FIN-TLTGEN OR WKS-SIT-LONG = 20
              READ TLTGEN NEXT RECORD
              END-READ
              EVALUATE FS-TLTGEN
                 WHEN 0
                   IF TLTG-CODIGO = 'TLT' AND
                      TLTG-CORRELATIVO-TABLA = 012
                      ADD 1 TO WKS-SIT-LONG
                      MOVE TLTG-CORRELATIVO-REGISTRO (1:2)
                        TO WKS-SIT-SITUACION (WKS-SIT-LONG)
                      MOVE TLTG-DESCRIPCION (1:2)
                        TO WKS-SIT-MOTIVO    (WKS-SIT-LONG)
                   ELSE
                      MOVE 1 TO WKS-FIN-TLTGEN
                   END-IF
                 WHEN 10
                   MOVE 1 TO WKS-FIN-TLTGEN
                 WHEN OTHER
                   MOVE 'READ'     TO ACCION
                   MOVE TLTG-LLAVE TO LLAVE
                   MOVE 'TLTGEN'   TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                   LLAVE, FS-TLTGEN, FSE-TLTGEN
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
              END-EVALUATE
           END-PERFORM
           IF WKS-SIT-LONG = ZEROS
              DISPLAY '>>> TABLA TLTGEN 012 SIN SITUACIONES DE '
                      'BLOQUEO <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       220-CARGA-SITUACIONES-TLT012-E. EXIT.

      *----> SERIE 300 RECORRE TLMATH; LA CUENTA ES EL PREFIJO DE 16 DE
      *----> TLMT-LLAVE Y SE EVALUA UNA SOLA VEZ
       300-BARRIDO-TLMATH SECTION.
           READ TLMATH NEXT RECORD
                AT END SET FIN-TLMATH TO TRUE
           END-READ
           PERFORM UNTIL FIN-TLMATH
              EVALUATE FS-TLMATH
                 WHEN 0
                    ADD 1 TO WKS-LEIDOS-TLMATH
                    IF TLMT-LLAVE (1:16) NOT = WKS-CUENTA-ANTERIOR
                       MOVE TLMT-LLAVE (1:16)     TO WKS-CUENTA
                                                     WKS-CUENTA-ANTERIOR
                       MOVE TLMT-CODIGO-CLIENTE   TO WKS-COD-CLIENTE
                       MOVE TLMT-SITUACION-CUENTA TO WKS-SITUACION
                       MOVE 'T'                   TO WKS-MAESTRO
                       PERFORM 330-EVALUA-CUENTA
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TLMT-LLAVE TO LLAVE
                    MOVE 'TLMATH'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLMATH, FSE-TLMATH
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TLMATH NEXT RECORD
                   AT END SET FIN-TLMATH TO TRUE
              END-READ
           END-PERFORM.
       300-BARRIDO-TLMATH-E. EXIT.

       320-BARRIDO-TIMATH SECTION.
           READ TIMATH NEXT RECORD
                AT END SET FIN-TIMATH TO TRUE
           END-READ
           PERFORM UNTIL FIN-TIMATH
              EVALUATE FS-TIMATH
                 WHEN 0
                    ADD 1 TO WKS-LEIDOS-TIMATH
                    MOVE TIMT-LLAVE            TO WKS-CUENTA
                    MOVE TIMT-CODIGO-CLIENTE   TO WKS-COD-CLIENTE
                    MOVE TIMT-SITUACION-CUENTA TO WKS-SITUACION
                    MOVE 'I'                   TO WKS-MAESTRO
                    PERFORM 330-EVALUA-CUENTA
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TIMT-LLAVE TO LLAVE
                    MOVE 'TIMATH'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TIMATH, FSE-TIMATH
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TIMATH NEXT RECORD
                   AT END SET FIN-TIMATH TO TRUE
              END-READ
           END-PERFORM.
       320-BARRIDO-TIMATH-E. EXIT.

      ******************************************************************
      *  SERIE 330 COMPARA EL ESTADO DEBIDO DE LA TARJETA CONTRA LA    *
      *  ULTIMA INSTRUCCION ENVIADA:                                   *
      *    SIN CONTROL Y DEBE BLOQUEARSE     -> BLOQUEO                *
      *    ULTIMA = D Y DEBE BLOQUEARSE      -> BLOQUEO                *
      *    ULTIMA = B Y YA NO DEBE BLOQUEARSE -> DESBLOQUEO (NR)       *
      *    ULTIMA RECHAZADA Y SIGUE VIGENTE  -> REENVIO DE LA MISMA    *
      ******************************************************************
       330-EVALUA-CUENTA SECTION.
           PERFORM 340-ESTADO-DEBIDO
           MOVE SPACES      TO WKS-ACCION-ENVIO WKS-MOTIVO-ENVIO
           MOVE 'N'         TO WKS-CONTROL-EXISTE
           MOVE WKS-CUENTA  TO TLBQ-CUENTA
           READ TLBLOQ KEY IS TLBQ-LLAVE
             NOT INVALID KEY
                MOVE 'S' TO WKS-CONTROL-EXISTE
           END-READ
           EVALUATE TRUE
              WHEN NOT CONTROL-EXISTE
                 IF DEBE-BLOQUEARSE
                    MOVE 'B'               TO WKS-ACCION-ENVIO
                    MOVE WKS-MOTIVO-DEBIDO TO WKS-MOTIVO-ENVIO
                 END-IF
              WHEN TLBQ-DESBLOQUEO AND DEBE-BLOQUEARSE
                 MOVE 'B'               TO WKS-ACCION-ENVIO
                 MOVE WKS-MOTIVO-DEBIDO TO WKS-MOTIVO-ENVIO
              WHEN TLBQ-BLOQUEO AND NOT DEBE-BLOQUEARSE
                 MOVE 'D'               TO WKS-ACCION-ENVIO
                 MOVE 'NR'              TO WKS-MOTIVO-ENVIO
              WHEN TLBQ-ACUSE-RECHAZADA
                 MOVE TLBQ-ACCION       TO WKS-ACCION-ENVIO
                 MOVE TLBQ-MOTIVO       TO WKS-MOTIVO-ENVIO
                 IF DEBE-BLOQUEARSE
                    MOVE WKS-MOTIVO-DEBIDO TO WKS-MOTIVO-ENVIO
                 END-IF
                 ADD 1 TO WKS-REENVIOS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF NOT SIN-INSTRUCCION
              PERFORM 350-ENVIA-INSTRUCCION
           END-IF.
       330-EVALUA-CUENTA-E. EXIT.

      *--> EL FALLECIMIENTO DEL CLIENTE PREVALECE SOBRE LA SITUACION
       340-ESTADO-DEBIDO SECTION.
           MOVE SPACES          TO WKS-ACCION-DEBIDA WKS-MOTIVO-DEBIDO
           MOVE WKS-COD-CLIENTE TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             NOT INVALID KEY
                IF CFCN-MARCADO-FALLECIDO
                   MOVE 'B'  TO WKS-ACCION-DEBIDA
                   MOVE 'FA' TO WKS-MOTIVO-DEBIDO
                END-IF
           END-READ
           IF NOT DEBE-BLOQUEARSE
              PERFORM VARYING WKS-I FROM 1 BY 1
                      UNTIL WKS-I > WKS-SIT-LONG OR DEBE-BLOQUEARSE
                 IF WKS-SIT-SITUACION (WKS-I) = WKS-SITUACION
                    MOVE 'B'                    TO WKS-ACCION-DEBIDA
                    MOVE WKS-SIT-MOTIVO (WKS-I) TO WKS-MOTIVO-DEBIDO
                 END-IF
              END-PERFORM
           END-IF.
       340-ESTADO-DEBIDO-E. EXIT.

       350-ENVIA-INSTRUCCION SECTION.
           ADD 1 TO WKS-SECUENCIA
           MOVE WKS-CUENTA        TO WKS-DET-CUENTA
           MOVE WKS-ACCION-ENVIO  TO WKS-DET-ACCION
           MOVE WKS-MOTIVO-ENVIO  TO WKS-DET-MOTIVO
           MOVE WKS-FECHA-PROCESO TO WKS-DET-FECHA
           MOVE WKS-SECUENCIA     TO WKS-DET-SECUENCIA
           MOVE WKS-LINEA-DET     TO BLQSWI-LINE
           PERFORM 500-ESCRIBE-BLQSWI
           EVALUATE TRUE
              WHEN WKS-ACCION-ENVIO = 'D'
                 ADD 1 TO WKS-DESBLOQUEOS
              WHEN WKS-MOTIVO-ENVIO = 'FA'
                 ADD 1 TO WKS-BLOQUEOS-FALLECIDO
              WHEN OTHER
                 ADD 1 TO WKS-BLOQUEOS-SITUACION
           END-EVALUATE
           IF NOT CONTROL-EXISTE
              INITIALIZE REG-TLBLOQ
              MOVE WKS-CUENTA TO TLBQ-CUENTA
           END-IF
           MOVE WKS-MAESTRO       TO TLBQ-MAESTRO
           MOVE WKS-COD-CLIENTE   TO TLBQ-CODIGO-CLIENTE
           MOVE WKS-ACCION-ENVIO  TO TLBQ-ACCION
           MOVE WKS-MOTIVO-ENVIO  TO TLBQ-MOTIVO
           MOVE WKS-SITUACION     TO TLBQ-SITUACION-CUENTA
           MOVE WKS-FECHA-PROCESO TO TLBQ-FECHA-ENVIO
           MOVE WKS-SECUENCIA     TO TLBQ-SECUENCIA
           SET  TLBQ-ACUSE-PENDIENTE TO TRUE
           MOVE ZEROS             TO TLBQ-FECHA-ACUSE
           MOVE SPACES            TO TLBQ-CODIGO-RECHAZO
                                     TLBQ-MENSAJE-SWITCH
           ADD  1                 TO TLBQ-ENVIOS
           IF CONTROL-EXISTE
              MOVE 'REWRITE' TO ACCION
              REWRITE REG-TLBLOQ
           ELSE
              MOVE 'WRITE'   TO ACCION
              WRITE REG-TLBLOQ
           END-IF
           IF FS-TLBLOQ NOT = 0
              MOVE TLBQ-LLAVE TO LLAVE
              MOVE 'TLBLOQ'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLBLOQ, FSE-TLBLOQ
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       350-ENVIA-INSTRUCCION-E. EXIT.

      *--------> SERIE 500 ESCRIBE Y VALIDA UNA LINEA DE BLQSWI
       500-ESCRIBE-BLQSWI SECTION.
           WRITE BLQSWI-LINE
           IF FS-BLQSWI NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-BLQSWI ")"
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
       500-ESCRIBE-BLQSWI-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-LEIDOS-TLMATH       TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE TLMATH     : ' WKS-MASCARA
           MOVE    WKS-LEIDOS-TIMATH       TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE TIMATH     : ' WKS-MASCARA
           MOVE    WKS-BLOQUEOS-FALLECIDO  TO WKS-MASCARA
           DISPLAY 'BLOQUEOS POR FALLECIMIENTO     : ' WKS-MASCARA
           MOVE    WKS-BLOQUEOS-SITUACION  TO WKS-MASCARA
           DISPLAY 'BLOQUEOS POR SITUACION         : ' WKS-MASCARA
           MOVE    WKS-DESBLOQUEOS         TO WKS-MASCARA
           DISPLAY 'DESBLOQUEOS                    : ' WKS-MASCARA
           MOVE    WKS-REENVIOS            TO WKS-MASCARA
           DISPLAY 'REENVIOS DE RECHAZADAS         : ' WKS-MASCARA
           MOVE    WKS-SECUENCIA           TO WKS-MASCARA
           DISPLAY 'INSTRUCCIONES EN BLQSWI        : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLMATH TIMATH CFCNAT TLTGEN TLBLOQ BLQSWI.
       700-CIERRA-ARCHIVOS-E. EXIT.
