      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : EDPLACON                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONFIRMACION DE LAS CUOTAS DE LOS PLANES DE      *
      *             : AHORRO PROGRAMADO DESPUES DEL POSTEO MODIARIO.   *
      *             : LOS DEBITOS QUE EDPLAGEN ENVIO AL DIARIO (ORIGEN *
      *             : 58) Y QUE MODIARIO DEJO POSTEADOS EN MOMDPOS SE  *
      *             : ABONAN A LA CUENTA DE AHORRO EDP1AH, SE          *
      *             : JORNALIZAN EN EDMVJRN COMO DEPOSITO (TERMINAL    *
      *             : BTCH) Y SE SUMAN AL AVANCE DEL PLAN, QUE SE      *
      *             : CIERRA SOLO (M) AL LLEGAR A LA META. LOS QUE EL  *
      *             : POSTEO RECHAZO EN LA FECHA (COLA MORECHQ) DEJAN  *
      *             : EL PLAN CON EL DEBITO FALLIDO Y EL MOTIVO DEL    *
      *             : RECHAZO PARA EL REPORTE EDPLAREP. EL PLAN SE     *
      *             : UBICA CON LA CUENTA DEL DEBITO Y EL DOCUMENTO    *
      *             : (CORRELATIVO Y PERIODO AAMM). UN DEBITO          *
      *             : RECHAZADO QUE SE CORRIGE Y SE REPOSTEA DESPUES   *
      *             : (MOREPROC) SE ABONA AL VERLO POSTEADO SI EL PLAN *
      *             : SIGUE FALLIDO EN ESE PERIODO. UNA SEGUNDA        *
      *             : CORRIDA NO ABONA DOS VECES: SOLO SE ABONAN       *
      *             : PLANES PENDIENTES O FALLIDOS.                    *
      *             : SE CORRE DESPUES DE MODIARIO CON SU MISMA FECHA. *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8.                                             *
      * ARCHIVOS    : MOMDPOS=C, MORECHQ=C, EDPLAHO=A, EDP1AH=A        *
      *             : EDMVJRN=A                                        *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDPLACON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOMDPOS ASSIGN  TO MOMDPOS
                   ORGANIZATION    IS SEQUENTIAL
                   FILE STATUS     IS FS-MOMDPOS.
            SELECT MORECHQ ASSIGN  TO MORECHQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MORQ-LLAVE
                   FILE STATUS     IS FS-MORECHQ
                                      FSE-MORECHQ.
            SELECT EDPLAHO ASSIGN  TO EDPLAHO
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDPA-LLAVE
                   FILE STATUS     IS FS-EDPLAHO
                                      FSE-EDPLAHO.
            SELECT EDP1AH ASSIGN   TO EDP1AH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDMA-NUMERO-CUENTA
                   FILE STATUS     IS FS-EDP1AH
                                      FSE-EDP1AH.
            SELECT EDMVJRN ASSIGN  TO EDMVJRN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDMJ-LLAVE
                   FILE STATUS     IS FS-EDMVJRN
                                      FSE-EDMVJRN.
       DATA DIVISION.
       FILE SECTION.
       FD  MOMDPOS.
           COPY MOMDCO REPLACING MOMDCO BY REG-MOMDPOS.
       FD  MORECHQ.
           COPY MORECHQ.
       FD  EDPLAHO.
           COPY EDPLAHO.
       FD  EDP1AH.
           COPY EDMAAH.
       FD  EDMVJRN.
           COPY EDMVJRN.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMDPOS                       PIC 9(02)  VALUE ZEROS.
       01 FS-MORECHQ                       PIC 9(02)  VALUE ZEROS.
       01 FS-EDPLAHO                       PIC 9(02)  VALUE ZEROS.
       01 FS-EDP1AH                        PIC 9(02)  VALUE ZEROS.
       01 FS-EDMVJRN                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MORECHQ.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDPLAHO.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDP1AH.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDMVJRN.
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
          02 WKS-FIN-MOMDPOS               PIC 9(01)  VALUE ZEROS.
             88 FIN-MOMDPOS                           VALUE 1.
          02 WKS-FIN-MORECHQ               PIC 9(01)  VALUE ZEROS.
             88 FIN-MORECHQ                           VALUE 1.
          02 WKS-JORNAL-SW                 PIC 9(01)  VALUE ZEROS.
             88 JORNAL-GRABADO                        VALUE 1.
          02 WKS-PLAN-SW                   PIC 9(01)  VALUE ZEROS.
             88 PLAN-NO-EXISTE                        VALUE 0.
             88 PLAN-UBICADO                          VALUE 1.
             88 PLAN-OTRO-PERIODO                     VALUE 2.
      *------->                 TARJETA SYSIN
       01 WKS-TARJETA-SYSIN.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-CUENTA-MOV                PIC 9(10)  VALUE ZEROS.
          02 WKS-CUENTA-X                  PIC X(10)  VALUE SPACES.
      *------->   DOCUMENTO DEL DEBITO: CORRELATIVO DEL PLAN Y PERIODO
          02 WKS-DOCUMENTO-MOV             PIC 9(08)  VALUE ZEROS.
          02 WKS-DOCUMENTO-MOV-R REDEFINES WKS-DOCUMENTO-MOV.
             03 WKS-DOC-REFERENCIA         PIC 9(04).
             03 WKS-DOC-PERIODO            PIC 9(04).
          02 WKS-PERIODO-PLAN              PIC 9(06)  VALUE ZEROS.
          02 WKS-PERIODO-PLAN-R REDEFINES WKS-PERIODO-PLAN.
             03 WKS-PPL-SIGLO              PIC 9(02).
             03 WKS-PPL-AAMM               PIC 9(04).
          02 WKS-CUOTA                     PIC 9(09)V99 VALUE ZEROS.
          02 WKS-HORA                      PIC 9(08)  VALUE ZEROS.
          02 WKS-INTENTOS                  PIC 9(03)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->   IMAGEN DEL MOVIMIENTO RECHAZADO EN LA COLA MORECHQ
           COPY MOMDCO REPLACING ==01  MOMDCO== BY
                                 ==01  WKS-MOVIMIENTO-RECHAZADO==
                       LEADING ==MOMC== BY ==RCHC==.
       01 WKS-ESTADISTICAS.
          05 WKS-MOVS-LEIDOS               PIC 9(07)  VALUE ZEROS.
          05 WKS-DEBITOS-POSTEADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-CUOTAS-ABONADAS           PIC 9(07)  VALUE ZEROS.
          05 WKS-REPOSTEOS-ABONADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-CONFIRMADOS            PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-PLAN                  PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CUENTA-AHORRO         PIC 9(07)  VALUE ZEROS.
          05 WKS-METAS-CUMPLIDAS           PIC 9(07)  VALUE ZEROS.
          05 WKS-DEBITOS-RECHAZADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-FALLOS-MARCADOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-RECHAZOS-OMITIDOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-ABONADO               PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-MOMDPOS
           PERFORM 400-BARRIDO-RECHAZOS
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'EDPLACON' TO PROGRAMA
           OPEN INPUT  MOMDPOS MORECHQ
           OPEN I-O    EDPLAHO EDP1AH EDMVJRN
           IF (FS-MOMDPOS = 97) AND (FS-MORECHQ = 97) AND
              (FS-EDPLAHO = 97) AND (FS-EDP1AH = 97)  AND
              (FS-EDMVJRN = 97)
              MOVE ZEROS TO FS-MOMDPOS FS-MORECHQ FS-EDPLAHO FS-EDP1AH
                            FS-EDMVJRN
           END-IF
           IF FS-MOMDPOS NOT = 0 OR FS-MORECHQ NOT = 0 OR
              FS-EDPLAHO NOT = 0 OR FS-EDP1AH  NOT = 0 OR
              FS-EDMVJRN NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDPOS  : " FS-MOMDPOS
              DISPLAY "* FILE STATUS DEL ARCHIVO MORECHQ  : " FS-MORECHQ
              DISPLAY "* FILE STATUS DEL ARCHIVO EDPLAHO  : " FS-EDPLAHO
              DISPLAY "* FILE STATUS DEL ARCHIVO EDP1AH   : " FS-EDP1AH
              DISPLAY "* FILE STATUS DEL ARCHIVO EDMVJRN  : " FS-EDMVJRN
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (FECHA DE '
                      'PROCESO) <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 CONFIRMA LOS DEBITOS DE LOS PLANES QUE EL
      *----> POSTEO DEJO EN MOMDPOS
       300-BARRIDO-MOMDPOS SECTION.
           READ MOMDPOS
                AT END MOVE 1 TO WKS-FIN-MOMDPOS
           END-READ
           PERFORM UNTIL FIN-MOMDPOS
              ADD 1 TO WKS-MOVS-LEIDOS
              IF MOMC-ORIGEN-TRANSACCION = 58 AND
                 MOMC-GRABA-VERIF = 'EDPLAGEN'
                 ADD 1 TO WKS-DEBITOS-POSTEADOS
                 PERFORM 310-CONFIRMA-DEBITO
              END-IF
              READ MOMDPOS
                   AT END MOVE 1 TO WKS-FIN-MOMDPOS
              END-READ
           END-PERFORM.
       300-BARRIDO-MOMDPOS-E. EXIT.

      ******************************************************************
      *  UBICA EL PLAN DEL DEBITO: CUENTA ORIGEN (LA CUENTA DEL        *
      *  MOVIMIENTO EN LAS PRIMERAS 10 POSICIONES DE LA LLAVE) Y       *
      *  CORRELATIVO DEL DOCUMENTO; EL PERIODO DEL DOCUMENTO DEBE SER  *
      *  EL DEL ULTIMO INTENTO DEL PLAN                                *
      ******************************************************************
       305-UBICA-PLAN SECTION.
           MOVE ZEROS              TO WKS-PLAN-SW
           MOVE WKS-CUENTA-MOV     TO WKS-CUENTA-X
           MOVE WKS-CUENTA-X       TO EDPA-CUENTA-ORIGEN
           MOVE WKS-DOC-REFERENCIA TO EDPA-CORRELATIVO
           READ EDPLAHO KEY IS EDPA-LLAVE
             INVALID KEY
                GO TO 305-UBICA-PLAN-E
           END-READ
           MOVE EDPA-PERIODO-ULT-INTENTO TO WKS-PERIODO-PLAN
           IF WKS-PPL-AAMM = WKS-DOC-PERIODO
              SET PLAN-UBICADO      TO TRUE
           ELSE
              SET PLAN-OTRO-PERIODO TO TRUE
           END-IF.
       305-UBICA-PLAN-E. EXIT.

      ******************************************************************
      *  DEBITO POSTEADO: SE ABONA SI EL PLAN ESTA PENDIENTE, O SI     *
      *  QUEDO FALLIDO POR EL RECHAZO DEL POSTEO Y AHORA LLEGA EL      *
      *  REPOSTEO (SE DESCUENTA ESE FALLO). UN PLAN YA ABONADO NO SE   *
      *  VUELVE A TOCAR. UN DEBITO SIN PLAN O DE UN PERIODO QUE YA NO  *
      *  ES EL DEL PLAN SE AVISA PARA SU REVISION MANUAL               *
      ******************************************************************
       310-CONFIRMA-DEBITO SECTION.
           MOVE MOMC-NUMERO-CUENTA TO WKS-CUENTA-MOV
           MOVE MOMC-DOCUMENTO     TO WKS-DOCUMENTO-MOV
           PERFORM 305-UBICA-PLAN
           EVALUATE TRUE
              WHEN PLAN-NO-EXISTE
                   ADD 1 TO WKS-SIN-PLAN
                   DISPLAY 'DEBITO POSTEADO SIN PLAN, CUENTA '
                           MOMC-NUMERO-CUENTA ' DOCUMENTO '
                           MOMC-DOCUMENTO
              WHEN PLAN-OTRO-PERIODO
                   ADD 1 TO WKS-SIN-PLAN
                   DISPLAY 'DEBITO POSTEADO DE OTRO PERIODO DEL PLAN '
                           EDPA-LLAVE ' DOCUMENTO ' MOMC-DOCUMENTO
              WHEN EDPA-ULT-PENDIENTE
                   PERFORM 320-ABONA-CUOTA
              WHEN EDPA-ULT-FALLIDO
                   IF EDPA-DEBITOS-FALLIDOS > ZEROS
                      SUBTRACT 1 FROM EDPA-DEBITOS-FALLIDOS
                   END-IF
                   ADD 1 TO WKS-REPOSTEOS-ABONADOS
                   PERFORM 320-ABONA-CUOTA
              WHEN OTHER
                   ADD 1 TO WKS-YA-CONFIRMADOS
           END-EVALUATE.
       310-CONFIRMA-DEBITO-E. EXIT.

      ******************************************************************
      *  ABONA LO POSTEADO A LA CUENTA DE AHORRO Y AL AVANCE DEL PLAN; *
      *  AL LLEGAR A LA META EL PLAN ACTIVO SE CIERRA (M). SI LA       *
      *  CUENTA DE AHORRO YA NO EXISTE O FUE ELIMINADA DESPUES DE      *
      *  ENVIADO EL DEBITO, EL PLAN QUEDA FALLIDO Y SE AVISA PARA      *
      *  DEVOLVER EL DEBITO                                            *
      ******************************************************************
       320-ABONA-CUOTA SECTION.
           MOVE MOMC-VALOR         TO WKS-CUOTA
           MOVE EDPA-CUENTA-AHORRO TO EDMA-NUMERO-CUENTA
           READ EDP1AH KEY IS EDMA-NUMERO-CUENTA
             INVALID KEY
                MOVE 'E' TO EDMA-MARCA-ELIMINADO
           END-READ
           IF EDMA-MARCA-ELIMINADO = 'E'
              ADD 1                  TO EDPA-DEBITOS-FALLIDOS
              MOVE WKS-FECHA-PROCESO TO EDPA-FECHA-ULT-FALLO
              MOVE 'POSTEADO, AHORRO NO DISPONIBLE'
                                     TO EDPA-MOTIVO-ULT-FALLO
              SET EDPA-ULT-FALLIDO   TO TRUE
              PERFORM 350-ACTUALIZA-PLAN
              ADD 1 TO WKS-SIN-CUENTA-AHORRO
              DISPLAY 'POSTEADO SIN CUENTA DE AHORRO, PLAN '
                      EDPA-LLAVE ' AHORRO ' EDPA-CUENTA-AHORRO
              GO TO 320-ABONA-CUOTA-E
           END-IF
           PERFORM 330-ABONA-AHORRO
           ADD WKS-CUOTA          TO EDPA-ACUMULADO
           ADD 1                  TO EDPA-ABONOS
           MOVE WKS-FECHA-PROCESO TO EDPA-FECHA-ULT-ABONO
           SET EDPA-ULT-ABONADO   TO TRUE
           ADD 1                  TO WKS-CUOTAS-ABONADAS
           ADD WKS-CUOTA          TO WKS-TOT-ABONADO
           IF EDPA-ACTIVO AND EDPA-ACUMULADO NOT < EDPA-META-MONTO
              SET  EDPA-META-CUMPLIDA TO TRUE
              MOVE WKS-FECHA-PROCESO  TO EDPA-FECHA-FIN
              ADD 1 TO WKS-METAS-CUMPLIDAS
           END-IF
           PERFORM 350-ACTUALIZA-PLAN.
       320-ABONA-CUOTA-E. EXIT.

      ******************************************************************
      *  ABONO A LA CUENTA DE AHORRO Y SU TRAZA EN EDMVJRN COMO UN     *
      *  DEPOSITO DE LA TERMINAL BTCH. DOS ABONOS A LA MISMA CUENTA EN *
      *  EL MISMO SEGUNDO SE SEPARAN CORRIENDO LA HORA DE LA LLAVE     *
      ******************************************************************
       330-ABONA-AHORRO SECTION.
           ADD  WKS-CUOTA         TO EDMA-SALDO-CUENTA
           MOVE WKS-FECHA-PROCESO TO EDMA-FECHA-ULTIMO-MOVMNTO
           REWRITE REG-EDMAAH
           IF FS-EDP1AH NOT = 0
              MOVE 'REWRITE'          TO ACCION
              MOVE EDMA-NUMERO-CUENTA TO LLAVE
              MOVE 'EDP1AH'           TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-EDP1AH, FSE-EDP1AH
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ACCEPT WKS-HORA FROM TIME
           INITIALIZE REG-EDMVJRN
           MOVE EDMA-NUMERO-CUENTA TO EDMJ-NUMERO-CUENTA
           MOVE WKS-FECHA-PROCESO  TO EDMJ-FECHA
           MOVE WKS-HORA (1:6)     TO EDMJ-HORA
           MOVE 'BTCH'             TO EDMJ-TERMINAL
           SET  EDMJ-DEPOSITO      TO TRUE
           MOVE WKS-CUOTA          TO EDMJ-MONTO
           MOVE EDMA-SALDO-CUENTA  TO EDMJ-SALDO-RESULTANTE
           MOVE ZEROS              TO WKS-INTENTOS WKS-JORNAL-SW
           PERFORM UNTIL JORNAL-GRABADO
              WRITE REG-EDMVJRN
              EVALUATE TRUE
                 WHEN FS-EDMVJRN = 0
                      MOVE 1 TO WKS-JORNAL-SW
                 WHEN FS-EDMVJRN = 22 AND WKS-INTENTOS < 999
                      ADD 1 TO WKS-INTENTOS
                      ADD 1 TO EDMJ-HORA
                 WHEN OTHER
                      MOVE 'WRITE'     TO ACCION
                      MOVE EDMJ-LLAVE  TO LLAVE
                      MOVE 'EDMVJRN'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-EDMVJRN, FSE-EDMVJRN
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
              END-EVALUATE
           END-PERFORM.
       330-ABONA-AHORRO-E. EXIT.

       350-ACTUALIZA-PLAN SECTION.
           REWRITE REG-EDPLAHO
           IF FS-EDPLAHO NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDPA-LLAVE TO LLAVE
              MOVE 'EDPLAHO'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-EDPLAHO, FSE-EDPLAHO
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       350-ACTUALIZA-PLAN-E. EXIT.

      ******************************************************************
      *  SERIE 400: LOS RECHAZOS DEL POSTEO DE LA FECHA EN LA COLA     *
      *  MORECHQ (LLAVE FECHA + SECUENCIA) QUE SON DEBITOS DE LOS      *
      *  PLANES DEJAN EL PLAN PENDIENTE COMO FALLIDO                   *
      ******************************************************************
       400-BARRIDO-RECHAZOS SECTION.
           MOVE WKS-FECHA-PROCESO TO MORQ-FECHA-RECHAZO
           MOVE ZEROS             TO MORQ-SECUENCIA
           START MORECHQ KEY IS NOT LESS THAN MORQ-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-MORECHQ
           END-START
           PERFORM UNTIL FIN-MORECHQ
              READ MORECHQ NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MORECHQ
              END-READ
              EVALUATE TRUE
                 WHEN FIN-MORECHQ
                      CONTINUE
                 WHEN FS-MORECHQ NOT = 0
                      MOVE 'READ NEXT' TO ACCION
                      MOVE MORQ-LLAVE  TO LLAVE
                      MOVE 'MORECHQ'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-MORECHQ, FSE-MORECHQ
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
                 WHEN MORQ-FECHA-RECHAZO NOT = WKS-FECHA-PROCESO
                      MOVE 1 TO WKS-FIN-MORECHQ
                 WHEN OTHER
                      MOVE MORQ-MOVIMIENTO TO WKS-MOVIMIENTO-RECHAZADO
                      IF RCHC-ORIGEN-TRANSACCION = 58 AND
                         RCHC-GRABA-VERIF = 'EDPLAGEN'
                         ADD 1 TO WKS-DEBITOS-RECHAZADOS
                         PERFORM 410-MARCA-FALLO
                      END-IF
              END-EVALUATE
           END-PERFORM.
       400-BARRIDO-RECHAZOS-E. EXIT.

      *----> EL PLAN PENDIENTE DEL DEBITO RECHAZADO QUEDA FALLIDO CON
      *----> EL MOTIVO DEL POSTEO; CUALQUIER OTRO CASO YA SE RESOLVIO
       410-MARCA-FALLO SECTION.
           MOVE RCHC-NUMERO-CUENTA TO WKS-CUENTA-MOV
           MOVE RCHC-DOCUMENTO     TO WKS-DOCUMENTO-MOV
           PERFORM 305-UBICA-PLAN
           IF PLAN-UBICADO AND EDPA-ULT-PENDIENTE
              ADD 1                  TO EDPA-DEBITOS-FALLIDOS
              MOVE WKS-FECHA-PROCESO TO EDPA-FECHA-ULT-FALLO
              MOVE MORQ-MOTIVO       TO EDPA-MOTIVO-ULT-FALLO
              SET EDPA-ULT-FALLIDO   TO TRUE
              PERFORM 350-ACTUALIZA-PLAN
              ADD 1 TO WKS-FALLOS-MARCADOS
           ELSE
              ADD 1 TO WKS-RECHAZOS-OMITIDOS
           END-IF.
       410-MARCA-FALLO-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-MOVS-LEIDOS        TO WKS-MASCARA
           DISPLAY 'MOVIMIENTOS LEIDOS DE MOMDPOS : ' WKS-MASCARA
           MOVE    WKS-DEBITOS-POSTEADOS  TO WKS-MASCARA
           DISPLAY 'DEBITOS DE PLANES POSTEADOS   : ' WKS-MASCARA
           MOVE    WKS-CUOTAS-ABONADAS    TO WKS-MASCARA
           DISPLAY 'CUOTAS ABONADAS A EDP1AH      : ' WKS-MASCARA
           MOVE    WKS-REPOSTEOS-ABONADOS TO WKS-MASCARA
           DISPLAY '  DE ELLAS REPOSTEOS          : ' WKS-MASCARA
           MOVE    WKS-YA-CONFIRMADOS     TO WKS-MASCARA
           DISPLAY 'DEBITOS YA CONFIRMADOS        : ' WKS-MASCARA
           MOVE    WKS-SIN-PLAN           TO WKS-MASCARA
           DISPLAY 'DEBITOS SIN PLAN O PERIODO    : ' WKS-MASCARA
           MOVE    WKS-SIN-CUENTA-AHORRO  TO WKS-MASCARA
           DISPLAY 'POSTEADOS SIN CUENTA DE AHORRO: ' WKS-MASCARA
           MOVE    WKS-METAS-CUMPLIDAS    TO WKS-MASCARA
           DISPLAY 'PLANES QUE CUMPLIERON LA META : ' WKS-MASCARA
           MOVE    WKS-DEBITOS-RECHAZADOS TO WKS-MASCARA
           DISPLAY 'DEBITOS DE PLANES RECHAZADOS  : ' WKS-MASCARA
           MOVE    WKS-FALLOS-MARCADOS    TO WKS-MASCARA
           DISPLAY 'PLANES MARCADOS FALLIDOS      : ' WKS-MASCARA
           MOVE    WKS-RECHAZOS-OMITIDOS  TO WKS-MASCARA
           DISPLAY 'RECHAZOS YA RESUELTOS         : ' WKS-MASCARA
           MOVE    WKS-TOT-ABONADO        TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ABONADO                 : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOMDPOS MORECHQ EDPLAHO EDP1AH EDMVJRN.
       700-CIERRA-ARCHIVOS-E. EXIT.
