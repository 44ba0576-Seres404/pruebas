      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOACHENV                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ARMA EL ARCHIVO ACH DE TRANSFERENCIAS SALIENTES. *
      *             : RECORRE MOACHOR Y TOMA LAS ORDENES PENDIENTES    *
      *             : CAPTURADAS HASTA LA FECHA DE PROCESO POR         *
      *             : MO5D1AC3 (YA DEBITADAS A LA CUENTA). ESCRIBE EN  *
      *             : ACHSAL UN HEADER CON EL BANCO ORIGINADOR (MOT    *
      *             : 018 CORRELATIVO CODIGOS, RESTO 5:4) Y LA FECHA,  *
      *             : UN DETALLE POR ORDEN CON SU REFERENCIA DE        *
      *             : RASTREO, BANCO Y CUENTA DESTINO, MONTO Y         *
      *             : BENEFICIARIO, Y UN TRAILER CON LA CANTIDAD Y EL  *
      *             : TOTAL ENVIADO. CADA ORDEN ESCRITA QUEDA ENVIADA  *
      *             : (ESTADO E) CON LA FECHA DE ENVIO PARA QUE        *
      *             : MOACHDEV PUEDA CASAR SUS DEVOLUCIONES.           *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MOTGEN=C, MOACHOR=A, ACHSAL=A                    *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOACHENV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOACHOR ASSIGN  TO MOACHOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOAO-LLAVE
                   FILE STATUS     IS FS-MOACHOR
                                      FSE-MOACHOR.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOTC-LLAVE
                   FILE STATUS     IS FS-MOTGEN.
            SELECT ACHSAL ASSIGN   TO ACHSAL
                   FILE STATUS     IS FS-ACHSAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOACHOR.
           COPY MOACHOR.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  ACHSAL
           RECORDING MODE IS F.
       01 ACH-LINE                         PIC X(120).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOACHOR                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-ACHSAL                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOACHOR.
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
          02 WKS-FIN-MOACHOR               PIC 9(01)  VALUE ZEROS.
             88 FIN-MOACHOR                           VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-BANCO-ORIGINADOR          PIC 9(04)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->         LINEAS DEL ARCHIVO ACH SALIENTE
       01 WKS-ACH-HEADER.
          05 FILLER                        PIC X(03)  VALUE 'HDR'.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACH-ORIGINADOR            PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACH-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 FILLER                        PIC X(08)  VALUE 'MOACHENV'.
          05 FILLER                        PIC X(94)  VALUE SPACES.
       01 WKS-ACH-DETALLE.
          05 FILLER                        PIC X(03)  VALUE 'DET'.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACD-REFERENCIA            PIC X(18).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACD-BANCO-DESTINO         PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACD-CUENTA-DESTINO        PIC X(20).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACD-MONTO                 PIC 9(09)V99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACD-BENEFICIARIO          PIC X(30).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACD-CUENTA-ORIGEN         PIC X(10).
          05 FILLER                        PIC X(18)  VALUE SPACES.
       01 WKS-ACH-TRAILER.
          05 FILLER                        PIC X(03)  VALUE 'TRL'.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACT-CANTIDAD              PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-ACT-TOTAL                 PIC 9(11)V99.
          05 FILLER                        PIC X(95)  VALUE SPACES.
      *------->          TOTALES DE CONTROL
       01 WKS-CONTROLES.
          02 WKS-ORDENES-LEIDAS            PIC 9(07)  VALUE ZEROS.
          02 WKS-ORDENES-ENVIADAS          PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-ENVIADO               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-ORDENES-YA-ENVIADAS       PIC 9(07)  VALUE ZEROS.
          02 WKS-ORDENES-FUTURAS           PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-BANCO-ORIGINADOR
           PERFORM 230-ESCRIBE-HEADER
           PERFORM 300-BARRIDO-ORDENES
           PERFORM 400-ESCRIBE-TRAILER
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOACHENV' TO PROGRAMA
           OPEN I-O    MOACHOR
           OPEN INPUT  MOTGEN
           OPEN OUTPUT ACHSAL
           IF (FS-MOACHOR = 97) AND (FS-MOTGEN = 97) AND
              (FS-ACHSAL = 97)
              MOVE ZEROS TO FS-MOACHOR FS-MOTGEN FS-ACHSAL
           END-IF
           IF FS-MOACHOR NOT = 0 OR FS-MOTGEN NOT = 0 OR
              FS-ACHSAL NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOACHOR  : " FS-MOACHOR
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO ACHSAL   : " FS-ACHSAL
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
       200-APERTURA-ARCHIVOS-E. EXIT.

      *--> CODIGO DEL BANCO ANTE EL ACH: MOT 018 CORRELATIVO CODIGOS,
      *--> RESTO (5:4)
       220-BANCO-ORIGINADOR SECTION.
           MOVE 'MOT'     TO MOTC-TABLA
           MOVE 018       TO MOTC-CODIGO-TABLA
           MOVE 'CODIGOS' TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                MOVE SPACES TO MOTC-RESTO
           END-READ
           IF MOTC-RESTO (5:4) NOT NUMERIC
              DISPLAY '>>> MOT 018 SIN CODIGO DE BANCO ORIGINADOR '
                      'ACH <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE MOTC-RESTO (5:4) TO WKS-BANCO-ORIGINADOR.
       220-BANCO-ORIGINADOR-E. EXIT.

       230-ESCRIBE-HEADER SECTION.
           MOVE WKS-BANCO-ORIGINADOR TO WKS-ACH-ORIGINADOR
           MOVE WKS-FECHA-PROCESO    TO WKS-ACH-FECHA
           MOVE WKS-ACH-HEADER       TO ACH-LINE
           WRITE ACH-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       230-ESCRIBE-HEADER-E. EXIT.

      *----> SERIE 300 RECORRE LAS ORDENES Y ENVIA LAS PENDIENTES
       300-BARRIDO-ORDENES SECTION.
           READ MOACHOR NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOACHOR
           END-READ
           PERFORM UNTIL FIN-MOACHOR
              IF FS-MOACHOR NOT = 0
                 MOVE 'READ'     TO ACCION
                 MOVE MOAO-LLAVE TO LLAVE
                 MOVE 'MOACHOR'  TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-MOACHOR, FSE-MOACHOR
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-ORDENES-LEIDAS
              EVALUATE TRUE
                 WHEN NOT MOAO-PENDIENTE
                      ADD 1 TO WKS-ORDENES-YA-ENVIADAS
                 WHEN MOAO-FECHA-ORDEN > WKS-FECHA-PROCESO
                      ADD 1 TO WKS-ORDENES-FUTURAS
                 WHEN OTHER
                      PERFORM 310-ENVIA-ORDEN
              END-EVALUATE
              READ MOACHOR NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOACHOR
              END-READ
           END-PERFORM.
       300-BARRIDO-ORDENES-E. EXIT.

      ******************************************************************
      *  LA ORDEN VA AL ARCHIVO CON SU LLAVE COMO REFERENCIA DE        *
      *  RASTREO Y QUEDA ENVIADA CON LA FECHA DE PROCESO               *
      ******************************************************************
       310-ENVIA-ORDEN SECTION.
           MOVE MOAO-LLAVE            TO WKS-ACD-REFERENCIA
           MOVE MOAO-BANCO-DESTINO    TO WKS-ACD-BANCO-DESTINO
           MOVE MOAO-CUENTA-DESTINO   TO WKS-ACD-CUENTA-DESTINO
           MOVE MOAO-MONTO            TO WKS-ACD-MONTO
           MOVE MOAO-BENEFICIARIO     TO WKS-ACD-BENEFICIARIO
           MOVE MOAO-CUENTA (1:10)    TO WKS-ACD-CUENTA-ORIGEN
           MOVE WKS-ACH-DETALLE       TO ACH-LINE
           WRITE ACH-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           SET  MOAO-ENVIADA          TO TRUE
           MOVE WKS-FECHA-PROCESO     TO MOAO-FECHA-ENVIO
           REWRITE REG-MOACHOR
           IF FS-MOACHOR NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE MOAO-LLAVE TO LLAVE
              MOVE 'MOACHOR'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MOACHOR, FSE-MOACHOR
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1          TO WKS-ORDENES-ENVIADAS
           ADD MOAO-MONTO TO WKS-TOT-ENVIADO.
       310-ENVIA-ORDEN-E. EXIT.

       400-ESCRIBE-TRAILER SECTION.
           MOVE WKS-ORDENES-ENVIADAS TO WKS-ACT-CANTIDAD
           MOVE WKS-TOT-ENVIADO      TO WKS-ACT-TOTAL
           MOVE WKS-ACH-TRAILER      TO ACH-LINE
           WRITE ACH-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       400-ESCRIBE-TRAILER-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-ACHSAL NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-ACHSAL ")"
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
           MOVE    WKS-ORDENES-LEIDAS      TO WKS-MASCARA
           DISPLAY 'ORDENES LEIDAS DE MOACHOR     : ' WKS-MASCARA
           MOVE    WKS-ORDENES-ENVIADAS    TO WKS-MASCARA
           DISPLAY 'ORDENES ENVIADAS AL ACH       : ' WKS-MASCARA
           MOVE    WKS-ORDENES-YA-ENVIADAS TO WKS-MASCARA
           DISPLAY 'ENVIADAS O DEVUELTAS ANTES    : ' WKS-MASCARA
           MOVE    WKS-ORDENES-FUTURAS     TO WKS-MASCARA
           DISPLAY 'CAPTURADAS DESPUES DEL PROCESO: ' WKS-MASCARA
           MOVE    WKS-TOT-ENVIADO         TO WKS-MASCARA-MONTO
           DISPLAY 'VALOR ENVIADO                 : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOACHOR MOTGEN ACHSAL.
       700-CIERRA-ARCHIVOS-E. EXIT.
