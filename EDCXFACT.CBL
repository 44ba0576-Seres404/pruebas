      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : EDCXFACT                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : FACTURACION DE MATRICULA DEL TERMINO. RECORRE    *
      *             : LAS INSCRIPCIONES ENROLL DEL TERMINO DE LA       *
      *             : TARJETA, SUMA POR ESTUDIANTE LOS CREDITOS DE     *
      *             : CADA CURSO SEGUN EL CATALOGO EDCURSO Y LOS       *
      *             : COBRA A LA TARIFA POR CREDITO DE EDTARIF CODIGO  *
      *             : TARCREDITO (VIGENTE A LA FECHA DE PROCESO SEGUN  *
      *             : BTRVIG00). EL CARGO QUEDA EN LA CUENTA POR       *
      *             : COBRAR EDCXCOB (ESTUDIANTE + TERMINO) CON LA     *
      *             : FECHA DE VENCIMIENTO DE LA TARJETA Y EN EL       *
      *             : JORNALIZADO EDCXMOV (TIPO F). SI EL ESTUDIANTE   *
      *             : YA ESTA FACTURADO EN EL TERMINO, LOS CREDITOS SE *
      *             : RECALCULAN A LA TARIFA CON QUE SE FACTURO Y LA   *
      *             : DIFERENCIA POR INSCRIPCIONES NUEVAS SE CARGA     *
      *             : COMO AJUSTE (TIPO A), POR LO QUE LA CORRIDA      *
      *             : PUEDE REPETIRSE SIN COBRAR DOS VECES.            *
      *             : TARJETA SYSIN: TERMINO (1-4), FECHA DE PROCESO   *
      *             : AAAAMMDD (6-13), FECHA DE VENCIMIENTO AAAAMMDD   *
      *             : (15-22; EN BLANCO = 30 DIAS DESPUES DEL PROCESO) *
      * ARCHIVOS    : ENROLL=C, EDCURSO=C, EDTARIF=C, EDCXCOB=A,       *
      *             : EDCXMOV=A, FTPREP=A                              *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDCXFACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ENROLL ASSIGN   TO ENROLL
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS ENRL-LLAVE
                   FILE STATUS     IS FS-ENROLL
                                      FSE-ENROLL.
            SELECT EDCURSO ASSIGN  TO EDCURSO
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDCU-LLAVE
                   FILE STATUS     IS FS-EDCURSO
                                      FSE-EDCURSO.
            SELECT EDTARIF ASSIGN  TO EDTARIF
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDTF-LLAVE
                   FILE STATUS     IS FS-EDTARIF
                                      FSE-EDTARIF.
            SELECT EDCXCOB ASSIGN  TO EDCXCOB
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDCX-LLAVE
                   FILE STATUS     IS FS-EDCXCOB
                                      FSE-EDCXCOB.
            SELECT EDCXMOV ASSIGN  TO EDCXMOV
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDCM-LLAVE
                   FILE STATUS     IS FS-EDCXMOV
                                      FSE-EDCXMOV.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL.
           COPY EDENROL.
       FD  EDCURSO.
           COPY EDCURSO.
       FD  EDTARIF.
           COPY EDTARIF.
       FD  EDCXCOB.
           COPY EDCXCOB.
       FD  EDCXMOV.
           COPY EDCXMOV.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-ENROLL                        PIC 9(02)  VALUE ZEROS.
       01 FS-EDCURSO                       PIC 9(02)  VALUE ZEROS.
       01 FS-EDTARIF                       PIC 9(02)  VALUE ZEROS.
       01 FS-EDCXCOB                       PIC 9(02)  VALUE ZEROS.
       01 FS-EDCXMOV                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-ENROLL.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDCURSO.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDTARIF.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDCXCOB.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDCXMOV.
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
          02 WKS-FIN-ENROLL                PIC 9(01)  VALUE ZEROS.
             88 FIN-ENROLL                            VALUE 1.
          02 WKS-JORNAL-SW                 PIC 9(01)  VALUE ZEROS.
             88 JORNAL-GRABADO                        VALUE 1.
      *------->    TARJETA SYSIN: TERMINO, PROCESO Y VENCIMIENTO
       01 WKS-TARJETA.
          02 WKS-TAR-TERMINO               PIC X(04).
          02 FILLER                        PIC X(01).
          02 WKS-TAR-FECHA-PROCESO         PIC X(08).
          02 FILLER                        PIC X(01).
          02 WKS-TAR-FECHA-VENCE           PIC X(08).
          02 FILLER                        PIC X(58).
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-VENCE                  PIC 9(08)  VALUE ZEROS.
      *   VALOR VIGENTE A LA FECHA DE PROCESO (BTRVIG00); EN EDTARIF
      *   EL VALOR ES EDTF-VALOR
       01 WKS-VIGENCIA.
          02 WKS-VIG-ACCION          PIC X(08) VALUE SPACES.
          02 WKS-VIG-ARCHIVO         PIC X(08) VALUE SPACES.
          02 WKS-VIG-LLAVE           PIC X(16) VALUE SPACES.
          02 WKS-VIG-VALOR           PIC X(45) VALUE SPACES.
          02 WKS-VIG-VALOR-R REDEFINES WKS-VIG-VALOR.
             03 WKS-VIG-TASA         PIC 9(05)V9(04).
             03 FILLER               PIC X(36).
          02 WKS-VIG-RESULTADO       PIC X(01) VALUE SPACES.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-TARIFA-CREDITO            PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-ESTUDIANTE-ACTUAL         PIC X(04)  VALUE SPACES.
          02 WKS-CREDITOS-ESTUDIANTE       PIC 9(03)  VALUE ZEROS.
          02 WKS-CURSOS-ESTUDIANTE         PIC 9(03)  VALUE ZEROS.
          02 WKS-MONTO-CALCULADO           PIC S9(07)V99 VALUE ZEROS.
          02 WKS-DIFERENCIA                PIC S9(07)V99 VALUE ZEROS.
          02 WKS-HORA                      PIC 9(08)  VALUE ZEROS.
          02 WKS-SECUENCIA                 PIC 9(05)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(40)  VALUE
             'FACTURACION DE MATRICULA DEL TERMINO '.
          05 WKS-HDR-TERMINO               PIC X(04).
          05 FILLER                        PIC X(15)  VALUE
             '  VENCIMIENTO '.
          05 WKS-HDR-VENCE                 PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(10)  VALUE
             'ESTUDIANTE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(06)  VALUE 'CURSOS'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'CREDITOS'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(15)  VALUE
             'CARGO DEL DIA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(15)  VALUE
             'SALDO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE
             'MOVIMIENTO'.
       01 WKS-LINEA-DETALLE.
          05 WKS-LIN-ESTUDIANTE            PIC X(04).
          05 FILLER                        PIC X(06)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CURSOS                PIC ZZZZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CREDITOS              PIC ZZZZZZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CARGO                 PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-SALDO                 PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-MOVIMIENTO            PIC X(10).
       01 WKS-ESTADISTICAS.
          05 WKS-INSCRIPCIONES-LEIDAS      PIC 9(07)  VALUE ZEROS.
          05 WKS-INSCRIPCIONES-TERMINO     PIC 9(07)  VALUE ZEROS.
          05 WKS-CURSOS-INEXISTENTES       PIC 9(07)  VALUE ZEROS.
          05 WKS-ESTUDIANTES-FACTURADOS    PIC 9(07)  VALUE ZEROS.
          05 WKS-ESTUDIANTES-AJUSTADOS     PIC 9(07)  VALUE ZEROS.
          05 WKS-ESTUDIANTES-SIN-CAMBIO    PIC 9(07)  VALUE ZEROS.
          05 WKS-ESTUDIANTES-SIN-CREDITOS  PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-FACTURADO             PIC S9(11)V99 VALUE ZEROS.
          05 WKS-TOT-AJUSTADO              PIC S9(11)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA FROM SYSIN
           PERFORM 150-VALIDA-TARJETA
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-LEE-TARIFA
           PERFORM 250-ENCABEZADO
           PERFORM 300-BARRIDO-ENROLL
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *----> SIN TERMINO O CON FECHAS INVALIDAS LA CORRIDA SE RECHAZA;
      *----> SIN VENCIMIENTO SE DAN 30 DIAS DESDE LA FECHA DE PROCESO
       150-VALIDA-TARJETA SECTION.
           IF WKS-TAR-TERMINO = SPACES OR
              WKS-TAR-FECHA-PROCESO NOT NUMERIC
              DISPLAY '>>> TARJETA SYSIN INVALIDA, SE ESPERA TERMINO '
                      'Y FECHA DE PROCESO AAAAMMDD <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WKS-TAR-FECHA-PROCESO TO WKS-FECHA-PROCESO
           IF WKS-TAR-FECHA-VENCE = SPACES
              COMPUTE WKS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO)
                      + 30)
           ELSE
              IF WKS-TAR-FECHA-VENCE NOT NUMERIC
                 DISPLAY '>>> FECHA DE VENCIMIENTO INVALIDA EN LA '
                         'TARJETA SYSIN <<<' UPON CONSOLE
                 MOVE 91 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WKS-TAR-FECHA-VENCE TO WKS-FECHA-VENCE
           END-IF
           IF WKS-FECHA-VENCE < WKS-FECHA-PROCESO
              DISPLAY '>>> EL VENCIMIENTO ES ANTERIOR A LA FECHA DE '
                      'PROCESO <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF.
       150-VALIDA-TARJETA-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'EDCXFACT' TO PROGRAMA
           OPEN INPUT  ENROLL EDCURSO EDTARIF
           OPEN I-O    EDCXCOB
           IF FS-EDCXCOB = 35
              OPEN OUTPUT EDCXCOB
              CLOSE EDCXCOB
              OPEN I-O EDCXCOB
           END-IF
           OPEN I-O    EDCXMOV
           IF FS-EDCXMOV = 35
              OPEN OUTPUT EDCXMOV
              CLOSE EDCXMOV
              OPEN I-O EDCXMOV
           END-IF
           OPEN OUTPUT FTPREP
           IF (FS-ENROLL = 97) AND (FS-EDCURSO = 97) AND
              (FS-EDTARIF = 97) AND (FS-EDCXCOB = 97) AND
              (FS-EDCXMOV = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-ENROLL FS-EDCURSO FS-EDTARIF
                            FS-EDCXCOB FS-EDCXMOV FS-FTPREP
           END-IF
           IF FS-ENROLL NOT = 0 OR FS-EDCURSO NOT = 0 OR
              FS-EDTARIF NOT = 0 OR FS-EDCXCOB NOT = 0 OR
              FS-EDCXMOV NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO ENROLL   : " FS-ENROLL
              DISPLAY "* FILE STATUS DEL ARCHIVO EDCURSO  : " FS-EDCURSO
              DISPLAY "* FILE STATUS DEL ARCHIVO EDTARIF  : " FS-EDTARIF
              DISPLAY "* FILE STATUS DEL ARCHIVO EDCXCOB  : " FS-EDCXCOB
              DISPLAY "* FILE STATUS DEL ARCHIVO EDCXMOV  : " FS-EDCXMOV
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> LA TARIFA POR CREDITO VIVE EN EDTARIF, CODIGO TARCREDITO;
      *----> SIN TARIFA CARGADA NO SE FACTURA Y LA CORRIDA SE RECHAZA
       220-LEE-TARIFA SECTION.
           MOVE 'TARCREDITO' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                DISPLAY '>>> SIN TARIFA TARCREDITO EN EDTARIF, NO SE '
                        'FACTURA <<<' UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
             NOT INVALID KEY
                PERFORM 225-VALOR-VIGENTE
                MOVE EDTF-VALOR TO WKS-TARIFA-CREDITO
           END-READ
           IF WKS-TARIFA-CREDITO = ZEROS
              DISPLAY '>>> TARIFA TARCREDITO EN CERO, NO SE '
                      'FACTURA <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       220-LEE-TARIFA-E. EXIT.

      *----> LA TARIFA ES LA VIGENTE A LA FECHA DE PROCESO SEGUN LOS
      *----> CAMBIOS PROGRAMADOS DE BTRPVIG
       225-VALOR-VIGENTE SECTION.
           MOVE 'BUSCA'    TO WKS-VIG-ACCION
           MOVE 'EDTARIF'  TO WKS-VIG-ARCHIVO
           MOVE EDTF-LLAVE TO WKS-VIG-LLAVE
           MOVE SPACES     TO WKS-VIG-VALOR
           MOVE EDTF-VALOR TO WKS-VIG-TASA
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           IF WKS-VIG-TASA NUMERIC
              MOVE WKS-VIG-TASA TO EDTF-VALOR
           END-IF.
       225-VALOR-VIGENTE-E. EXIT.

       250-ENCABEZADO SECTION.
           MOVE WKS-TAR-TERMINO TO WKS-HDR-TERMINO
           MOVE WKS-FECHA-VENCE TO WKS-HDR-VENCE
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       250-ENCABEZADO-E. EXIT.

      ******************************************************************
      *  SERIE 300: ENROLL VIENE EN ORDEN DE ESTUDIANTE + TERMINO +    *
      *  CURSO; SE ACUMULAN LOS CREDITOS DEL TERMINO DE LA TARJETA Y   *
      *  AL CAMBIAR DE ESTUDIANTE SE FACTURA EL ACUMULADO              *
      ******************************************************************
       300-BARRIDO-ENROLL SECTION.
           READ ENROLL NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-ENROLL
           END-READ
           PERFORM UNTIL FIN-ENROLL
              EVALUATE FS-ENROLL
                 WHEN 0
                    ADD 1 TO WKS-INSCRIPCIONES-LEIDAS
                    IF ENRL-TERMINO = WKS-TAR-TERMINO
                       IF ENRL-STUDENT-ID NOT = WKS-ESTUDIANTE-ACTUAL
                          IF WKS-ESTUDIANTE-ACTUAL NOT = SPACES
                             PERFORM 320-FACTURA-ESTUDIANTE
                          END-IF
                          MOVE ENRL-STUDENT-ID TO WKS-ESTUDIANTE-ACTUAL
                          MOVE ZEROS TO WKS-CREDITOS-ESTUDIANTE
                                        WKS-CURSOS-ESTUDIANTE
                       END-IF
                       PERFORM 310-ACUMULA-CREDITOS
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'               TO ACCION
                    MOVE ENRL-LLAVE           TO LLAVE
                    MOVE 'ENROLL'             TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-ENROLL, FSE-ENROLL
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ ENROLL NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-ENROLL
              END-READ
           END-PERFORM
           IF WKS-ESTUDIANTE-ACTUAL NOT = SPACES
              PERFORM 320-FACTURA-ESTUDIANTE
           END-IF.
       300-BARRIDO-ENROLL-E. EXIT.

       310-ACUMULA-CREDITOS SECTION.
           ADD 1 TO WKS-INSCRIPCIONES-TERMINO
           MOVE ENRL-CURSO TO EDCU-CODIGO
           READ EDCURSO KEY IS EDCU-LLAVE
             INVALID KEY
                ADD 1 TO WKS-CURSOS-INEXISTENTES
                DISPLAY 'CURSO NO EXISTE EN EL CATALOGO, NO SE '
                        'FACTURA -> ' ENRL-LLAVE UPON CONSOLE
             NOT INVALID KEY
                ADD 1             TO WKS-CURSOS-ESTUDIANTE
                ADD EDCU-CREDITOS TO WKS-CREDITOS-ESTUDIANTE
           END-READ.
       310-ACUMULA-CREDITOS-E. EXIT.

      ******************************************************************
      *  UNA CUENTA POR COBRAR POR ESTUDIANTE Y TERMINO: LA PRIMERA    *
      *  CORRIDA LA CREA CON EL CARGO COMPLETO; LAS SIGUIENTES SOLO    *
      *  CARGAN LA DIFERENCIA DE CREDITOS A LA TARIFA ORIGINAL         *
      ******************************************************************
       320-FACTURA-ESTUDIANTE SECTION.
           IF WKS-CREDITOS-ESTUDIANTE = ZEROS
              ADD 1 TO WKS-ESTUDIANTES-SIN-CREDITOS
              GO TO 320-FACTURA-ESTUDIANTE-E
           END-IF
           MOVE WKS-ESTUDIANTE-ACTUAL TO EDCX-STUDENT-ID
           MOVE WKS-TAR-TERMINO       TO EDCX-TERMINO
           READ EDCXCOB KEY IS EDCX-LLAVE
             INVALID KEY
                PERFORM 330-CREA-CUENTA
             NOT INVALID KEY
                PERFORM 340-AJUSTA-CUENTA
           END-READ.
       320-FACTURA-ESTUDIANTE-E. EXIT.

       330-CREA-CUENTA SECTION.
           INITIALIZE REG-EDCXCOB
           MOVE WKS-ESTUDIANTE-ACTUAL   TO EDCX-STUDENT-ID
           MOVE WKS-TAR-TERMINO         TO EDCX-TERMINO
           MOVE WKS-CREDITOS-ESTUDIANTE TO EDCX-CREDITOS
           MOVE WKS-TARIFA-CREDITO      TO EDCX-TARIFA-CREDITO
           COMPUTE EDCX-MONTO-FACTURADO ROUNDED =
                   WKS-CREDITOS-ESTUDIANTE * WKS-TARIFA-CREDITO
           MOVE ZEROS                   TO EDCX-MONTO-PAGADO
                                           EDCX-FECHA-ULT-PAGO
                                           EDCX-CUENTA-AHORRO
           MOVE EDCX-MONTO-FACTURADO    TO EDCX-SALDO
           MOVE WKS-FECHA-PROCESO       TO EDCX-FECHA-FACTURA
           MOVE WKS-FECHA-VENCE         TO EDCX-FECHA-VENCIMIENTO
           WRITE REG-EDCXCOB
           IF FS-EDCXCOB NOT = 0
              MOVE 'WRITE'    TO ACCION
              MOVE EDCX-LLAVE TO LLAVE
              MOVE 'EDCXCOB'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-EDCXCOB, FSE-EDCXCOB
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE EDCX-MONTO-FACTURADO TO WKS-DIFERENCIA
           INITIALIZE REG-EDCXMOV
           SET EDCM-FACTURA TO TRUE
           PERFORM 350-GRABA-JORNAL
           ADD 1                    TO WKS-ESTUDIANTES-FACTURADOS
           ADD WKS-DIFERENCIA       TO WKS-TOT-FACTURADO
           MOVE 'FACTURA'           TO WKS-LIN-MOVIMIENTO
           PERFORM 360-IMPRIME-DETALLE.
       330-CREA-CUENTA-E. EXIT.

       340-AJUSTA-CUENTA SECTION.
           COMPUTE WKS-MONTO-CALCULADO ROUNDED =
                   WKS-CREDITOS-ESTUDIANTE * EDCX-TARIFA-CREDITO
           COMPUTE WKS-DIFERENCIA =
                   WKS-MONTO-CALCULADO - EDCX-MONTO-FACTURADO
           IF WKS-DIFERENCIA = ZEROS
              ADD 1 TO WKS-ESTUDIANTES-SIN-CAMBIO
              GO TO 340-AJUSTA-CUENTA-E
           END-IF
           MOVE WKS-CREDITOS-ESTUDIANTE TO EDCX-CREDITOS
           MOVE WKS-MONTO-CALCULADO     TO EDCX-MONTO-FACTURADO
           ADD  WKS-DIFERENCIA          TO EDCX-SALDO
           REWRITE REG-EDCXCOB
           IF FS-EDCXCOB NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDCX-LLAVE TO LLAVE
              MOVE 'EDCXCOB'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-EDCXCOB, FSE-EDCXCOB
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           INITIALIZE REG-EDCXMOV
           SET EDCM-AJUSTE TO TRUE
           PERFORM 350-GRABA-JORNAL
           ADD 1                    TO WKS-ESTUDIANTES-AJUSTADOS
           ADD WKS-DIFERENCIA       TO WKS-TOT-AJUSTADO
           MOVE 'AJUSTE'            TO WKS-LIN-MOVIMIENTO
           PERFORM 360-IMPRIME-DETALLE.
       340-AJUSTA-CUENTA-E. EXIT.

      *----> EL TIPO DEL MOVIMIENTO LO DEJA PUESTO QUIEN LLAMA; SI LA
      *----> LLAVE YA EXISTE (MISMO SEGUNDO) SE AVANZA LA SECUENCIA
       350-GRABA-JORNAL SECTION.
           ACCEPT WKS-HORA FROM TIME
           MOVE EDCX-STUDENT-ID    TO EDCM-STUDENT-ID
           MOVE EDCX-TERMINO       TO EDCM-TERMINO
           MOVE WKS-FECHA-PROCESO  TO EDCM-FECHA
           MOVE WKS-HORA (1:6)     TO EDCM-HORA
           MOVE 'BTCH'             TO EDCM-TERMINAL
           MOVE 'EDCXFACT'         TO EDCM-USUARIO
           MOVE WKS-DIFERENCIA     TO EDCM-MONTO
           MOVE EDCX-SALDO         TO EDCM-SALDO-RESULTANTE
           MOVE ZEROS              TO EDCM-CUENTA-AHORRO
           MOVE ZEROS              TO WKS-JORNAL-SW
           PERFORM UNTIL JORNAL-GRABADO
              ADD 1 TO WKS-SECUENCIA
              MOVE WKS-SECUENCIA TO EDCM-SECUENCIA
              WRITE REG-EDCXMOV
              EVALUATE FS-EDCXMOV
                 WHEN 0
                      MOVE 1 TO WKS-JORNAL-SW
                 WHEN 22
                      CONTINUE
                 WHEN OTHER
                      MOVE 'WRITE'     TO ACCION
                      MOVE EDCM-LLAVE  TO LLAVE
                      MOVE 'EDCXMOV'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-EDCXMOV, FSE-EDCXMOV
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
              END-EVALUATE
           END-PERFORM.
       350-GRABA-JORNAL-E. EXIT.

       360-IMPRIME-DETALLE SECTION.
           MOVE EDCX-STUDENT-ID       TO WKS-LIN-ESTUDIANTE
           MOVE WKS-CURSOS-ESTUDIANTE TO WKS-LIN-CURSOS
           MOVE EDCX-CREDITOS         TO WKS-LIN-CREDITOS
           MOVE WKS-DIFERENCIA        TO WKS-LIN-CARGO
           MOVE EDCX-SALDO            TO WKS-LIN-SALDO
           MOVE WKS-LINEA-DETALLE     TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       360-IMPRIME-DETALLE-E. EXIT.

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
           MOVE    WKS-INSCRIPCIONES-LEIDAS     TO WKS-MASCARA
           DISPLAY 'INSCRIPCIONES LEIDAS EN ENROLL: ' WKS-MASCARA
           MOVE    WKS-INSCRIPCIONES-TERMINO    TO WKS-MASCARA
           DISPLAY 'INSCRIPCIONES DEL TERMINO     : ' WKS-MASCARA
           MOVE    WKS-CURSOS-INEXISTENTES      TO WKS-MASCARA
           DISPLAY 'CURSOS FUERA DEL CATALOGO     : ' WKS-MASCARA
           MOVE    WKS-ESTUDIANTES-FACTURADOS   TO WKS-MASCARA
           DISPLAY 'ESTUDIANTES FACTURADOS        : ' WKS-MASCARA
           MOVE    WKS-ESTUDIANTES-AJUSTADOS    TO WKS-MASCARA
           DISPLAY 'ESTUDIANTES CON AJUSTE        : ' WKS-MASCARA
           MOVE    WKS-ESTUDIANTES-SIN-CAMBIO   TO WKS-MASCARA
           DISPLAY 'YA FACTURADOS SIN CAMBIO      : ' WKS-MASCARA
           MOVE    WKS-ESTUDIANTES-SIN-CREDITOS TO WKS-MASCARA
           DISPLAY 'ESTUDIANTES SIN CREDITOS      : ' WKS-MASCARA
           MOVE    WKS-TOT-FACTURADO            TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL FACTURADO               : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-AJUSTADO             TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL DE AJUSTES              : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           CLOSE ENROLL EDCURSO EDTARIF EDCXCOB EDCXMOV FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
