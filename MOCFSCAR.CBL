      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : REGULATORIO E83                                  *
      * PROGRAMA    : MOCFSCAR                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA DE LAS CUENTAS MONETARIAS AL APENDICE      *
      *             : CFSIBA PARA QUE EL E83 (CFSE83EX) LAS INCLUYA.   *
      *             : RECORRE MOMAES Y CLASIFICA CADA CUENTA: EL       *
      *             : PRODUCTO Y EL DESTINO SALEN DE LA TABLA MOT 020  *
      *             : POR TIPO DE CLIENTE (TIPO DE CUENTA) DE MOMAES;  *
      *             : EL SEGMENTO DEUDOR LO FIJA LA MISMA TABLA O, SI  *
      *             : VIENE EN BLANCO, SE DERIVA DEL MAESTRO CIF DEL   *
      *             : TITULAR: PERSONA NATURAL EN CFCNAT = CONSUMO     *
      *             : (4/41), PERSONA JURIDICA EN CFCJUR =             *
      *             : EMPRESARIAL (1/00). LA CUENTA NUEVA SE AGREGA    *
      *             : CON ORIGEN 'M' (MOMAES); LA EXISTENTE SOLO SE    *
      *             : REESCRIBE SI CAMBIO SU CLASIFICACION, GUARDANDO  *
      *             : ANTES LA IMAGEN ANTERIOR EN CFSIHIS, IGUAL QUE   *
      *             : MIGRACFS. LAS CUENTAS QUE NO SE PUEDEN           *
      *             : CLASIFICAR NO SE CARGAN: VAN A LA COLA DE        *
      *             : REVISION MOCFHOLD Y AL LISTADO FTPREP.           *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MOMAES=C, MOTGEN=C, CFCNAT=C, CFCJUR=C,          *
      *             : CFSIBA=A, CFSIHIS=A, MOCFHOLD=A, FTPREP=A        *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO, R=REPORTE                *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCFSCAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOTC-LLAVE
                   FILE STATUS     IS FS-MOTGEN
                                      FSE-MOTGEN.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR
                                      FSE-CFCJUR.
            SELECT CFSIBA ASSIGN   TO CFSIBA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFSI-LLAVE
                   FILE STATUS     IS FS-CFSIBA
                                      FSE-CFSIBA.
            SELECT CFSIHIS ASSIGN  TO CFSIHIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFSH-LLAVE
                   FILE STATUS     IS FS-CFSIHIS
                                      FSE-CFSIHIS.
            SELECT MOCFHOLD ASSIGN TO MOCFHOLD
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOCF-LLAVE
                   FILE STATUS     IS FS-MOCFHOLD
                                      FSE-MOCFHOLD.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CFSIBA.
           COPY CFSIBA.
       FD  CFSIHIS.
           COPY CFSIHIS.
       FD  MOCFHOLD.
           COPY MOCFHOLD.
       FD  FTPREP
           RECORDING MODE IS F.
       01 REPORT-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFSIBA                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFSIHIS                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOCFHOLD                      PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOMAES.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOTGEN.
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
       01 FSE-CFCJUR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFSIBA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFSIHIS.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOCFHOLD.
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
          02 WKS-FIN-MOMAES                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOMAES                            VALUE 1.
          02 WKS-CLASIFICADA               PIC 9(01)  VALUE ZEROS.
             88 CUENTA-CLASIFICADA                    VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
          02 WKS-PERIODO-PROCESO           PIC 9(06).
          02 FILLER                        PIC 9(02).
      *------->   CLASIFICACION CALCULADA PARA LA CUENTA EN TURNO
       01 WKS-CLASIFICACION.
          02 WKS-CLS-PRODUCTO              PIC 9(02)  VALUE ZEROS.
          02 WKS-CLS-DESTINO               PIC X(08)  VALUE SPACES.
          02 WKS-CLS-SEGMENTO              PIC 9(01)  VALUE ZEROS.
          02 WKS-CLS-SUBSEGMENTO           PIC 9(02)  VALUE ZEROS.
          02 WKS-CLS-MOTIVO                PIC 9(02)  VALUE ZEROS.
          02 WKS-CLS-DESCRIPCION           PIC X(40)  VALUE SPACES.
      *------->   VISTA DEL RESTO DE LA TABLA MOT 020: PRODUCTO E83,
      *------->   DESTINO Y SEGMENTO/SUBSEGMENTO FIJOS OPCIONALES
       01 WKS-RESTO-MOT020.
          02 WKS-M20-PRODUCTO              PIC X(02).
          02 WKS-M20-DESTINO               PIC X(08).
          02 WKS-M20-SEGMENTO              PIC X(01).
          02 WKS-M20-SUBSEGMENTO           PIC X(02).
          02 FILLER                        PIC X(02).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->       LINEA DEL LISTADO DE EXCEPCIONES
       01 WKS-LINEA-EXCEPCION.
          05 WKS-EXC-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-EXC-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-EXC-TIPO                  PIC 9(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-EXC-MOTIVO                PIC 9(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-EXC-DESCRIPCION           PIC X(40).
       01 WKS-ESTADISTICAS.
          05 WKS-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-AGREGADAS-CFSIBA          PIC 9(07)  VALUE ZEROS.
          05 WKS-ACTUALIZADAS-CFSIBA       PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CAMBIO-CFSIBA         PIC 9(07)  VALUE ZEROS.
          05 WKS-HISTORIA-CFSIBA           PIC 9(07)  VALUE ZEROS.
          05 WKS-HISTORIA-NOGRABADA        PIC 9(07)  VALUE ZEROS.
          05 WKS-CONFLICTO-TARJETA         PIC 9(07)  VALUE ZEROS.
          05 WKS-ENVIADAS-REVISION         PIC 9(07)  VALUE ZEROS.
          05 WKS-RESUELTAS-REVISION        PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-MOMAES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOCFSCAR' TO PROGRAMA
           OPEN INPUT  MOMAES MOTGEN CFCNAT CFCJUR
           OPEN I-O    CFSIBA
           OPEN I-O    CFSIHIS
           IF FS-CFSIHIS = 35
              OPEN OUTPUT CFSIHIS
              CLOSE CFSIHIS
              OPEN I-O CFSIHIS
           END-IF
           OPEN I-O    MOCFHOLD
           IF FS-MOCFHOLD = 35
              OPEN OUTPUT MOCFHOLD
              CLOSE MOCFHOLD
              OPEN I-O MOCFHOLD
           END-IF
           OPEN OUTPUT FTPREP
           IF (FS-MOMAES = 97) AND (FS-MOTGEN = 97) AND
              (FS-CFCNAT = 97) AND (FS-CFCJUR = 97) AND
              (FS-CFSIBA = 97) AND (FS-CFSIHIS = 97) AND
              (FS-MOCFHOLD = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-MOMAES FS-MOTGEN FS-CFCNAT FS-CFCJUR
                            FS-CFSIBA FS-CFSIHIS FS-MOCFHOLD FS-FTPREP
           END-IF
           IF FS-MOMAES NOT = 0 OR FS-MOTGEN NOT = 0 OR
              FS-CFCNAT NOT = 0 OR FS-CFCJUR NOT = 0 OR
              FS-CFSIBA NOT = 0 OR FS-CFSIHIS NOT = 0 OR
              FS-MOCFHOLD NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFSIBA   : " FS-CFSIBA
              DISPLAY "* FILE STATUS DEL ARCHIVO CFSIHIS  : " FS-CFSIHIS
              DISPLAY "* FILE STATUS DEL ARCHIVO MOCFHOLD : "
                      FS-MOCFHOLD
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
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

      *----> SERIE 300 RECORRE MOMAES EN ORDEN DE LLAVE
       300-BARRIDO-MOMAES SECTION.
           READ MOMAES NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOMAES
           END-READ
           PERFORM UNTIL FIN-MOMAES
              IF FS-MOMAES NOT = 0
                 MOVE 'READ'     TO ACCION
                 MOVE MOMA-LLAVE TO LLAVE
                 MOVE 'MOMAES'   TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-MOMAES, FSE-MOMAES
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-CUENTAS-LEIDAS
              PERFORM 310-CLASIFICA-CUENTA
              IF CUENTA-CLASIFICADA
                 PERFORM 330-ACTUALIZA-CFSIBA
                 PERFORM 350-RESUELVE-REVISION
              ELSE
                 PERFORM 340-ENCOLA-REVISION
              END-IF
              READ MOMAES NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOMAES
              END-READ
           END-PERFORM.
       300-BARRIDO-MOMAES-E. EXIT.

      ******************************************************************
      *  TABLA MOT 020, CORRELATIVO = TIPO DE CLIENTE DE MOMAES:       *
      *  RESTO (1:2) = PRODUCTO E83, (3:8) = DESTINO, (11:1) Y (12:2)  *
      *  = SEGMENTO Y SUBSEGMENTO FIJOS DEL TIPO. SIN SEGMENTO FIJO SE *
      *  DERIVA DEL MAESTRO CIF EN QUE EXISTE EL TITULAR               *
      ******************************************************************
       310-CLASIFICA-CUENTA SECTION.
           MOVE ZEROS  TO WKS-CLASIFICADA
           INITIALIZE WKS-CLASIFICACION
           MOVE 'MOT'  TO MOTC-TABLA
           MOVE 020    TO MOTC-CODIGO-TABLA
           MOVE SPACES TO MOTC-CORRELATIVO
           MOVE MOMA-TIPO-CLIENTE TO MOTC-CORRELATIVO (1:1)
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                MOVE SPACES TO WKS-RESTO-MOT020
             NOT INVALID KEY
                MOVE MOTC-RESTO TO WKS-RESTO-MOT020
           END-READ
           IF WKS-M20-PRODUCTO NOT NUMERIC OR
              WKS-M20-PRODUCTO = '00'
              MOVE 01 TO WKS-CLS-MOTIVO
              MOVE 'TIPO DE CLIENTE SIN PRODUCTO EN MOT 020'
                   TO WKS-CLS-DESCRIPCION
              GO TO 310-CLASIFICA-CUENTA-E
           END-IF
           MOVE WKS-M20-PRODUCTO TO WKS-CLS-PRODUCTO
           MOVE WKS-M20-DESTINO  TO WKS-CLS-DESTINO
           IF WKS-M20-SEGMENTO NUMERIC AND
              WKS-M20-SEGMENTO NOT = '0'
              MOVE WKS-M20-SEGMENTO TO WKS-CLS-SEGMENTO
              IF WKS-M20-SUBSEGMENTO NUMERIC
                 MOVE WKS-M20-SUBSEGMENTO TO WKS-CLS-SUBSEGMENTO
              END-IF
              MOVE 1 TO WKS-CLASIFICADA
              GO TO 310-CLASIFICA-CUENTA-E
           END-IF
           PERFORM 320-SEGMENTO-POR-CIF.
       310-CLASIFICA-CUENTA-E. EXIT.

      *--> NATURAL = CONSUMO 4/41, JURIDICA = EMPRESARIAL 1/00
       320-SEGMENTO-POR-CIF SECTION.
           MOVE MOMA-CODIGO-UNIVERSAL TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CFCN-RETIRADO-POR-FUSION
                   MOVE 03 TO WKS-CLS-MOTIVO
                   MOVE 'TITULAR RETIRADO POR FUSION EN CFCNAT'
                        TO WKS-CLS-DESCRIPCION
                ELSE
                   MOVE 4  TO WKS-CLS-SEGMENTO
                   MOVE 41 TO WKS-CLS-SUBSEGMENTO
                   MOVE 1  TO WKS-CLASIFICADA
                END-IF
                GO TO 320-SEGMENTO-POR-CIF-E
           END-READ
           MOVE MOMA-CODIGO-UNIVERSAL TO CFCJ-CODIGO-CLIENTE
           READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
             INVALID KEY
                MOVE 02 TO WKS-CLS-MOTIVO
                MOVE 'TITULAR NO EXISTE EN CFCNAT NI CFCJUR'
                     TO WKS-CLS-DESCRIPCION
             NOT INVALID KEY
                MOVE 1  TO WKS-CLS-SEGMENTO
                MOVE 00 TO WKS-CLS-SUBSEGMENTO
                MOVE 1  TO WKS-CLASIFICADA
           END-READ.
       320-SEGMENTO-POR-CIF-E. EXIT.

      ******************************************************************
      *  ALTA O ACTUALIZACION EN CFSIBA. UNA LLAVE QUE YA EXISTE COMO  *
      *  TARJETA NO SE TOCA (SE LISTA COMO CONFLICTO); UNA CUENTA      *
      *  MONETARIA YA CARGADA SOLO SE REESCRIBE SI CAMBIO, PRESERVANDO *
      *  ANTES SU IMAGEN EN CFSIHIS Y SU MARCA DE EXCLUSION            *
      ******************************************************************
       330-ACTUALIZA-CFSIBA SECTION.
           MOVE MOMA-LLAVE TO CFSI-LLAVE
           READ CFSIBA KEY IS CFSI-LLAVE
           EVALUATE FS-CFSIBA
              WHEN 0
                 IF NOT CFSI-ORIGEN-MOMAES
                    ADD 1 TO WKS-CONFLICTO-TARJETA
                    MOVE 04 TO WKS-CLS-MOTIVO
                    MOVE 'LLAVE YA EXISTE EN CFSIBA COMO TARJETA'
                         TO WKS-CLS-DESCRIPCION
                    PERFORM 360-ESCRIBE-EXCEPCION
                 ELSE
                    IF CFSI-PRODUCTO = WKS-CLS-PRODUCTO AND
                       CFSI-DESTINO  = WKS-CLS-DESTINO  AND
                       CFSI-SEGMENTO-DEUDOR    = WKS-CLS-SEGMENTO AND
                       CFSI-SUBSEGMENTO-DEUDOR = WKS-CLS-SUBSEGMENTO
                       ADD 1 TO WKS-SIN-CAMBIO-CFSIBA
                    ELSE
                       PERFORM 335-GUARDA-HISTORICO
                       MOVE WKS-CLS-PRODUCTO    TO CFSI-PRODUCTO
                       MOVE WKS-CLS-DESTINO     TO CFSI-DESTINO
                       MOVE WKS-CLS-SEGMENTO    TO CFSI-SEGMENTO-DEUDOR
                       MOVE WKS-CLS-SUBSEGMENTO
                                             TO CFSI-SUBSEGMENTO-DEUDOR
                       REWRITE REG-CFSIBA
                       IF FS-CFSIBA NOT = 0
                          MOVE 'REWRITE'  TO ACCION
                          MOVE CFSI-LLAVE TO LLAVE
                          MOVE 'CFSIBA'   TO ARCHIVO
                          CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO,
                                          ACCION, LLAVE, FS-CFSIBA,
                                          FSE-CFSIBA
                          MOVE 91 TO RETURN-CODE
                          PERFORM 700-CIERRA-ARCHIVOS
                          STOP RUN
                       END-IF
                       ADD 1 TO WKS-ACTUALIZADAS-CFSIBA
                    END-IF
                 END-IF
              WHEN 23
                 INITIALIZE REG-CFSIBA
                 MOVE MOMA-LLAVE          TO CFSI-CUENTA
                 MOVE WKS-CLS-PRODUCTO    TO CFSI-PRODUCTO
                 MOVE WKS-CLS-DESTINO     TO CFSI-DESTINO
                 MOVE WKS-CLS-SEGMENTO    TO CFSI-SEGMENTO-DEUDOR
                 MOVE WKS-CLS-SUBSEGMENTO TO CFSI-SUBSEGMENTO-DEUDOR
                 MOVE SPACES              TO CFSI-CODIGO-ORIGEN-CREDITO
                 MOVE 1                   TO
                                          CFSI-ACT-GENERADOR-DIVISAS-Q
                 MOVE 00                  TO
                                          CFSI-ACT-GENERADOR-DIVISAS-D
                 MOVE SPACES              TO CFSI-MARCA-EXCLUSION
                 SET  CFSI-ORIGEN-MOMAES  TO TRUE
                 WRITE REG-CFSIBA
                 IF FS-CFSIBA NOT = 0
                    MOVE 'WRITE'    TO ACCION
                    MOVE CFSI-LLAVE TO LLAVE
                    MOVE 'CFSIBA'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFSIBA, FSE-CFSIBA
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 ADD 1 TO WKS-AGREGADAS-CFSIBA
              WHEN OTHER
                 MOVE 'READ'     TO ACCION
                 MOVE CFSI-LLAVE TO LLAVE
                 MOVE 'CFSIBA'   TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFSIBA, FSE-CFSIBA
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
           END-EVALUATE.
       330-ACTUALIZA-CFSIBA-E. EXIT.

      *--> IMAGEN ANTERIOR VIGENTE HASTA EL PERIODO AAAAMM DEL CAMBIO
       335-GUARDA-HISTORICO SECTION.
           INITIALIZE REG-CFSIHIS
           MOVE CFSI-CUENTA                  TO CFSH-CUENTA
           MOVE WKS-PERIODO-PROCESO          TO CFSH-FECHA-VIGENCIA
           MOVE CFSI-PRODUCTO                TO CFSH-PRODUCTO
           MOVE CFSI-DESTINO                 TO CFSH-DESTINO
           MOVE CFSI-SEGMENTO-DEUDOR         TO CFSH-SEGMENTO-DEUDOR
           MOVE CFSI-SUBSEGMENTO-DEUDOR      TO CFSH-SUBSEGMENTO-DEUDOR
           MOVE CFSI-CODIGO-ORIGEN-CREDITO   TO
                                              CFSH-CODIGO-ORIGEN-CREDITO
           MOVE CFSI-ACT-GENERADOR-DIVISAS-Q TO
                                          CFSH-ACT-GENERADOR-DIVISAS-Q
           MOVE CFSI-ACT-GENERADOR-DIVISAS-D TO
                                          CFSH-ACT-GENERADOR-DIVISAS-D
           MOVE CFSI-ORIGEN-MAESTRO          TO CFSH-ORIGEN-MAESTRO
           WRITE REG-CFSIHIS
           EVALUATE FS-CFSIHIS
              WHEN 0
                 ADD 1 TO WKS-HISTORIA-CFSIBA
      *          YA HAY IMAGEN DEL MISMO PERIODO: SE CONSERVA LA
      *          PRIMERA, QUE ES LA QUE ESTABA VIGENTE AL INICIO DEL MES
              WHEN 22
                 ADD 1 TO WKS-HISTORIA-NOGRABADA
              WHEN OTHER
                 MOVE 'WRITE'    TO ACCION
                 MOVE CFSH-LLAVE TO LLAVE
                 MOVE 'CFSIHIS'  TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFSIHIS, FSE-CFSIHIS
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
           END-EVALUATE.
       335-GUARDA-HISTORICO-E. EXIT.

      ******************************************************************
      *  LA CUENTA SIN CLASIFICAR SE ENCOLA PENDIENTE EN MOCFHOLD; SI  *
      *  YA ESTABA ENCOLADA SE ACTUALIZA EL MOTIVO Y, SI HABIA QUEDADO *
      *  RESUELTA, SE REABRE                                           *
      ******************************************************************
       340-ENCOLA-REVISION SECTION.
           PERFORM 360-ESCRIBE-EXCEPCION
           INITIALIZE REG-MOCFHOLD
           MOVE MOMA-LLAVE            TO MOCF-CUENTA
           MOVE MOMA-CODIGO-UNIVERSAL TO MOCF-CODIGO-UNIVERSAL
           MOVE MOMA-TIPO-CLIENTE     TO MOCF-TIPO-CLIENTE
           MOVE WKS-PERIODO-PROCESO   TO MOCF-FECHA-PROCESO
           MOVE WKS-CLS-MOTIVO        TO MOCF-MOTIVO
           MOVE WKS-CLS-DESCRIPCION   TO MOCF-DESCRIPCION
           SET  MOCF-PENDIENTE        TO TRUE
           WRITE REG-MOCFHOLD
           IF FS-MOCFHOLD = 22
              READ MOCFHOLD KEY IS MOCF-LLAVE
              MOVE MOMA-CODIGO-UNIVERSAL TO MOCF-CODIGO-UNIVERSAL
              MOVE MOMA-TIPO-CLIENTE     TO MOCF-TIPO-CLIENTE
              MOVE WKS-PERIODO-PROCESO   TO MOCF-FECHA-PROCESO
              MOVE WKS-CLS-MOTIVO        TO MOCF-MOTIVO
              MOVE WKS-CLS-DESCRIPCION   TO MOCF-DESCRIPCION
              IF MOCF-RESUELTO
                 SET  MOCF-PENDIENTE     TO TRUE
                 MOVE SPACES             TO MOCF-USUARIO-RESOLVIO
                 MOVE ZEROS              TO MOCF-FECHA-RESOLVIO
              END-IF
              REWRITE REG-MOCFHOLD
           END-IF
           IF FS-MOCFHOLD NOT = 0
              MOVE 'GRABAR'   TO ACCION
              MOVE MOCF-LLAVE TO LLAVE
              MOVE 'MOCFHOLD' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MOCFHOLD, FSE-MOCFHOLD
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1 TO WKS-ENVIADAS-REVISION.
       340-ENCOLA-REVISION-E. EXIT.

      *--> UNA CUENTA PENDIENTE QUE YA SE PUDO CLASIFICAR SE RESUELVE
       350-RESUELVE-REVISION SECTION.
           MOVE MOMA-LLAVE TO MOCF-CUENTA
           READ MOCFHOLD KEY IS MOCF-LLAVE
             INVALID KEY
                GO TO 350-RESUELVE-REVISION-E
           END-READ
           IF MOCF-PENDIENTE
              SET  MOCF-RESUELTO       TO TRUE
              MOVE 'MOCFSCAR'          TO MOCF-USUARIO-RESOLVIO
              MOVE WKS-FECHA-PROCESO   TO MOCF-FECHA-RESOLVIO
              REWRITE REG-MOCFHOLD
              IF FS-MOCFHOLD NOT = 0
                 MOVE 'REWRITE'  TO ACCION
                 MOVE MOCF-LLAVE TO LLAVE
                 MOVE 'MOCFHOLD' TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-MOCFHOLD, FSE-MOCFHOLD
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-RESUELTAS-REVISION
           END-IF.
       350-RESUELVE-REVISION-E. EXIT.

       360-ESCRIBE-EXCEPCION SECTION.
           MOVE MOMA-LLAVE            TO WKS-EXC-CUENTA
           MOVE MOMA-CODIGO-UNIVERSAL TO WKS-EXC-CLIENTE
           MOVE MOMA-TIPO-CLIENTE     TO WKS-EXC-TIPO
           MOVE WKS-CLS-MOTIVO        TO WKS-EXC-MOTIVO
           MOVE WKS-CLS-DESCRIPCION   TO WKS-EXC-DESCRIPCION
           MOVE WKS-LINEA-EXCEPCION   TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       360-ESCRIBE-EXCEPCION-E. EXIT.

       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ESCRIBIR EL LISTADO FTPREP    *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       500-ERRORES-ESCRITURA-PS-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-CUENTAS-LEIDAS      TO WKS-MASCARA
           DISPLAY 'CUENTAS LEIDAS DE MOMAES      : ' WKS-MASCARA
           MOVE    WKS-AGREGADAS-CFSIBA    TO WKS-MASCARA
           DISPLAY 'CUENTAS AGREGADAS A CFSIBA    : ' WKS-MASCARA
           MOVE    WKS-ACTUALIZADAS-CFSIBA TO WKS-MASCARA
           DISPLAY 'CUENTAS RECLASIFICADAS        : ' WKS-MASCARA
           MOVE    WKS-SIN-CAMBIO-CFSIBA   TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN CAMBIO            : ' WKS-MASCARA
           MOVE    WKS-HISTORIA-CFSIBA     TO WKS-MASCARA
           DISPLAY 'HISTORICOS GRABADOS CFSIHIS   : ' WKS-MASCARA
           MOVE    WKS-HISTORIA-NOGRABADA  TO WKS-MASCARA
           DISPLAY 'HISTORICOS YA EXISTENTES      : ' WKS-MASCARA
           MOVE    WKS-CONFLICTO-TARJETA   TO WKS-MASCARA
           DISPLAY 'LLAVES EN CONFLICTO CON TC    : ' WKS-MASCARA
           MOVE    WKS-ENVIADAS-REVISION   TO WKS-MASCARA
           DISPLAY 'ENVIADAS A REVISION MOCFHOLD  : ' WKS-MASCARA
           MOVE    WKS-RESUELTAS-REVISION  TO WKS-MASCARA
           DISPLAY 'RESUELTAS EN MOCFHOLD         : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOMAES MOTGEN CFCNAT CFCJUR CFSIBA CFSIHIS
                 MOCFHOLD FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
