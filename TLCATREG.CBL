      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLCATREG                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CATEGORIA DE RIESGO REGULATORIA (A-E) MENSUAL.   *
      *             : RECORRE TLMATH Y TIMATH, TOMA EL PEOR DIA DE     *
      *             : MORA VIVO DE LA CUENTA EN TLIMOR (LAS DOS        *
      *             : MONEDAS) Y LE ASIGNA LA CATEGORIA SEGUN LA TABLA *
      *             : TLTGEN 011: EL CORRELATIVO (1:1) ES LA LETRA DE  *
      *             : LA CATEGORIA Y LA DESCRIPCION (1:3) LOS DIAS     *
      *             : MINIMOS DE MORA; GANA LA ULTIMA CATEGORIA CUYO   *
      *             : MINIMO ALCANZA LA CUENTA. GRABA EL HISTORICO     *
      *             : TLCATHI DEL PERIODO (UNA NUEVA CORRIDA DEL MISMO *
      *             : PERIODO LO REESCRIBE), EL ARCHIVO REGULATORIO    *
      *             : CATREG CON LA IDENTIFICACION DEL CLIENTE Y EN    *
      *             : FTPREP LA MATRIZ DE MIGRACION CONTRA EL MES      *
      *             : ANTERIOR (INCLUYE LAS CUENTAS NUEVAS Y LAS QUE   *
      *             : TENIAN CATEGORIA Y YA NO ESTAN EN LOS MAESTROS). *
      *             : TARJETA SYSIN: FECHA DE CIERRE AAAAMMDD; EL      *
      *             : PERIODO ES SU AAAAMM.                            *
      * ARCHIVOS    : TLMATH=C, TIMATH=C, TLIMOR=C, TLTGEN=C           *
      *             : CFCNAT=C, CFCJUR=C                               *
      *             : TLCATHI=A, CATREG=A, FTPREP=A                    *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA CFGD2QL2, EDIT DE NOMBRES                 *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLCATREG.
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
            SELECT TLIMOR ASSIGN   TO TLIMOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLIM-LLAVE
                   FILE STATUS     IS FS-TLIMOR
                                      FSE-TLIMOR.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
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
            SELECT TLCATHI ASSIGN  TO TLCATHI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLCG-LLAVE
                   FILE STATUS     IS FS-TLCATHI
                                      FSE-TLCATHI.
            SELECT CATREG ASSIGN   TO CATREG
                   FILE STATUS     IS FS-CATREG.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  TLMATH.
           COPY TLMATH4.
       FD  TIMATH.
           COPY TIMATH2.
       FD  TLIMOR.
           COPY TLIMOR.
       FD  TLTGEN.
           COPY TLTGEN.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  TLCATHI.
           COPY TLCATHI.
       FD  CATREG
           RECORDING MODE IS F.
       01 CATREG-LINE                      PIC X(100).
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLIMOR                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCATHI                       PIC 9(02)  VALUE ZEROS.
       01 FS-CATREG                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
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
       01 FSE-TLIMOR.
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
       01 FSE-TLCATHI.
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
      *------->       TARJETA SYSIN: FECHA DE CIERRE AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
          02 WKS-PERIODO                   PIC 9(06).
          02 FILLER                        PIC 9(02).
       01 WKS-PERIODO-ANTERIOR             PIC 9(06)  VALUE ZEROS.
       01 WKS-PERIODO-ANTERIOR-R REDEFINES WKS-PERIODO-ANTERIOR.
          02 WKS-ANT-ANIO                  PIC 9(04).
          02 WKS-ANT-MES                   PIC 9(02).
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-TLMATH                PIC 9(01)  VALUE ZEROS.
             88 FIN-TLMATH                            VALUE 1.
          02 WKS-FIN-TIMATH                PIC 9(01)  VALUE ZEROS.
             88 FIN-TIMATH                            VALUE 1.
          02 WKS-FIN-TLTGEN                PIC 9(01)  VALUE ZEROS.
             88 FIN-TLTGEN                            VALUE 1.
          02 WKS-FIN-TLCATHI               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLCATHI                           VALUE 1.
          02 WKS-SALIDA-PENDIENTE          PIC 9(01)  VALUE ZEROS.
             88 SALIDA-PENDIENTE                      VALUE 1.
      *------->   TABLA DE CATEGORIAS CARGADA DE TLTGEN 011
       01 WKS-TABLA-CATEGORIAS.
          02 WKS-CAT-LONG                  PIC 9(01)  VALUE ZEROS.
          02 WKS-CAT-RENGLON OCCURS 5 TIMES.
             03 WKS-CAT-LETRA              PIC X(01).
             03 WKS-CAT-DIAS-MIN           PIC 9(03).
      *------->   MATRIZ DE MIGRACION: FILA = CATEGORIA ANTERIOR (6 =
      *------->   SIN CATEGORIA ANTERIOR), COLUMNA = CATEGORIA ACTUAL
      *------->   (6 = LA CUENTA YA NO ESTA EN LOS MAESTROS)
       01 WKS-MATRIZ-MIGRACION.
          02 WKS-MTZ-FILA OCCURS 6 TIMES.
             03 WKS-MTZ-CUENTAS OCCURS 6 TIMES
                                           PIC 9(07).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-J                         PIC 9(02)  VALUE ZEROS.
          02 WKS-FILA                      PIC 9(02)  VALUE ZEROS.
          02 WKS-COLUMNA                   PIC 9(02)  VALUE ZEROS.
          02 WKS-MONEDA                    PIC 9(01)  VALUE ZEROS.
          02 WKS-DIAS-MAX                  PIC S9(03) VALUE ZEROS.
          02 WKS-CUENTA                    PIC X(16)  VALUE SPACES.
          02 WKS-CUENTA-ANTERIOR           PIC X(16)  VALUE SPACES.
          02 WKS-COD-CLIENTE               PIC X(08)  VALUE SPACES.
          02 WKS-MAESTRO                   PIC X(01)  VALUE SPACES.
          02 WKS-CATEGORIA                 PIC X(01)  VALUE SPACES.
          02 WKS-CATEGORIA-ANTERIOR        PIC X(01)  VALUE SPACES.
          02 WKS-CATEGORIA-BUSCADA         PIC X(01)  VALUE SPACES.
          02 WKS-TIPO-ID                   PIC X(01)  VALUE SPACES.
          02 WKS-IDENTIFICACION            PIC X(13)  VALUE SPACES.
          02 WKS-NOMBRE-CLIENTE            PIC X(40)  VALUE SPACES.
          02 WKS-PEN-CUENTA                PIC X(16)  VALUE SPACES.
          02 WKS-PEN-CATEGORIA             PIC X(01)  VALUE SPACES.
          02 WKS-TOTAL-FILA                PIC 9(07)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       COPY CFNM.
      *------->      LINEA DEL ARCHIVO REGULATORIO DE CATEGORIAS
       01 WKS-LINEA-CATREG.
          05 WKS-REG-PERIODO               PIC 9(06).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-COD-CLIENTE           PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-TIPO-ID               PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-IDENTIFICACION        PIC X(13).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-CATEGORIA             PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-DIAS-MORA             PIC 9(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-REG-CATEGORIA-ANT         PIC X(01).
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(38)  VALUE
             'MIGRACION DE CATEGORIA DE RIESGO, MES '.
          05 WKS-HDR-PERIODO               PIC 9(06).
          05 FILLER                        PIC X(08)  VALUE
             ' CONTRA '.
          05 WKS-HDR-PERIODO-ANT           PIC 9(06).
       01 HEADER2.
          05 FILLER                        PIC X(40)  VALUE
             'FILA = CATEGORIA ANTERIOR, COLUMNA = ACT'.
          05 FILLER                        PIC X(04)  VALUE 'UAL'.
       01 WKS-LINEA-TITULOS.
          05 WKS-TIT-ETIQUETA              PIC X(10).
          05 WKS-TIT-CELDA OCCURS 7 TIMES.
             10 WKS-TIT-SEPARADOR          PIC X(01).
             10 WKS-TIT-TEXTO              PIC X(09).
       01 WKS-LINEA-MATRIZ.
          05 WKS-MTL-ETIQUETA              PIC X(10).
          05 WKS-MTL-CELDA OCCURS 7 TIMES.
             10 WKS-MTL-SEPARADOR          PIC X(01).
             10 WKS-MTL-CUENTAS            PIC Z,ZZZ,ZZ9.
       01 WKS-ESTADISTICAS.
          05 WKS-LEIDOS-TLMATH             PIC 9(07)  VALUE ZEROS.
          05 WKS-LEIDOS-TIMATH             PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-CATEGORIZADAS     PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-NUEVAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-SALIDAS           PIC 9(07)  VALUE ZEROS.
          05 WKS-HISTORICOS-REESCRITOS     PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-CARGA-CATEGORIAS-TLT011
           PERFORM 300-BARRIDO-TLMATH
           PERFORM 320-BARRIDO-TIMATH
           PERFORM 400-CUENTAS-SALIDAS
           PERFORM 450-ESCRIBE-MATRIZ
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  TLMATH TIMATH TLIMOR TLTGEN CFCNAT CFCJUR
           OPEN I-O    TLCATHI
      *------> EN LA PRIMERA CORRIDA EL HISTORICO AUN NO EXISTE
           IF FS-TLCATHI = 35
              OPEN OUTPUT TLCATHI
              CLOSE TLCATHI
              OPEN I-O TLCATHI
           END-IF
           OPEN OUTPUT CATREG FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLCATREG' TO PROGRAMA
           IF (FS-TLMATH = 97) AND (FS-TIMATH = 97) AND
              (FS-TLIMOR = 97) AND (FS-TLTGEN = 97) AND
              (FS-CFCNAT = 97) AND (FS-CFCJUR = 97) AND
              (FS-TLCATHI = 97) AND (FS-CATREG = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-TLMATH FS-TIMATH FS-TLIMOR FS-TLTGEN
                            FS-CFCNAT FS-CFCJUR FS-TLCATHI
                            FS-CATREG FS-FTPREP
           END-IF
           IF FS-TLMATH NOT = 0 OR FS-TIMATH NOT = 0 OR
              FS-TLIMOR NOT = 0 OR FS-TLTGEN NOT = 0 OR
              FS-CFCNAT NOT = 0 OR FS-CFCJUR NOT = 0 OR
              FS-TLCATHI NOT = 0 OR FS-CATREG NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLMATH   : " FS-TLMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TIMATH   : " FS-TIMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TLIMOR   : " FS-TLIMOR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCATHI  : " FS-TLCATHI
              DISPLAY "* FILE STATUS DEL ARCHIVO CATREG   : " FS-CATREG
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> FECHA DE CIERRE INVALIDA EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE WKS-PERIODO TO WKS-PERIODO-ANTERIOR
           IF WKS-ANT-MES = 01
              MOVE 12 TO WKS-ANT-MES
              SUBTRACT 1 FROM WKS-ANT-ANIO
           ELSE
              SUBTRACT 1 FROM WKS-ANT-MES
           END-IF
           INITIALIZE WKS-MATRIZ-MIGRACION.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  CARGA LAS CATEGORIAS DESDE TLTGEN 011. EL CORRELATIVO (1:1)   *
      *  ES LA LETRA (A, B, C, D, E) Y LA DESCRIPCION (1:3) LOS DIAS   *
      *  MINIMOS DE MORA DE LA CATEGORIA. LOS RENGLONES DEBEN VENIR EN *
      *  ORDEN DE RIESGO CON MINIMOS CRECIENTES; SI NO, O SI LA TABLA  *
      *  ESTA VACIA, NO SE PUEDE CATEGORIZAR Y EL PROCESO ABORTA.      *
      ******************************************************************
       220-CARGA-CATEGORIAS-TLT011 SECTION.
           MOVE 'TLT' TO TLTG-CODIGO
           MOVE 011   TO TLTG-CORRELATIVO-TABLA
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
           PERFORM UNTIL FIN-TLTGEN OR WKS-CAT-LONG = 5
              READ TLTGEN NEXT RECORD
              END-READ
              EVALUATE FS-TLTGEN
                 WHEN 0
                   IF TLTG-CODIGO = 'TLT' AND
                      TLTG-CORRELATIVO-TABLA = 011
                      ADD 1 TO WKS-CAT-LONG
                      MOVE TLTG-CORRELATIVO-REGISTRO (1:1)
                        TO WKS-CAT-LETRA    (WKS-CAT-LONG)
                      MOVE TLTG-DESCRIPCION (1:3)
                        TO WKS-CAT-DIAS-MIN (WKS-CAT-LONG)
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
           IF WKS-CAT-LONG = ZEROS
              DISPLAY '>>> TABLA TLTGEN 011 SIN CATEGORIAS, NO SE '
                      'PUEDE CATEGORIZAR <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           PERFORM VARYING WKS-I FROM 2 BY 1 UNTIL WKS-I > WKS-CAT-LONG
              IF WKS-CAT-DIAS-MIN (WKS-I) NOT >
                 WKS-CAT-DIAS-MIN (WKS-I - 1)
                 DISPLAY '>>> TABLA TLTGEN 011 CON DIAS MINIMOS NO '
                         'CRECIENTES EN CATEGORIA '
                         WKS-CAT-LETRA (WKS-I) ' <<<' UPON CONSOLE
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
           END-PERFORM.
       220-CARGA-CATEGORIAS-TLT011-E. EXIT.

      *----> SERIE 300 RECORRE TLMATH; LA CUENTA ES EL PREFIJO DE 16 DE
      *----> TLMT-LLAVE Y SE CATEGORIZA UNA SOLA VEZ
       300-BARRIDO-TLMATH SECTION.
           READ TLMATH NEXT RECORD
                AT END SET FIN-TLMATH TO TRUE
           END-READ
           PERFORM UNTIL FIN-TLMATH
              EVALUATE FS-TLMATH
                 WHEN 0
                    ADD 1 TO WKS-LEIDOS-TLMATH
                    IF TLMT-LLAVE (1:16) NOT = WKS-CUENTA-ANTERIOR
                       MOVE TLMT-LLAVE (1:16)   TO WKS-CUENTA
                                                   WKS-CUENTA-ANTERIOR
                       MOVE TLMT-CODIGO-CLIENTE TO WKS-COD-CLIENTE
                       MOVE 'T'                 TO WKS-MAESTRO
                       PERFORM 330-CATEGORIZA-CUENTA
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
                    MOVE TIMT-LLAVE          TO WKS-CUENTA
                    MOVE TIMT-CODIGO-CLIENTE TO WKS-COD-CLIENTE
                    MOVE 'I'                 TO WKS-MAESTRO
                    PERFORM 330-CATEGORIZA-CUENTA
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
      *  SERIE 330 CATEGORIZA UNA CUENTA: PEOR DIA DE MORA VIVO,       *
      *  CATEGORIA DE LA TABLA, CATEGORIA DEL MES ANTERIOR, HISTORICO, *
      *  ARCHIVO REGULATORIO Y CELDA DE LA MATRIZ DE MIGRACION         *
      ******************************************************************
       330-CATEGORIZA-CUENTA SECTION.
           PERFORM 340-PEOR-MORA-VIVA
           MOVE WKS-CAT-LETRA (1) TO WKS-CATEGORIA
           MOVE 1                 TO WKS-COLUMNA
           PERFORM VARYING WKS-I FROM 2 BY 1 UNTIL WKS-I > WKS-CAT-LONG
              IF WKS-DIAS-MAX NOT < WKS-CAT-DIAS-MIN (WKS-I)
                 MOVE WKS-CAT-LETRA (WKS-I) TO WKS-CATEGORIA
                 MOVE WKS-I                 TO WKS-COLUMNA
              END-IF
           END-PERFORM
      *--> CATEGORIA DEL MES ANTERIOR EN EL HISTORICO
           MOVE SPACES               TO WKS-CATEGORIA-ANTERIOR
           MOVE WKS-CUENTA           TO TLCG-CUENTA
           MOVE WKS-PERIODO-ANTERIOR TO TLCG-PERIODO
           READ TLCATHI KEY IS TLCG-LLAVE
             NOT INVALID KEY
                MOVE TLCG-CATEGORIA TO WKS-CATEGORIA-ANTERIOR
           END-READ
           MOVE WKS-CATEGORIA-ANTERIOR TO WKS-CATEGORIA-BUSCADA
           PERFORM 345-FILA-DE-CATEGORIA
           IF WKS-FILA = 6
              ADD 1 TO WKS-CUENTAS-NUEVAS
           END-IF
           ADD 1 TO WKS-MTZ-CUENTAS (WKS-FILA, WKS-COLUMNA)
           PERFORM 350-GRABA-HISTORICO
           PERFORM 360-IDENTIFICA-CLIENTE
           PERFORM 370-ESCRIBE-CATREG
           ADD 1 TO WKS-CUENTAS-CATEGORIZADAS.
       330-CATEGORIZA-CUENTA-E. EXIT.

      *--> LOS CICLOS CERRADOS POR CURA QUEDAN CON SITUACION 00 Y NO
      *--> CUENTAN COMO MORA VIVA (MISMO CRITERIO DE TLESTRAT)
       340-PEOR-MORA-VIVA SECTION.
           MOVE ZEROS TO WKS-DIAS-MAX
           PERFORM VARYING WKS-MONEDA FROM 1 BY 1 UNTIL WKS-MONEDA > 2
              MOVE WKS-CUENTA TO TLIM-CUENTA
              MOVE WKS-MONEDA TO TLIM-MONEDA
              READ TLIMOR KEY IS TLIM-LLAVE
                NOT INVALID KEY
                   PERFORM VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 18
                      IF TLIM-CICLO-VENCIDO (WKS-J) > ZEROS AND
                         TLIM-SITUACION-CTA (WKS-J) > ZEROS AND
                         TLIM-DIAS-MORA (WKS-J) > WKS-DIAS-MAX
                         MOVE TLIM-DIAS-MORA (WKS-J) TO WKS-DIAS-MAX
                      END-IF
                   END-PERFORM
              END-READ
           END-PERFORM.
       340-PEOR-MORA-VIVA-E. EXIT.

      *--> FILA DE LA MATRIZ PARA UNA CATEGORIA ANTERIOR; UNA CUENTA SIN
      *--> CATEGORIA (O CON UNA LETRA QUE YA NO ESTA EN LA TABLA) VA A
      *--> LA FILA 6
       345-FILA-DE-CATEGORIA SECTION.
           MOVE 6 TO WKS-FILA
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-CAT-LONG
              IF WKS-CATEGORIA-BUSCADA NOT = SPACES AND
                 WKS-CAT-LETRA (WKS-I) = WKS-CATEGORIA-BUSCADA
                 MOVE WKS-I TO WKS-FILA
              END-IF
           END-PERFORM.
       345-FILA-DE-CATEGORIA-E. EXIT.

       350-GRABA-HISTORICO SECTION.
           MOVE WKS-CUENTA  TO TLCG-CUENTA
           MOVE WKS-PERIODO TO TLCG-PERIODO
           READ TLCATHI KEY IS TLCG-LLAVE
             INVALID KEY
                MOVE 'WRITE'   TO ACCION
             NOT INVALID KEY
                MOVE 'REWRITE' TO ACCION
           END-READ
           MOVE WKS-COD-CLIENTE        TO TLCG-CODIGO-CLIENTE
           MOVE WKS-MAESTRO            TO TLCG-MAESTRO
           MOVE WKS-DIAS-MAX           TO TLCG-DIAS-MORA
           MOVE WKS-CATEGORIA          TO TLCG-CATEGORIA
           MOVE WKS-CATEGORIA-ANTERIOR TO TLCG-CATEGORIA-ANTERIOR
           MOVE WKS-FECHA-PROCESO      TO TLCG-FECHA-PROCESO
           IF ACCION = 'WRITE'
              WRITE REG-TLCATHI
           ELSE
              REWRITE REG-TLCATHI
              ADD 1 TO WKS-HISTORICOS-REESCRITOS
           END-IF
           IF FS-TLCATHI NOT = 0
              MOVE TLCG-LLAVE TO LLAVE
              MOVE 'TLCATHI'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLCATHI, FSE-TLCATHI
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       350-GRABA-HISTORICO-E. EXIT.

      *----> SERIE 360 IDENTIFICACION DEL CLIENTE: DPI Y NOMBRE DE
      *----> CFCNAT (TIPO N) O NIT Y RAZON SOCIAL DE CFCJUR (TIPO J)
       360-IDENTIFICA-CLIENTE SECTION.
           MOVE SPACES          TO WKS-TIPO-ID WKS-IDENTIFICACION
                                   WKS-NOMBRE-CLIENTE
           MOVE WKS-COD-CLIENTE TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE WKS-COD-CLIENTE TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  NOT INVALID KEY
                     MOVE 'J'               TO WKS-TIPO-ID
                     MOVE CFCJ-NIT          TO WKS-IDENTIFICACION
                     MOVE CFCJ-RAZON-SOCIAL TO WKS-NOMBRE-CLIENTE
                END-READ
             NOT INVALID KEY
                MOVE 'N'      TO WKS-TIPO-ID
                MOVE CFCN-DPI TO WKS-IDENTIFICACION
                INITIALIZE CFNM-CAMPO-RETORNO
                MOVE 'N'                 TO CFNM-ORDENAMIENTO
                MOVE 40                  TO CFNM-RANGO-LONGITUD
                MOVE 3                   TO CFNM-RANGO-APELLIDOS
                MOVE CFCN-NOMBRE-CLIENTE TO CFNM-NOMBRE-COMPLETO
                CALL 'CFGD2QL2' USING CFNM
                MOVE CFNM-CAMPO-RETORNO  TO WKS-NOMBRE-CLIENTE
           END-READ.
       360-IDENTIFICA-CLIENTE-E. EXIT.

       370-ESCRIBE-CATREG SECTION.
           MOVE WKS-PERIODO            TO WKS-REG-PERIODO
           MOVE WKS-CUENTA             TO WKS-REG-CUENTA
           MOVE WKS-COD-CLIENTE        TO WKS-REG-COD-CLIENTE
           MOVE WKS-TIPO-ID            TO WKS-REG-TIPO-ID
           MOVE WKS-IDENTIFICACION     TO WKS-REG-IDENTIFICACION
           MOVE WKS-NOMBRE-CLIENTE     TO WKS-REG-NOMBRE
           MOVE WKS-CATEGORIA          TO WKS-REG-CATEGORIA
           MOVE WKS-DIAS-MAX           TO WKS-REG-DIAS-MORA
           MOVE WKS-CATEGORIA-ANTERIOR TO WKS-REG-CATEGORIA-ANT
           MOVE WKS-LINEA-CATREG       TO CATREG-LINE
           WRITE CATREG-LINE
           IF FS-CATREG NOT = 0
              DISPLAY 'ERROR AL GRABAR CATREG, STATUS: ' FS-CATREG
                      ' CUENTA: ' WKS-CUENTA
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       370-ESCRIBE-CATREG-E. EXIT.

      ******************************************************************
      *  SERIE 400 CUENTAS QUE TENIAN CATEGORIA EL MES ANTERIOR Y NO   *
      *  LA TIENEN EN ESTE PERIODO (YA NO ESTAN EN LOS MAESTROS). EL   *
      *  HISTORICO VIENE POR CUENTA Y PERIODO, ASI QUE EL REGISTRO DEL *
      *  MES ANTERIOR QUEDA PENDIENTE HASTA VER SI EL SIGUIENTE ES EL  *
      *  DE ESTE PERIODO PARA LA MISMA CUENTA                          *
      ******************************************************************
       400-CUENTAS-SALIDAS SECTION.
           MOVE LOW-VALUES TO TLCG-LLAVE
           START TLCATHI KEY IS NOT LESS THAN TLCG-LLAVE
             INVALID KEY
                SET FIN-TLCATHI TO TRUE
           END-START
           PERFORM UNTIL FIN-TLCATHI
              READ TLCATHI NEXT RECORD
                   AT END SET FIN-TLCATHI TO TRUE
              END-READ
              EVALUATE TRUE
                 WHEN FIN-TLCATHI
                    CONTINUE
                 WHEN FS-TLCATHI NOT = 0
                    MOVE 'READ'     TO ACCION
                    MOVE TLCG-LLAVE TO LLAVE
                    MOVE 'TLCATHI'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLCATHI, FSE-TLCATHI
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 WHEN OTHER
                    IF SALIDA-PENDIENTE AND
                       NOT (TLCG-CUENTA  = WKS-PEN-CUENTA AND
                            TLCG-PERIODO = WKS-PERIODO)
                       PERFORM 410-CUENTA-SALIDA
                    END-IF
                    MOVE ZEROS TO WKS-SALIDA-PENDIENTE
                    IF TLCG-PERIODO = WKS-PERIODO-ANTERIOR
                       MOVE 1              TO WKS-SALIDA-PENDIENTE
                       MOVE TLCG-CUENTA    TO WKS-PEN-CUENTA
                       MOVE TLCG-CATEGORIA TO WKS-PEN-CATEGORIA
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF SALIDA-PENDIENTE
              PERFORM 410-CUENTA-SALIDA
           END-IF.
       400-CUENTAS-SALIDAS-E. EXIT.

       410-CUENTA-SALIDA SECTION.
           MOVE WKS-PEN-CATEGORIA TO WKS-CATEGORIA-BUSCADA
           PERFORM 345-FILA-DE-CATEGORIA
           ADD 1 TO WKS-MTZ-CUENTAS (WKS-FILA, 6)
           ADD 1 TO WKS-CUENTAS-SALIDAS.
       410-CUENTA-SALIDA-E. EXIT.

      ******************************************************************
      *  SERIE 450 IMPRIME LA MATRIZ DE MIGRACION EN FTPREP: UNA FILA  *
      *  POR CATEGORIA ANTERIOR MAS LA DE CUENTAS NUEVAS, UNA COLUMNA  *
      *  POR CATEGORIA ACTUAL MAS SALIDAS Y TOTAL, Y LA FILA DE TOTAL  *
      ******************************************************************
       450-ESCRIBE-MATRIZ SECTION.
           MOVE WKS-PERIODO          TO WKS-HDR-PERIODO
           MOVE WKS-PERIODO-ANTERIOR TO WKS-HDR-PERIODO-ANT
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES     TO WKS-LINEA-TITULOS
           MOVE 'ANTERIOR' TO WKS-TIT-ETIQUETA
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-CAT-LONG
              MOVE '|'                   TO WKS-TIT-SEPARADOR (WKS-I)
              MOVE WKS-CAT-LETRA (WKS-I) TO WKS-TIT-TEXTO (WKS-I) (9:1)
           END-PERFORM
           MOVE '|'         TO WKS-TIT-SEPARADOR (WKS-CAT-LONG + 1)
           MOVE '  SALIDAS' TO WKS-TIT-TEXTO     (WKS-CAT-LONG + 1)
           MOVE '|'         TO WKS-TIT-SEPARADOR (WKS-CAT-LONG + 2)
           MOVE '    TOTAL' TO WKS-TIT-TEXTO     (WKS-CAT-LONG + 2)
           MOVE WKS-LINEA-TITULOS TO PRINT-LINE
           PERFORM 480-IMPRIME
           PERFORM VARYING WKS-FILA FROM 1 BY 1
                   UNTIL WKS-FILA > WKS-CAT-LONG
              MOVE SPACES                   TO WKS-MTL-ETIQUETA
              MOVE WKS-CAT-LETRA (WKS-FILA) TO WKS-MTL-ETIQUETA
              PERFORM 460-ESCRIBE-FILA
           END-PERFORM
           MOVE 6       TO WKS-FILA
           MOVE 'NUEVAS' TO WKS-MTL-ETIQUETA
           PERFORM 460-ESCRIBE-FILA
           PERFORM 470-ESCRIBE-TOTALES.
       450-ESCRIBE-MATRIZ-E. EXIT.

       460-ESCRIBE-FILA SECTION.
           MOVE ZEROS TO WKS-TOTAL-FILA
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-CAT-LONG
              MOVE '|' TO WKS-MTL-SEPARADOR (WKS-I)
              MOVE WKS-MTZ-CUENTAS (WKS-FILA, WKS-I)
                TO WKS-MTL-CUENTAS (WKS-I)
              ADD  WKS-MTZ-CUENTAS (WKS-FILA, WKS-I) TO WKS-TOTAL-FILA
           END-PERFORM
           MOVE '|' TO WKS-MTL-SEPARADOR (WKS-CAT-LONG + 1)
           MOVE WKS-MTZ-CUENTAS (WKS-FILA, 6)
             TO WKS-MTL-CUENTAS (WKS-CAT-LONG + 1)
           ADD  WKS-MTZ-CUENTAS (WKS-FILA, 6) TO WKS-TOTAL-FILA
           MOVE '|' TO WKS-MTL-SEPARADOR (WKS-CAT-LONG + 2)
           MOVE WKS-TOTAL-FILA TO WKS-MTL-CUENTAS (WKS-CAT-LONG + 2)
           MOVE WKS-LINEA-MATRIZ TO PRINT-LINE
           PERFORM 480-IMPRIME.
       460-ESCRIBE-FILA-E. EXIT.

      *--> LA FILA DE TOTAL SUMA CADA COLUMNA SOBRE LAS SEIS FILAS
       470-ESCRIBE-TOTALES SECTION.
           MOVE 'TOTAL' TO WKS-MTL-ETIQUETA
           PERFORM VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 6
              MOVE ZEROS TO WKS-TOTAL-FILA
              PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 6
                 ADD WKS-MTZ-CUENTAS (WKS-I, WKS-J) TO WKS-TOTAL-FILA
              END-PERFORM
              MOVE WKS-TOTAL-FILA TO WKS-MTZ-CUENTAS (6, WKS-J)
           END-PERFORM
      *--> LA FILA 6 YA SE IMPRIMIO; SE REUSA PARA LOS TOTALES
           MOVE 6 TO WKS-FILA
           PERFORM 460-ESCRIBE-FILA.
       470-ESCRIBE-TOTALES-E. EXIT.

       480-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       480-IMPRIME-E. EXIT.

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
           MOVE    WKS-LEIDOS-TLMATH          TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE TLMATH     : ' WKS-MASCARA
           MOVE    WKS-LEIDOS-TIMATH          TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE TIMATH     : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-CATEGORIZADAS  TO WKS-MASCARA
           DISPLAY 'CUENTAS CATEGORIZADAS          : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-NUEVAS         TO WKS-MASCARA
           DISPLAY 'SIN CATEGORIA EL MES ANTERIOR  : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-SALIDAS        TO WKS-MASCARA
           DISPLAY 'SALIDAS DESDE EL MES ANTERIOR  : ' WKS-MASCARA
           MOVE    WKS-HISTORICOS-REESCRITOS  TO WKS-MASCARA
           DISPLAY 'HISTORICOS REESCRITOS (RERUN)  : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLMATH TIMATH TLIMOR TLTGEN CFCNAT CFCJUR TLCATHI
                 CATREG FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
