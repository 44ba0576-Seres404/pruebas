      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - CUMPLIMIENTO                               *
      * PROGRAMA    : CFBFREP                                          *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE EMPRESAS SIN BENEFICIARIO FINAL       *
      *             : IDENTIFICADO. BARRE CFCJUR Y POR CADA EMPRESA    *
      *             : RECORRE SUS RELACIONES EN CFBENEF: SI NINGUN     *
      *             : ACCIONISTA VIGENTE A LA FECHA ALCANZA EL UMBRAL  *
      *             : LEGAL DE PARTICIPACION, LA EMPRESA SE LISTA EN   *
      *             : FTPREP CON EL NUMERO DE ACCIONISTAS VIGENTES, LA *
      *             : MAYOR PARTICIPACION REGISTRADA Y SI TIENE O NO   *
      *             : DIRECTOR/REPRESENTANTE LEGAL REGISTRADO.         *
      *             : TARJETA SYSIN: UMBRAL 9(03)V99 (EJ. 02500 =      *
      *             : 25.00%); EN BLANCO O CEROS SE USA 25.00%.        *
      * ARCHIVOS    : CFCJUR=C, CFBENEF=C, FTPREP=A                    *
      * ACCION (ES) : C=CONSULTA, R=REPORTE                            *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFBFREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR
                                      FSE-CFCJUR.
            SELECT CFBENEF ASSIGN  TO CFBENEF
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFBF-LLAVE
                   FILE STATUS     IS FS-CFBENEF
                                      FSE-CFBENEF.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CFBENEF.
           COPY CFBENEF.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFBENEF                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFCJUR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFBENEF.
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
       01 WKS-FIN-CFCJUR                   PIC X(01)  VALUE SPACES.
          88 FIN-CFCJUR                               VALUE HIGH-VALUES.
       01 WKS-FIN-CFBENEF                  PIC X(01)  VALUE SPACES.
          88 FIN-CFBENEF                              VALUE HIGH-VALUES.
      *------->       TARJETA SYSIN: UMBRAL LEGAL DE PARTICIPACION
       01 WKS-PARAMETROS.
          02 WKS-UMBRAL-X                  PIC X(05)  VALUE SPACES.
          02 WKS-UMBRAL REDEFINES WKS-UMBRAL-X
                                           PIC 9(03)V99.
      *------->       RELACIONES VIGENTES DE LA EMPRESA EN CURSO
       01 WKS-EMPRESA.
          02 WKS-EMP-ACCIONISTAS           PIC 9(03)  VALUE ZEROS.
          02 WKS-EMP-SOBRE-UMBRAL          PIC 9(03)  VALUE ZEROS.
          02 WKS-EMP-MAYOR-PORCENTAJE      PIC 9(03)V99 VALUE ZEROS.
          02 WKS-EMP-TOTAL-PORCENTAJE      PIC 9(05)V99 VALUE ZEROS.
          02 WKS-EMP-CONTROL               PIC 9(03)  VALUE ZEROS.
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FECHA-HOY                 PIC 9(08)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(50)  VALUE
             'EMPRESAS SIN BENEFICIARIO FINAL IDENTIFICADO      '.
          05 FILLER                        PIC X(08)  VALUE 'UMBRAL: '.
          05 HDR1-UMBRAL                   PIC ZZ9.99.
          05 FILLER                        PIC X(02)  VALUE '% '.
          05 FILLER                        PIC X(07)  VALUE 'FECHA: '.
          05 HDR1-FECHA                    PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(50)  VALUE
             'EMPRESA  RAZON SOCIAL                             '.
          05 FILLER                        PIC X(50)  VALUE
             '  ACCIONISTAS  MAYOR %  TOTAL %  DIR/REP          '.
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-EMPRESA               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-RAZON                 PIC X(40).
          05 FILLER                        PIC X(06)  VALUE SPACES.
          05 WKS-DET-ACCIONISTAS           PIC ZZ9.
          05 FILLER                        PIC X(05)  VALUE SPACES.
          05 WKS-DET-MAYOR                 PIC ZZ9.99.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-DET-TOTAL                 PIC ZZ9.99.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-DET-CONTROL               PIC X(02).
          05 FILLER                        PIC X(49)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          05 WKS-EMPRESAS-LEIDAS           PIC 9(07)  VALUE ZEROS.
          05 WKS-RELACIONES-LEIDAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-RELACIONES-NO-VIGENTES    PIC 9(07)  VALUE ZEROS.
          05 WKS-EMPRESAS-IDENTIFICADAS    PIC 9(07)  VALUE ZEROS.
          05 WKS-EMPRESAS-SIN-BENEFICIARIO PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-BARRIDO-CFCJUR
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           ACCEPT WKS-PARAMETROS FROM SYSIN
           OPEN INPUT  CFCJUR
                       CFBENEF
           OPEN OUTPUT FTPREP
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFBFREP' TO PROGRAMA
           IF (FS-CFCJUR = 97) AND (FS-CFBENEF = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-CFCJUR FS-CFBENEF FS-FTPREP
           END-IF
           IF FS-CFCJUR NOT = 0 OR FS-CFBENEF NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFBENEF  : " FS-CFBENEF
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-UMBRAL-X = SPACES OR WKS-UMBRAL-X = LOW-VALUES
              MOVE ZEROS TO WKS-UMBRAL
           END-IF
           IF WKS-UMBRAL-X NOT NUMERIC OR WKS-UMBRAL > 100
              DISPLAY '>>> SYSIN INVALIDO, SE ESPERA UMBRAL 9(03)V99 '
                      '(EJ. 02500 = 25.00%)'
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-UMBRAL = ZEROS
              MOVE 25 TO WKS-UMBRAL
           END-IF
           MOVE WKS-UMBRAL    TO HDR1-UMBRAL
           MOVE WKS-FECHA-HOY TO HDR1-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 480-IMPRIME.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  CADA EMPRESA DE CFCJUR SE EVALUA CONTRA SUS RELACIONES        *
      ******************************************************************
       300-BARRIDO-CFCJUR SECTION.
           READ CFCJUR NEXT RECORD
                AT END SET FIN-CFCJUR TO TRUE
           END-READ
           PERFORM UNTIL FIN-CFCJUR
              IF FS-CFCJUR NOT = 0
                 MOVE 'READ'              TO ACCION
                 MOVE CFCJ-CODIGO-CLIENTE TO LLAVE
                 MOVE 'CFCJUR'            TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFCJUR, FSE-CFCJUR
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-EMPRESAS-LEIDAS
              PERFORM 310-RECORRE-RELACIONES
              IF WKS-EMP-SOBRE-UMBRAL = ZEROS
                 PERFORM 320-LISTA-EMPRESA
              ELSE
                 ADD 1 TO WKS-EMPRESAS-IDENTIFICADAS
              END-IF
              READ CFCJUR NEXT RECORD
                   AT END SET FIN-CFCJUR TO TRUE
              END-READ
           END-PERFORM.
       300-BARRIDO-CFCJUR-E. EXIT.

      ******************************************************************
      *  RELACIONES DE LA EMPRESA: SOLO CUENTAN LAS VIGENTES A LA FECHA*
      *  (DESDE NO MAYOR QUE HOY, HASTA EN CEROS O NO MENOR QUE HOY)   *
      ******************************************************************
       310-RECORRE-RELACIONES SECTION.
           INITIALIZE WKS-EMPRESA
           MOVE SPACES              TO WKS-FIN-CFBENEF
           MOVE LOW-VALUES          TO CFBF-LLAVE
           MOVE CFCJ-CODIGO-CLIENTE TO CFBF-CODIGO-EMPRESA
           START CFBENEF KEY IS NOT LESS THAN CFBF-LLAVE
             INVALID KEY
                SET FIN-CFBENEF TO TRUE
           END-START
           PERFORM UNTIL FIN-CFBENEF
              READ CFBENEF NEXT RECORD
                   AT END SET FIN-CFBENEF TO TRUE
              END-READ
              IF NOT FIN-CFBENEF
                 IF FS-CFBENEF NOT = 0
                    MOVE 'READ NEXT' TO ACCION
                    MOVE CFBF-LLAVE  TO LLAVE
                    MOVE 'CFBENEF'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFBENEF, FSE-CFBENEF
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 IF CFBF-CODIGO-EMPRESA NOT = CFCJ-CODIGO-CLIENTE
                    SET FIN-CFBENEF TO TRUE
                 ELSE
                    PERFORM 315-EVALUA-RELACION
                 END-IF
              END-IF
           END-PERFORM.
       310-RECORRE-RELACIONES-E. EXIT.

       315-EVALUA-RELACION SECTION.
           ADD 1 TO WKS-RELACIONES-LEIDAS
           IF CFBF-FECHA-DESDE > WKS-FECHA-HOY OR
              (CFBF-FECHA-HASTA NOT = ZEROS AND
               CFBF-FECHA-HASTA < WKS-FECHA-HOY)
              ADD 1 TO WKS-RELACIONES-NO-VIGENTES
              GO TO 315-EVALUA-RELACION-E
           END-IF
           IF NOT CFBF-ROL-ACCIONISTA
              ADD 1 TO WKS-EMP-CONTROL
              GO TO 315-EVALUA-RELACION-E
           END-IF
           ADD 1               TO WKS-EMP-ACCIONISTAS
           ADD CFBF-PORCENTAJE TO WKS-EMP-TOTAL-PORCENTAJE
           IF CFBF-PORCENTAJE > WKS-EMP-MAYOR-PORCENTAJE
              MOVE CFBF-PORCENTAJE TO WKS-EMP-MAYOR-PORCENTAJE
           END-IF
           IF CFBF-PORCENTAJE NOT < WKS-UMBRAL
              ADD 1 TO WKS-EMP-SOBRE-UMBRAL
           END-IF.
       315-EVALUA-RELACION-E. EXIT.

       320-LISTA-EMPRESA SECTION.
           ADD 1 TO WKS-EMPRESAS-SIN-BENEFICIARIO
           MOVE CFCJ-CODIGO-CLIENTE      TO WKS-DET-EMPRESA
           MOVE CFCJ-RAZON-SOCIAL        TO WKS-DET-RAZON
           MOVE WKS-EMP-ACCIONISTAS      TO WKS-DET-ACCIONISTAS
           MOVE WKS-EMP-MAYOR-PORCENTAJE TO WKS-DET-MAYOR
           IF WKS-EMP-TOTAL-PORCENTAJE > 999.99
              MOVE 999.99                   TO WKS-DET-TOTAL
           ELSE
              MOVE WKS-EMP-TOTAL-PORCENTAJE TO WKS-DET-TOTAL
           END-IF
           IF WKS-EMP-CONTROL = ZEROS
              MOVE 'NO'                  TO WKS-DET-CONTROL
           ELSE
              MOVE 'SI'                  TO WKS-DET-CONTROL
           END-IF
           MOVE WKS-LINEA-DETALLE        TO PRINT-LINE
           PERFORM 480-IMPRIME.
       320-LISTA-EMPRESA-E. EXIT.

       480-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       480-IMPRIME-E. EXIT.

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
           MOVE    WKS-EMPRESAS-LEIDAS           TO WKS-MASCARA
           DISPLAY 'EMPRESAS LEIDAS                : ' WKS-MASCARA
           MOVE    WKS-RELACIONES-LEIDAS         TO WKS-MASCARA
           DISPLAY 'RELACIONES LEIDAS EN CFBENEF   : ' WKS-MASCARA
           MOVE    WKS-RELACIONES-NO-VIGENTES    TO WKS-MASCARA
           DISPLAY 'RELACIONES NO VIGENTES         : ' WKS-MASCARA
           MOVE    WKS-EMPRESAS-IDENTIFICADAS    TO WKS-MASCARA
           DISPLAY 'EMPRESAS CON BENEFICIARIO      : ' WKS-MASCARA
           MOVE    WKS-EMPRESAS-SIN-BENEFICIARIO TO WKS-MASCARA
           DISPLAY 'EMPRESAS SIN BENEFICIARIO      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFCJUR CFBENEF FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
