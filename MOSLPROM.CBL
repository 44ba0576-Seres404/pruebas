      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOSLPROM                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : SALDO PROMEDIO DIARIO DEL MES POR CUENTA Y       *
      *             : AGENCIA, DESDE EL HISTORICO MOSLHIS. ORDENA LAS  *
      *             : FOTOS DEL MES POR AGENCIA, CUENTA Y FECHA; CADA  *
      *             : SALDO PESA LOS DIAS CALENDARIO QUE ESTUVO        *
      *             : VIGENTE (HASTA LA SIGUIENTE FOTO O HASTA EL FIN  *
      *             : DEL MES, INCLUYENDO FERIADOS Y FINES DE SEMANA)  *
      *             : Y EL PROMEDIO SE DIVIDE ENTRE LOS DIAS DESDE LA  *
      *             : PRIMERA FOTO DE LA CUENTA EN EL MES. EMITE UNA   *
      *             : LINEA POR CUENTA CON LOS DIAS, EL PROMEDIO Y EL  *
      *             : ULTIMO SALDO EN CADA MONEDA, EL TOTAL DE CADA    *
      *             : AGENCIA Y EL DEL BANCO.                          *
      *             : TARJETA SYSIN: PERIODO AAAAMM.                   *
      * ARCHIVOS    : MOSLHIS=C, FTPREP=A                              *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOSLPROM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOSLHIS ASSIGN  TO MOSLHIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOSH-LLAVE
                   FILE STATUS     IS FS-MOSLHIS
                                      FSE-MOSLHIS.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  MOSLHIS.
           COPY MOSLHIS.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(104).
       SD  WORKFILE.
           COPY MOSLHIS REPLACING ==01  REG-MOSLHIS==
                               BY ==01  WORK-REG==
                       LEADING ==MOSH== BY ==WRKH==.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOSLHIS                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOSLHIS.
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
          02 WKS-FIN-MOSLHIS               PIC 9(01)  VALUE ZEROS.
             88 FIN-MOSLHIS                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
      *------->          TARJETA SYSIN: PERIODO AAAAMM
       01 WKS-PERIODO                      PIC 9(06)  VALUE ZEROS.
       01 FILLER REDEFINES WKS-PERIODO.
          02 WKS-PER-AAAA                  PIC 9(04).
          02 WKS-PER-MM                    PIC 9(02).
      *------->   PRIMER DIA DEL MES SIGUIENTE (FIN DE LOS TRAMOS)
       01 WKS-FECHA-SIGUIENTE              PIC 9(08)  VALUE ZEROS.
       01 FILLER REDEFINES WKS-FECHA-SIGUIENTE.
          02 WKS-SIG-AAAA                  PIC 9(04).
          02 WKS-SIG-MM                    PIC 9(02).
          02 WKS-SIG-DD                    PIC 9(02).
      *------->   CUENTA Y AGENCIA EN PROCESO
       01 WKS-GRUPO-ACTUAL.
          02 WKS-GRP-AGENCIA               PIC 9(04)  VALUE ZEROS.
          02 WKS-GRP-CUENTA                PIC X(16)  VALUE SPACES.
          02 WKS-GRP-FECHA-ANT             PIC 9(08)  VALUE ZEROS.
          02 WKS-GRP-SALDO-Q               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-GRP-SALDO-D               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-GRP-DIA-INICIAL           PIC S9(09) COMP VALUE ZEROS.
          02 WKS-GRP-ACUM-Q                PIC S9(15)V99 VALUE ZEROS.
          02 WKS-GRP-ACUM-D                PIC S9(15)V99 VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DIA-FIN                   PIC S9(09) COMP VALUE ZEROS.
          02 WKS-DIA-ACTUAL                PIC S9(09) COMP VALUE ZEROS.
          02 WKS-DIAS-TRAMO                PIC S9(05) COMP VALUE ZEROS.
          02 WKS-DIAS-CUENTA               PIC S9(05) COMP VALUE ZEROS.
          02 WKS-PROMEDIO-Q                PIC S9(11)V99 VALUE ZEROS.
          02 WKS-PROMEDIO-D                PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->   TOTALES POR AGENCIA Y DEL BANCO
       01 WKS-TOTALES.
          02 WKS-AGE-CUENTAS               PIC 9(07)  VALUE ZEROS.
          02 WKS-AGE-PROMEDIO-Q            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-AGE-PROMEDIO-D            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-AGE-CIERRE-Q              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-AGE-CIERRE-D              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-BCO-CUENTAS               PIC 9(07)  VALUE ZEROS.
          02 WKS-BCO-PROMEDIO-Q            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-BCO-PROMEDIO-D            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-BCO-CIERRE-Q              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-BCO-CIERRE-D              PIC S9(13)V99 VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(40)  VALUE
             'SALDO PROMEDIO DIARIO DEL MES, PERIODO '.
          05 HDR-PERIODO                   PIC 9(06).
       01 HEADER2.
          05 FILLER                        PIC X(04)  VALUE 'AGEN'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(16)  VALUE 'CUENTA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(04)  VALUE 'DIAS'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'PROMEDIO Q'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'PROMEDIO D'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'CIERRE Q'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'CIERRE D'.
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-AGENCIA               PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-DIAS                  PIC ZZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-PROMEDIO-Q            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-PROMEDIO-D            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CIERRE-Q              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CIERRE-D              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-LINEA-TOTAL.
          05 WKS-TOT-TEXTO                 PIC X(14).
          05 WKS-TOT-AGENCIA               PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TOT-CUENTAS               PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TOT-PROMEDIO-Q            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TOT-PROMEDIO-D            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TOT-CIERRE-Q              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TOT-CIERRE-D              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-ESTADISTICAS.
          05 WKS-FOTOS-LEIDAS              PIC 9(09)  VALUE ZEROS.
          05 WKS-FOTOS-DEL-MES             PIC 9(09)  VALUE ZEROS.
          05 WKS-AGENCIAS                  PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-PERIODO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-ESCRIBE-ENCABEZADOS
           PERFORM 300-ORDENA-Y-PROMEDIA
           PERFORM 380-TOTAL-BANCO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOSLPROM' TO PROGRAMA
           OPEN INPUT  MOSLHIS
           OPEN OUTPUT FTPREP
           IF (FS-MOSLHIS = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-MOSLHIS FS-FTPREP
           END-IF
           IF FS-MOSLHIS NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLHIS  : " FS-MOSLHIS
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-PERIODO NOT NUMERIC OR
              WKS-PER-MM < 1 OR WKS-PER-MM > 12
              DISPLAY '>>> PERIODO AAAAMM INVALIDO EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-PER-MM = 12
              COMPUTE WKS-SIG-AAAA = WKS-PER-AAAA + 1
              MOVE 01            TO WKS-SIG-MM
           ELSE
              MOVE WKS-PER-AAAA  TO WKS-SIG-AAAA
              COMPUTE WKS-SIG-MM = WKS-PER-MM + 1
           END-IF
           MOVE 01 TO WKS-SIG-DD
           COMPUTE WKS-DIA-FIN =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-SIGUIENTE).
       200-APERTURA-ARCHIVOS-E. EXIT.

       220-ESCRIBE-ENCABEZADOS SECTION.
           MOVE WKS-PERIODO TO HDR-PERIODO
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       220-ESCRIBE-ENCABEZADOS-E. EXIT.

      *----> SERIE 300 ORDENA LAS FOTOS DEL MES Y PROMEDIA
       300-ORDENA-Y-PROMEDIA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKH-AGENCIA
              ASCENDING KEY WRKH-CUENTA
              ASCENDING KEY WRKH-FECHA
                 INPUT  PROCEDURE IS 310-LEE-MOSLHIS
                 OUTPUT PROCEDURE IS 320-PROMEDIA-CUENTAS.
       300-ORDENA-Y-PROMEDIA-E. EXIT.

       310-LEE-MOSLHIS SECTION.
           READ MOSLHIS NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOSLHIS
           END-READ
           PERFORM UNTIL FIN-MOSLHIS
              IF FS-MOSLHIS NOT = 0
                 MOVE 'READ'     TO ACCION
                 MOVE MOSH-LLAVE TO LLAVE
                 MOVE 'MOSLHIS'  TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-MOSLHIS, FSE-MOSLHIS
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-FOTOS-LEIDAS
              IF MOSH-FECHA (1:6) = WKS-PERIODO
                 ADD 1 TO WKS-FOTOS-DEL-MES
                 MOVE REG-MOSLHIS TO WORK-REG
                 RELEASE WORK-REG
              END-IF
              READ MOSLHIS NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOSLHIS
              END-READ
           END-PERFORM.
       310-LEE-MOSLHIS-E. EXIT.

      ******************************************************************
      *  CORTES DE CONTROL POR AGENCIA Y CUENTA. CADA FOTO CIERRA EL   *
      *  TRAMO DE LA ANTERIOR: SU SALDO POR LOS DIAS TRANSCURRIDOS     *
      ******************************************************************
       320-PROMEDIA-CUENTAS SECTION.
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              COMPUTE WKS-DIA-ACTUAL =
                      FUNCTION INTEGER-OF-DATE (WRKH-FECHA)
              IF WKS-PRIMER-GRUPO = 1
                 MOVE 0 TO WKS-PRIMER-GRUPO
                 MOVE WRKH-AGENCIA TO WKS-GRP-AGENCIA
                 PERFORM 330-INICIA-CUENTA
              ELSE
                 IF WRKH-AGENCIA NOT = WKS-GRP-AGENCIA OR
                    WRKH-CUENTA NOT = WKS-GRP-CUENTA
                    PERFORM 350-CIERRA-CUENTA
                    IF WRKH-AGENCIA NOT = WKS-GRP-AGENCIA
                       PERFORM 370-CIERRA-AGENCIA
                       MOVE WRKH-AGENCIA TO WKS-GRP-AGENCIA
                    END-IF
                    PERFORM 330-INICIA-CUENTA
                 ELSE
                    PERFORM 340-ACUMULA-TRAMO
                 END-IF
              END-IF
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 350-CIERRA-CUENTA
              PERFORM 370-CIERRA-AGENCIA
           END-IF.
       320-PROMEDIA-CUENTAS-E. EXIT.

       330-INICIA-CUENTA SECTION.
           MOVE WRKH-CUENTA    TO WKS-GRP-CUENTA
           MOVE WKS-DIA-ACTUAL TO WKS-GRP-DIA-INICIAL
           MOVE ZEROS          TO WKS-GRP-ACUM-Q WKS-GRP-ACUM-D
           PERFORM 345-GUARDA-FOTO.
       330-INICIA-CUENTA-E. EXIT.

       340-ACUMULA-TRAMO SECTION.
           COMPUTE WKS-DIAS-TRAMO = WKS-DIA-ACTUAL
                   - FUNCTION INTEGER-OF-DATE (WKS-GRP-FECHA-ANT)
           COMPUTE WKS-GRP-ACUM-Q = WKS-GRP-ACUM-Q
                                  + WKS-GRP-SALDO-Q * WKS-DIAS-TRAMO
           COMPUTE WKS-GRP-ACUM-D = WKS-GRP-ACUM-D
                                  + WKS-GRP-SALDO-D * WKS-DIAS-TRAMO
           PERFORM 345-GUARDA-FOTO.
       340-ACUMULA-TRAMO-E. EXIT.

       345-GUARDA-FOTO SECTION.
           MOVE WRKH-FECHA     TO WKS-GRP-FECHA-ANT
           MOVE WRKH-SALDO-Q   TO WKS-GRP-SALDO-Q
           MOVE WRKH-SALDO-D   TO WKS-GRP-SALDO-D.
       345-GUARDA-FOTO-E. EXIT.

      *--> EL ULTIMO SALDO DEL MES CUBRE HASTA EL FIN DEL MES
       350-CIERRA-CUENTA SECTION.
           COMPUTE WKS-DIAS-TRAMO = WKS-DIA-FIN
                   - FUNCTION INTEGER-OF-DATE (WKS-GRP-FECHA-ANT)
           COMPUTE WKS-GRP-ACUM-Q = WKS-GRP-ACUM-Q
                                  + WKS-GRP-SALDO-Q * WKS-DIAS-TRAMO
           COMPUTE WKS-GRP-ACUM-D = WKS-GRP-ACUM-D
                                  + WKS-GRP-SALDO-D * WKS-DIAS-TRAMO
           COMPUTE WKS-DIAS-CUENTA = WKS-DIA-FIN - WKS-GRP-DIA-INICIAL
           COMPUTE WKS-PROMEDIO-Q ROUNDED =
                   WKS-GRP-ACUM-Q / WKS-DIAS-CUENTA
           COMPUTE WKS-PROMEDIO-D ROUNDED =
                   WKS-GRP-ACUM-D / WKS-DIAS-CUENTA
           ADD 1               TO WKS-AGE-CUENTAS
           ADD WKS-PROMEDIO-Q  TO WKS-AGE-PROMEDIO-Q
           ADD WKS-PROMEDIO-D  TO WKS-AGE-PROMEDIO-D
           ADD WKS-GRP-SALDO-Q TO WKS-AGE-CIERRE-Q
           ADD WKS-GRP-SALDO-D TO WKS-AGE-CIERRE-D
           MOVE WKS-GRP-AGENCIA  TO WKS-DET-AGENCIA
           MOVE WKS-GRP-CUENTA   TO WKS-DET-CUENTA
           MOVE WKS-DIAS-CUENTA  TO WKS-DET-DIAS
           MOVE WKS-PROMEDIO-Q   TO WKS-DET-PROMEDIO-Q
           MOVE WKS-PROMEDIO-D   TO WKS-DET-PROMEDIO-D
           MOVE WKS-GRP-SALDO-Q  TO WKS-DET-CIERRE-Q
           MOVE WKS-GRP-SALDO-D  TO WKS-DET-CIERRE-D
           MOVE WKS-LINEA-DETALLE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       350-CIERRA-CUENTA-E. EXIT.

       370-CIERRA-AGENCIA SECTION.
           ADD 1 TO WKS-AGENCIAS
           MOVE 'TOTAL AGENCIA '   TO WKS-TOT-TEXTO
           MOVE WKS-GRP-AGENCIA    TO WKS-TOT-AGENCIA
           MOVE WKS-AGE-CUENTAS    TO WKS-TOT-CUENTAS
           MOVE WKS-AGE-PROMEDIO-Q TO WKS-TOT-PROMEDIO-Q
           MOVE WKS-AGE-PROMEDIO-D TO WKS-TOT-PROMEDIO-D
           MOVE WKS-AGE-CIERRE-Q   TO WKS-TOT-CIERRE-Q
           MOVE WKS-AGE-CIERRE-D   TO WKS-TOT-CIERRE-D
           MOVE WKS-LINEA-TOTAL    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD WKS-AGE-CUENTAS    TO WKS-BCO-CUENTAS
           ADD WKS-AGE-PROMEDIO-Q TO WKS-BCO-PROMEDIO-Q
           ADD WKS-AGE-PROMEDIO-D TO WKS-BCO-PROMEDIO-D
           ADD WKS-AGE-CIERRE-Q   TO WKS-BCO-CIERRE-Q
           ADD WKS-AGE-CIERRE-D   TO WKS-BCO-CIERRE-D
           MOVE ZEROS TO WKS-AGE-CUENTAS WKS-AGE-PROMEDIO-Q
                         WKS-AGE-PROMEDIO-D WKS-AGE-CIERRE-Q
                         WKS-AGE-CIERRE-D.
       370-CIERRA-AGENCIA-E. EXIT.

       380-TOTAL-BANCO SECTION.
           MOVE 'TOTAL BANCO   '   TO WKS-TOT-TEXTO
           MOVE SPACES             TO WKS-TOT-AGENCIA
           MOVE WKS-BCO-CUENTAS    TO WKS-TOT-CUENTAS
           MOVE WKS-BCO-PROMEDIO-Q TO WKS-TOT-PROMEDIO-Q
           MOVE WKS-BCO-PROMEDIO-D TO WKS-TOT-PROMEDIO-D
           MOVE WKS-BCO-CIERRE-Q   TO WKS-TOT-CIERRE-Q
           MOVE WKS-BCO-CIERRE-D   TO WKS-TOT-CIERRE-D
           MOVE WKS-LINEA-TOTAL    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       380-TOTAL-BANCO-E. EXIT.

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
           MOVE    WKS-FOTOS-LEIDAS   TO WKS-MASCARA
           DISPLAY 'FOTOS LEIDAS DE MOSLHIS       : ' WKS-MASCARA
           MOVE    WKS-FOTOS-DEL-MES  TO WKS-MASCARA
           DISPLAY 'FOTOS DEL PERIODO             : ' WKS-MASCARA
           MOVE    WKS-BCO-CUENTAS    TO WKS-MASCARA
           DISPLAY 'CUENTAS PROMEDIADAS           : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS       TO WKS-MASCARA
           DISPLAY 'AGENCIAS                      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOSLHIS FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
