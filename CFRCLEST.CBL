      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - CUMPLIMIENTO                               *
      * PROGRAMA    : CFRCLEST                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ESTADISTICA MENSUAL DE RECLAMOS PARA EL ENTE     *
      *             : REGULADOR, POR PRODUCTO Y CATEGORIA (CFTGEN CFT  *
      *             : 011). POR CADA COMBINACION REPORTA: RECIBIDOS EN *
      *             : EL MES, RESUELTOS EN EL MES (EN PLAZO, FUERA DE  *
      *             : PLAZO, A FAVOR, PARCIAL, DESFAVORABLE), PROMEDIO *
      *             : DE DIAS DE RESOLUCION, ABIERTOS AL CIERRE DEL    *
      *             : MES Y CUANTOS DE ELLOS CON PLAZO LEGAL VENCIDO.  *
      *             : SUBTOTAL POR PRODUCTO Y TOTAL GENERAL.           *
      *             : TARJETA SYSIN: PERIODO AAAAMM.                   *
      * ARCHIVOS    : CFRECLA=C, CFTGEN=C, FTPREP=A                    *
      * ACCION (ES) : C=CONSULTA, R=REPORTE                            *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFRCLEST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CFRECLA ASSIGN  TO CFRECLA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFRL-LLAVE
                   FILE STATUS     IS FS-CFRECLA
                                      FSE-CFRECLA.
            SELECT CFTGEN ASSIGN   TO CFTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFTB-LLAVE
                   FILE STATUS     IS FS-CFTGEN
                                      FSE-CFTGEN.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  CFRECLA.
           COPY CFRECLA.
       FD  CFTGEN.
           COPY CFTGEN REPLACING CFTGEN BY REG-CFTGEN.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFRECLA                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFRECLA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFTGEN.
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
       01 WKS-FIN-CFRECLA                  PIC X(01)  VALUE SPACES.
          88 FIN-CFRECLA                              VALUE HIGH-VALUES.
       01 WKS-FIN-CFTGEN                   PIC X(01)  VALUE SPACES.
          88 FIN-CFTGEN                               VALUE HIGH-VALUES.
      *------->             TARJETA SYSIN: PERIODO AAAAMM
       01 WKS-PARAMETROS.
          02 WKS-PERIODO-X                 PIC X(06)  VALUE SPACES.
          02 WKS-PERIODO REDEFINES WKS-PERIODO-X.
             03 WKS-PER-ANIO               PIC 9(04).
             03 WKS-PER-MES                PIC 9(02).
      *------->         LIMITES DEL MES QUE SE REPORTA
       01 WKS-FECHAS-MES.
          02 WKS-FECHA-INICIO              PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-FIN                 PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-CALC                PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-CALC-R REDEFINES WKS-FECHA-CALC.
             03 WKS-CALC-ANIO              PIC 9(04).
             03 WKS-CALC-MES               PIC 9(02).
             03 WKS-CALC-DIA               PIC 9(02).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-P                         PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-C                         PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-K                         PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-DIAS                      PIC S9(09) COMP VALUE ZEROS.
          02 WKS-PROMEDIO                  PIC 9(05)V9 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->  PRODUCTOS QUE ADMITEN RECLAMO (MISMOS QUE CF5D1RC3)
       01 WKS-PRODUCTOS-VALORES.
          02 FILLER                        PIC X(32)  VALUE
             'MOCUENTAS MONETARIAS            '.
          02 FILLER                        PIC X(32)  VALUE
             'EDAHORRO EDUCATIVO              '.
          02 FILLER                        PIC X(32)  VALUE
             'STPAGOS SAT                     '.
          02 FILLER                        PIC X(32)  VALUE
             'FPFONDOS DE INVERSION           '.
       01 WKS-PRODUCTOS REDEFINES WKS-PRODUCTOS-VALORES.
          02 WKS-PRODUCTO                  OCCURS 4 TIMES.
             03 WKS-PRD-CODIGO             PIC X(02).
             03 WKS-PRD-NOMBRE             PIC X(30).
      *------->  CATEGORIAS CARGADAS DE CFTGEN CFT 011. LA ULTIMA
      *------->  POSICION RECIBE LAS CATEGORIAS QUE YA NO ESTAN EN LA
      *------->  TABLA (DADAS DE BAJA DESPUES DE REGISTRADO EL RECLAMO)
       01 WKS-CATEGORIAS.
          02 WKS-CAT-CANT                  PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-CATEGORIA                 OCCURS 51 TIMES.
             03 WKS-CAT-CODIGO             PIC X(02).
             03 WKS-CAT-DESCRIPCION        PIC X(30).
       01 WKS-CAT-OTRAS                    PIC 9(04)  COMP VALUE 51.
      *------->  ACUMULADORES POR PRODUCTO Y CATEGORIA. LA FILA 5 DE
      *------->  PRODUCTO SE USA PARA EL SUBTOTAL Y EL TOTAL GENERAL
       01 WKS-ACUMULADORES.
          02 WKS-ACU-PRODUCTO              OCCURS 4 TIMES.
             03 WKS-ACU-CATEGORIA          OCCURS 51 TIMES.
                04 WKS-ACU-RECIBIDOS       PIC 9(07)  COMP.
                04 WKS-ACU-RESUELTOS       PIC 9(07)  COMP.
                04 WKS-ACU-EN-PLAZO        PIC 9(07)  COMP.
                04 WKS-ACU-FUERA-PLAZO     PIC 9(07)  COMP.
                04 WKS-ACU-FAVOR           PIC 9(07)  COMP.
                04 WKS-ACU-PARCIAL         PIC 9(07)  COMP.
                04 WKS-ACU-DESFAVORABLE    PIC 9(07)  COMP.
                04 WKS-ACU-DIAS-RESOL      PIC 9(09)  COMP.
                04 WKS-ACU-ABIERTOS        PIC 9(07)  COMP.
                04 WKS-ACU-VENCIDOS        PIC 9(07)  COMP.
       01 WKS-TOTAL-PRODUCTO.
          02 WKS-TPR-RECIBIDOS             PIC 9(07)  COMP.
          02 WKS-TPR-RESUELTOS             PIC 9(07)  COMP.
          02 WKS-TPR-EN-PLAZO              PIC 9(07)  COMP.
          02 WKS-TPR-FUERA-PLAZO           PIC 9(07)  COMP.
          02 WKS-TPR-FAVOR                 PIC 9(07)  COMP.
          02 WKS-TPR-PARCIAL               PIC 9(07)  COMP.
          02 WKS-TPR-DESFAVORABLE          PIC 9(07)  COMP.
          02 WKS-TPR-DIAS-RESOL            PIC 9(09)  COMP.
          02 WKS-TPR-ABIERTOS              PIC 9(07)  COMP.
          02 WKS-TPR-VENCIDOS              PIC 9(07)  COMP.
       01 WKS-TOTAL-GENERAL.
          02 WKS-TGE-RECIBIDOS             PIC 9(07)  COMP.
          02 WKS-TGE-RESUELTOS             PIC 9(07)  COMP.
          02 WKS-TGE-EN-PLAZO              PIC 9(07)  COMP.
          02 WKS-TGE-FUERA-PLAZO           PIC 9(07)  COMP.
          02 WKS-TGE-FAVOR                 PIC 9(07)  COMP.
          02 WKS-TGE-PARCIAL               PIC 9(07)  COMP.
          02 WKS-TGE-DESFAVORABLE          PIC 9(07)  COMP.
          02 WKS-TGE-DIAS-RESOL            PIC 9(09)  COMP.
          02 WKS-TGE-ABIERTOS              PIC 9(07)  COMP.
          02 WKS-TGE-VENCIDOS              PIC 9(07)  COMP.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(48)  VALUE
             'ESTADISTICA MENSUAL DE RECLAMOS POR PRODUCTO Y  '.
          05 FILLER                        PIC X(20)  VALUE
             'CATEGORIA  PERIODO: '.
          05 HDR1-PERIODO                  PIC 9(06).
       01 HEADER2.
          05 FILLER                        PIC X(49)  VALUE
             'CT DESCRIPCION                   RECIBID RESUELT '.
          05 FILLER                        PIC X(51)  VALUE
             'EN PLAZ FUERA P A FAVOR PARCIAL DESFAV. PROM.DIAS  '.
          05 FILLER                        PIC X(16)  VALUE
             'ABIERTO VENCIDO '.
       01 WKS-LINEA-PRODUCTO.
          05 FILLER                        PIC X(10)  VALUE
             'PRODUCTO: '.
          05 WKS-LPR-CODIGO                PIC X(02).
          05 FILLER                        PIC X(03)  VALUE ' - '.
          05 WKS-LPR-NOMBRE                PIC X(30).
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-CATEGORIA             PIC X(02).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-DESCRIPCION           PIC X(30).
          05 WKS-DET-RECIBIDOS             PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-RESUELTOS             PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-EN-PLAZO              PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-FUERA-PLAZO           PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-FAVOR                 PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-PARCIAL               PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-DESFAVORABLE          PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-DET-PROMEDIO              PIC ZZ,ZZ9.9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-ABIERTOS              PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-VENCIDOS              PIC ZZZ,ZZ9.
       01 WKS-ESTADISTICAS.
          05 WKS-RECLAMOS-LEIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-RECLAMOS-OTRO-PRODUCTO    PIC 9(07)  VALUE ZEROS.
          05 WKS-RECLAMOS-CAT-NO-DEFINIDA  PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-CARGA-CATEGORIAS
           PERFORM 320-ACUMULA-RECLAMOS
           PERFORM 400-GENERA-REPORTE
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           ACCEPT WKS-PARAMETROS FROM SYSIN
           OPEN INPUT  CFRECLA CFTGEN
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFRCLEST' TO PROGRAMA
           IF (FS-CFRECLA = 97) AND (FS-CFTGEN = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-CFRECLA FS-CFTGEN FS-FTPREP
           END-IF
           IF FS-CFRECLA NOT = 0 OR FS-CFTGEN NOT = 0 OR
              FS-FTPREP  NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFRECLA  : " FS-CFRECLA
              DISPLAY "* FILE STATUS DEL ARCHIVO CFTGEN   : " FS-CFTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-PERIODO-X NOT NUMERIC
              DISPLAY '>>> SYSIN INVALIDO, SE ESPERA PERIODO AAAAMM'
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
              DISPLAY '>>> SYSIN INVALIDO, MES FUERA DE RANGO: '
                      WKS-PER-MES
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
      *----> PRIMER DIA DEL MES Y ULTIMO (UN DIA ANTES DEL SIGUIENTE)
           MOVE WKS-PER-ANIO TO WKS-CALC-ANIO
           MOVE WKS-PER-MES  TO WKS-CALC-MES
           MOVE 01           TO WKS-CALC-DIA
           MOVE WKS-FECHA-CALC TO WKS-FECHA-INICIO
           IF WKS-CALC-MES = 12
              ADD  1  TO WKS-CALC-ANIO
              MOVE 01 TO WKS-CALC-MES
           ELSE
              ADD  1  TO WKS-CALC-MES
           END-IF
           COMPUTE WKS-FECHA-FIN = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WKS-FECHA-CALC) - 1)
           INITIALIZE WKS-ACUMULADORES WKS-TOTAL-GENERAL.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  CARGA LAS CATEGORIAS DE RECLAMO DE CFTGEN CFT 011             *
      ******************************************************************
       300-CARGA-CATEGORIAS SECTION.
           MOVE 'CFT'         TO CFTB-TABLA
           MOVE 011           TO CFTB-CODIGO-TABLA
           MOVE LOW-VALUES    TO CFTB-CORRELATIVO
           START CFTGEN KEY IS NOT LESS THAN CFTB-LLAVE
             INVALID KEY
                SET FIN-CFTGEN TO TRUE
           END-START
           PERFORM UNTIL FIN-CFTGEN
              READ CFTGEN NEXT RECORD
                   AT END SET FIN-CFTGEN TO TRUE
              END-READ
              IF NOT FIN-CFTGEN
                 IF FS-CFTGEN NOT = 0
                    MOVE 'READ NEXT' TO ACCION
                    MOVE CFTB-LLAVE  TO LLAVE
                    MOVE 'CFTGEN'    TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFTGEN, FSE-CFTGEN
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 IF CFTB-TABLA NOT = 'CFT' OR
                    CFTB-CODIGO-TABLA NOT = 011
                    SET FIN-CFTGEN TO TRUE
                 ELSE
                    IF WKS-CAT-CANT < WKS-CAT-OTRAS - 1
                       ADD  1 TO WKS-CAT-CANT
                       MOVE CFTB-CORRELATIVO (1:2)
                            TO WKS-CAT-CODIGO (WKS-CAT-CANT)
                       MOVE CFTB-DESCRIPCION (1:30)
                            TO WKS-CAT-DESCRIPCION (WKS-CAT-CANT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO WKS-CAT-CODIGO (WKS-CAT-OTRAS)
           MOVE 'CATEGORIA NO DEFINIDA' TO
                WKS-CAT-DESCRIPCION (WKS-CAT-OTRAS).
       300-CARGA-CATEGORIAS-E. EXIT.

       320-ACUMULA-RECLAMOS SECTION.
           READ CFRECLA NEXT RECORD
                AT END SET FIN-CFRECLA TO TRUE
           END-READ
           PERFORM UNTIL FIN-CFRECLA
              IF FS-CFRECLA NOT = 0
                 MOVE 'READ'          TO ACCION
                 MOVE CFRL-LLAVE      TO LLAVE
                 MOVE 'CFRECLA'       TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFRECLA, FSE-CFRECLA
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-RECLAMOS-LEIDOS
              IF CFRL-FECHA-RECIBIDO NOT > WKS-FECHA-FIN
                 PERFORM 330-CLASIFICA-RECLAMO
              END-IF
              READ CFRECLA NEXT RECORD
                   AT END SET FIN-CFRECLA TO TRUE
              END-READ
           END-PERFORM.
       320-ACUMULA-RECLAMOS-E. EXIT.

      ******************************************************************
      *  RECIBIDO: FECHA DE RECIBIDO DENTRO DEL MES. RESUELTO: FECHA   *
      *  DE RESOLUCION DENTRO DEL MES, EN PLAZO SI NO PASA LA FECHA    *
      *  LIMITE. ABIERTO AL CIERRE: RECIBIDO HASTA FIN DE MES Y SIN    *
      *  RESOLVER A ESA FECHA; VENCIDO SI SU FECHA LIMITE YA PASO.     *
      ******************************************************************
       330-CLASIFICA-RECLAMO SECTION.
           MOVE ZEROS TO WKS-P
           PERFORM VARYING WKS-C FROM 1 BY 1 UNTIL WKS-C > 4
              IF CFRL-PRODUCTO = WKS-PRD-CODIGO (WKS-C)
                 MOVE WKS-C TO WKS-P
              END-IF
           END-PERFORM
           IF WKS-P = ZEROS
              ADD 1 TO WKS-RECLAMOS-OTRO-PRODUCTO
              GO TO 330-CLASIFICA-RECLAMO-E
           END-IF
           MOVE WKS-CAT-OTRAS TO WKS-C
           PERFORM VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > WKS-CAT-CANT
              IF CFRL-CATEGORIA = WKS-CAT-CODIGO (WKS-K)
                 MOVE WKS-K TO WKS-C
              END-IF
           END-PERFORM
           IF WKS-C = WKS-CAT-OTRAS
              ADD 1 TO WKS-RECLAMOS-CAT-NO-DEFINIDA
           END-IF
           IF CFRL-FECHA-RECIBIDO NOT < WKS-FECHA-INICIO
              ADD 1 TO WKS-ACU-RECIBIDOS (WKS-P, WKS-C)
           END-IF
           IF CFRL-RESUELTO AND
              CFRL-FECHA-RESOLUCION NOT < WKS-FECHA-INICIO AND
              CFRL-FECHA-RESOLUCION NOT > WKS-FECHA-FIN
              ADD 1 TO WKS-ACU-RESUELTOS (WKS-P, WKS-C)
              IF CFRL-FECHA-RESOLUCION > CFRL-FECHA-LIMITE
                 ADD 1 TO WKS-ACU-FUERA-PLAZO (WKS-P, WKS-C)
              ELSE
                 ADD 1 TO WKS-ACU-EN-PLAZO (WKS-P, WKS-C)
              END-IF
              EVALUATE TRUE
                 WHEN CFRL-A-FAVOR
                      ADD 1 TO WKS-ACU-FAVOR (WKS-P, WKS-C)
                 WHEN CFRL-PARCIAL
                      ADD 1 TO WKS-ACU-PARCIAL (WKS-P, WKS-C)
                 WHEN OTHER
                      ADD 1 TO WKS-ACU-DESFAVORABLE (WKS-P, WKS-C)
              END-EVALUATE
              COMPUTE WKS-DIAS =
                      FUNCTION INTEGER-OF-DATE (CFRL-FECHA-RESOLUCION)
                    - FUNCTION INTEGER-OF-DATE (CFRL-FECHA-RECIBIDO)
              ADD WKS-DIAS TO WKS-ACU-DIAS-RESOL (WKS-P, WKS-C)
           END-IF
           IF CFRL-ABIERTO OR CFRL-FECHA-RESOLUCION > WKS-FECHA-FIN
              ADD 1 TO WKS-ACU-ABIERTOS (WKS-P, WKS-C)
              IF CFRL-FECHA-LIMITE < WKS-FECHA-FIN
                 ADD 1 TO WKS-ACU-VENCIDOS (WKS-P, WKS-C)
              END-IF
           END-IF.
       330-CLASIFICA-RECLAMO-E. EXIT.

      ******************************************************************
      *  UNA SECCION POR PRODUCTO CON SU SUBTOTAL Y EL TOTAL GENERAL   *
      ******************************************************************
       400-GENERA-REPORTE SECTION.
           MOVE WKS-PERIODO       TO HDR1-PERIODO
           MOVE HEADER1           TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES            TO PRINT-LINE
           PERFORM 480-IMPRIME
           PERFORM VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > 4
              PERFORM 410-REPORTA-PRODUCTO
           END-PERFORM
           MOVE SPACES                   TO WKS-DET-CATEGORIA
           MOVE 'TOTAL GENERAL'          TO WKS-DET-DESCRIPCION
           MOVE WKS-TOTAL-GENERAL        TO WKS-TOTAL-PRODUCTO
           PERFORM 440-LINEA-TOTAL.
       400-GENERA-REPORTE-E. EXIT.

       410-REPORTA-PRODUCTO SECTION.
           INITIALIZE WKS-TOTAL-PRODUCTO
           MOVE WKS-PRD-CODIGO (WKS-P)   TO WKS-LPR-CODIGO
           MOVE WKS-PRD-NOMBRE (WKS-P)   TO WKS-LPR-NOMBRE
           MOVE WKS-LINEA-PRODUCTO       TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2                  TO PRINT-LINE
           PERFORM 480-IMPRIME
           PERFORM VARYING WKS-C FROM 1 BY 1 UNTIL WKS-C > WKS-CAT-CANT
              PERFORM 420-LINEA-CATEGORIA
           END-PERFORM
           MOVE WKS-CAT-OTRAS            TO WKS-C
           PERFORM 420-LINEA-CATEGORIA
           MOVE SPACES                   TO WKS-DET-CATEGORIA
           MOVE 'SUBTOTAL PRODUCTO'      TO WKS-DET-DESCRIPCION
           PERFORM 440-LINEA-TOTAL
           ADD WKS-TPR-RECIBIDOS    TO WKS-TGE-RECIBIDOS
           ADD WKS-TPR-RESUELTOS    TO WKS-TGE-RESUELTOS
           ADD WKS-TPR-EN-PLAZO     TO WKS-TGE-EN-PLAZO
           ADD WKS-TPR-FUERA-PLAZO  TO WKS-TGE-FUERA-PLAZO
           ADD WKS-TPR-FAVOR        TO WKS-TGE-FAVOR
           ADD WKS-TPR-PARCIAL      TO WKS-TGE-PARCIAL
           ADD WKS-TPR-DESFAVORABLE TO WKS-TGE-DESFAVORABLE
           ADD WKS-TPR-DIAS-RESOL   TO WKS-TGE-DIAS-RESOL
           ADD WKS-TPR-ABIERTOS     TO WKS-TGE-ABIERTOS
           ADD WKS-TPR-VENCIDOS     TO WKS-TGE-VENCIDOS
           MOVE SPACES                   TO PRINT-LINE
           PERFORM 480-IMPRIME.
       410-REPORTA-PRODUCTO-E. EXIT.

      *----> SOLO SE LISTAN LAS CATEGORIAS CON ALGUN MOVIMIENTO
       420-LINEA-CATEGORIA SECTION.
           IF WKS-ACU-RECIBIDOS (WKS-P, WKS-C) = ZEROS AND
              WKS-ACU-RESUELTOS (WKS-P, WKS-C) = ZEROS AND
              WKS-ACU-ABIERTOS  (WKS-P, WKS-C) = ZEROS
              GO TO 420-LINEA-CATEGORIA-E
           END-IF
           MOVE WKS-CAT-CODIGO (WKS-C)      TO WKS-DET-CATEGORIA
           MOVE WKS-CAT-DESCRIPCION (WKS-C) TO WKS-DET-DESCRIPCION
           MOVE WKS-ACU-RECIBIDOS (WKS-P, WKS-C)    TO WKS-DET-RECIBIDOS
           MOVE WKS-ACU-RESUELTOS (WKS-P, WKS-C)    TO WKS-DET-RESUELTOS
           MOVE WKS-ACU-EN-PLAZO (WKS-P, WKS-C)     TO WKS-DET-EN-PLAZO
           MOVE WKS-ACU-FUERA-PLAZO (WKS-P, WKS-C)
                TO WKS-DET-FUERA-PLAZO
           MOVE WKS-ACU-FAVOR (WKS-P, WKS-C)        TO WKS-DET-FAVOR
           MOVE WKS-ACU-PARCIAL (WKS-P, WKS-C)      TO WKS-DET-PARCIAL
           MOVE WKS-ACU-DESFAVORABLE (WKS-P, WKS-C)
                TO WKS-DET-DESFAVORABLE
           MOVE WKS-ACU-ABIERTOS (WKS-P, WKS-C)     TO WKS-DET-ABIERTOS
           MOVE WKS-ACU-VENCIDOS (WKS-P, WKS-C)     TO WKS-DET-VENCIDOS
           MOVE ZEROS TO WKS-PROMEDIO
           IF WKS-ACU-RESUELTOS (WKS-P, WKS-C) > ZEROS
              COMPUTE WKS-PROMEDIO ROUNDED =
                      WKS-ACU-DIAS-RESOL (WKS-P, WKS-C) /
                      WKS-ACU-RESUELTOS (WKS-P, WKS-C)
           END-IF
           MOVE WKS-PROMEDIO                TO WKS-DET-PROMEDIO
           MOVE WKS-LINEA-DETALLE           TO PRINT-LINE
           PERFORM 480-IMPRIME
           ADD WKS-ACU-RECIBIDOS (WKS-P, WKS-C)    TO WKS-TPR-RECIBIDOS
           ADD WKS-ACU-RESUELTOS (WKS-P, WKS-C)    TO WKS-TPR-RESUELTOS
           ADD WKS-ACU-EN-PLAZO (WKS-P, WKS-C)     TO WKS-TPR-EN-PLAZO
           ADD WKS-ACU-FUERA-PLAZO (WKS-P, WKS-C)
               TO WKS-TPR-FUERA-PLAZO
           ADD WKS-ACU-FAVOR (WKS-P, WKS-C)        TO WKS-TPR-FAVOR
           ADD WKS-ACU-PARCIAL (WKS-P, WKS-C)      TO WKS-TPR-PARCIAL
           ADD WKS-ACU-DESFAVORABLE (WKS-P, WKS-C)
               TO WKS-TPR-DESFAVORABLE
           ADD WKS-ACU-DIAS-RESOL (WKS-P, WKS-C)   TO WKS-TPR-DIAS-RESOL
           ADD WKS-ACU-ABIERTOS (WKS-P, WKS-C)     TO WKS-TPR-ABIERTOS
           ADD WKS-ACU-VENCIDOS (WKS-P, WKS-C)     TO WKS-TPR-VENCIDOS.
       420-LINEA-CATEGORIA-E. EXIT.

      *----> LINEA DE SUBTOTAL O TOTAL A PARTIR DE WKS-TOTAL-PRODUCTO
       440-LINEA-TOTAL SECTION.
           MOVE WKS-TPR-RECIBIDOS         TO WKS-DET-RECIBIDOS
           MOVE WKS-TPR-RESUELTOS         TO WKS-DET-RESUELTOS
           MOVE WKS-TPR-EN-PLAZO          TO WKS-DET-EN-PLAZO
           MOVE WKS-TPR-FUERA-PLAZO       TO WKS-DET-FUERA-PLAZO
           MOVE WKS-TPR-FAVOR             TO WKS-DET-FAVOR
           MOVE WKS-TPR-PARCIAL           TO WKS-DET-PARCIAL
           MOVE WKS-TPR-DESFAVORABLE      TO WKS-DET-DESFAVORABLE
           MOVE WKS-TPR-ABIERTOS          TO WKS-DET-ABIERTOS
           MOVE WKS-TPR-VENCIDOS          TO WKS-DET-VENCIDOS
           MOVE ZEROS TO WKS-PROMEDIO
           IF WKS-TPR-RESUELTOS > ZEROS
              COMPUTE WKS-PROMEDIO ROUNDED =
                      WKS-TPR-DIAS-RESOL / WKS-TPR-RESUELTOS
           END-IF
           MOVE WKS-PROMEDIO              TO WKS-DET-PROMEDIO
           MOVE WKS-LINEA-DETALLE         TO PRINT-LINE
           PERFORM 480-IMPRIME.
       440-LINEA-TOTAL-E. EXIT.

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
           MOVE    WKS-RECLAMOS-LEIDOS      TO WKS-MASCARA
           DISPLAY 'RECLAMOS LEIDOS                : ' WKS-MASCARA
           MOVE    WKS-TGE-RECIBIDOS        TO WKS-MASCARA
           DISPLAY 'RECIBIDOS EN EL PERIODO        : ' WKS-MASCARA
           MOVE    WKS-TGE-RESUELTOS        TO WKS-MASCARA
           DISPLAY 'RESUELTOS EN EL PERIODO        : ' WKS-MASCARA
           MOVE    WKS-TGE-ABIERTOS         TO WKS-MASCARA
           DISPLAY 'ABIERTOS AL CIERRE DEL PERIODO : ' WKS-MASCARA
           MOVE    WKS-RECLAMOS-OTRO-PRODUCTO   TO WKS-MASCARA
           DISPLAY 'OMITIDOS POR PRODUCTO INVALIDO : ' WKS-MASCARA
           MOVE    WKS-RECLAMOS-CAT-NO-DEFINIDA TO WKS-MASCARA
           DISPLAY 'CON CATEGORIA NO DEFINIDA      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFRECLA CFTGEN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
