      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOSOBREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : LISTADO NOCTURNO DE SOBREGIROS. RECORRE MOSLIN   *
      *             : Y, POR CADA MONEDA CON SALDO DISPONIBLE NEGATIVO,*
      *             : BUSCA LA LINEA DE LA CUENTA EN MOSOBGI: SI ESTA  *
      *             : VIGENTE LA LISTA COMO USO DE LINEA CON EL LIMITE,*
      *             : LO UTILIZADO Y EL PORCENTAJE; SI NO TIENE LINEA, *
      *             : O ESTA VENCIDA O CANCELADA, LA LISTA COMO        *
      *             : NEGATIVA SIN LINEA PARA SEGUIMIENTO. AL PIE LOS  *
      *             : TOTALES DE CADA GRUPO.                           *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MOSLIN=C, MOSOBGI=C, FTPREP=A                    *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOSOBREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOSLIN ASSIGN   TO MOSLIN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOSL-LLAVE
                   FILE STATUS     IS FS-MOSLIN
                                      FSE-MOSLIN.
            SELECT MOSOBGI ASSIGN  TO MOSOBGI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOSG-LLAVE
                   FILE STATUS     IS FS-MOSOBGI
                                      FSE-MOSOBGI.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  MOSLIN.
           COPY MOSLIN REPLACING MOSLIN BY REG-MOSLIN.
       FD  MOSOBGI.
           COPY MOSOBGI.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOSLIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOSOBGI                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOSLIN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOSOBGI.
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
          02 WKS-FIN-MOSLIN                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOSLIN                            VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MONEDA                    PIC 9(01)  VALUE ZEROS.
          02 WKS-SALDO                     PIC S9(11)V99 VALUE ZEROS.
          02 WKS-UTILIZADO                 PIC S9(11)V99 VALUE ZEROS.
          02 WKS-PORCENTAJE                PIC 9(05)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(34)  VALUE
             'SOBREGIROS AL CIERRE DEL DIA      '.
          05 HDR-FECHA                     PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(16)  VALUE 'CUENTA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(01)  VALUE 'M'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'SALDO DISPONIBLE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'LIMITE DE LINEA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(07)  VALUE '% USO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'VENCE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(20)  VALUE
             'CONDICION'.
       01 WKS-LINEA-SOBREGIRO.
          05 WKS-LIN-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-MONEDA                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-SALDO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-LIMITE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-PORCENTAJE            PIC ZZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-VENCE                 PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CONDICION             PIC X(20).
       01 WKS-ESTADISTICAS.
          05 WKS-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-USAN-LINEA                PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-LINEA                 PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-USADO-LINEA           PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-NEGATIVO-SIN          PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-MOSLIN
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOSOBREP' TO PROGRAMA
           OPEN INPUT  MOSLIN MOSOBGI
           OPEN OUTPUT FTPREP
           IF (FS-MOSLIN = 97) AND (FS-MOSOBGI = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-MOSLIN FS-MOSOBGI FS-FTPREP
           END-IF
           IF FS-MOSLIN NOT = 0 OR FS-MOSOBGI NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLIN   : " FS-MOSLIN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSOBGI  : " FS-MOSOBGI
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
           END-IF
           MOVE WKS-FECHA-PROCESO TO HDR-FECHA
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 RECORRE LOS SALDOS Y EVALUA CADA MONEDA
       300-BARRIDO-MOSLIN SECTION.
           READ MOSLIN NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOSLIN
           END-READ
           PERFORM UNTIL FIN-MOSLIN
              EVALUATE FS-MOSLIN
                 WHEN 0
                    ADD 1 TO WKS-CUENTAS-LEIDAS
                    IF MOSL-SALDO-DISPONIBLE-Q < ZEROS
                       MOVE 1                       TO WKS-MONEDA
                       MOVE MOSL-SALDO-DISPONIBLE-Q TO WKS-SALDO
                       PERFORM 310-EVALUA-SOBREGIRO
                    END-IF
                    IF MOSL-SALDO-DISPONIBLE-D < ZEROS
                       MOVE 2                       TO WKS-MONEDA
                       MOVE MOSL-SALDO-DISPONIBLE-D TO WKS-SALDO
                       PERFORM 310-EVALUA-SOBREGIRO
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE MOSL-LLAVE TO LLAVE
                    MOVE 'MOSLIN'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MOSLIN, FSE-MOSLIN
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ MOSLIN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOSLIN
              END-READ
           END-PERFORM.
       300-BARRIDO-MOSLIN-E. EXIT.

      ******************************************************************
      *  UNA MONEDA EN NEGATIVO: CON LINEA VIGENTE ES USO DE LINEA;    *
      *  SIN LINEA, VENCIDA O CANCELADA ES NEGATIVA SIN LINEA          *
      ******************************************************************
       310-EVALUA-SOBREGIRO SECTION.
           MOVE SPACES       TO WKS-LIN-VENCE WKS-LIN-CONDICION
           MOVE ZEROS        TO WKS-LIN-LIMITE WKS-LIN-PORCENTAJE
           MOVE MOSL-LLAVE   TO WKS-LIN-CUENTA
           IF WKS-MONEDA = 2
              MOVE 'D'       TO WKS-LIN-MONEDA
           ELSE
              MOVE 'Q'       TO WKS-LIN-MONEDA
           END-IF
           MOVE WKS-SALDO    TO WKS-LIN-SALDO
           COMPUTE WKS-UTILIZADO = ZERO - WKS-SALDO
           MOVE MOSL-LLAVE   TO MOSG-CUENTA
           MOVE WKS-MONEDA   TO MOSG-MONEDA
           READ MOSOBGI KEY IS MOSG-LLAVE
             INVALID KEY
                MOVE 'NEGATIVA SIN LINEA' TO WKS-LIN-CONDICION
           END-READ
           IF FS-MOSOBGI = 0
              MOVE MOSG-LIMITE            TO WKS-LIN-LIMITE
              MOVE MOSG-FECHA-VENCIMIENTO TO WKS-LIN-VENCE
              EVALUATE TRUE
                 WHEN MOSG-CANCELADA
                    MOVE 'SIN LINEA, CANCELADA' TO WKS-LIN-CONDICION
                 WHEN MOSG-FECHA-VENCIMIENTO < WKS-FECHA-PROCESO
                    MOVE 'SIN LINEA, VENCIDA'   TO WKS-LIN-CONDICION
                 WHEN OTHER
                    MOVE 'USA LINEA'            TO WKS-LIN-CONDICION
                    IF MOSG-LIMITE > ZEROS
                       COMPUTE WKS-PORCENTAJE ROUNDED =
                               WKS-UTILIZADO * 100 / MOSG-LIMITE
                       MOVE WKS-PORCENTAJE TO WKS-LIN-PORCENTAJE
                    END-IF
                    IF WKS-UTILIZADO > MOSG-LIMITE
                       MOVE 'USA LINEA, EXCEDIDA' TO WKS-LIN-CONDICION
                    END-IF
              END-EVALUATE
           END-IF
           IF WKS-LIN-CONDICION (1:9) = 'USA LINEA'
              ADD 1             TO WKS-USAN-LINEA
              ADD WKS-UTILIZADO TO WKS-TOT-USADO-LINEA
           ELSE
              ADD 1             TO WKS-SIN-LINEA
              ADD WKS-UTILIZADO TO WKS-TOT-NEGATIVO-SIN
           END-IF
           MOVE WKS-LINEA-SOBREGIRO TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       310-EVALUA-SOBREGIRO-E. EXIT.

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
           MOVE    WKS-CUENTAS-LEIDAS   TO WKS-MASCARA
           DISPLAY 'CUENTAS LEIDAS DE MOSLIN      : ' WKS-MASCARA
           MOVE    WKS-USAN-LINEA       TO WKS-MASCARA
           DISPLAY 'MONEDAS USANDO SU LINEA       : ' WKS-MASCARA
           MOVE    WKS-TOT-USADO-LINEA  TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL UTILIZADO DE LINEAS     : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-SIN-LINEA        TO WKS-MASCARA
           DISPLAY 'MONEDAS NEGATIVAS SIN LINEA   : ' WKS-MASCARA
           MOVE    WKS-TOT-NEGATIVO-SIN TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL NEGATIVO SIN LINEA      : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOSLIN MOSOBGI FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
