      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : EDCXAGRP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE TESORERIA DE ANTIGUEDAD DE SALDOS DE  *
      *             : MATRICULA. RECORRE LAS CUENTAS POR COBRAR        *
      *             : EDCXCOB CON SALDO PENDIENTE Y LAS CLASIFICA POR  *
      *             : DIAS DE ATRASO A LA FECHA DE CORTE CONTRA LA     *
      *             : FECHA DE VENCIMIENTO DEL TERMINO: CORRIENTE (AUN *
      *             : NO VENCE), 1-30, 31-60, 61-90 Y MAS DE 90 DIAS.  *
      *             : LISTA UN RENGLON POR ESTUDIANTE, ORDENADO POR    *
      *             : TERMINO Y ESTUDIANTE, CON SUBTOTAL POR TERMINO Y *
      *             : TOTAL GENERAL POR RANGO.                         *
      *             : TARJETA SYSIN: FECHA DE CORTE AAAAMMDD (1-8; EN  *
      *             : BLANCO = FECHA DEL SISTEMA) Y TERMINO (10-13; EN *
      *             : BLANCO = TODOS LOS TERMINOS).                    *
      * ARCHIVOS    : EDCXCOB=C, FTPREP=A                              *
      * ACCION (ES) : C=CONSULTAR, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDCXAGRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDCXCOB ASSIGN  TO EDCXCOB
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS EDCX-LLAVE
                   FILE STATUS     IS FS-EDCXCOB
                                      FSE-EDCXCOB.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  EDCXCOB.
           COPY EDCXCOB.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       SD  WORKFILE.
       01 WORK-SALDO.
          02 WSAL-TERMINO                  PIC X(04).
          02 WSAL-STUDENT-ID               PIC X(04).
          02 WSAL-FACTURADO                PIC S9(07)V99.
          02 WSAL-PAGADO                   PIC S9(07)V99.
          02 WSAL-SALDO                    PIC S9(07)V99.
          02 WSAL-VENCIMIENTO              PIC 9(08).
          02 WSAL-DIAS-ATRASO              PIC S9(05).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-EDCXCOB                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-EDCXCOB.
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
          02 WKS-FIN-EDCXCOB               PIC 9(01)  VALUE ZEROS.
             88 FIN-EDCXCOB                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
      *------->     TARJETA SYSIN: FECHA DE CORTE Y TERMINO OPCIONAL
       01 WKS-TARJETA-SYSIN.
          02 WKS-TAR-FECHA-CORTE           PIC X(08).
          02 FILLER                        PIC X(01).
          02 WKS-TAR-TERMINO               PIC X(04).
          02 FILLER                        PIC X(67).
       01 WKS-FECHA-CORTE                  PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-TERMINO-EN-CURSO          PIC X(04)  VALUE SPACES.
          02 WKS-RANGO                     PIC 9(01)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->   ACUMULADORES POR RANGO: 1=CORRIENTE, 2=1-30,
      *------->   3=31-60, 4=61-90, 5=MAS DE 90 DIAS
       01 WKS-TOTALES-TERMINO.
          02 WKS-TTE-ESTUDIANTES           PIC 9(07)  VALUE ZEROS.
          02 WKS-TTE-FACTURADO             PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TTE-PAGADO                PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TTE-RANGO                 PIC S9(11)V99
                                           OCCURS 5 TIMES.
       01 WKS-TOTALES-GENERALES.
          02 WKS-TGE-ESTUDIANTES           PIC 9(07)  VALUE ZEROS.
          02 WKS-TGE-FACTURADO             PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TGE-PAGADO                PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TGE-RANGO                 PIC S9(11)V99
                                           OCCURS 5 TIMES.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          02 FILLER                        PIC X(44)  VALUE
             'ANTIGUEDAD DE SALDOS DE MATRICULA AL CORTE '.
          02 WKS-HDR-FECHA                 PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(80)  VALUE SPACES.
       01 HEADER2.
          02 FILLER                        PIC X(05)  VALUE 'TERM'.
          02 FILLER                        PIC X(05)  VALUE 'ESTU'.
          02 FILLER                        PIC X(15)  VALUE
             '      FACTURADO'.
          02 FILLER                        PIC X(15)  VALUE
             '         PAGADO'.
          02 FILLER                        PIC X(09)  VALUE ' VENCE'.
          02 FILLER                        PIC X(06)  VALUE ' DIAS'.
          02 FILLER                        PIC X(15)  VALUE
             '      CORRIENTE'.
          02 FILLER                        PIC X(15)  VALUE
             '      1-30 DIAS'.
          02 FILLER                        PIC X(15)  VALUE
             '     31-60 DIAS'.
          02 FILLER                        PIC X(15)  VALUE
             '     61-90 DIAS'.
          02 FILLER                        PIC X(15)  VALUE
             '   MAS 90 DIAS'.
          02 FILLER                        PIC X(02)  VALUE SPACES.
       01 WKS-LINEA-DETALLE.
          02 WKS-DET-TERMINO               PIC X(04)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-ESTUDIANTE            PIC X(04)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-FACTURADO             PIC ZZZ,ZZZ,ZZ9.99-.
          02 WKS-DET-PAGADO                PIC ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-VENCE                 PIC 9(08)  VALUE ZEROS.
          02 WKS-DET-DIAS                  PIC ZZZZ9-.
          02 WKS-DET-RANGO                 PIC ZZZ,ZZZ,ZZ9.99-
                                           OCCURS 5 TIMES.
          02 FILLER                        PIC X(02)  VALUE SPACES.
       01 WKS-LINEA-TOTAL.
          02 WKS-TOT-ETIQUETA              PIC X(10)  VALUE SPACES.
          02 WKS-TOT-FACTURADO             PIC ZZZ,ZZZ,ZZ9.99-.
          02 WKS-TOT-PAGADO                PIC ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-ESTUDIANTES           PIC ZZZZZZZ9.
          02 FILLER                        PIC X(06)  VALUE SPACES.
          02 WKS-TOT-RANGO                 PIC ZZZ,ZZZ,ZZ9.99-
                                           OCCURS 5 TIMES.
          02 FILLER                        PIC X(02)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          02 WKS-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
          02 WKS-CUENTAS-CON-SALDO         PIC 9(07)  VALUE ZEROS.
          02 WKS-CUENTAS-VENCIDAS          PIC 9(07)  VALUE ZEROS.
          02 WKS-TERMINOS-LISTADOS         PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-FECHA-DE-CORTE
           PERFORM 300-ORDENA-Y-LISTA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'EDCXAGRP' TO PROGRAMA
           OPEN INPUT  EDCXCOB
           OPEN OUTPUT FTPREP
           IF FS-EDCXCOB = 97
              MOVE ZEROS TO FS-EDCXCOB
           END-IF
           IF FS-EDCXCOB NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO EDCXCOB  : " FS-EDCXCOB
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

       220-FECHA-DE-CORTE SECTION.
           IF WKS-TAR-FECHA-CORTE NUMERIC
              MOVE WKS-TAR-FECHA-CORTE TO WKS-FECHA-CORTE
           ELSE
              ACCEPT WKS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF
           MOVE ZEROS TO WKS-TTE-RANGO (1) WKS-TTE-RANGO (2)
                         WKS-TTE-RANGO (3) WKS-TTE-RANGO (4)
                         WKS-TTE-RANGO (5)
                         WKS-TGE-RANGO (1) WKS-TGE-RANGO (2)
                         WKS-TGE-RANGO (3) WKS-TGE-RANGO (4)
                         WKS-TGE-RANGO (5).
       220-FECHA-DE-CORTE-E. EXIT.

       300-ORDENA-Y-LISTA SECTION.
           SORT WORKFILE ON ASCENDING KEY WSAL-TERMINO
                                          WSAL-STUDENT-ID
              INPUT  PROCEDURE IS 310-LEE-CUENTAS
              OUTPUT PROCEDURE IS 320-LISTA-ANTIGUEDAD.
       300-ORDENA-Y-LISTA-E. EXIT.

      *----> SOLO CUENTAS CON SALDO A CARGO DEL ESTUDIANTE; UN SALDO A
      *----> FAVOR O EN CERO NO TIENE ANTIGUEDAD
       310-LEE-CUENTAS SECTION.
           READ EDCXCOB NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDCXCOB
           END-READ
           PERFORM UNTIL FIN-EDCXCOB
              EVALUATE FS-EDCXCOB
                 WHEN 0
                    ADD 1 TO WKS-CUENTAS-LEIDAS
                    IF EDCX-SALDO > ZEROS AND
                       (WKS-TAR-TERMINO = SPACES OR
                        WKS-TAR-TERMINO = EDCX-TERMINO)
                       PERFORM 315-LIBERA-CUENTA
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'               TO ACCION
                    MOVE EDCX-LLAVE           TO LLAVE
                    MOVE 'EDCXCOB'            TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDCXCOB, FSE-EDCXCOB
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ EDCXCOB NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDCXCOB
              END-READ
           END-PERFORM.
       310-LEE-CUENTAS-E. EXIT.

       315-LIBERA-CUENTA SECTION.
           ADD 1 TO WKS-CUENTAS-CON-SALDO
           MOVE EDCX-TERMINO           TO WSAL-TERMINO
           MOVE EDCX-STUDENT-ID        TO WSAL-STUDENT-ID
           MOVE EDCX-MONTO-FACTURADO   TO WSAL-FACTURADO
           MOVE EDCX-MONTO-PAGADO      TO WSAL-PAGADO
           MOVE EDCX-SALDO             TO WSAL-SALDO
           MOVE EDCX-FECHA-VENCIMIENTO TO WSAL-VENCIMIENTO
           IF EDCX-FECHA-VENCIMIENTO < WKS-FECHA-CORTE
              COMPUTE WSAL-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE (WKS-FECHA-CORTE) -
                      FUNCTION INTEGER-OF-DATE (EDCX-FECHA-VENCIMIENTO)
              ADD 1 TO WKS-CUENTAS-VENCIDAS
           ELSE
              MOVE ZEROS TO WSAL-DIAS-ATRASO
           END-IF
           RELEASE WORK-SALDO.
       315-LIBERA-CUENTA-E. EXIT.

       320-LISTA-ANTIGUEDAD SECTION.
           MOVE WKS-FECHA-CORTE TO WKS-HDR-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WSAL-TERMINO NOT = WKS-TERMINO-EN-CURSO
                 PERFORM 340-TOTAL-TERMINO
                 MOVE WSAL-TERMINO TO WKS-TERMINO-EN-CURSO
                 ADD 1 TO WKS-TERMINOS-LISTADOS
                 MOVE SPACES TO PRINT-LINE
                 PERFORM 390-ESCRIBE-LINEA
              END-IF
              PERFORM 330-LISTA-ESTUDIANTE
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           PERFORM 340-TOTAL-TERMINO
           PERFORM 350-TOTAL-GENERAL.
       320-LISTA-ANTIGUEDAD-E. EXIT.

      *----> EL SALDO COMPLETO CAE EN UN SOLO RANGO SEGUN LOS DIAS
      *----> TRANSCURRIDOS DESDE EL VENCIMIENTO DEL TERMINO
       330-LISTA-ESTUDIANTE SECTION.
           EVALUATE TRUE
              WHEN WSAL-DIAS-ATRASO NOT > 0
                   MOVE 1 TO WKS-RANGO
              WHEN WSAL-DIAS-ATRASO NOT > 30
                   MOVE 2 TO WKS-RANGO
              WHEN WSAL-DIAS-ATRASO NOT > 60
                   MOVE 3 TO WKS-RANGO
              WHEN WSAL-DIAS-ATRASO NOT > 90
                   MOVE 4 TO WKS-RANGO
              WHEN OTHER
                   MOVE 5 TO WKS-RANGO
           END-EVALUATE
           MOVE WSAL-TERMINO       TO WKS-DET-TERMINO
           MOVE WSAL-STUDENT-ID    TO WKS-DET-ESTUDIANTE
           MOVE WSAL-FACTURADO     TO WKS-DET-FACTURADO
           MOVE WSAL-PAGADO        TO WKS-DET-PAGADO
           MOVE WSAL-VENCIMIENTO   TO WKS-DET-VENCE
           MOVE WSAL-DIAS-ATRASO   TO WKS-DET-DIAS
           MOVE ZEROS TO WKS-DET-RANGO (1) WKS-DET-RANGO (2)
                         WKS-DET-RANGO (3) WKS-DET-RANGO (4)
                         WKS-DET-RANGO (5)
           MOVE WSAL-SALDO         TO WKS-DET-RANGO (WKS-RANGO)
           MOVE WKS-LINEA-DETALLE  TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           ADD 1                   TO WKS-TTE-ESTUDIANTES
           ADD WSAL-FACTURADO      TO WKS-TTE-FACTURADO
           ADD WSAL-PAGADO         TO WKS-TTE-PAGADO
           ADD WSAL-SALDO          TO WKS-TTE-RANGO (WKS-RANGO).
       330-LISTA-ESTUDIANTE-E. EXIT.

      *----> AL CERRAR UN TERMINO SU SUBTOTAL PASA AL TOTAL GENERAL
       340-TOTAL-TERMINO SECTION.
           IF WKS-TTE-ESTUDIANTES = ZEROS
              GO TO 340-TOTAL-TERMINO-E
           END-IF
           MOVE SPACES                  TO WKS-TOT-ETIQUETA
           STRING 'TOTAL ' WKS-TERMINO-EN-CURSO DELIMITED BY SIZE
                  INTO WKS-TOT-ETIQUETA
           MOVE WKS-TTE-FACTURADO       TO WKS-TOT-FACTURADO
           MOVE WKS-TTE-PAGADO          TO WKS-TOT-PAGADO
           MOVE WKS-TTE-ESTUDIANTES     TO WKS-TOT-ESTUDIANTES
           PERFORM VARYING WKS-RANGO FROM 1 BY 1 UNTIL WKS-RANGO > 5
              MOVE WKS-TTE-RANGO (WKS-RANGO)
                TO WKS-TOT-RANGO (WKS-RANGO)
              ADD  WKS-TTE-RANGO (WKS-RANGO)
                TO WKS-TGE-RANGO (WKS-RANGO)
              MOVE ZEROS TO WKS-TTE-RANGO (WKS-RANGO)
           END-PERFORM
           MOVE WKS-LINEA-TOTAL         TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           ADD WKS-TTE-ESTUDIANTES      TO WKS-TGE-ESTUDIANTES
           ADD WKS-TTE-FACTURADO        TO WKS-TGE-FACTURADO
           ADD WKS-TTE-PAGADO           TO WKS-TGE-PAGADO
           MOVE ZEROS TO WKS-TTE-ESTUDIANTES WKS-TTE-FACTURADO
                         WKS-TTE-PAGADO.
       340-TOTAL-TERMINO-E. EXIT.

       350-TOTAL-GENERAL SECTION.
           MOVE SPACES TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           IF WKS-TGE-ESTUDIANTES = ZEROS
              MOVE '  (NO HAY SALDOS PENDIENTES DE MATRICULA)'
                TO PRINT-LINE
              PERFORM 390-ESCRIBE-LINEA
              GO TO 350-TOTAL-GENERAL-E
           END-IF
           MOVE 'TOTAL GRAL'            TO WKS-TOT-ETIQUETA
           MOVE WKS-TGE-FACTURADO       TO WKS-TOT-FACTURADO
           MOVE WKS-TGE-PAGADO          TO WKS-TOT-PAGADO
           MOVE WKS-TGE-ESTUDIANTES     TO WKS-TOT-ESTUDIANTES
           PERFORM VARYING WKS-RANGO FROM 1 BY 1 UNTIL WKS-RANGO > 5
              MOVE WKS-TGE-RANGO (WKS-RANGO)
                TO WKS-TOT-RANGO (WKS-RANGO)
           END-PERFORM
           MOVE WKS-LINEA-TOTAL         TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA.
       350-TOTAL-GENERAL-E. EXIT.

       390-ESCRIBE-LINEA SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       390-ESCRIBE-LINEA-E. EXIT.

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
           MOVE    WKS-CUENTAS-LEIDAS     TO WKS-MASCARA
           DISPLAY 'CUENTAS LEIDAS DE EDCXCOB     : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-CON-SALDO  TO WKS-MASCARA
           DISPLAY 'CUENTAS CON SALDO PENDIENTE   : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-VENCIDAS   TO WKS-MASCARA
           DISPLAY 'CUENTAS VENCIDAS AL CORTE     : ' WKS-MASCARA
           MOVE    WKS-TERMINOS-LISTADOS  TO WKS-MASCARA
           DISPLAY 'TERMINOS LISTADOS             : ' WKS-MASCARA
           COMPUTE WKS-MASCARA-MONTO =
                   WKS-TGE-RANGO (1) + WKS-TGE-RANGO (2) +
                   WKS-TGE-RANGO (3) + WKS-TGE-RANGO (4) +
                   WKS-TGE-RANGO (5)
           DISPLAY 'SALDO TOTAL PENDIENTE         : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE EDCXCOB FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
