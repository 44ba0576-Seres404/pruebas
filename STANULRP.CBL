      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : RECAUDACION SAT                                  *
      * PROGRAMA    : STANULRP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DIARIO DE ANULACIONES DE RECIBOS SAT     *
      *             : PARA REVISION DE FRAUDE. RECORRE LOS RECIBOS DE  *
      *             : VENTANILLA (STRECIB) DE LA FECHA DE LA TARJETA,  *
      *             : LOS ORDENA POR AGENCIA Y CAJERO Y LISTA CADA     *
      *             : ANULACION (APROBADA, RECHAZADA O AUN PENDIENTE)  *
      *             : CON SU MOTIVO, QUIEN LA SOLICITO Y EL SUPERVISOR *
      *             : QUE LA RESOLVIO. POR CAJERO Y POR AGENCIA DA LOS *
      *             : RECIBOS COBRADOS, LOS ANULADOS Y SU MONTO, LAS   *
      *             : SOLICITUDES RECHAZADAS Y LAS PENDIENTES.         *
      *             : TARJETA SYSIN: FECHA AAAAMMDD.                   *
      * ARCHIVOS    : STRECIB=C, FTPREP=A                              *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANULRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STRECIB ASSIGN  TO STRECIB
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS STRC-LLAVE
                   FILE STATUS     IS FS-STRECIB
                                      FSE-STRECIB.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  STRECIB.
           COPY STRECIB.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(122).
       SD  WORKFILE.
       01 WORK-RECIBO.
          02 WREC-AGENCIA                  PIC 9(06).
          02 WREC-CAJERO                   PIC X(08).
          02 WREC-LLAVE                    PIC X(18).
          02 WREC-FORMULARIO               PIC 9(11).
          02 WREC-MONTO                    PIC 9(16)V99.
          02 WREC-ESTADO                   PIC X(01).
             88 WREC-VIGENTE                          VALUE 'V'.
             88 WREC-SOLICITADA                       VALUE 'S'.
             88 WREC-ANULADO                          VALUE 'A'.
             88 WREC-RECHAZADA                        VALUE 'R'.
          02 WREC-MOTIVO                   PIC 9(02).
          02 WREC-SOLICITO                 PIC X(08).
          02 WREC-HORA-SOLICITUD           PIC 9(06).
          02 WREC-SUPERVISOR               PIC X(08).
          02 WREC-HORA-RESOLUCION          PIC 9(06).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-STRECIB                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-STRECIB.
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
          02 WKS-FIN-STRECIB               PIC 9(01)  VALUE ZEROS.
             88 FIN-STRECIB                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE LOS RECIBOS AAAAMMDD
       01 WKS-FECHA-REPORTE                PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-AGENCIA-EN-CURSO          PIC 9(06)  VALUE ZEROS.
          02 WKS-CAJERO-EN-CURSO           PIC X(08)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->   ACUMULADORES POR CAJERO (1), AGENCIA (2) Y TOTAL (3)
       01 WKS-ACUMULADORES.
          02 WKS-ACUM OCCURS 3 TIMES.
             03 WKS-ACU-COBRADOS           PIC 9(07).
             03 WKS-ACU-ANULADOS           PIC 9(07).
             03 WKS-ACU-MONTO-ANULADO      PIC 9(16)V99.
             03 WKS-ACU-RECHAZADAS         PIC 9(07).
             03 WKS-ACU-PENDIENTES         PIC 9(07).
       01 WKS-N                            PIC 9(01)  VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(44)  VALUE
             'ANULACIONES DE RECIBOS SAT EN VENTANILLA DEL'.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-HDR-FECHA                 PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(19)  VALUE 'RECIBO'.
          05 FILLER                        PIC X(12)  VALUE
             'FORMULARIO'.
          05 FILLER                        PIC X(18)  VALUE
             '           MONTO'.
          05 FILLER                        PIC X(04)  VALUE 'MOT'.
          05 FILLER                        PIC X(11)  VALUE 'ESTADO'.
          05 FILLER                        PIC X(16)  VALUE
             'SOLICITO  HORA'.
          05 FILLER                        PIC X(16)  VALUE
             'SUPERVIS  HORA'.
       01 WKS-LINEA-AGENCIA.
          05 FILLER                        PIC X(08)  VALUE 'AGENCIA '.
          05 WKS-AGE-CODIGO                PIC 9(06).
       01 WKS-LINEA-CAJERO.
          05 FILLER                        PIC X(10)  VALUE
             '  CAJERO '.
          05 WKS-CAJ-USUARIO               PIC X(08).
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-RECIBO                PIC X(18).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-FORMULARIO            PIC 9(11).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-MONTO                 PIC Z(13)9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-MOTIVO                PIC 9(02).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-DET-ESTADO                PIC X(10).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-SOLICITO              PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-HORA-SOL              PIC 9(06).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-SUPERVISOR            PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-DET-HORA-RES              PIC 9(06).
       01 WKS-LINEA-TOTAL.
          05 WKS-TOT-TITULO                PIC X(16).
          05 FILLER                        PIC X(10)  VALUE
             'COBRADOS: '.
          05 WKS-TOT-COBRADOS              PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(12)  VALUE
             '  ANULADOS: '.
          05 WKS-TOT-ANULADOS              PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(09)  VALUE
             '  MONTO: '.
          05 WKS-TOT-MONTO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(14)  VALUE
             '  RECHAZADAS: '.
          05 WKS-TOT-RECHAZADAS            PIC ZZ,ZZ9.
          05 FILLER                        PIC X(14)  VALUE
             '  PENDIENTES: '.
          05 WKS-TOT-PENDIENTES            PIC ZZ,ZZ9.
       01 WKS-ESTADISTICAS.
          05 WKS-RECIBOS-LEIDOS            PIC 9(07)  VALUE ZEROS.
          05 WKS-LINEAS-ANULACION          PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-REPORTE FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-ORDENA-Y-LISTA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'STANULRP' TO PROGRAMA
           IF WKS-FECHA-REPORTE NOT NUMERIC OR
              WKS-FECHA-REPORTE = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (FECHA AAAAMMDD) <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT  STRECIB
           OPEN OUTPUT FTPREP
           IF (FS-STRECIB = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-STRECIB FS-FTPREP
           END-IF
           IF FS-STRECIB NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO STRECIB  : " FS-STRECIB
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           INITIALIZE WKS-ACUMULADORES.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  LA LLAVE DE STRECIB EMPIEZA CON LA FECHA DEL COBRO: SE LEEN   *
      *  LOS RECIBOS DEL DIA Y SE ORDENAN POR AGENCIA, CAJERO Y RECIBO *
      ******************************************************************
       300-ORDENA-Y-LISTA SECTION.
           SORT WORKFILE ON ASCENDING KEY WREC-AGENCIA WREC-CAJERO
                                          WREC-LLAVE
              INPUT  PROCEDURE IS 310-LEE-RECIBOS
              OUTPUT PROCEDURE IS 320-LISTA-ANULACIONES.
       300-ORDENA-Y-LISTA-E. EXIT.

       310-LEE-RECIBOS SECTION.
           MOVE WKS-FECHA-REPORTE TO STRC-FECHA-PAGO
           MOVE ZEROS             TO STRC-HORA-PAGO
           MOVE LOW-VALUES        TO STRC-TERMINAL
           START STRECIB KEY IS NOT LESS THAN STRC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-STRECIB
           END-START
           PERFORM UNTIL FIN-STRECIB
              READ STRECIB NEXT RECORD
              END-READ
              EVALUATE TRUE
                 WHEN FS-STRECIB = 10
                      MOVE 1 TO WKS-FIN-STRECIB
                 WHEN FS-STRECIB NOT = 0
                      MOVE 'READ'      TO ACCION
                      MOVE STRC-LLAVE  TO LLAVE
                      MOVE 'STRECIB'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-STRECIB, FSE-STRECIB
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
                 WHEN STRC-FECHA-PAGO NOT = WKS-FECHA-REPORTE
                      MOVE 1 TO WKS-FIN-STRECIB
                 WHEN OTHER
                      ADD 1 TO WKS-RECIBOS-LEIDOS
                      MOVE STRC-CODIGO-AGENCIA     TO WREC-AGENCIA
                      MOVE STRC-USUARIO-CAJERO     TO WREC-CAJERO
                      MOVE STRC-LLAVE              TO WREC-LLAVE
                      MOVE STRC-NUMERO-FORMULARIO  TO WREC-FORMULARIO
                      MOVE STRC-MONTO-COBRADO      TO WREC-MONTO
                      MOVE STRC-ESTADO             TO WREC-ESTADO
                      MOVE STRC-MOTIVO-ANULACION   TO WREC-MOTIVO
                      MOVE STRC-USUARIO-SOLICITO   TO WREC-SOLICITO
                      MOVE STRC-HORA-SOLICITUD
                        TO WREC-HORA-SOLICITUD
                      MOVE STRC-USUARIO-SUPERVISOR TO WREC-SUPERVISOR
                      MOVE STRC-HORA-RESOLUCION
                        TO WREC-HORA-RESOLUCION
                      RELEASE WORK-RECIBO
              END-EVALUATE
           END-PERFORM.
       310-LEE-RECIBOS-E. EXIT.

       320-LISTA-ANULACIONES SECTION.
           MOVE WKS-FECHA-REPORTE TO WKS-HDR-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WREC-AGENCIA NOT = WKS-AGENCIA-EN-CURSO
                 PERFORM 360-TOTAL-CAJERO
                 PERFORM 370-TOTAL-AGENCIA
                 MOVE WREC-AGENCIA  TO WKS-AGENCIA-EN-CURSO
                                       WKS-AGE-CODIGO
                 MOVE SPACES        TO PRINT-LINE
                 PERFORM 390-ESCRIBE-LINEA
                 MOVE WKS-LINEA-AGENCIA TO PRINT-LINE
                 PERFORM 390-ESCRIBE-LINEA
                 MOVE SPACES        TO WKS-CAJERO-EN-CURSO
              END-IF
              IF WREC-CAJERO NOT = WKS-CAJERO-EN-CURSO
                 PERFORM 360-TOTAL-CAJERO
                 MOVE WREC-CAJERO   TO WKS-CAJERO-EN-CURSO
                                       WKS-CAJ-USUARIO
                 MOVE WKS-LINEA-CAJERO TO PRINT-LINE
                 PERFORM 390-ESCRIBE-LINEA
              END-IF
              PERFORM 330-ACUMULA-RECIBO
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           PERFORM 360-TOTAL-CAJERO
           PERFORM 370-TOTAL-AGENCIA
           MOVE SPACES TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE 3                 TO WKS-N
           MOVE 'TOTAL DEL DIA'   TO WKS-TOT-TITULO
           PERFORM 380-ESCRIBE-TOTAL.
       320-LISTA-ANULACIONES-E. EXIT.

      *----> CADA RECIBO CUENTA COMO COBRADO; LOS QUE TUVIERON
      *----> SOLICITUD DE ANULACION SE LISTAN CON SU RESOLUCION
       330-ACUMULA-RECIBO SECTION.
           PERFORM VARYING WKS-N FROM 1 BY 1 UNTIL WKS-N > 3
              ADD 1 TO WKS-ACU-COBRADOS (WKS-N)
              EVALUATE TRUE
                 WHEN WREC-ANULADO
                      ADD 1 TO WKS-ACU-ANULADOS (WKS-N)
                      ADD WREC-MONTO TO WKS-ACU-MONTO-ANULADO (WKS-N)
                 WHEN WREC-RECHAZADA
                      ADD 1 TO WKS-ACU-RECHAZADAS (WKS-N)
                 WHEN WREC-SOLICITADA
                      ADD 1 TO WKS-ACU-PENDIENTES (WKS-N)
              END-EVALUATE
           END-PERFORM
           IF WREC-VIGENTE
              GO TO 330-ACUMULA-RECIBO-E
           END-IF
           ADD 1 TO WKS-LINEAS-ANULACION
           MOVE WREC-LLAVE           TO WKS-DET-RECIBO
           MOVE WREC-FORMULARIO      TO WKS-DET-FORMULARIO
           MOVE WREC-MONTO           TO WKS-DET-MONTO
           MOVE WREC-MOTIVO          TO WKS-DET-MOTIVO
           MOVE WREC-SOLICITO        TO WKS-DET-SOLICITO
           MOVE WREC-HORA-SOLICITUD  TO WKS-DET-HORA-SOL
           MOVE WREC-SUPERVISOR      TO WKS-DET-SUPERVISOR
           MOVE WREC-HORA-RESOLUCION TO WKS-DET-HORA-RES
           EVALUATE TRUE
              WHEN WREC-ANULADO
                   MOVE 'ANULADO'    TO WKS-DET-ESTADO
              WHEN WREC-RECHAZADA
                   MOVE 'RECHAZADA'  TO WKS-DET-ESTADO
              WHEN OTHER
                   MOVE 'PENDIENTE'  TO WKS-DET-ESTADO
           END-EVALUATE
           MOVE WKS-LINEA-DETALLE TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA.
       330-ACUMULA-RECIBO-E. EXIT.

       360-TOTAL-CAJERO SECTION.
           IF WKS-CAJERO-EN-CURSO = SPACES
              GO TO 360-TOTAL-CAJERO-E
           END-IF
           MOVE 1                 TO WKS-N
           MOVE '  TOTAL CAJERO'  TO WKS-TOT-TITULO
           PERFORM 380-ESCRIBE-TOTAL
           MOVE SPACES            TO WKS-CAJERO-EN-CURSO.
       360-TOTAL-CAJERO-E. EXIT.

       370-TOTAL-AGENCIA SECTION.
           IF WKS-ACU-COBRADOS (2) = ZEROS
              GO TO 370-TOTAL-AGENCIA-E
           END-IF
           MOVE 2                 TO WKS-N
           MOVE 'TOTAL AGENCIA'   TO WKS-TOT-TITULO
           PERFORM 380-ESCRIBE-TOTAL.
       370-TOTAL-AGENCIA-E. EXIT.

       380-ESCRIBE-TOTAL SECTION.
           MOVE WKS-ACU-COBRADOS (WKS-N)      TO WKS-TOT-COBRADOS
           MOVE WKS-ACU-ANULADOS (WKS-N)      TO WKS-TOT-ANULADOS
           MOVE WKS-ACU-MONTO-ANULADO (WKS-N) TO WKS-TOT-MONTO
           MOVE WKS-ACU-RECHAZADAS (WKS-N)    TO WKS-TOT-RECHAZADAS
           MOVE WKS-ACU-PENDIENTES (WKS-N)    TO WKS-TOT-PENDIENTES
           MOVE WKS-LINEA-TOTAL               TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           INITIALIZE WKS-ACUM (WKS-N).
       380-ESCRIBE-TOTAL-E. EXIT.

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
           MOVE    WKS-RECIBOS-LEIDOS      TO WKS-MASCARA
           DISPLAY 'RECIBOS DEL DIA LEIDOS        : ' WKS-MASCARA
           MOVE    WKS-LINEAS-ANULACION    TO WKS-MASCARA
           DISPLAY 'SOLICITUDES DE ANULACION      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE STRECIB FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
