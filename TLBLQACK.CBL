      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLBLQACK                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : INTAKE DEL ACUSE DEL SWITCH AUTORIZADOR PARA LAS *
      *             : INSTRUCCIONES DE BLOQUEO/DESBLOQUEO DE BLQSWI.   *
      *             : LEE BLQACK (UNA LINEA POR INSTRUCCION), LA CASA  *
      *             : CONTRA TLBLOQ POR CUENTA, FECHA Y SECUENCIA Y    *
      *             : MARCA LA INSTRUCCION ACEPTADA O RECHAZADA CON EL *
      *             : CODIGO Y MENSAJE DEL SWITCH. UN ACUSE QUE NO     *
      *             : CORRESPONDE A LA ULTIMA INSTRUCCION DE LA CUENTA *
      *             : SE LISTA Y NO SE APLICA. LUEGO RECORRE TLBLOQ    *
      *             : COMPLETO Y LISTA EN FTPREP LAS INSTRUCCIONES     *
      *             : RECHAZADAS Y LAS QUE SIGUEN SIN ACUSE DE UN DIA  *
      *             : ANTERIOR, PARA QUE NINGUNA TARJETA QUEDE ABIERTA *
      *             : POR ERROR (TLBLQGEN REENVIA LAS RECHAZADAS).     *
      *             : LAYOUT DE BLQACK: CUENTA X(16) EN 1-16, FECHA    *
      *             : 9(08) EN 18-25, SECUENCIA 9(07) EN 27-33,        *
      *             : RESULTADO A/R EN 35, CODIGO DE RECHAZO X(04) EN  *
      *             : 37-40, MENSAJE X(30) EN 42-71.                   *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : BLQACK=C, TLBLOQ=A, FTPREP=A                     *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLBLQACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BLQACK ASSIGN   TO BLQACK
                   FILE STATUS     IS FS-BLQACK.
            SELECT TLBLOQ ASSIGN   TO TLBLOQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLBQ-LLAVE
                   FILE STATUS     IS FS-TLBLOQ
                                      FSE-TLBLOQ.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  BLQACK
           RECORDING MODE IS F.
       01 ACK-LINE                         PIC X(80).
       FD  TLBLOQ.
           COPY TLBLOQ.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-BLQACK                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLBLOQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLBLOQ.
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
          02 WKS-FIN-BLQACK                PIC 9(01)  VALUE ZEROS.
             88 FIN-BLQACK                            VALUE 1.
          02 WKS-FIN-TLBLOQ                PIC 9(01)  VALUE ZEROS.
             88 FIN-TLBLOQ                            VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   VISTA DE UNA LINEA DE ACUSE DEL SWITCH
       01 WKS-LINEA-ACUSE.
          05 WKS-ACK-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01).
          05 WKS-ACK-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01).
          05 WKS-ACK-SECUENCIA             PIC 9(07).
          05 FILLER                        PIC X(01).
          05 WKS-ACK-RESULTADO             PIC X(01).
             88 ACUSE-ACEPTADO                        VALUE 'A'.
             88 ACUSE-RECHAZADO                       VALUE 'R'.
          05 FILLER                        PIC X(01).
          05 WKS-ACK-CODIGO-RECHAZO        PIC X(04).
          05 FILLER                        PIC X(01).
          05 WKS-ACK-MENSAJE               PIC X(30).
          05 FILLER                        PIC X(09).
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MOTIVO-NO-CASA            PIC X(30)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(46)  VALUE
             'ACUSES DEL SWITCH QUE NO SE PUDIERON APLICAR'.
       01 HEADER2.
          05 FILLER                        PIC X(50)  VALUE
             'INSTRUCCIONES DE BLOQUEO RECHAZADAS O SIN ACUSE'.
       01 WKS-LINEA-NO-CASA.
          05 WKS-NCA-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-NCA-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-NCA-SECUENCIA             PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-NCA-RESULTADO             PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-NCA-MOTIVO                PIC X(30).
       01 WKS-LINEA-INSTRUCCION.
          05 WKS-LIN-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ACCION                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-MOTIVO                PIC X(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ESTADO                PIC X(09).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CODIGO                PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-MENSAJE               PIC X(30).
       01 WKS-ESTADISTICAS.
          05 WKS-ACUSES-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-ACUSES-ACEPTADOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-ACUSES-RECHAZADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-ACUSES-NO-CASAN           PIC 9(07)  VALUE ZEROS.
          05 WKS-LISTADAS-RECHAZADAS       PIC 9(07)  VALUE ZEROS.
          05 WKS-LISTADAS-SIN-ACUSE        PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-PROCESA-ACUSES
           PERFORM 400-LISTA-PENDIENTES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'TLBLQACK' TO PROGRAMA
           OPEN INPUT  BLQACK
           OPEN I-O    TLBLOQ
           OPEN OUTPUT FTPREP
           IF (FS-BLQACK = 97) AND (FS-TLBLOQ = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-BLQACK FS-TLBLOQ FS-FTPREP
           END-IF
           IF FS-BLQACK NOT = 0 OR FS-TLBLOQ NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO BLQACK   : " FS-BLQACK
              DISPLAY "* FILE STATUS DEL ARCHIVO TLBLOQ   : " FS-TLBLOQ
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
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 CASA CADA ACUSE CON SU INSTRUCCION EN TLBLOQ
       300-PROCESA-ACUSES SECTION.
           READ BLQACK
                AT END MOVE 1 TO WKS-FIN-BLQACK
           END-READ
           PERFORM UNTIL FIN-BLQACK
              ADD 1 TO WKS-ACUSES-LEIDOS
              MOVE ACK-LINE TO WKS-LINEA-ACUSE
              PERFORM 310-CASA-ACUSE
              READ BLQACK
                   AT END MOVE 1 TO WKS-FIN-BLQACK
              END-READ
           END-PERFORM.
       300-PROCESA-ACUSES-E. EXIT.

      ******************************************************************
      *  EL ACUSE SOLO SE APLICA A LA ULTIMA INSTRUCCION DE LA CUENTA  *
      *  (MISMA FECHA Y SECUENCIA); UN ACUSE DE UNA INSTRUCCION YA     *
      *  SUPERADA O SIN CONTROL SE LISTA SIN TOCAR TLBLOQ              *
      ******************************************************************
       310-CASA-ACUSE SECTION.
           MOVE SPACES         TO WKS-MOTIVO-NO-CASA
           IF NOT ACUSE-ACEPTADO AND NOT ACUSE-RECHAZADO
              MOVE 'RESULTADO DISTINTO DE A/R' TO WKS-MOTIVO-NO-CASA
              PERFORM 320-LISTA-NO-CASA
              GO TO 310-CASA-ACUSE-E
           END-IF
           MOVE WKS-ACK-CUENTA TO TLBQ-CUENTA
           READ TLBLOQ KEY IS TLBQ-LLAVE
             INVALID KEY
                MOVE 'CUENTA SIN INSTRUCCION EN TLBLOQ'
                  TO WKS-MOTIVO-NO-CASA
           END-READ
           IF WKS-MOTIVO-NO-CASA = SPACES AND
              (WKS-ACK-FECHA NOT = TLBQ-FECHA-ENVIO OR
               WKS-ACK-SECUENCIA NOT = TLBQ-SECUENCIA)
              MOVE 'NO ES LA ULTIMA INSTRUCCION' TO WKS-MOTIVO-NO-CASA
           END-IF
           IF WKS-MOTIVO-NO-CASA NOT = SPACES
              PERFORM 320-LISTA-NO-CASA
              GO TO 310-CASA-ACUSE-E
           END-IF
           IF ACUSE-ACEPTADO
              SET TLBQ-ACUSE-ACEPTADA TO TRUE
              MOVE SPACES TO TLBQ-CODIGO-RECHAZO
              ADD 1 TO WKS-ACUSES-ACEPTADOS
           ELSE
              SET TLBQ-ACUSE-RECHAZADA TO TRUE
              MOVE WKS-ACK-CODIGO-RECHAZO TO TLBQ-CODIGO-RECHAZO
              ADD 1 TO WKS-ACUSES-RECHAZADOS
           END-IF
           MOVE WKS-ACK-MENSAJE   TO TLBQ-MENSAJE-SWITCH
           MOVE WKS-FECHA-PROCESO TO TLBQ-FECHA-ACUSE
           REWRITE REG-TLBLOQ
           IF FS-TLBLOQ NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE TLBQ-LLAVE TO LLAVE
              MOVE 'TLBLOQ'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLBLOQ, FSE-TLBLOQ
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       310-CASA-ACUSE-E. EXIT.

       320-LISTA-NO-CASA SECTION.
           ADD 1 TO WKS-ACUSES-NO-CASAN
           MOVE WKS-ACK-CUENTA     TO WKS-NCA-CUENTA
           MOVE WKS-ACK-FECHA      TO WKS-NCA-FECHA
           MOVE WKS-ACK-SECUENCIA  TO WKS-NCA-SECUENCIA
           MOVE WKS-ACK-RESULTADO  TO WKS-NCA-RESULTADO
           MOVE WKS-MOTIVO-NO-CASA TO WKS-NCA-MOTIVO
           MOVE WKS-LINEA-NO-CASA  TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       320-LISTA-NO-CASA-E. EXIT.

      ******************************************************************
      *  SERIE 400: RECORRE EL CONTROL COMPLETO Y LISTA LAS            *
      *  INSTRUCCIONES RECHAZADAS Y LAS PENDIENTES DE UN DIA ANTERIOR  *
      *  (LAS DE HOY PUEDEN VENIR EN EL ACUSE DE MANANA)               *
      ******************************************************************
       400-LISTA-PENDIENTES SECTION.
           MOVE SPACES  TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE LOW-VALUES TO TLBQ-LLAVE
           START TLBLOQ KEY IS NOT LESS THAN TLBQ-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-TLBLOQ
           END-START
           PERFORM UNTIL FIN-TLBLOQ
              READ TLBLOQ NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLBLOQ
              END-READ
              IF NOT FIN-TLBLOQ AND FS-TLBLOQ = 0
                 EVALUATE TRUE
                    WHEN TLBQ-ACUSE-RECHAZADA
                         ADD 1 TO WKS-LISTADAS-RECHAZADAS
                         MOVE 'RECHAZADA' TO WKS-LIN-ESTADO
                         PERFORM 410-ESCRIBE-INSTRUCCION
                    WHEN TLBQ-ACUSE-PENDIENTE AND
                         TLBQ-FECHA-ENVIO < WKS-FECHA-PROCESO
                         ADD 1 TO WKS-LISTADAS-SIN-ACUSE
                         MOVE 'SIN ACUSE' TO WKS-LIN-ESTADO
                         PERFORM 410-ESCRIBE-INSTRUCCION
                    WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.
       400-LISTA-PENDIENTES-E. EXIT.

       410-ESCRIBE-INSTRUCCION SECTION.
           MOVE TLBQ-CUENTA          TO WKS-LIN-CUENTA
           MOVE TLBQ-ACCION          TO WKS-LIN-ACCION
           MOVE TLBQ-MOTIVO          TO WKS-LIN-MOTIVO
           MOVE TLBQ-FECHA-ENVIO     TO WKS-LIN-FECHA
           MOVE TLBQ-CODIGO-RECHAZO  TO WKS-LIN-CODIGO
           MOVE TLBQ-MENSAJE-SWITCH  TO WKS-LIN-MENSAJE
           MOVE WKS-LINEA-INSTRUCCION TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       410-ESCRIBE-INSTRUCCION-E. EXIT.

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
           MOVE    WKS-ACUSES-LEIDOS       TO WKS-MASCARA
           DISPLAY 'ACUSES LEIDOS DEL SWITCH       : ' WKS-MASCARA
           MOVE    WKS-ACUSES-ACEPTADOS    TO WKS-MASCARA
           DISPLAY 'INSTRUCCIONES ACEPTADAS        : ' WKS-MASCARA
           MOVE    WKS-ACUSES-RECHAZADOS   TO WKS-MASCARA
           DISPLAY 'INSTRUCCIONES RECHAZADAS       : ' WKS-MASCARA
           MOVE    WKS-ACUSES-NO-CASAN     TO WKS-MASCARA
           DISPLAY 'ACUSES NO APLICADOS            : ' WKS-MASCARA
           MOVE    WKS-LISTADAS-RECHAZADAS TO WKS-MASCARA
           DISPLAY 'RECHAZADAS VIGENTES EN TLBLOQ  : ' WKS-MASCARA
           MOVE    WKS-LISTADAS-SIN-ACUSE  TO WKS-MASCARA
           DISPLAY 'PENDIENTES DE DIAS ANTERIORES  : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE BLQACK TLBLOQ FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
