      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOSUSREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : LISTADO MENSUAL DE ORDENES DE NO PAGO DE CHEQUES *
      *             : POR VENCER. RECORRE MOSUSPA Y LISTA LAS ORDENES  *
      *             : VIGENTES QUE VENCEN DENTRO DEL HORIZONTE DE DIAS *
      *             : DE LA TARJETA, CON LOS DIAS QUE LES QUEDAN Y EL  *
      *             : CODIGO DEL TITULAR (MOMAES), PARA QUE LA AGENCIA *
      *             : AVISE AL CLIENTE Y LA RENUEVE SI LO PIDE. LAS    *
      *             : VIGENTES YA VENCIDAS SOLO SE CUENTAN AL PIE.     *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD, ESPACIO*
      *             : Y HORIZONTE EN DIAS 9(03) (SIN HORIZONTE, 30).   *
      * ARCHIVOS    : MOSUSPA=C, MOMAES=C, FTPREP=A                    *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOSUSREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOSUSPA ASSIGN  TO MOSUSPA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOSP-LLAVE
                   FILE STATUS     IS FS-MOSUSPA
                                      FSE-MOSUSPA.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  MOSUSPA.
           COPY MOSUSPA.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOSUSPA                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOSUSPA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOMAES.
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
          02 WKS-FIN-MOSUSPA               PIC 9(01)  VALUE ZEROS.
             88 FIN-MOSUSPA                           VALUE 1.
      *------->   TARJETA SYSIN: FECHA DE PROCESO Y HORIZONTE EN DIAS
       01 WKS-TARJETA-SYSIN.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-HORIZONTE-X               PIC X(03)  VALUE SPACES.
          02 WKS-HORIZONTE REDEFINES WKS-HORIZONTE-X
                                           PIC 9(03).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DIA-PROCESO               PIC 9(07)  VALUE ZEROS.
          02 WKS-DIA-VENCE                 PIC 9(07)  VALUE ZEROS.
          02 WKS-DIAS-RESTANTES            PIC 9(05)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(34)  VALUE
             'ORDENES DE NO PAGO POR VENCER AL  '.
          05 HDR-FECHA                     PIC 9(08).
          05 FILLER                        PIC X(17)  VALUE
             '  HORIZONTE DIAS '.
          05 HDR-HORIZONTE                 PIC ZZ9.
       01 HEADER2.
          05 FILLER                        PIC X(16)  VALUE 'CUENTA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'CHEQUE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'TITULAR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(01)  VALUE 'M'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(30)  VALUE
             'DESCRIPCION'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'REGISTRO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'VENCE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(05)  VALUE 'DIAS'.
       01 WKS-LINEA-SUSPENSION.
          05 WKS-LIN-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CHEQUE                PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-TITULAR               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-MOTIVO                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-DESCRIPCION           PIC X(30).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-REGISTRO              PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-VENCE                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-DIAS                  PIC ZZZZ9.
       01 WKS-ESTADISTICAS.
          05 WKS-ORDENES-LEIDAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-ORDENES-LEVANTADAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-ORDENES-YA-VENCIDAS       PIC 9(07)  VALUE ZEROS.
          05 WKS-ORDENES-POR-VENCER        PIC 9(07)  VALUE ZEROS.
          05 WKS-ORDENES-FUERA-HORIZ       PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           COMPUTE WKS-DIA-PROCESO =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO)
           PERFORM 300-BARRIDO-MOSUSPA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOSUSREP' TO PROGRAMA
           OPEN INPUT  MOSUSPA MOMAES
           OPEN OUTPUT FTPREP
           IF (FS-MOSUSPA = 97) AND (FS-MOMAES = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-MOSUSPA FS-MOMAES FS-FTPREP
           END-IF
           IF FS-MOSUSPA NOT = 0 OR FS-MOMAES NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSUSPA  : " FS-MOSUSPA
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
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
           IF WKS-HORIZONTE-X NOT NUMERIC OR
              WKS-HORIZONTE = ZEROS
              MOVE 030 TO WKS-HORIZONTE
           END-IF
           MOVE WKS-FECHA-PROCESO TO HDR-FECHA
           MOVE WKS-HORIZONTE     TO HDR-HORIZONTE
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 RECORRE LAS ORDENES Y EVALUA SU VENCIMIENTO
       300-BARRIDO-MOSUSPA SECTION.
           READ MOSUSPA NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOSUSPA
           END-READ
           PERFORM UNTIL FIN-MOSUSPA
              EVALUATE FS-MOSUSPA
                 WHEN 0
                    ADD 1 TO WKS-ORDENES-LEIDAS
                    EVALUATE TRUE
                       WHEN NOT MOSP-VIGENTE
                          ADD 1 TO WKS-ORDENES-LEVANTADAS
                       WHEN MOSP-FECHA-VENCIMIENTO < WKS-FECHA-PROCESO
                          ADD 1 TO WKS-ORDENES-YA-VENCIDAS
                       WHEN OTHER
                          PERFORM 310-EVALUA-VENCIMIENTO
                    END-EVALUATE
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE MOSP-LLAVE TO LLAVE
                    MOVE 'MOSUSPA'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MOSUSPA, FSE-MOSUSPA
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ MOSUSPA NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOSUSPA
              END-READ
           END-PERFORM.
       300-BARRIDO-MOSUSPA-E. EXIT.

      ******************************************************************
      *  ORDEN VIGENTE Y NO VENCIDA: SE LISTA SI LE QUEDAN A LO SUMO   *
      *  LOS DIAS DEL HORIZONTE; EL TITULAR SE TOMA DEL MAESTRO        *
      ******************************************************************
       310-EVALUA-VENCIMIENTO SECTION.
           COMPUTE WKS-DIA-VENCE =
                   FUNCTION INTEGER-OF-DATE (MOSP-FECHA-VENCIMIENTO)
           COMPUTE WKS-DIAS-RESTANTES = WKS-DIA-VENCE - WKS-DIA-PROCESO
           IF WKS-DIAS-RESTANTES > WKS-HORIZONTE
              ADD 1 TO WKS-ORDENES-FUERA-HORIZ
              GO TO 310-EVALUA-VENCIMIENTO-E
           END-IF
           ADD 1 TO WKS-ORDENES-POR-VENCER
           MOVE SPACES                  TO WKS-LIN-TITULAR
           MOVE MOSP-CUENTA             TO MOMA-LLAVE
           READ MOMAES KEY IS MOMA-LLAVE
             INVALID KEY
                MOVE 'SIN MAES'         TO WKS-LIN-TITULAR
             NOT INVALID KEY
                MOVE MOMA-CODIGO-UNIVERSAL TO WKS-LIN-TITULAR
           END-READ
           MOVE MOSP-CUENTA             TO WKS-LIN-CUENTA
           MOVE MOSP-CHEQUE             TO WKS-LIN-CHEQUE
           MOVE MOSP-MOTIVO             TO WKS-LIN-MOTIVO
           MOVE MOSP-DESCRIPCION        TO WKS-LIN-DESCRIPCION
           MOVE MOSP-FECHA-REGISTRO     TO WKS-LIN-REGISTRO
           MOVE MOSP-FECHA-VENCIMIENTO  TO WKS-LIN-VENCE
           MOVE WKS-DIAS-RESTANTES      TO WKS-LIN-DIAS
           MOVE WKS-LINEA-SUSPENSION    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       310-EVALUA-VENCIMIENTO-E. EXIT.

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
           MOVE    WKS-ORDENES-LEIDAS      TO WKS-MASCARA
           DISPLAY 'ORDENES LEIDAS DE MOSUSPA     : ' WKS-MASCARA
           MOVE    WKS-ORDENES-LEVANTADAS  TO WKS-MASCARA
           DISPLAY 'ORDENES YA LEVANTADAS         : ' WKS-MASCARA
           MOVE    WKS-ORDENES-YA-VENCIDAS TO WKS-MASCARA
           DISPLAY 'VIGENTES YA VENCIDAS          : ' WKS-MASCARA
           MOVE    WKS-ORDENES-POR-VENCER  TO WKS-MASCARA
           DISPLAY 'POR VENCER (LISTADAS)         : ' WKS-MASCARA
           MOVE    WKS-ORDENES-FUERA-HORIZ TO WKS-MASCARA
           DISPLAY 'VENCEN DESPUES DEL HORIZONTE  : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOSUSPA MOMAES FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
