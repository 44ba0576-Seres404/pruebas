      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOACHDEV                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESA EL ARCHIVO DE DEVOLUCIONES DEL ACH       *
      *             : (ACHDEV: HDR; UN DET POR DEVOLUCION CON LA       *
      *             : REFERENCIA DE RASTREO ENVIADA POR MOACHENV, EL   *
      *             : MONTO Y EL MOTIVO; TRL CON CANTIDAD Y TOTAL).    *
      *             : CADA DEVOLUCION SE CASA CONTRA SU ORDEN EN       *
      *             : MOACHOR: SI EXISTE, ESTA ENVIADA Y EL MONTO      *
      *             : CUADRA, SE GENERA EL CREDITO DE REINTEGRO A LA   *
      *             : CUENTA (CODIGO DE MOT 018 CORRELATIVO CODIGOS,   *
      *             : RESTO 3:4, NATURALEZA C) EN EL ARCHIVO MOMDCOD   *
      *             : CON ORIGEN 57 Y EL MOTIVO, Y LA ORDEN QUEDA      *
      *             : DEVUELTA. LO APLICADO SE LISTA EN FTPREP CON LA  *
      *             : DESCRIPCION DEL MOTIVO (MOT 019) Y LO QUE NO     *
      *             : CASA VA A LA LISTA DE EXCEPCIONES ACHEXC.        *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : ACHDEV=C, MOTGEN=C, MOACHOR=A, MOMDCOD=A,        *
      *             : FTPREP=A, ACHEXC=A                               *
      * ACCION (ES) : K=ARCHIVO  R=REPORTE                             *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOACHDEV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACHDEV ASSIGN   TO ACHDEV
                   FILE STATUS     IS FS-ACHDEV.
            SELECT MOACHOR ASSIGN  TO MOACHOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOAO-LLAVE
                   FILE STATUS     IS FS-MOACHOR
                                      FSE-MOACHOR.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOTC-LLAVE
                   FILE STATUS     IS FS-MOTGEN.
            SELECT MOMDCOD ASSIGN  TO MOMDCOD
                   FILE STATUS     IS FS-MOMDCOD.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT ACHEXC ASSIGN   TO ACHEXC
                   FILE STATUS     IS FS-ACHEXC.
       DATA DIVISION.
       FILE SECTION.
       FD  ACHDEV
           RECORDING MODE IS F.
       01 DEV-LINE                         PIC X(80).
       FD  MOACHOR.
           COPY MOACHOR.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  MOMDCOD
           RECORDING MODE IS F.
       01 MOVE-LINE                        PIC X(100).
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       FD  ACHEXC
           RECORDING MODE IS F.
       01 EXC-LINE                         PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-ACHDEV                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOACHOR                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMDCOD                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
       01 FS-ACHEXC                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOACHOR.
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
          02 WKS-FIN-ACHDEV                PIC 9(01)  VALUE ZEROS.
             88 FIN-ACHDEV                            VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
          02 WKS-PRC-AAAA                  PIC 9(04).
          02 WKS-PRC-MM                    PIC 9(02).
          02 WKS-PRC-DD                    PIC 9(02).
      *------->   VISTAS DE LAS LINEAS DEL ARCHIVO DE DEVOLUCIONES
       01 WKS-LINEA-ENTRADA.
          05 WKS-ENT-TIPO                  PIC X(03).
             88 ENT-ES-HEADER                         VALUE 'HDR'.
             88 ENT-ES-DETALLE                        VALUE 'DET'.
             88 ENT-ES-TRAILER                        VALUE 'TRL'.
          05 FILLER                        PIC X(01).
          05 WKS-ENT-RESTO                 PIC X(76).
       01 WKS-VISTA-DETALLE REDEFINES WKS-LINEA-ENTRADA.
          05 FILLER                        PIC X(04).
          05 WKS-DET-REFERENCIA            PIC X(18).
          05 FILLER                        PIC X(01).
          05 WKS-DET-MONTO                 PIC 9(09)V99.
          05 FILLER                        PIC X(01).
          05 WKS-DET-MOTIVO                PIC 9(02).
          05 FILLER                        PIC X(43).
       01 WKS-VISTA-TRAILER REDEFINES WKS-LINEA-ENTRADA.
          05 FILLER                        PIC X(04).
          05 WKS-TRL-CANTIDAD              PIC 9(07).
          05 FILLER                        PIC X(01).
          05 WKS-TRL-TOTAL                 PIC 9(11)V99.
          05 FILLER                        PIC X(55).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-CODIGO-REINTEGRO          PIC 9(02)  VALUE ZEROS.
          02 WKS-MOTIVO-EXCEPCION          PIC X(30)  VALUE SPACES.
          02 WKS-DESCRIPCION-MOTIVO        PIC X(15)  VALUE SPACES.
          02 WKS-SECUENCIA                 PIC 9(04)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->    MOVIMIENTO GENERADO HACIA EL DIARIO
       COPY MOMDCO REPLACING MOMDCO BY WKS-MOVIMIENTO-DIARIO.
      *------->      LINEAS DE LOS LISTADOS DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(36)  VALUE
             'DEVOLUCIONES ACH APLICADAS AL       '.
          05 HDR-FECHA                     PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(18)  VALUE
             'REFERENCIA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE 'CUENTA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(13)  VALUE 'MONTO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(04)  VALUE 'BCO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(02)  VALUE 'MT'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(15)  VALUE
             'MOTIVO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(30)  VALUE
             'BENEFICIARIO'.
       01 WKS-LINEA-DETALLE.
          05 WKS-LD-REFERENCIA             PIC X(18).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LD-CUENTA                 PIC X(10).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LD-MONTO                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LD-BANCO                  PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LD-MOTIVO                 PIC 9(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LD-DESCRIPCION            PIC X(15).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LD-BENEFICIARIO           PIC X(30).
       01 HEADER-EXC1.
          05 FILLER                        PIC X(36)  VALUE
             'DEVOLUCIONES ACH SIN CASAR DEL      '.
          05 HDR-EXC-FECHA                 PIC 9(08).
       01 HEADER-EXC2.
          05 FILLER                        PIC X(18)  VALUE
             'REFERENCIA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(13)  VALUE 'MONTO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(02)  VALUE 'MT'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(30)  VALUE
             'EXCEPCION'.
       01 WKS-LINEA-EXCEPCION.
          05 WKS-LE-REFERENCIA             PIC X(18).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LE-MONTO                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LE-MOTIVO                 PIC X(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LE-EXCEPCION              PIC X(30).
      *------->          TOTALES DE CONTROL
       01 WKS-CONTROLES.
          02 WKS-DETALLES-LEIDOS           PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-LEIDO                 PIC S9(13)V99 VALUE ZEROS.
          02 WKS-APLICADAS                 PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-APLICADO              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-EXCEPCIONES               PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-EXCEPCION             PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-CODIGO-REINTEGRO
           PERFORM 230-ESCRIBE-ENCABEZADOS
           PERFORM 300-BARRIDO-ACHDEV
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOACHDEV' TO PROGRAMA
           OPEN INPUT  ACHDEV MOTGEN
           OPEN I-O    MOACHOR
           OPEN OUTPUT MOMDCOD FTPREP ACHEXC
           IF (FS-ACHDEV = 97) AND (FS-MOACHOR = 97) AND
              (FS-MOTGEN = 97) AND (FS-MOMDCOD = 97) AND
              (FS-FTPREP = 97) AND (FS-ACHEXC = 97)
              MOVE ZEROS TO FS-ACHDEV FS-MOACHOR FS-MOTGEN
                            FS-MOMDCOD FS-FTPREP FS-ACHEXC
           END-IF
           IF FS-ACHDEV NOT = 0 OR FS-MOACHOR NOT = 0 OR
              FS-MOTGEN NOT = 0 OR FS-MOMDCOD NOT = 0 OR
              FS-FTPREP NOT = 0 OR FS-ACHEXC NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO ACHDEV   : " FS-ACHDEV
              DISPLAY "* FILE STATUS DEL ARCHIVO MOACHOR  : " FS-MOACHOR
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDCOD  : " FS-MOMDCOD
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "* FILE STATUS DEL ARCHIVO ACHEXC   : " FS-ACHEXC
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

      *--> CODIGO DE REINTEGRO: MOT 018 CORRELATIVO CODIGOS, RESTO
      *--> (3:2); DEBE SER DE NATURALEZA C EN MOT 005
       220-CODIGO-REINTEGRO SECTION.
           MOVE 'MOT'     TO MOTC-TABLA
           MOVE 018       TO MOTC-CODIGO-TABLA
           MOVE 'CODIGOS' TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                MOVE SPACES TO MOTC-RESTO
           END-READ
           IF MOTC-RESTO (3:2) NOT NUMERIC
              DISPLAY '>>> MOT 018 SIN CODIGO DE REINTEGRO DE '
                      'DEVOLUCIONES ACH <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE MOTC-RESTO (3:2) TO WKS-CODIGO-REINTEGRO
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 005      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           MOVE WKS-CODIGO-REINTEGRO TO MOTC-CORRELATIVO (1:2)
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                MOVE SPACES TO MOTC-RESTO
           END-READ
           IF MOTC-RESTO (1:1) NOT = 'C'
              DISPLAY '>>> EL CODIGO DE REINTEGRO DE MOT 018 NO ES '
                      'CREDITO EN MOT 005 <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       220-CODIGO-REINTEGRO-E. EXIT.

       230-ESCRIBE-ENCABEZADOS SECTION.
           MOVE WKS-FECHA-PROCESO TO HDR-FECHA HDR-EXC-FECHA
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE HEADER-EXC1 TO EXC-LINE
           WRITE EXC-LINE
           PERFORM 510-ERRORES-ESCRITURA-EXC
           MOVE HEADER-EXC2 TO EXC-LINE
           WRITE EXC-LINE
           PERFORM 510-ERRORES-ESCRITURA-EXC.
       230-ESCRIBE-ENCABEZADOS-E. EXIT.

      *----> SERIE 300 RECORRE EL ARCHIVO DE DEVOLUCIONES
       300-BARRIDO-ACHDEV SECTION.
           READ ACHDEV
                AT END MOVE 1 TO WKS-FIN-ACHDEV
           END-READ
           PERFORM UNTIL FIN-ACHDEV
              MOVE DEV-LINE TO WKS-LINEA-ENTRADA
              EVALUATE TRUE
                 WHEN ENT-ES-HEADER
                      CONTINUE
                 WHEN ENT-ES-DETALLE
                      ADD 1             TO WKS-DETALLES-LEIDOS
                      IF WKS-DET-MONTO NUMERIC
                         ADD WKS-DET-MONTO TO WKS-TOT-LEIDO
                      END-IF
                      PERFORM 310-CASA-DEVOLUCION
                 WHEN ENT-ES-TRAILER
                      PERFORM 350-VERIFICA-CUADRE
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
              READ ACHDEV
                   AT END MOVE 1 TO WKS-FIN-ACHDEV
              END-READ
           END-PERFORM.
       300-BARRIDO-ACHDEV-E. EXIT.

      ******************************************************************
      *  LA DEVOLUCION SE APLICA SOLO SI LA REFERENCIA ES UNA ORDEN    *
      *  ENVIADA Y EL MONTO ES EL MISMO; CUALQUIER OTRO CASO VA A LA   *
      *  LISTA DE EXCEPCIONES SIN TOCAR LA CUENTA                      *
      ******************************************************************
       310-CASA-DEVOLUCION SECTION.
           MOVE SPACES TO WKS-MOTIVO-EXCEPCION
           IF WKS-DET-MONTO NOT NUMERIC OR WKS-DET-MOTIVO NOT NUMERIC
              MOVE 'MONTO O MOTIVO NO NUMERICO' TO WKS-MOTIVO-EXCEPCION
              PERFORM 340-ESCRIBE-EXCEPCION
              GO TO 310-CASA-DEVOLUCION-E
           END-IF
           MOVE WKS-DET-REFERENCIA TO MOAO-LLAVE
           READ MOACHOR KEY IS MOAO-LLAVE
             INVALID KEY
                MOVE 'REFERENCIA NO EXISTE EN MOACHOR'
                     TO WKS-MOTIVO-EXCEPCION
           END-READ
           IF WKS-MOTIVO-EXCEPCION = SPACES
              EVALUATE TRUE
                 WHEN MOAO-PENDIENTE
                      MOVE 'ORDEN AUN NO ENVIADA AL ACH'
                           TO WKS-MOTIVO-EXCEPCION
                 WHEN MOAO-DEVUELTA
                      MOVE 'ORDEN YA DEVUELTA ANTES'
                           TO WKS-MOTIVO-EXCEPCION
                 WHEN MOAO-MONTO NOT = WKS-DET-MONTO
                      MOVE 'MONTO NO COINCIDE CON LA ORDEN'
                           TO WKS-MOTIVO-EXCEPCION
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
           IF WKS-MOTIVO-EXCEPCION = SPACES
              PERFORM 320-APLICA-DEVOLUCION
           ELSE
              PERFORM 340-ESCRIBE-EXCEPCION
           END-IF.
       310-CASA-DEVOLUCION-E. EXIT.

       320-APLICA-DEVOLUCION SECTION.
           PERFORM 330-GENERA-REINTEGRO
           SET  MOAO-DEVUELTA        TO TRUE
           MOVE WKS-FECHA-PROCESO    TO MOAO-FECHA-DEVOLUCION
           MOVE WKS-DET-MOTIVO       TO MOAO-MOTIVO-DEVOLUCION
           REWRITE REG-MOACHOR
           IF FS-MOACHOR NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE MOAO-LLAVE TO LLAVE
              MOVE 'MOACHOR'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MOACHOR, FSE-MOACHOR
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1             TO WKS-APLICADAS
           ADD WKS-DET-MONTO TO WKS-TOT-APLICADO
           PERFORM 335-DESCRIPCION-MOTIVO
           MOVE MOAO-LLAVE             TO WKS-LD-REFERENCIA
           MOVE MOAO-CUENTA (1:10)     TO WKS-LD-CUENTA
           MOVE MOAO-MONTO             TO WKS-LD-MONTO
           MOVE MOAO-BANCO-DESTINO     TO WKS-LD-BANCO
           MOVE WKS-DET-MOTIVO         TO WKS-LD-MOTIVO
           MOVE WKS-DESCRIPCION-MOTIVO TO WKS-LD-DESCRIPCION
           MOVE MOAO-BENEFICIARIO      TO WKS-LD-BENEFICIARIO
           MOVE WKS-LINEA-DETALLE      TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       320-APLICA-DEVOLUCION-E. EXIT.

      *--> EL REINTEGRO ES UN CREDITO A LA CUENTA ORIGEN POR EL MONTO
      *--> DEVUELTO, CON LA BOLETA DE LA ORDEN Y EL MOTIVO DEL ACH
       330-GENERA-REINTEGRO SECTION.
           ADD 1 TO WKS-SECUENCIA
           INITIALIZE WKS-MOVIMIENTO-DIARIO
           MOVE WKS-CODIGO-REINTEGRO TO MOMC-CODIGO-TRANSACCION
           MOVE WKS-PRC-DD           TO MOMC-DIA
           MOVE WKS-PRC-MM           TO MOMC-MES
           MOVE 1                    TO MOMC-CLASE-CUENTA
           MOVE MOAO-CUENTA (1:10)   TO MOMC-NUMERO-CUENTA
           MOVE MOAO-DOCUMENTO       TO MOMC-DOCUMENTO
           MOVE MOAO-AGENCIA         TO MOMC-AGENCIA-ORIGEN
           MOVE MOAO-MONTO           TO MOMC-VALOR
           MOVE WKS-SECUENCIA        TO MOMC-NUM-SECUENCIA
           MOVE 57                   TO MOMC-ORIGEN-TRANSACCION
           MOVE 1                    TO MOMC-CODIGO-MONEDA
           MOVE WKS-DET-MOTIVO       TO MOMC-CODIGO-MOTIVO
           MOVE 'MOACHDEV'           TO MOMC-GRABA-VERIF
           MOVE WKS-MOVIMIENTO-DIARIO TO MOVE-LINE
           WRITE MOVE-LINE
           IF FS-MOMDCOD NOT = 0
              DISPLAY 'ERROR AL GRABAR MOMDCOD, STATUS: ' FS-MOMDCOD
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       330-GENERA-REINTEGRO-E. EXIT.

      *--> CATALOGO DE MOTIVOS DE DEVOLUCION DEL ACH: MOT 019
       335-DESCRIPCION-MOTIVO SECTION.
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 019      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           MOVE WKS-DET-MOTIVO TO MOTC-CORRELATIVO (1:2)
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                MOVE 'NO CATALOGADO' TO WKS-DESCRIPCION-MOTIVO
             NOT INVALID KEY
                MOVE MOTC-DESCRIPCION TO WKS-DESCRIPCION-MOTIVO
           END-READ.
       335-DESCRIPCION-MOTIVO-E. EXIT.

       340-ESCRIBE-EXCEPCION SECTION.
           ADD 1 TO WKS-EXCEPCIONES
           IF WKS-DET-MONTO NUMERIC
              ADD WKS-DET-MONTO  TO WKS-TOT-EXCEPCION
              MOVE WKS-DET-MONTO TO WKS-LE-MONTO
           ELSE
              MOVE ZEROS         TO WKS-LE-MONTO
           END-IF
           MOVE WKS-DET-REFERENCIA   TO WKS-LE-REFERENCIA
           MOVE WKS-ENT-RESTO (32:2) TO WKS-LE-MOTIVO
           MOVE WKS-MOTIVO-EXCEPCION TO WKS-LE-EXCEPCION
           MOVE WKS-LINEA-EXCEPCION  TO EXC-LINE
           WRITE EXC-LINE
           PERFORM 510-ERRORES-ESCRITURA-EXC.
       340-ESCRIBE-EXCEPCION-E. EXIT.

      *----> EL TRAILER DEL ACH DEBE CUADRAR CON LO LEIDO
       350-VERIFICA-CUADRE SECTION.
           IF WKS-TRL-CANTIDAD NOT = WKS-DETALLES-LEIDOS OR
              WKS-TRL-TOTAL NOT = WKS-TOT-LEIDO
              DISPLAY '>>> EL TRAILER DE DEVOLUCIONES NO CUADRA CON '
                      'LO LEIDO <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
           END-IF.
       350-VERIFICA-CUADRE-E. EXIT.

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

       510-ERRORES-ESCRITURA-EXC SECTION.
           IF FS-ACHEXC NOT = 0
              DISPLAY 'ERROR AL GRABAR ACHEXC, STATUS: ' FS-ACHEXC
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       510-ERRORES-ESCRITURA-EXC-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-DETALLES-LEIDOS TO WKS-MASCARA
           DISPLAY 'DEVOLUCIONES LEIDAS           : ' WKS-MASCARA
           MOVE    WKS-APLICADAS       TO WKS-MASCARA
           DISPLAY 'DEVOLUCIONES REINTEGRADAS     : ' WKS-MASCARA
           MOVE    WKS-EXCEPCIONES     TO WKS-MASCARA
           DISPLAY 'DEVOLUCIONES SIN CASAR        : ' WKS-MASCARA
           MOVE    WKS-TOT-APLICADO    TO WKS-MASCARA-MONTO
           DISPLAY 'VALOR REINTEGRADO             : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-EXCEPCION   TO WKS-MASCARA-MONTO
           DISPLAY 'VALOR SIN CASAR               : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE ACHDEV MOACHOR MOTGEN MOMDCOD FTPREP ACHEXC.
       700-CIERRA-ARCHIVOS-E. EXIT.
