      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS                       *
      * APLICACION  : EDUCACION SEMILLERO - VIDEOCLUB                  *
      * PROGRAMA    : EDRESREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO DIARIO DE LA FILA DE RESERVAS EDRESER.   *
      *             : RECORRE LAS RESERVAS EN ORDEN DE TITULO Y        *
      *             : LLEGADA: LA RETENCION (ESTADO L) CUYA FECHA DE   *
      *             : VENCIMIENTO YA PASO SE DA POR VENCIDA (V) Y SE   *
      *             : LISTA EN RESVENC; SU COPIA PASA AL SIGUIENTE     *
      *             : SOCIO EN ESPERA DEL TITULO (NUEVA RETENCION POR  *
      *             : LOS DIAS DIASRESERV DE EDTARIF) O, SIN FILA,     *
      *             : VUELVE AL ESTANTE EN EDPELCO. LAS RETENCIONES    *
      *             : VIGENTES SE LISTAN EN RESLIST CON EL NOMBRE Y    *
      *             : TELEFONO DEL SOCIO PARA LLAMARLE.                *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDRESER=A, EDPELCO=A, EDSOCIO=C, EDPELI=C,       *
      *             : EDTARIF=C, RESLIST=A, RESVENC=A                  *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDRESREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDRESER ASSIGN TO EDRESER
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  EDRS-LLAVE
                  FILE STATUS   IS  FS-EDRESER
                                    FSE-EDRESER.
            SELECT EDPELCO ASSIGN TO EDPELCO
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDPC-LLAVE
                  FILE STATUS   IS  FS-EDPELCO
                                    FSE-EDPELCO.
            SELECT EDSOCIO ASSIGN TO EDSOCIO
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDSC-LLAVE
                  FILE STATUS   IS  FS-EDSOCIO
                                    FSE-EDSOCIO.
            SELECT EDPELI ASSIGN TO EDPELI
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDPL-LLAVE
                  FILE STATUS   IS  FS-EDPELI
                                    FSE-EDPELI.
            SELECT EDTARIF ASSIGN TO EDTARIF
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDTF-LLAVE
                  FILE STATUS   IS  FS-EDTARIF
                                    FSE-EDTARIF.
            SELECT RESLIST ASSIGN TO RESLIST
                  FILE STATUS   IS  FS-RESLIST.
            SELECT RESVENC ASSIGN TO RESVENC
                  FILE STATUS   IS  FS-RESVENC.
       DATA DIVISION.
       FILE SECTION.
       FD  EDRESER.
           COPY EDRESER.
       FD  EDPELCO.
           COPY EDPELCO.
       FD  EDSOCIO.
           COPY EDSOCIO.
       FD  EDPELI.
           COPY EDPELI.
       FD  EDTARIF.
           COPY EDTARIF.
       FD  RESLIST
           RECORDING MODE IS F.
       01 LIST-LINE                        PIC X(100).
       FD  RESVENC
           RECORDING MODE IS F.
       01 VENC-LINE                        PIC X(100).
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-EDRESER                  PIC 9(02) VALUE ZEROS.
       01  FS-EDPELCO                  PIC 9(02) VALUE ZEROS.
       01  FS-EDSOCIO                  PIC 9(02) VALUE ZEROS.
       01  FS-EDPELI                   PIC 9(02) VALUE ZEROS.
       01  FS-EDTARIF                  PIC 9(02) VALUE ZEROS.
       01  FS-RESLIST                  PIC 9(02) VALUE ZEROS.
       01  FS-RESVENC                  PIC 9(02) VALUE ZEROS.
       01  FSE-EDRESER.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPELCO.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDSOCIO.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPELI.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDTARIF.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
       01  ACCION                      PIC X(10) VALUE SPACES.
       01  LLAVE                       PIC X(32) VALUE SPACES.
      *Controladores de lectura
       01  WKS-FIN-EDRESER             PIC 9(01) VALUE ZEROS.
           88 FIN-EDRESER                        VALUE 1.
      *Fecha de proceso recibida por SYSIN
       01  WKS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
      *Dias de retencion (EDTARIF DIASRESERV; SIN CODIGO TRES DIAS)
       01  WKS-DIAS-RESERVA            PIC 9(03) VALUE 3.
       01  WKS-FECHA-VENCE             PIC 9(08) VALUE ZEROS.
      *Corte de control por titulo y copias soltadas por retenciones
      *vencidas, en espera del siguiente socio de la fila
       01  WKS-PELICULA-ACTUAL         PIC 9(05) VALUE ZEROS.
       01  WKS-HAY-TITULO              PIC 9(01) VALUE ZEROS.
           88 HAY-TITULO                         VALUE 1.
       01  WKS-TABLA-SUELTAS.
           02 WKS-SUE-LONG             PIC 9(02) VALUE ZEROS.
           02 WKS-SUE-COPIA            PIC 9(02) OCCURS 99
                                       INDEXED BY IDX-SUE.
       01  WKS-COPIA                   PIC 9(02) VALUE ZEROS.
      *Contadores
       01  WKS-RESERVAS-LEIDAS         PIC 9(05) VALUE ZEROS.
       01  WKS-LISTAS                  PIC 9(05) VALUE ZEROS.
       01  WKS-VENCIDAS                PIC 9(05) VALUE ZEROS.
       01  WKS-REASIGNADAS             PIC 9(05) VALUE ZEROS.
       01  WKS-AL-ESTANTE              PIC 9(05) VALUE ZEROS.
       01  WKS-COPIAS-NO-HALLADAS      PIC 9(05) VALUE ZEROS.
      *Linea del listado de reservas listas para llamar
       01 WKS-LINEA-LISTA.
          02 WKS-LIS-PELICULA          PIC 9(05).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-LIS-TITULO            PIC X(30).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-LIS-SOCIO             PIC X(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-LIS-NOMBRE            PIC X(25).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-LIS-TELEFONO          PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-LIS-COPIA             PIC 9(02).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-LIS-VENCE             PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-LIS-NUEVA             PIC X(05).
      *Linea del listado de retenciones vencidas liberadas
       01 WKS-LINEA-VENCIDA.
          02 WKS-VEN-PELICULA          PIC 9(05).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-VEN-TITULO            PIC X(30).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-VEN-SOCIO             PIC X(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-VEN-COPIA             PIC 9(02).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-VEN-RETENCION         PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-VEN-VENCE             PIC 9(08).
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 110-OPEN-DATASETS
           PERFORM 115-LEE-DIAS-RESERVA
           COMPUTE WKS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO)
                   + WKS-DIAS-RESERVA)
           PERFORM 120-RECORRE-RESERVAS
           PERFORM 140-ESTADISTICAS
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.
       100-MAIN-E. EXIT.

       110-OPEN-DATASETS SECTION.
           MOVE 'EDRESREP'      TO PROGRAMA
           OPEN I-O   EDRESER EDPELCO
           OPEN INPUT EDSOCIO EDPELI EDTARIF
           OPEN OUTPUT RESLIST RESVENC
           IF FS-EDRESER EQUAL 97
              MOVE ZEROS TO FS-EDRESER
           END-IF
           IF FS-EDPELCO EQUAL 97
              MOVE ZEROS TO FS-EDPELCO
           END-IF
           IF FS-EDSOCIO EQUAL 97
              MOVE ZEROS TO FS-EDSOCIO
           END-IF
           IF FS-EDPELI EQUAL 97
              MOVE ZEROS TO FS-EDPELI
           END-IF
           IF FS-EDTARIF EQUAL 97
              MOVE ZEROS TO FS-EDTARIF
           END-IF
           IF FS-EDRESER NOT = 0 OR FS-EDPELCO NOT = 0 OR
              FS-EDSOCIO NOT = 0 OR FS-EDPELI NOT = 0 OR
              FS-EDTARIF NOT = 0 OR FS-RESLIST NOT = 0 OR
              FS-RESVENC NOT = 0
              DISPLAY "ERROR AL ABRIR ARCHIVOS, FS EDRESER ("
                      FS-EDRESER ") EDPELCO (" FS-EDPELCO
                      ") EDSOCIO (" FS-EDSOCIO ") EDPELI ("
                      FS-EDPELI ") EDTARIF (" FS-EDTARIF
                      ") RESLIST (" FS-RESLIST ") RESVENC ("
                      FS-RESVENC ")" UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       110-OPEN-DATASETS-E. EXIT.

       115-LEE-DIAS-RESERVA SECTION.
           MOVE 'DIASRESERV' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                DISPLAY "SIN DIASRESERV EN EDTARIF, SE RETIENE "
                        WKS-DIAS-RESERVA " DIAS" UPON CONSOLE
             NOT INVALID KEY
                IF EDTF-VALOR NOT < 1
                   MOVE EDTF-VALOR TO WKS-DIAS-RESERVA
                END-IF
           END-READ.
       115-LEE-DIAS-RESERVA-E. EXIT.

      *------> LAS RESERVAS VIENEN POR TITULO Y EN ORDEN DE LLEGADA:
      *------> UNA COPIA SOLTADA POR UNA RETENCION VENCIDA SE ENTREGA
      *------> AL SIGUIENTE EN ESPERA DEL MISMO TITULO; AL CAMBIAR DE
      *------> TITULO LAS COPIAS SIN QUIEN LAS ESPERE VUELVEN AL ESTANTE
       120-RECORRE-RESERVAS SECTION.
           READ EDRESER NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDRESER
           END-READ
           PERFORM UNTIL FIN-EDRESER
              ADD 1 TO WKS-RESERVAS-LEIDAS
              IF NOT HAY-TITULO OR
                 EDRS-PELICULA NOT = WKS-PELICULA-ACTUAL
                 PERFORM 150-CIERRA-TITULO
                 MOVE EDRS-PELICULA TO WKS-PELICULA-ACTUAL
                 MOVE 1             TO WKS-HAY-TITULO
              END-IF
              EVALUATE TRUE
                 WHEN EDRS-LISTA AND
                      EDRS-FECHA-VENCE < WKS-FECHA-PROCESO
                      PERFORM 130-VENCE-RETENCION
                 WHEN EDRS-LISTA
                      MOVE SPACES TO WKS-LIS-NUEVA
                      PERFORM 170-LISTA-RESERVA
                 WHEN EDRS-EN-ESPERA AND WKS-SUE-LONG > ZEROS
                      PERFORM 135-ASIGNA-COPIA
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
              READ EDRESER NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDRESER
              END-READ
           END-PERFORM
           PERFORM 150-CIERRA-TITULO.
       120-RECORRE-RESERVAS-E. EXIT.

      *------> EL SOCIO NO PASO POR LA COPIA A TIEMPO: LA RESERVA SE
      *------> CIERRA VENCIDA Y LA COPIA QUEDA SUELTA PARA LA FILA
       130-VENCE-RETENCION SECTION.
           ADD 1 TO WKS-VENCIDAS
           MOVE EDRS-PELICULA        TO WKS-VEN-PELICULA
           MOVE EDRS-SOCIO           TO WKS-VEN-SOCIO
           MOVE EDRS-COPIA           TO WKS-VEN-COPIA
           MOVE EDRS-FECHA-RETENCION TO WKS-VEN-RETENCION
           MOVE EDRS-FECHA-VENCE     TO WKS-VEN-VENCE
           PERFORM 160-BUSCA-TITULO
           MOVE WKS-LIS-TITULO       TO WKS-VEN-TITULO
           MOVE WKS-LINEA-VENCIDA    TO VENC-LINE
           WRITE VENC-LINE
           IF FS-RESVENC NOT = 0
              DISPLAY 'ERROR AL GRABAR RESVENC, STATUS: ' FS-RESVENC
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           IF WKS-SUE-LONG < 99
              ADD 1 TO WKS-SUE-LONG
              MOVE EDRS-COPIA TO WKS-SUE-COPIA (WKS-SUE-LONG)
           END-IF
           SET  EDRS-VENCIDA     TO TRUE
           MOVE WKS-FECHA-PROCESO TO EDRS-FECHA-CIERRE
           MOVE 'BTCH'           TO EDRS-TERMINAL
           PERFORM 180-REESCRIBE-RESERVA.
       130-VENCE-RETENCION-E. EXIT.

      *------> EL SIGUIENTE EN ESPERA RECIBE LA PRIMERA COPIA SUELTA
       135-ASIGNA-COPIA SECTION.
           MOVE WKS-SUE-COPIA (1) TO WKS-COPIA
           PERFORM VARYING IDX-SUE FROM 1 BY 1
                   UNTIL IDX-SUE >= WKS-SUE-LONG
              MOVE WKS-SUE-COPIA (IDX-SUE + 1)
                TO WKS-SUE-COPIA (IDX-SUE)
           END-PERFORM
           SUBTRACT 1 FROM WKS-SUE-LONG
           SET  EDRS-LISTA        TO TRUE
           MOVE WKS-COPIA         TO EDRS-COPIA
           MOVE WKS-FECHA-PROCESO TO EDRS-FECHA-RETENCION
           MOVE WKS-FECHA-VENCE   TO EDRS-FECHA-VENCE
           MOVE 'BTCH'            TO EDRS-TERMINAL
           PERFORM 180-REESCRIBE-RESERVA
           ADD 1 TO WKS-REASIGNADAS
           IF WKS-COPIA > ZEROS
              MOVE EDRS-PELICULA TO EDPC-PELICULA
              MOVE WKS-COPIA     TO EDPC-COPIA
              READ EDPELCO KEY IS EDPC-LLAVE
                INVALID KEY
                   ADD 1 TO WKS-COPIAS-NO-HALLADAS
                NOT INVALID KEY
                   SET  EDPC-RESERVADA TO TRUE
                   MOVE EDRS-SOCIO     TO EDPC-SOCIO-RESERVA
                   PERFORM 190-REESCRIBE-COPIA
              END-READ
           END-IF
           MOVE 'NUEVA' TO WKS-LIS-NUEVA
           PERFORM 170-LISTA-RESERVA.
       135-ASIGNA-COPIA-E. EXIT.

      *------> COPIAS SOLTADAS SIN NADIE MAS EN LA FILA DEL TITULO
      *------> VUELVEN AL ESTANTE (LOS TITULOS SIN COPIAS CARGADAS
      *------> RETIENEN CON COPIA CERO Y NO TIENEN NADA QUE LIBERAR)
       150-CIERRA-TITULO SECTION.
           PERFORM VARYING IDX-SUE FROM 1 BY 1
                   UNTIL IDX-SUE > WKS-SUE-LONG
              IF WKS-SUE-COPIA (IDX-SUE) > ZEROS
                 MOVE WKS-PELICULA-ACTUAL      TO EDPC-PELICULA
                 MOVE WKS-SUE-COPIA (IDX-SUE)  TO EDPC-COPIA
                 READ EDPELCO KEY IS EDPC-LLAVE
                   INVALID KEY
                      ADD 1 TO WKS-COPIAS-NO-HALLADAS
                   NOT INVALID KEY
                      IF EDPC-RESERVADA
                         SET  EDPC-DISPONIBLE TO TRUE
                         MOVE SPACES          TO EDPC-SOCIO-RESERVA
                         PERFORM 190-REESCRIBE-COPIA
                         ADD 1 TO WKS-AL-ESTANTE
                      END-IF
                 END-READ
              END-IF
           END-PERFORM
           MOVE ZEROS TO WKS-SUE-LONG.
       150-CIERRA-TITULO-E. EXIT.

       160-BUSCA-TITULO SECTION.
           MOVE EDRS-PELICULA TO EDPL-LLAVE
           READ EDPELI KEY IS EDPL-LLAVE
             INVALID KEY
                MOVE '** TITULO NO HALLADO **' TO WKS-LIS-TITULO
             NOT INVALID KEY
                MOVE EDPL-VIDEOTITLE TO WKS-LIS-TITULO
           END-READ.
       160-BUSCA-TITULO-E. EXIT.

       170-LISTA-RESERVA SECTION.
           ADD 1 TO WKS-LISTAS
           MOVE EDRS-PELICULA    TO WKS-LIS-PELICULA
           MOVE EDRS-SOCIO       TO WKS-LIS-SOCIO
           MOVE EDRS-COPIA       TO WKS-LIS-COPIA
           MOVE EDRS-FECHA-VENCE TO WKS-LIS-VENCE
           PERFORM 160-BUSCA-TITULO
           MOVE EDRS-SOCIO       TO EDSC-CODIGO
           READ EDSOCIO KEY IS EDSC-LLAVE
             INVALID KEY
                MOVE '** SOCIO SIN MAESTRO **' TO WKS-LIS-NOMBRE
                MOVE ZEROS                     TO WKS-LIS-TELEFONO
             NOT INVALID KEY
                MOVE EDSC-NOMBRE               TO WKS-LIS-NOMBRE
                MOVE EDSC-TELEFONO             TO WKS-LIS-TELEFONO
           END-READ
           MOVE WKS-LINEA-LISTA  TO LIST-LINE
           WRITE LIST-LINE
           IF FS-RESLIST NOT = 0
              DISPLAY 'ERROR AL GRABAR RESLIST, STATUS: ' FS-RESLIST
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       170-LISTA-RESERVA-E. EXIT.

       180-REESCRIBE-RESERVA SECTION.
           REWRITE REG-EDRESER
           IF FS-EDRESER NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDRS-LLAVE TO LLAVE
              MOVE 'EDRESER'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDRESER, FSE-EDRESER
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       180-REESCRIBE-RESERVA-E. EXIT.

       190-REESCRIBE-COPIA SECTION.
           REWRITE REG-EDPELCO
           IF FS-EDPELCO NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDPC-LLAVE TO LLAVE
              MOVE 'EDPELCO'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDPELCO, FSE-EDPELCO
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       190-REESCRIBE-COPIA-E. EXIT.

       140-ESTADISTICAS SECTION.
           DISPLAY
           "**********************************************************"
           DISPLAY
           "*                      ESTADISTICAS                      *"
           DISPLAY
           "**********************************************************"
           DISPLAY
           " RESERVAS LEIDAS            : (" WKS-RESERVAS-LEIDAS ")"
           DISPLAY
           " RESERVAS LISTAS A LLAMAR   : (" WKS-LISTAS ")"
           DISPLAY
           " RETENCIONES VENCIDAS       : (" WKS-VENCIDAS ")"
           DISPLAY
           " COPIAS PASADAS A LA FILA   : (" WKS-REASIGNADAS ")"
           DISPLAY
           " COPIAS VUELTAS AL ESTANTE  : (" WKS-AL-ESTANTE ")"
           DISPLAY
           " COPIAS NO HALLADAS         : (" WKS-COPIAS-NO-HALLADAS ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDRESER EDPELCO EDSOCIO EDPELI EDTARIF RESLIST
                 RESVENC.
       XXX-CLOSE-DATASETS-E. EXIT.
