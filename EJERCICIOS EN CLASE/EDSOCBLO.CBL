      *             : EDVENREP MAS ALLA DE LA GRACIA (RENTA EN ESTADO  *
      *             : F CON FECHA LIMITE + DIAS DE GRACIA DE LA TABLA  *
      *             : EDTARIF, CODIGO GRACIAVIDE, YA VENCIDOS) O QUE   *
      *             : CARGA CUOTAS DE MORA SIN PAGAR EN EDSOCFE O      *
      *             : CARGOS DE REPOSICION SIN PAGAR EN EDREPOS. LA    *
      *             : REACTIVACION SOLO LA HACE UN SUPERVISOR EN       *
      *             : ED3D1SM3.                                        *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDRENTA=C, EDSOCFE=C, EDTARIF=C, EDSOCIO=A,      *
      *             : EDREPOS=C                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY    IS  EDSF-LLAVE
                  FILE STATUS   IS  FS-EDSOCFE
                                    FSE-EDSOCFE.
            SELECT EDREPOS ASSIGN TO EDREPOS
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDRP-LLAVE
                  FILE STATUS   IS  FS-EDREPOS
                                    FSE-EDREPOS.
            SELECT EDSOCIO ASSIGN TO EDSOCIO
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
           COPY EDTARIF.
       FD  EDSOCFE.
           COPY EDSOCFE.
       FD  EDREPOS.
           COPY EDREPOS.
       FD  EDSOCIO.
           COPY EDSOCIO.
       WORKING-STORAGE SECTION.
       01  FS-EDTARIF                  PIC 9(02) VALUE ZEROS.
       01  FS-EDSOCFE                  PIC 9(02) VALUE ZEROS.
       01  FS-EDSOCIO                  PIC 9(02) VALUE ZEROS.
       01  FS-EDREPOS                  PIC 9(02) VALUE ZEROS.
       01  FSE-EDRENTA.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDREPOS.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
           88 FIN-EDRENTA                        VALUE 1.
       01  WKS-FIN-EDSOCFE             PIC 9(01) VALUE ZEROS.
           88 FIN-EDSOCFE                        VALUE 1.
       01  WKS-FIN-EDREPOS             PIC 9(01) VALUE ZEROS.
           88 FIN-EDREPOS                        VALUE 1.
      *Motivo del bloqueo en curso
       01  WKS-MOTIVO                  PIC X(20) VALUE SPACES.
      *Fecha de proceso recibida por SYSIN
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO)
           PERFORM 120-RECORRE-RENTAS
           PERFORM 125-RECORRE-CUOTAS
           PERFORM 127-RECORRE-REPOSICIONES
           PERFORM 140-ESTADISTICAS
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.

       110-OPEN-DATASETS SECTION.
           MOVE 'EDSOCBLO'      TO PROGRAMA
           OPEN INPUT EDRENTA EDSOCFE EDTARIF EDREPOS
           OPEN I-O   EDSOCIO
           IF FS-EDRENTA EQUAL 97
              MOVE ZEROS TO FS-EDRENTA
           IF FS-EDSOCIO EQUAL 97
              MOVE ZEROS TO FS-EDSOCIO
           END-IF
           IF FS-EDREPOS EQUAL 97
              MOVE ZEROS TO FS-EDREPOS
           END-IF
           IF FS-EDRENTA NOT = 0 OR FS-EDTARIF NOT = 0 OR
              FS-EDSOCFE NOT = 0 OR FS-EDSOCIO NOT = 0 OR
              FS-EDREPOS NOT = 0
              DISPLAY "ERROR AL ABRIR ARCHIVOS, FS EDRENTA ("
                      FS-EDRENTA ") EDTARIF (" FS-EDTARIF
                      ") EDSOCFE (" FS-EDSOCFE
                      ") EDSOCIO (" FS-EDSOCIO
                      ") EDREPOS (" FS-EDREPOS ")" UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-PERFORM.
       125-RECORRE-CUOTAS-E. EXIT.

      *------> LOS CARGOS DE REPOSICION PENDIENTES EN EDREPOS (COPIA
      *------> PERDIDA O DANADA) TAMBIEN BLOQUEAN AL SOCIO
       127-RECORRE-REPOSICIONES SECTION.
           READ EDREPOS NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDREPOS
           END-READ
           PERFORM UNTIL FIN-EDREPOS
              IF EDRP-PENDIENTE
                 MOVE 'REPOSICION SIN PAGAR' TO WKS-MOTIVO
                 MOVE EDRP-SOCIO             TO EDSC-CODIGO
                 PERFORM 130-BLOQUEA-SOCIO
              END-IF
              READ EDREPOS NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDREPOS
              END-READ
           END-PERFORM.
       127-RECORRE-REPOSICIONES-E. EXIT.

       130-BLOQUEA-SOCIO SECTION.
           READ EDSOCIO KEY IS EDSC-LLAVE
             INVALID KEY
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDRENTA EDSOCFE EDTARIF EDSOCIO EDREPOS.
       XXX-CLOSE-DATASETS-E. EXIT.
