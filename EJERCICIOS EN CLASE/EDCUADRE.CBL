      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS                       *
      * APLICACION  : EDUCACION SEMILLERO - VIDEOCLUB                  *
      * PROGRAMA    : EDCUADRE                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CUADRE DE CAJA DIARIO DEL VIDEOCLUB. JUNTA LO    *
      *             : COBRADO EN EL MOSTRADOR EN LA FECHA DE PROCESO:  *
      *             : PRECIO DE LAS RENTAS QUE SALIERON (EDRENTA),     *
      *             : CUOTAS DE MORA COBRADAS (EDSOCFE), CARGOS DE     *
      *             : REPOSICION COBRADOS (EDREPOS) Y CUOTAS DE        *
      *             : MEMBRESIA (EDSOCPA). LOS ORDENA POR TERMINAL Y   *
      *             : LISTA EN CAJA, POR TERMINAL, CANTIDAD Y MONTO DE *
      *             : CADA CONCEPTO Y EL TOTAL ESPERADO EN LA GAVETA,  *
      *             : CON UN TOTAL GENERAL DEL DIA.                    *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDRENTA=C, EDSOCFE=C, EDREPOS=C, EDSOCPA=C,      *
      *             : CAJA=A                                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDCUADRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDRENTA ASSIGN TO EDRENTA
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDRT-LLAVE
                  FILE STATUS   IS  FS-EDRENTA
                                    FSE-EDRENTA.
            SELECT EDSOCFE ASSIGN TO EDSOCFE
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDSF-LLAVE
                  FILE STATUS   IS  FS-EDSOCFE
                                    FSE-EDSOCFE.
            SELECT EDREPOS ASSIGN TO EDREPOS
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDRP-LLAVE
                  FILE STATUS   IS  FS-EDREPOS
                                    FSE-EDREPOS.
            SELECT EDSOCPA ASSIGN TO EDSOCPA
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDSP-LLAVE
                  FILE STATUS   IS  FS-EDSOCPA
                                    FSE-EDSOCPA.
            SELECT CAJA ASSIGN TO CAJA
                  FILE STATUS   IS  FS-CAJA.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  EDRENTA.
           COPY EDRENTA.
       FD  EDSOCFE.
           COPY EDSOCFE.
       FD  EDREPOS.
           COPY EDREPOS.
       FD  EDSOCPA.
           COPY EDSOCPA.
       FD  CAJA
           RECORDING MODE IS F.
       01 CAJA-LINE                        PIC X(132).
       SD  WORKFILE.
       01 WORK-CAJA.
          02 WCAJ-TERMINAL                 PIC X(04).
      *   1=RENTAS 2=MORAS 3=REPOSICIONES 4=MEMBRESIAS
          02 WCAJ-CONCEPTO                 PIC 9(01).
          02 WCAJ-MONTO                    PIC 9(07)V99.
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-EDRENTA                  PIC 9(02) VALUE ZEROS.
       01  FS-EDSOCFE                  PIC 9(02) VALUE ZEROS.
       01  FS-EDREPOS                  PIC 9(02) VALUE ZEROS.
       01  FS-EDSOCPA                  PIC 9(02) VALUE ZEROS.
       01  FS-CAJA                     PIC 9(02) VALUE ZEROS.
       01  FSE-EDRENTA.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDSOCFE.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDREPOS.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDSOCPA.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
       01  ACCION                      PIC X(10) VALUE SPACES.
       01  LLAVE                       PIC X(32) VALUE SPACES.
      *Controladores de lectura; un archivo que aun no existe no
      *tiene cobros que aportar
       01  WKS-FIN-EDRENTA             PIC 9(01) VALUE ZEROS.
           88 FIN-EDRENTA                        VALUE 1.
       01  WKS-FIN-EDSOCFE             PIC 9(01) VALUE ZEROS.
           88 FIN-EDSOCFE                        VALUE 1.
       01  WKS-FIN-EDREPOS             PIC 9(01) VALUE ZEROS.
           88 FIN-EDREPOS                        VALUE 1.
       01  WKS-FIN-EDSOCPA             PIC 9(01) VALUE ZEROS.
           88 FIN-EDSOCPA                        VALUE 1.
       01  WKS-FIN-WORKFILE            PIC 9(01) VALUE ZEROS.
           88 FIN-WORKFILE                       VALUE 1.
      *Fecha de proceso recibida por SYSIN
       01  WKS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
      *Corte de control por terminal
       01  WKS-HAY-GRUPO               PIC 9(01) VALUE ZEROS.
           88 HAY-GRUPO                          VALUE 1.
       01  WKS-TERMINAL-ACTUAL         PIC X(04) VALUE SPACES.
       01  WKS-IDX                     PIC 9(01) VALUE ZEROS.
       01  WKS-ACUMULADOS-TERMINAL.
           02 WKS-TER-CONCEPTO         OCCURS 4 TIMES.
              03 WKS-TER-CANTIDAD      PIC 9(05).
              03 WKS-TER-MONTO         PIC 9(09)V99.
       01  WKS-TER-TOTAL               PIC 9(09)V99 VALUE ZEROS.
       01  WKS-ACUMULADOS-GENERALES.
           02 WKS-GEN-CONCEPTO         OCCURS 4 TIMES.
              03 WKS-GEN-CANTIDAD      PIC 9(05).
              03 WKS-GEN-MONTO         PIC 9(09)V99.
       01  WKS-GEN-TOTAL               PIC 9(09)V99 VALUE ZEROS.
      *Contadores
       01  WKS-RENTAS-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WKS-MORAS-LEIDAS            PIC 9(07) VALUE ZEROS.
       01  WKS-REPOSICIONES-LEIDAS     PIC 9(07) VALUE ZEROS.
       01  WKS-MEMBRESIAS-LEIDAS       PIC 9(07) VALUE ZEROS.
       01  WKS-COBROS-DEL-DIA          PIC 9(07) VALUE ZEROS.
       01  WKS-TERMINALES-LISTADAS     PIC 9(03) VALUE ZEROS.
      *Lineas del reporte
       01 WKS-TITULO-REPORTE.
          02 FILLER                    PIC X(36) VALUE
             'CUADRE DE CAJA DEL VIDEOCLUB, FECHA '.
          02 WKS-TIT-FECHA             PIC 9(08).
          02 FILLER                    PIC X(88) VALUE SPACES.
       01 WKS-ENCABEZADO.
          02 FILLER                    PIC X(06) VALUE 'TERM'.
          02 FILLER                    PIC X(23) VALUE
             '   CANT          RENTAS'.
          02 FILLER                    PIC X(23) VALUE
             '   CANT           MORAS'.
          02 FILLER                    PIC X(23) VALUE
             '   CANT    REPOSICIONES'.
          02 FILLER                    PIC X(23) VALUE
             '   CANT      MEMBRESIAS'.
          02 FILLER                    PIC X(16) VALUE
             '  TOTAL ESPERADO'.
          02 FILLER                    PIC X(18) VALUE SPACES.
       01 WKS-LINEA-DETALLE.
          02 WKS-DET-TERMINAL          PIC X(06).
          02 WKS-DET-CONCEPTO          OCCURS 4 TIMES.
             03 FILLER                 PIC X(02).
             03 WKS-DET-CANTIDAD       PIC ZZ,ZZ9.
             03 FILLER                 PIC X(01).
             03 WKS-DET-MONTO          PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER                    PIC X(02).
          02 WKS-DET-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER                    PIC X(18).
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 110-OPEN-DATASETS
           PERFORM 120-ORDENA-Y-LISTA
           PERFORM 140-ESTADISTICAS
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.
       100-MAIN-E. EXIT.

       110-OPEN-DATASETS SECTION.
           MOVE 'EDCUADRE'      TO PROGRAMA
           OPEN INPUT  EDRENTA EDSOCFE EDREPOS EDSOCPA
           OPEN OUTPUT CAJA
           IF FS-EDSOCFE = 35
              MOVE ZEROS TO FS-EDSOCFE
              MOVE 1     TO WKS-FIN-EDSOCFE
           END-IF
           IF FS-EDREPOS = 35
              MOVE ZEROS TO FS-EDREPOS
              MOVE 1     TO WKS-FIN-EDREPOS
           END-IF
           IF FS-EDSOCPA = 35
              MOVE ZEROS TO FS-EDSOCPA
              MOVE 1     TO WKS-FIN-EDSOCPA
           END-IF
           IF FS-EDRENTA EQUAL 97
              MOVE ZEROS TO FS-EDRENTA
           END-IF
           IF FS-EDSOCFE EQUAL 97
              MOVE ZEROS TO FS-EDSOCFE
           END-IF
           IF FS-EDREPOS EQUAL 97
              MOVE ZEROS TO FS-EDREPOS
           END-IF
           IF FS-EDSOCPA EQUAL 97
              MOVE ZEROS TO FS-EDSOCPA
           END-IF
           IF FS-EDRENTA NOT = 0 OR FS-EDSOCFE NOT = 0 OR
              FS-EDREPOS NOT = 0 OR FS-EDSOCPA NOT = 0 OR
              FS-CAJA NOT = 0
              DISPLAY "ERROR AL ABRIR ARCHIVOS, FS EDRENTA ("
                      FS-EDRENTA ") EDSOCFE (" FS-EDSOCFE
                      ") EDREPOS (" FS-EDREPOS
                      ") EDSOCPA (" FS-EDSOCPA
                      ") CAJA (" FS-CAJA ")" UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       110-OPEN-DATASETS-E. EXIT.

       120-ORDENA-Y-LISTA SECTION.
           SORT WORKFILE ON ASCENDING KEY WCAJ-TERMINAL
              INPUT  PROCEDURE IS 125-RECOLECTA-COBROS
              OUTPUT PROCEDURE IS 150-LISTA-CAJA.
       120-ORDENA-Y-LISTA-E. EXIT.

      *------> CADA COBRO DEL DIA PASA AL SORT CON SU TERMINAL
       125-RECOLECTA-COBROS SECTION.
           PERFORM 126-LEE-RENTAS
           PERFORM 127-LEE-MORAS
           PERFORM 128-LEE-REPOSICIONES
           PERFORM 129-LEE-MEMBRESIAS.
       125-RECOLECTA-COBROS-E. EXIT.

      *------> RENTAS QUE SALIERON EN EL DIA, CON SU PRECIO COBRADO
       126-LEE-RENTAS SECTION.
           READ EDRENTA NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDRENTA
           END-READ
           PERFORM UNTIL FIN-EDRENTA
              ADD 1 TO WKS-RENTAS-LEIDAS
              IF EDRT-FECHA-SALIDA = WKS-FECHA-PROCESO
                 MOVE EDRT-TERMINAL TO WCAJ-TERMINAL
                 MOVE 1             TO WCAJ-CONCEPTO
      *------->  RENTAS ANTERIORES A LA TARIFA TRAEN EL FILLER VIEJO
                 IF EDRT-PRECIO NUMERIC
                    MOVE EDRT-PRECIO TO WCAJ-MONTO
                 ELSE
                    MOVE ZEROS       TO WCAJ-MONTO
                 END-IF
                 PERFORM 130-LIBERA-COBRO
              END-IF
              READ EDRENTA NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDRENTA
              END-READ
           END-PERFORM.
       126-LEE-RENTAS-E. EXIT.

      *------> CUOTAS DE MORA COBRADAS EN EL DIA
       127-LEE-MORAS SECTION.
           IF FIN-EDSOCFE
              GO TO 127-LEE-MORAS-E
           END-IF
           READ EDSOCFE NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDSOCFE
           END-READ
           PERFORM UNTIL FIN-EDSOCFE
              ADD 1 TO WKS-MORAS-LEIDAS
              IF EDSF-COBRADA AND
                 EDSF-FECHA-COBRO = WKS-FECHA-PROCESO
                 MOVE EDSF-TERMINAL-COBRO TO WCAJ-TERMINAL
                 MOVE 2                   TO WCAJ-CONCEPTO
                 MOVE EDSF-MONTO          TO WCAJ-MONTO
                 PERFORM 130-LIBERA-COBRO
              END-IF
              READ EDSOCFE NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDSOCFE
              END-READ
           END-PERFORM.
       127-LEE-MORAS-E. EXIT.

      *------> CARGOS DE REPOSICION COBRADOS EN EL DIA
       128-LEE-REPOSICIONES SECTION.
           IF FIN-EDREPOS
              GO TO 128-LEE-REPOSICIONES-E
           END-IF
           READ EDREPOS NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDREPOS
           END-READ
           PERFORM UNTIL FIN-EDREPOS
              ADD 1 TO WKS-REPOSICIONES-LEIDAS
              IF EDRP-COBRADO AND
                 EDRP-FECHA-COBRO = WKS-FECHA-PROCESO
                 MOVE EDRP-TERMINAL-COBRO TO WCAJ-TERMINAL
                 MOVE 3                   TO WCAJ-CONCEPTO
                 MOVE EDRP-MONTO          TO WCAJ-MONTO
                 PERFORM 130-LIBERA-COBRO
              END-IF
              READ EDREPOS NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDREPOS
              END-READ
           END-PERFORM.
       128-LEE-REPOSICIONES-E. EXIT.

      *------> CUOTAS DE MEMBRESIA (ALTAS Y RENOVACIONES) DEL DIA
       129-LEE-MEMBRESIAS SECTION.
           IF FIN-EDSOCPA
              GO TO 129-LEE-MEMBRESIAS-E
           END-IF
           READ EDSOCPA NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDSOCPA
           END-READ
           PERFORM UNTIL FIN-EDSOCPA
              ADD 1 TO WKS-MEMBRESIAS-LEIDAS
              IF EDSP-FECHA = WKS-FECHA-PROCESO
                 MOVE EDSP-TERMINAL TO WCAJ-TERMINAL
                 MOVE 4             TO WCAJ-CONCEPTO
                 MOVE EDSP-MONTO    TO WCAJ-MONTO
                 PERFORM 130-LIBERA-COBRO
              END-IF
              READ EDSOCPA NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDSOCPA
              END-READ
           END-PERFORM.
       129-LEE-MEMBRESIAS-E. EXIT.

       130-LIBERA-COBRO SECTION.
           ADD 1 TO WKS-COBROS-DEL-DIA
           RELEASE WORK-CAJA.
       130-LIBERA-COBRO-E. EXIT.

       150-LISTA-CAJA SECTION.
           MOVE WKS-FECHA-PROCESO  TO WKS-TIT-FECHA
           MOVE WKS-TITULO-REPORTE TO CAJA-LINE
           PERFORM 170-ESCRIBE-LINEA
           MOVE WKS-ENCABEZADO     TO CAJA-LINE
           PERFORM 170-ESCRIBE-LINEA
           INITIALIZE WKS-ACUMULADOS-TERMINAL WKS-ACUMULADOS-GENERALES
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF NOT HAY-GRUPO OR
                 WCAJ-TERMINAL NOT = WKS-TERMINAL-ACTUAL
                 PERFORM 160-CIERRA-TERMINAL
                 MOVE WCAJ-TERMINAL TO WKS-TERMINAL-ACTUAL
                 MOVE 1             TO WKS-HAY-GRUPO
              END-IF
              MOVE WCAJ-CONCEPTO TO WKS-IDX
              ADD 1          TO WKS-TER-CANTIDAD (WKS-IDX)
              ADD WCAJ-MONTO TO WKS-TER-MONTO (WKS-IDX)
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           PERFORM 160-CIERRA-TERMINAL
           PERFORM 165-TOTAL-GENERAL.
       150-LISTA-CAJA-E. EXIT.

      *------> LINEA DE LA TERMINAL: LO QUE DEBE HABER EN SU GAVETA
       160-CIERRA-TERMINAL SECTION.
           IF NOT HAY-GRUPO
              GO TO 160-CIERRA-TERMINAL-E
           END-IF
           ADD 1 TO WKS-TERMINALES-LISTADAS
           MOVE ZEROS               TO WKS-TER-TOTAL
           MOVE SPACES              TO WKS-LINEA-DETALLE
           MOVE WKS-TERMINAL-ACTUAL TO WKS-DET-TERMINAL
           PERFORM VARYING WKS-IDX FROM 1 BY 1 UNTIL WKS-IDX > 4
              MOVE WKS-TER-CANTIDAD (WKS-IDX)
                TO WKS-DET-CANTIDAD (WKS-IDX)
              MOVE WKS-TER-MONTO (WKS-IDX)
                TO WKS-DET-MONTO (WKS-IDX)
              ADD WKS-TER-MONTO (WKS-IDX)    TO WKS-TER-TOTAL
              ADD WKS-TER-CANTIDAD (WKS-IDX)
                TO WKS-GEN-CANTIDAD (WKS-IDX)
              ADD WKS-TER-MONTO (WKS-IDX)    TO WKS-GEN-MONTO (WKS-IDX)
           END-PERFORM
           MOVE WKS-TER-TOTAL       TO WKS-DET-TOTAL
           ADD  WKS-TER-TOTAL       TO WKS-GEN-TOTAL
           MOVE WKS-LINEA-DETALLE   TO CAJA-LINE
           PERFORM 170-ESCRIBE-LINEA
           INITIALIZE WKS-ACUMULADOS-TERMINAL.
       160-CIERRA-TERMINAL-E. EXIT.

       165-TOTAL-GENERAL SECTION.
           MOVE SPACES TO CAJA-LINE
           PERFORM 170-ESCRIBE-LINEA
           IF WKS-TERMINALES-LISTADAS = ZEROS
              MOVE '  (NO HUBO COBROS EN EL MOSTRADOR EN LA FECHA)'
                TO CAJA-LINE
              PERFORM 170-ESCRIBE-LINEA
              GO TO 165-TOTAL-GENERAL-E
           END-IF
           MOVE SPACES  TO WKS-LINEA-DETALLE
           MOVE 'TOTAL' TO WKS-DET-TERMINAL
           PERFORM VARYING WKS-IDX FROM 1 BY 1 UNTIL WKS-IDX > 4
              MOVE WKS-GEN-CANTIDAD (WKS-IDX)
                TO WKS-DET-CANTIDAD (WKS-IDX)
              MOVE WKS-GEN-MONTO (WKS-IDX)
                TO WKS-DET-MONTO (WKS-IDX)
           END-PERFORM
           MOVE WKS-GEN-TOTAL     TO WKS-DET-TOTAL
           MOVE WKS-LINEA-DETALLE TO CAJA-LINE
           PERFORM 170-ESCRIBE-LINEA.
       165-TOTAL-GENERAL-E. EXIT.

       170-ESCRIBE-LINEA SECTION.
           WRITE CAJA-LINE
           IF FS-CAJA NOT = 0
              DISPLAY 'ERROR AL GRABAR CAJA, STATUS: ' FS-CAJA
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       170-ESCRIBE-LINEA-E. EXIT.

       140-ESTADISTICAS SECTION.
           DISPLAY
           "**********************************************************"
           DISPLAY
           "*                      ESTADISTICAS                      *"
           DISPLAY
           "**********************************************************"
           DISPLAY
           " RENTAS LEIDAS              : (" WKS-RENTAS-LEIDAS ")"
           DISPLAY
           " CUOTAS DE MORA LEIDAS      : (" WKS-MORAS-LEIDAS ")"
           DISPLAY
           " CARGOS DE REPOSICION LEIDOS: (" WKS-REPOSICIONES-LEIDAS
           ")"
           DISPLAY
           " RECIBOS DE MEMBRESIA LEIDOS: (" WKS-MEMBRESIAS-LEIDAS ")"
           DISPLAY
           " COBROS DEL DIA             : (" WKS-COBROS-DEL-DIA ")"
           DISPLAY
           " TERMINALES CUADRADAS       : (" WKS-TERMINALES-LISTADAS
           ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDRENTA EDSOCFE EDREPOS EDSOCPA CAJA.
       XXX-CLOSE-DATASETS-E. EXIT.
