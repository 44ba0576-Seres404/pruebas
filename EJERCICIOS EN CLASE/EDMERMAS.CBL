      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS                       *
      * APLICACION  : EDUCACION SEMILLERO - VIDEOCLUB                  *
      * PROGRAMA    : EDMERMAS                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MENSUAL DE MERMAS DEL INVENTARIO. TOMA   *
      *             : DE EDREPOS LOS CARGOS DE REPOSICION DEL MES DE   *
      *             : LA FECHA DE PROCESO (COPIAS PERDIDAS O DANADAS   *
      *             : EN ED3D1VC3), LOS ORDENA POR PROVEEDOR Y TITULO  *
      *             : Y LISTA EN MERMAS, POR TITULO, LAS COPIAS        *
      *             : PERDIDAS, LAS DANADAS, EL MONTO CARGADO A LOS    *
      *             : SOCIOS Y LO YA COBRADO, CON SUBTOTAL POR         *
      *             : PROVEEDOR (NOMBRE DESDE EDPROVE) Y TOTAL GENERAL.*
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDREPOS=C, EDPELI=C, EDPROVE=C, MERMAS=A         *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDMERMAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDREPOS ASSIGN TO EDREPOS
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDRP-LLAVE
                  FILE STATUS   IS  FS-EDREPOS
                                    FSE-EDREPOS.
            SELECT EDPELI ASSIGN TO EDPELI
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDPL-LLAVE
                  FILE STATUS   IS  FS-EDPELI
                                    FSE-EDPELI.
            SELECT EDPROVE ASSIGN TO EDPROVE
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDPR-LLAVE
                  FILE STATUS   IS  FS-EDPROVE
                                    FSE-EDPROVE.
            SELECT MERMAS ASSIGN TO MERMAS
                  FILE STATUS   IS  FS-MERMAS.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  EDREPOS.
           COPY EDREPOS.
       FD  EDPELI.
           COPY EDPELI.
       FD  EDPROVE.
           COPY EDPROVE.
       FD  MERMAS
           RECORDING MODE IS F.
       01 MERMA-LINE                       PIC X(100).
       SD  WORKFILE.
       01 WORK-MERMA.
          02 WMER-PROVEEDOR                PIC 9(02).
          02 WMER-PELICULA                 PIC 9(05).
          02 WMER-MOTIVO                   PIC X(01).
          02 WMER-MONTO                    PIC 9(07)V99.
          02 WMER-ESTADO                   PIC X(01).
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-EDREPOS                  PIC 9(02) VALUE ZEROS.
       01  FS-EDPELI                   PIC 9(02) VALUE ZEROS.
       01  FS-EDPROVE                  PIC 9(02) VALUE ZEROS.
       01  FS-MERMAS                   PIC 9(02) VALUE ZEROS.
       01  FSE-EDREPOS.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPELI.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPROVE.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
       01  ACCION                      PIC X(10) VALUE SPACES.
       01  LLAVE                       PIC X(32) VALUE SPACES.
      *Controladores de lectura
       01  WKS-FIN-EDREPOS             PIC 9(01) VALUE ZEROS.
           88 FIN-EDREPOS                        VALUE 1.
       01  WKS-FIN-WORKFILE            PIC 9(01) VALUE ZEROS.
           88 FIN-WORKFILE                       VALUE 1.
      *Fecha de proceso recibida por SYSIN; se reporta su mes
       01  WKS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
       01  WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
           02 WKS-MES-REPORTE          PIC 9(06).
           02 FILLER                   PIC 9(02).
      *Corte de control por proveedor y titulo
       01  WKS-HAY-GRUPO               PIC 9(01) VALUE ZEROS.
           88 HAY-GRUPO                          VALUE 1.
       01  WKS-PROVEEDOR-ACTUAL        PIC 9(02) VALUE ZEROS.
       01  WKS-PELICULA-ACTUAL         PIC 9(05) VALUE ZEROS.
       01  WKS-ACUMULADOS-TITULO.
           02 WKS-TIT-PERDIDAS         PIC 9(05) VALUE ZEROS.
           02 WKS-TIT-DANADAS          PIC 9(05) VALUE ZEROS.
           02 WKS-TIT-CARGADO          PIC 9(09)V99 VALUE ZEROS.
           02 WKS-TIT-COBRADO          PIC 9(09)V99 VALUE ZEROS.
       01  WKS-ACUMULADOS-PROVEEDOR.
           02 WKS-PRV-PERDIDAS         PIC 9(05) VALUE ZEROS.
           02 WKS-PRV-DANADAS          PIC 9(05) VALUE ZEROS.
           02 WKS-PRV-CARGADO          PIC 9(09)V99 VALUE ZEROS.
           02 WKS-PRV-COBRADO          PIC 9(09)V99 VALUE ZEROS.
       01  WKS-ACUMULADOS-GENERALES.
           02 WKS-GEN-PERDIDAS         PIC 9(05) VALUE ZEROS.
           02 WKS-GEN-DANADAS          PIC 9(05) VALUE ZEROS.
           02 WKS-GEN-CARGADO          PIC 9(09)V99 VALUE ZEROS.
           02 WKS-GEN-COBRADO          PIC 9(09)V99 VALUE ZEROS.
      *Contadores
       01  WKS-CARGOS-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WKS-CARGOS-DEL-MES          PIC 9(05) VALUE ZEROS.
       01  WKS-TITULOS-LISTADOS        PIC 9(05) VALUE ZEROS.
       01  WKS-PROVEEDORES-LISTADOS    PIC 9(03) VALUE ZEROS.
      *Lineas del reporte
       01 WKS-TITULO-REPORTE.
          02 FILLER                    PIC X(45) VALUE
             'MERMAS DEL VIDEOCLUB POR PROVEEDOR Y TITULO, '.
          02 FILLER                    PIC X(04) VALUE 'MES '.
          02 WKS-TIT-MES               PIC 9(06).
          02 FILLER                    PIC X(45) VALUE SPACES.
       01 WKS-ENCABEZADO.
          02 FILLER                    PIC X(06) VALUE 'PELIC'.
          02 FILLER                    PIC X(31) VALUE 'TITULO'.
          02 FILLER                    PIC X(09) VALUE ' PERDIDAS'.
          02 FILLER                    PIC X(09) VALUE '  DANADAS'.
          02 FILLER                    PIC X(15) VALUE
             '       CARGADO'.
          02 FILLER                    PIC X(15) VALUE
             '       COBRADO'.
          02 FILLER                    PIC X(15) VALUE SPACES.
       01 WKS-LINEA-PROVEEDOR.
          02 FILLER                    PIC X(10) VALUE 'PROVEEDOR '.
          02 WKS-LPR-CODIGO            PIC 9(02).
          02 FILLER                    PIC X(03) VALUE ' - '.
          02 WKS-LPR-NOMBRE            PIC X(30).
          02 FILLER                    PIC X(55) VALUE SPACES.
       01 WKS-LINEA-DETALLE.
          02 WKS-DET-PELICULA          PIC 9(05).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-DET-TITULO            PIC X(30).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-DET-PERDIDAS          PIC ZZ,ZZ9.
          02 FILLER                    PIC X(03) VALUE SPACES.
          02 WKS-DET-DANADAS           PIC ZZ,ZZ9.
          02 FILLER                    PIC X(03) VALUE SPACES.
          02 WKS-DET-CARGADO           PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-DET-COBRADO           PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER                    PIC X(16) VALUE SPACES.
      *Acumulado temporal que se imprime en la linea de detalle
       01  WKS-LINEA-ACUMULADOS.
           02 WKS-IMP-PERDIDAS         PIC 9(05) VALUE ZEROS.
           02 WKS-IMP-DANADAS          PIC 9(05) VALUE ZEROS.
           02 WKS-IMP-CARGADO          PIC 9(09)V99 VALUE ZEROS.
           02 WKS-IMP-COBRADO          PIC 9(09)V99 VALUE ZEROS.
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
           MOVE 'EDMERMAS'      TO PROGRAMA
           OPEN INPUT  EDREPOS EDPELI EDPROVE
           OPEN OUTPUT MERMAS
           IF FS-EDREPOS EQUAL 97
              MOVE ZEROS TO FS-EDREPOS
           END-IF
           IF FS-EDPELI EQUAL 97
              MOVE ZEROS TO FS-EDPELI
           END-IF
           IF FS-EDPROVE EQUAL 97
              MOVE ZEROS TO FS-EDPROVE
           END-IF
           IF FS-EDREPOS NOT = 0 OR FS-EDPELI NOT = 0 OR
              FS-EDPROVE NOT = 0 OR FS-MERMAS NOT = 0
              DISPLAY "ERROR AL ABRIR ARCHIVOS, FS EDREPOS ("
                      FS-EDREPOS ") EDPELI (" FS-EDPELI
                      ") EDPROVE (" FS-EDPROVE
                      ") MERMAS (" FS-MERMAS ")" UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       110-OPEN-DATASETS-E. EXIT.

       120-ORDENA-Y-LISTA SECTION.
           SORT WORKFILE ON ASCENDING KEY WMER-PROVEEDOR
                                          WMER-PELICULA
              INPUT  PROCEDURE IS 125-LEE-CARGOS
              OUTPUT PROCEDURE IS 130-LISTA-MERMAS.
       120-ORDENA-Y-LISTA-E. EXIT.

      *------> SOLO LOS CARGOS HECHOS EN EL MES DE LA FECHA DE PROCESO
       125-LEE-CARGOS SECTION.
           READ EDREPOS NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDREPOS
           END-READ
           PERFORM UNTIL FIN-EDREPOS
              ADD 1 TO WKS-CARGOS-LEIDOS
              IF EDRP-FECHA-CARGO (1:6) = WKS-FECHA-PROCESO (1:6)
                 ADD 1 TO WKS-CARGOS-DEL-MES
                 MOVE EDRP-PROVEEDOR TO WMER-PROVEEDOR
                 MOVE EDRP-PELICULA  TO WMER-PELICULA
                 MOVE EDRP-MOTIVO    TO WMER-MOTIVO
                 MOVE EDRP-MONTO     TO WMER-MONTO
                 MOVE EDRP-ESTADO    TO WMER-ESTADO
                 RELEASE WORK-MERMA
              END-IF
              READ EDREPOS NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDREPOS
              END-READ
           END-PERFORM.
       125-LEE-CARGOS-E. EXIT.

       130-LISTA-MERMAS SECTION.
           MOVE WKS-MES-REPORTE    TO WKS-TIT-MES
           MOVE WKS-TITULO-REPORTE TO MERMA-LINE
           PERFORM 170-ESCRIBE-LINEA
           MOVE WKS-ENCABEZADO     TO MERMA-LINE
           PERFORM 170-ESCRIBE-LINEA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF NOT HAY-GRUPO OR
                 WMER-PROVEEDOR NOT = WKS-PROVEEDOR-ACTUAL
                 PERFORM 150-CIERRA-TITULO
                 PERFORM 155-CIERRA-PROVEEDOR
                 MOVE WMER-PROVEEDOR TO WKS-PROVEEDOR-ACTUAL
                 MOVE WMER-PELICULA  TO WKS-PELICULA-ACTUAL
                 MOVE 1              TO WKS-HAY-GRUPO
                 PERFORM 135-ABRE-PROVEEDOR
              END-IF
              IF WMER-PELICULA NOT = WKS-PELICULA-ACTUAL
                 PERFORM 150-CIERRA-TITULO
                 MOVE WMER-PELICULA  TO WKS-PELICULA-ACTUAL
              END-IF
              IF WMER-MOTIVO = 'P'
                 ADD 1 TO WKS-TIT-PERDIDAS
              ELSE
                 ADD 1 TO WKS-TIT-DANADAS
              END-IF
              ADD WMER-MONTO TO WKS-TIT-CARGADO
              IF WMER-ESTADO = 'C'
                 ADD WMER-MONTO TO WKS-TIT-COBRADO
              END-IF
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           PERFORM 150-CIERRA-TITULO
           PERFORM 155-CIERRA-PROVEEDOR
           PERFORM 160-TOTAL-GENERAL.
       130-LISTA-MERMAS-E. EXIT.

       135-ABRE-PROVEEDOR SECTION.
           ADD 1 TO WKS-PROVEEDORES-LISTADOS
           MOVE WKS-PROVEEDOR-ACTUAL TO WKS-LPR-CODIGO EDPR-CODIGO
           READ EDPROVE KEY IS EDPR-LLAVE
             INVALID KEY
                MOVE '** PROVEEDOR NO REGISTRADO **' TO WKS-LPR-NOMBRE
             NOT INVALID KEY
                MOVE EDPR-NOMBRE TO WKS-LPR-NOMBRE
           END-READ
           MOVE SPACES              TO MERMA-LINE
           PERFORM 170-ESCRIBE-LINEA
           MOVE WKS-LINEA-PROVEEDOR TO MERMA-LINE
           PERFORM 170-ESCRIBE-LINEA.
       135-ABRE-PROVEEDOR-E. EXIT.

      *------> LINEA DEL TITULO EN CURSO; SUS ACUMULADOS PASAN AL
      *------> PROVEEDOR
       150-CIERRA-TITULO SECTION.
           IF WKS-TIT-PERDIDAS = ZEROS AND WKS-TIT-DANADAS = ZEROS
              GO TO 150-CIERRA-TITULO-E
           END-IF
           ADD 1 TO WKS-TITULOS-LISTADOS
           MOVE WKS-PELICULA-ACTUAL TO WKS-DET-PELICULA EDPL-LLAVE
           READ EDPELI KEY IS EDPL-LLAVE
             INVALID KEY
                MOVE '** TITULO NO HALLADO **' TO WKS-DET-TITULO
             NOT INVALID KEY
                MOVE EDPL-VIDEOTITLE TO WKS-DET-TITULO
           END-READ
           MOVE WKS-ACUMULADOS-TITULO TO WKS-LINEA-ACUMULADOS
           PERFORM 165-LINEA-DETALLE
           ADD WKS-TIT-PERDIDAS TO WKS-PRV-PERDIDAS
           ADD WKS-TIT-DANADAS  TO WKS-PRV-DANADAS
           ADD WKS-TIT-CARGADO  TO WKS-PRV-CARGADO
           ADD WKS-TIT-COBRADO  TO WKS-PRV-COBRADO
           INITIALIZE WKS-ACUMULADOS-TITULO.
       150-CIERRA-TITULO-E. EXIT.

       155-CIERRA-PROVEEDOR SECTION.
           IF WKS-PRV-PERDIDAS = ZEROS AND WKS-PRV-DANADAS = ZEROS
              GO TO 155-CIERRA-PROVEEDOR-E
           END-IF
           MOVE ZEROS                  TO WKS-DET-PELICULA
           MOVE '   TOTAL DEL PROVEEDOR' TO WKS-DET-TITULO
           MOVE WKS-ACUMULADOS-PROVEEDOR TO WKS-LINEA-ACUMULADOS
           PERFORM 165-LINEA-DETALLE
           ADD WKS-PRV-PERDIDAS TO WKS-GEN-PERDIDAS
           ADD WKS-PRV-DANADAS  TO WKS-GEN-DANADAS
           ADD WKS-PRV-CARGADO  TO WKS-GEN-CARGADO
           ADD WKS-PRV-COBRADO  TO WKS-GEN-COBRADO
           INITIALIZE WKS-ACUMULADOS-PROVEEDOR.
       155-CIERRA-PROVEEDOR-E. EXIT.

       160-TOTAL-GENERAL SECTION.
           MOVE SPACES TO MERMA-LINE
           PERFORM 170-ESCRIBE-LINEA
           IF WKS-GEN-PERDIDAS = ZEROS AND WKS-GEN-DANADAS = ZEROS
              MOVE '  (NO HUBO COPIAS PERDIDAS NI DANADAS EN EL MES)'
                TO MERMA-LINE
              PERFORM 170-ESCRIBE-LINEA
              GO TO 160-TOTAL-GENERAL-E
           END-IF
           MOVE ZEROS                    TO WKS-DET-PELICULA
           MOVE 'TOTAL GENERAL DEL MES'  TO WKS-DET-TITULO
           MOVE WKS-ACUMULADOS-GENERALES TO WKS-LINEA-ACUMULADOS
           PERFORM 165-LINEA-DETALLE.
       160-TOTAL-GENERAL-E. EXIT.

       165-LINEA-DETALLE SECTION.
           MOVE WKS-IMP-PERDIDAS  TO WKS-DET-PERDIDAS
           MOVE WKS-IMP-DANADAS   TO WKS-DET-DANADAS
           MOVE WKS-IMP-CARGADO   TO WKS-DET-CARGADO
           MOVE WKS-IMP-COBRADO   TO WKS-DET-COBRADO
           MOVE WKS-LINEA-DETALLE TO MERMA-LINE
           PERFORM 170-ESCRIBE-LINEA.
       165-LINEA-DETALLE-E. EXIT.

       170-ESCRIBE-LINEA SECTION.
           WRITE MERMA-LINE
           IF FS-MERMAS NOT = 0
              DISPLAY 'ERROR AL GRABAR MERMAS, STATUS: ' FS-MERMAS
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
           " CARGOS DE REPOSICION LEIDOS: (" WKS-CARGOS-LEIDOS ")"
           DISPLAY
           " CARGOS DEL MES REPORTADO   : (" WKS-CARGOS-DEL-MES ")"
           DISPLAY
           " TITULOS CON MERMA          : (" WKS-TITULOS-LISTADOS ")"
           DISPLAY
           " PROVEEDORES CON MERMA      : (" WKS-PROVEEDORES-LISTADOS
           ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDREPOS EDPELI EDPROVE MERMAS.
       XXX-CLOSE-DATASETS-E. EXIT.
