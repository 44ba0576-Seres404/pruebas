      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS                       *
      * APLICACION  : EDUCACION SEMILLERO - VIDEOCLUB                  *
      * PROGRAMA    : EDRENDIM                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RENDIMIENTO MENSUAL DE TITULOS Y SUGERENCIA DE   *
      *             : COMPRAS. POR CADA TITULO DE EDPELI MIDE, EN EL   *
      *             : MES DE LA FECHA DE PROCESO (HASTA ESA FECHA),    *
      *             : SUS RENTAS (EDRENTA) POR COPIA VIGENTE DE        *
      *             : EDPELCO, LOS DIAS QUE SUS COPIAS ESTUVIERON      *
      *             : FUERA, LOS DIAS CON TODAS LAS COPIAS FUERA, LAS  *
      *             : RESERVAS EN ESPERA (EDRESER) Y EL INGRESO DEL    *
      *             : MES (PRECIO DE LAS RENTAS QUE SALIERON Y MORAS   *
      *             : COBRADAS EN EDSOCFE). RECOMIENDA                 *
      *             : COMPRAR MAS COPIAS SI HAY SOCIOS EN ESPERA O SI  *
      *             : EL TITULO ESTUVO AGOTADO LA MAYORIA DE LOS DIAS, *
      *             : Y RETIRAR COPIAS SI SUS RENTAS POR COPIA QUEDAN  *
      *             : BAJO EL MINIMO RENTASMIN DE EDTARIF. LISTA EN    *
      *             : RENDIM POR PROVEEDOR (NOMBRE DESDE EDPROVE).     *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDPELI=C, EDPELCO=C, EDRENTA=C, EDRESER=C,       *
      *             : EDSOCFE=C, EDPROVE=C, EDTARIF=C, RENDIM=A        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDRENDIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDPELI ASSIGN TO EDPELI
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDPL-LLAVE
                  FILE STATUS   IS  FS-EDPELI
                                    FSE-EDPELI.
            SELECT EDPELCO ASSIGN TO EDPELCO
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  EDPC-LLAVE
                  FILE STATUS   IS  FS-EDPELCO
                                    FSE-EDPELCO.
            SELECT EDRENTA ASSIGN TO EDRENTA
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  EDRT-LLAVE
                  FILE STATUS   IS  FS-EDRENTA
                                    FSE-EDRENTA.
            SELECT EDRESER ASSIGN TO EDRESER
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  DYNAMIC
                  RECORD KEY    IS  EDRS-LLAVE
                  FILE STATUS   IS  FS-EDRESER
                                    FSE-EDRESER.
            SELECT EDSOCFE ASSIGN TO EDSOCFE
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDSF-LLAVE
                  FILE STATUS   IS  FS-EDSOCFE
                                    FSE-EDSOCFE.
            SELECT EDPROVE ASSIGN TO EDPROVE
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDPR-LLAVE
                  FILE STATUS   IS  FS-EDPROVE
                                    FSE-EDPROVE.
            SELECT EDTARIF ASSIGN TO EDTARIF
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDTF-LLAVE
                  FILE STATUS   IS  FS-EDTARIF
                                    FSE-EDTARIF.
            SELECT RENDIM ASSIGN TO RENDIM
                  FILE STATUS   IS  FS-RENDIM.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  EDPELI.
           COPY EDPELI.
       FD  EDPELCO.
           COPY EDPELCO.
       FD  EDRENTA.
           COPY EDRENTA.
       FD  EDRESER.
           COPY EDRESER.
       FD  EDSOCFE.
           COPY EDSOCFE.
       FD  EDPROVE.
           COPY EDPROVE.
       FD  EDTARIF.
           COPY EDTARIF.
       FD  RENDIM
           RECORDING MODE IS F.
       01 RENDIM-LINE                      PIC X(132).
       SD  WORKFILE.
       01 WORK-RENDIM.
          02 WREN-PROVEEDOR                PIC 9(02).
          02 WREN-PELICULA                 PIC 9(05).
          02 WREN-TITULO                   PIC X(30).
          02 WREN-COPIAS                   PIC 9(03).
          02 WREN-RENTAS                   PIC 9(05).
          02 WREN-ROTACION                 PIC 9(03)V99.
          02 WREN-DIAS-FUERA               PIC 9(05).
          02 WREN-DIAS-AGOTADO             PIC 9(02).
          02 WREN-RESERVAS                 PIC 9(03).
          02 WREN-INGRESO                  PIC 9(07)V99.
          02 WREN-SUGERENCIA               PIC X(08).
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-EDPELI                   PIC 9(02) VALUE ZEROS.
       01  FS-EDPELCO                  PIC 9(02) VALUE ZEROS.
       01  FS-EDRENTA                  PIC 9(02) VALUE ZEROS.
       01  FS-EDRESER                  PIC 9(02) VALUE ZEROS.
       01  FS-EDSOCFE                  PIC 9(02) VALUE ZEROS.
       01  FS-EDPROVE                  PIC 9(02) VALUE ZEROS.
       01  FS-EDTARIF                  PIC 9(02) VALUE ZEROS.
       01  FS-RENDIM                   PIC 9(02) VALUE ZEROS.
       01  FSE-EDPELI.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPELCO.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDRENTA.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDRESER.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDSOCFE.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDPROVE.
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
       01  WKS-FIN-EDPELI              PIC 9(01) VALUE ZEROS.
           88 FIN-EDPELI                         VALUE 1.
       01  WKS-FIN-COPIAS              PIC 9(01) VALUE ZEROS.
           88 FIN-COPIAS                         VALUE 1.
       01  WKS-FIN-RENTAS              PIC 9(01) VALUE ZEROS.
           88 FIN-RENTAS                         VALUE 1.
       01  WKS-FIN-RESERVAS            PIC 9(01) VALUE ZEROS.
           88 FIN-RESERVAS                       VALUE 1.
       01  WKS-FIN-WORKFILE            PIC 9(01) VALUE ZEROS.
           88 FIN-WORKFILE                       VALUE 1.
       01  WKS-SIN-MORAS               PIC 9(01) VALUE ZEROS.
           88 SIN-MORAS                          VALUE 1.
      *Periodo: del primer dia del mes de la fecha de proceso hasta
      *esa fecha (o fin de mes); los dias van en numero de dia entero
       01  WKS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
       01  WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
           02 WKS-MES-REPORTE          PIC 9(06).
           02 FILLER                   PIC 9(02).
       01  WKS-FECHA-TRABAJO           PIC 9(08) VALUE ZEROS.
       01  WKS-FECHA-TRABAJO-R REDEFINES WKS-FECHA-TRABAJO.
           02 WKS-TRA-ANIO             PIC 9(04).
           02 WKS-TRA-MES              PIC 9(02).
           02 WKS-TRA-DIA              PIC 9(02).
       01  WKS-DIA-INICIO              PIC 9(07) VALUE ZEROS.
       01  WKS-DIA-FIN                 PIC 9(07) VALUE ZEROS.
       01  WKS-DIAS-PERIODO            PIC 9(02) VALUE ZEROS.
       01  WKS-DIA-SALIDA              PIC 9(07) VALUE ZEROS.
       01  WKS-DIA-DESDE               PIC 9(07) VALUE ZEROS.
       01  WKS-DIA-HASTA               PIC 9(07) VALUE ZEROS.
       01  WKS-POS-DESDE               PIC 9(02) VALUE ZEROS.
       01  WKS-POS-HASTA               PIC 9(02) VALUE ZEROS.
       01  WKS-IDX-DIA                 PIC 9(02) VALUE ZEROS.
      *Copias fuera por dia del periodo, para el titulo en curso
       01  WKS-TABLA-OCUPACION.
           02 WKS-OCUPADAS             PIC 9(03) OCCURS 31 TIMES.
      *Rentas minimas por copia en el mes (EDTARIF, codigo RENTASMIN)
       01  WKS-RENTAS-MINIMAS          PIC 9(03)V99 VALUE ZEROS.
      *Medidas del titulo en curso
       01  WKS-COPIAS-TITULO           PIC 9(03) VALUE ZEROS.
       01  WKS-COPIAS-CARGADAS         PIC 9(03) VALUE ZEROS.
       01  WKS-RENTAS-TITULO           PIC 9(05) VALUE ZEROS.
       01  WKS-DIAS-FUERA              PIC 9(05) VALUE ZEROS.
       01  WKS-DIAS-AGOTADO            PIC 9(02) VALUE ZEROS.
       01  WKS-RESERVAS-ESPERA         PIC 9(03) VALUE ZEROS.
       01  WKS-INGRESO-TITULO          PIC 9(07)V99 VALUE ZEROS.
       01  WKS-ROTACION                PIC 9(03)V99 VALUE ZEROS.
      *Corte de control por proveedor
       01  WKS-HAY-GRUPO               PIC 9(01) VALUE ZEROS.
           88 HAY-GRUPO                          VALUE 1.
       01  WKS-PROVEEDOR-ACTUAL        PIC 9(02) VALUE ZEROS.
       01  WKS-ACUMULADOS-PROVEEDOR.
           02 WKS-PRV-TITULOS          PIC 9(05) VALUE ZEROS.
           02 WKS-PRV-COPIAS           PIC 9(05) VALUE ZEROS.
           02 WKS-PRV-RENTAS           PIC 9(07) VALUE ZEROS.
           02 WKS-PRV-DIAS-FUERA       PIC 9(07) VALUE ZEROS.
           02 WKS-PRV-RESERVAS         PIC 9(05) VALUE ZEROS.
           02 WKS-PRV-INGRESO          PIC 9(09)V99 VALUE ZEROS.
           02 WKS-PRV-COMPRAR          PIC 9(05) VALUE ZEROS.
           02 WKS-PRV-RETIRAR          PIC 9(05) VALUE ZEROS.
       01  WKS-ACUMULADOS-GENERALES.
           02 WKS-GEN-TITULOS          PIC 9(05) VALUE ZEROS.
           02 WKS-GEN-COPIAS           PIC 9(05) VALUE ZEROS.
           02 WKS-GEN-RENTAS           PIC 9(07) VALUE ZEROS.
           02 WKS-GEN-DIAS-FUERA       PIC 9(07) VALUE ZEROS.
           02 WKS-GEN-RESERVAS         PIC 9(05) VALUE ZEROS.
           02 WKS-GEN-INGRESO          PIC 9(09)V99 VALUE ZEROS.
           02 WKS-GEN-COMPRAR          PIC 9(05) VALUE ZEROS.
           02 WKS-GEN-RETIRAR          PIC 9(05) VALUE ZEROS.
      *Contadores
       01  WKS-TITULOS-LEIDOS          PIC 9(05) VALUE ZEROS.
       01  WKS-RENTAS-LEIDAS           PIC 9(07) VALUE ZEROS.
       01  WKS-PROVEEDORES-LISTADOS    PIC 9(03) VALUE ZEROS.
      *Lineas del reporte
       01 WKS-TITULO-REPORTE.
          02 FILLER                    PIC X(46) VALUE
             'RENDIMIENTO DE TITULOS Y SUGERENCIA DE COMPRAS'.
          02 FILLER                    PIC X(05) VALUE ', MES'.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TIT-MES               PIC 9(06).
          02 FILLER                    PIC X(13) VALUE ' DIAS MEDIDOS'.
          02 FILLER                    PIC X(02) VALUE ': '.
          02 WKS-TIT-DIAS              PIC Z9.
          02 FILLER                    PIC X(57) VALUE SPACES.
       01 WKS-ENCABEZADO.
          02 FILLER                    PIC X(06) VALUE 'PELIC'.
          02 FILLER                    PIC X(31) VALUE 'TITULO'.
          02 FILLER                    PIC X(07) VALUE ' COPIAS'.
          02 FILLER                    PIC X(08) VALUE '  RENTAS'.
          02 FILLER                    PIC X(11) VALUE ' RENT/COPIA'.
          02 FILLER                    PIC X(11) VALUE ' DIAS FUERA'.
          02 FILLER                    PIC X(09) VALUE '  AGOTADO'.
          02 FILLER                    PIC X(09) VALUE ' RESERVAS'.
          02 FILLER                    PIC X(15) VALUE
             '        INGRESO'.
          02 FILLER                    PIC X(12) VALUE '  SUGERENCIA'.
          02 FILLER                    PIC X(13) VALUE SPACES.
       01 WKS-LINEA-PROVEEDOR.
          02 FILLER                    PIC X(10) VALUE 'PROVEEDOR '.
          02 WKS-LPR-CODIGO            PIC 9(02).
          02 FILLER                    PIC X(03) VALUE ' - '.
          02 WKS-LPR-NOMBRE            PIC X(30).
          02 FILLER                    PIC X(87) VALUE SPACES.
       01 WKS-LINEA-DETALLE.
          02 WKS-DET-PELICULA          PIC 9(05).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-DET-TITULO            PIC X(30).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-DET-COPIAS            PIC ZZ,ZZ9.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-DET-RENTAS            PIC ZZZ,ZZ9.
          02 FILLER                    PIC X(05) VALUE SPACES.
          02 WKS-DET-ROTACION          PIC ZZ9.99.
          02 FILLER                    PIC X(03) VALUE SPACES.
          02 WKS-DET-DIAS-FUERA        PIC Z,ZZZ,ZZ9.
          02 FILLER                    PIC X(07) VALUE SPACES.
          02 WKS-DET-AGOTADO           PIC Z9.
          02 FILLER                    PIC X(03) VALUE SPACES.
          02 WKS-DET-RESERVAS          PIC ZZ,ZZ9.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-DET-INGRESO           PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER                    PIC X(04) VALUE SPACES.
          02 WKS-DET-SUGERENCIA        PIC X(08).
          02 FILLER                    PIC X(13) VALUE SPACES.
       01 WKS-LINEA-TOTAL.
          02 FILLER                    PIC X(06) VALUE SPACES.
          02 WKS-TOT-ETIQUETA          PIC X(20).
          02 WKS-TOT-TITULOS           PIC ZZ,ZZ9.
          02 FILLER                    PIC X(05) VALUE ' TIT '.
          02 WKS-TOT-COPIAS            PIC ZZ,ZZ9.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TOT-RENTAS            PIC ZZZ,ZZ9.
          02 FILLER                    PIC X(14) VALUE SPACES.
          02 WKS-TOT-DIAS-FUERA        PIC Z,ZZZ,ZZ9.
          02 FILLER                    PIC X(12) VALUE SPACES.
          02 WKS-TOT-RESERVAS          PIC ZZ,ZZ9.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 WKS-TOT-INGRESO           PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER                    PIC X(06) VALUE ' COMP '.
          02 WKS-TOT-COMPRAR           PIC ZZ,ZZ9.
          02 FILLER                    PIC X(05) VALUE ' RET '.
          02 WKS-TOT-RETIRAR           PIC ZZ,ZZ9.
          02 FILLER                    PIC X(01) VALUE SPACES.
       01  WKS-LINEA-ACUMULADOS.
           02 WKS-IMP-TITULOS          PIC 9(05) VALUE ZEROS.
           02 WKS-IMP-COPIAS           PIC 9(05) VALUE ZEROS.
           02 WKS-IMP-RENTAS           PIC 9(07) VALUE ZEROS.
           02 WKS-IMP-DIAS-FUERA       PIC 9(07) VALUE ZEROS.
           02 WKS-IMP-RESERVAS         PIC 9(05) VALUE ZEROS.
           02 WKS-IMP-INGRESO          PIC 9(09)V99 VALUE ZEROS.
           02 WKS-IMP-COMPRAR          PIC 9(05) VALUE ZEROS.
           02 WKS-IMP-RETIRAR          PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 110-OPEN-DATASETS
           PERFORM 115-LEE-RENTAS-MINIMAS
           PERFORM 117-CALCULA-PERIODO
           PERFORM 120-ORDENA-Y-LISTA
           PERFORM 140-ESTADISTICAS
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.
       100-MAIN-E. EXIT.

       110-OPEN-DATASETS SECTION.
           MOVE 'EDRENDIM'      TO PROGRAMA
           OPEN INPUT  EDPELI EDPELCO EDRENTA EDRESER EDSOCFE
                       EDPROVE EDTARIF
           OPEN OUTPUT RENDIM
      *    SIN RESERVAS O SIN MORAS AUN NO HAY NADA QUE SUMAR
           IF FS-EDRESER = 35
              MOVE ZEROS TO FS-EDRESER
              MOVE 1     TO WKS-FIN-RESERVAS
           END-IF
           IF FS-EDSOCFE = 35
              MOVE ZEROS TO FS-EDSOCFE
              MOVE 1     TO WKS-SIN-MORAS
           END-IF
           IF FS-EDPELI EQUAL 97
              MOVE ZEROS TO FS-EDPELI
           END-IF
           IF FS-EDPELCO EQUAL 97
              MOVE ZEROS TO FS-EDPELCO
           END-IF
           IF FS-EDRENTA EQUAL 97
              MOVE ZEROS TO FS-EDRENTA
           END-IF
           IF FS-EDRESER EQUAL 97
              MOVE ZEROS TO FS-EDRESER
           END-IF
           IF FS-EDSOCFE EQUAL 97
              MOVE ZEROS TO FS-EDSOCFE
           END-IF
           IF FS-EDPROVE EQUAL 97
              MOVE ZEROS TO FS-EDPROVE
           END-IF
           IF FS-EDTARIF EQUAL 97
              MOVE ZEROS TO FS-EDTARIF
           END-IF
           IF FS-EDPELI NOT = 0 OR FS-EDPELCO NOT = 0 OR
              FS-EDRENTA NOT = 0 OR FS-EDRESER NOT = 0 OR
              FS-EDSOCFE NOT = 0 OR FS-EDPROVE NOT = 0 OR
              FS-EDTARIF NOT = 0 OR FS-RENDIM NOT = 0
              DISPLAY "ERROR AL ABRIR ARCHIVOS, FS EDPELI ("
                      FS-EDPELI ") EDPELCO (" FS-EDPELCO
                      ") EDRENTA (" FS-EDRENTA
                      ") EDRESER (" FS-EDRESER
                      ") EDSOCFE (" FS-EDSOCFE
                      ") EDPROVE (" FS-EDPROVE
                      ") EDTARIF (" FS-EDTARIF
                      ") RENDIM (" FS-RENDIM ")" UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       110-OPEN-DATASETS-E. EXIT.

       115-LEE-RENTAS-MINIMAS SECTION.
           MOVE 'RENTASMIN' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                DISPLAY "SIN RENTASMIN EN EDTARIF, NO SE PUEDE "
                        "SUGERIR RETIROS" UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM XXX-CLOSE-DATASETS
                STOP RUN
             NOT INVALID KEY
                MOVE EDTF-VALOR TO WKS-RENTAS-MINIMAS
           END-READ.
       115-LEE-RENTAS-MINIMAS-E. EXIT.

      *------> EL PERIODO VA DEL DIA 1 DEL MES HASTA LA FECHA DE
      *------> PROCESO, SIN PASAR DEL ULTIMO DIA DEL MES
       117-CALCULA-PERIODO SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-TRABAJO
           MOVE 01                TO WKS-TRA-DIA
           COMPUTE WKS-DIA-INICIO =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-TRABAJO)
           IF WKS-TRA-MES = 12
              ADD 1   TO WKS-TRA-ANIO
              MOVE 01 TO WKS-TRA-MES
           ELSE
              ADD 1   TO WKS-TRA-MES
           END-IF
           COMPUTE WKS-DIA-FIN =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-TRABAJO) - 1
           COMPUTE WKS-DIA-HASTA =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO)
           IF WKS-DIA-HASTA < WKS-DIA-FIN
              MOVE WKS-DIA-HASTA TO WKS-DIA-FIN
           END-IF
           COMPUTE WKS-DIAS-PERIODO = WKS-DIA-FIN - WKS-DIA-INICIO + 1.
       117-CALCULA-PERIODO-E. EXIT.

       120-ORDENA-Y-LISTA SECTION.
           SORT WORKFILE ON ASCENDING KEY WREN-PROVEEDOR
                                          WREN-PELICULA
              INPUT  PROCEDURE IS 125-MIDE-CATALOGO
              OUTPUT PROCEDURE IS 150-LISTA-RENDIMIENTO.
       120-ORDENA-Y-LISTA-E. EXIT.

      *------> CADA TITULO DEL CATALOGO, CON O SIN RENTAS EN EL MES,
      *------> PASA AL SORT CON SUS MEDIDAS Y SU SUGERENCIA
       125-MIDE-CATALOGO SECTION.
           READ EDPELI NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDPELI
           END-READ
           PERFORM UNTIL FIN-EDPELI
              ADD 1 TO WKS-TITULOS-LEIDOS
              PERFORM 126-CUENTA-COPIAS
              PERFORM 127-MIDE-RENTAS
              PERFORM 129-CUENTA-RESERVAS
              PERFORM 130-SUGERENCIA
              RELEASE WORK-RENDIM
              READ EDPELI NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDPELI
              END-READ
           END-PERFORM.
       125-MIDE-CATALOGO-E. EXIT.

      *------> COPIAS VIGENTES DEL TITULO EN EDPELCO, COMO EN
      *------> EDU34026: SIN COPIAS CARGADAS CUENTA COMO UNA Y LAS
      *------> RETIRADAS NO CUENTAN
       126-CUENTA-COPIAS SECTION.
           MOVE ZEROS TO WKS-COPIAS-TITULO WKS-FIN-COPIAS
                         WKS-COPIAS-CARGADAS
           MOVE EDPL-LLAVE TO EDPC-PELICULA
           MOVE ZEROS      TO EDPC-COPIA
           START EDPELCO KEY IS NOT LESS THAN EDPC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-COPIAS
           END-START
           PERFORM UNTIL FIN-COPIAS
              READ EDPELCO NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-COPIAS
              END-READ
              IF NOT FIN-COPIAS
                 IF FS-EDPELCO = 0 AND
                    EDPC-PELICULA = EDPL-LLAVE
                    ADD 1 TO WKS-COPIAS-CARGADAS
                    IF NOT EDPC-RETIRADA
                       ADD 1 TO WKS-COPIAS-TITULO
                    END-IF
                 ELSE
                    MOVE 1 TO WKS-FIN-COPIAS
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-COPIAS-CARGADAS = ZEROS
              MOVE 1 TO WKS-COPIAS-TITULO
           END-IF.
       126-CUENTA-COPIAS-E. EXIT.

      *------> RENTAS DEL TITULO: LAS QUE SALIERON EN EL PERIODO SE
      *------> CUENTAN; TODA RENTA QUE ESTUVO FUERA ALGUN DIA DEL
      *------> PERIODO SUMA SUS DIAS FUERA Y OCUPA ESOS DIAS EN LA
      *------> TABLA DE OCUPACION
       127-MIDE-RENTAS SECTION.
           MOVE ZEROS TO WKS-RENTAS-TITULO WKS-DIAS-FUERA
                         WKS-DIAS-AGOTADO WKS-INGRESO-TITULO
                         WKS-FIN-RENTAS
           INITIALIZE WKS-TABLA-OCUPACION
           MOVE EDPL-LLAVE TO EDRT-PELICULA
           MOVE LOW-VALUES TO EDRT-SOCIO
           MOVE ZEROS      TO EDRT-FECHA-SALIDA
           START EDRENTA KEY IS NOT LESS THAN EDRT-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-RENTAS
           END-START
           PERFORM UNTIL FIN-RENTAS
              READ EDRENTA NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-RENTAS
              END-READ
              IF NOT FIN-RENTAS
                 IF FS-EDRENTA = 0 AND
                    EDRT-PELICULA = EDPL-LLAVE
                    ADD 1 TO WKS-RENTAS-LEIDAS
                    PERFORM 128-OCUPA-DIAS
                 ELSE
                    MOVE 1 TO WKS-FIN-RENTAS
                 END-IF
              END-IF
           END-PERFORM
      *    UN TITULO CON TODAS SUS COPIAS RETIRADAS NO SE MIDE AGOTADO
           IF WKS-COPIAS-TITULO = ZEROS
              GO TO 127-MIDE-RENTAS-E
           END-IF
           PERFORM VARYING WKS-IDX-DIA FROM 1 BY 1
                   UNTIL WKS-IDX-DIA > WKS-DIAS-PERIODO
              IF WKS-OCUPADAS (WKS-IDX-DIA) >= WKS-COPIAS-TITULO
                 ADD 1 TO WKS-DIAS-AGOTADO
              END-IF
           END-PERFORM.
       127-MIDE-RENTAS-E. EXIT.

      *------> UNA RENTA CERRADA (DEVUELTA, PERDIDA O DANADA) OCUPA
      *------> HASTA EL DIA ANTERIOR A SU CIERRE, Y AL MENOS EL DIA
      *------> DE SALIDA; UNA ABIERTA OCUPA HASTA EL FIN DEL PERIODO
       128-OCUPA-DIAS SECTION.
           COMPUTE WKS-DIA-SALIDA =
                   FUNCTION INTEGER-OF-DATE (EDRT-FECHA-SALIDA)
           IF WKS-DIA-SALIDA >= WKS-DIA-INICIO AND
              WKS-DIA-SALIDA <= WKS-DIA-FIN
              ADD 1           TO WKS-RENTAS-TITULO
      *------->  RENTAS ANTERIORES A LA TARIFA TRAEN EL FILLER VIEJO
              IF EDRT-PRECIO NUMERIC
                 ADD EDRT-PRECIO TO WKS-INGRESO-TITULO
              END-IF
           END-IF
           IF EDRT-FUERA OR EDRT-FECHA-DEVOLUCION = ZEROS
              MOVE WKS-DIA-FIN TO WKS-DIA-HASTA
           ELSE
              COMPUTE WKS-DIA-HASTA =
                      FUNCTION INTEGER-OF-DATE (EDRT-FECHA-DEVOLUCION)
                      - 1
              IF WKS-DIA-HASTA < WKS-DIA-SALIDA
                 MOVE WKS-DIA-SALIDA TO WKS-DIA-HASTA
              END-IF
           END-IF
           IF WKS-DIA-HASTA > WKS-DIA-FIN
              MOVE WKS-DIA-FIN TO WKS-DIA-HASTA
           END-IF
           IF WKS-DIA-SALIDA > WKS-DIA-INICIO
              MOVE WKS-DIA-SALIDA TO WKS-DIA-DESDE
           ELSE
              MOVE WKS-DIA-INICIO TO WKS-DIA-DESDE
           END-IF
           IF WKS-DIA-DESDE <= WKS-DIA-HASTA
              COMPUTE WKS-DIAS-FUERA = WKS-DIAS-FUERA +
                      WKS-DIA-HASTA - WKS-DIA-DESDE + 1
              COMPUTE WKS-POS-DESDE = WKS-DIA-DESDE - WKS-DIA-INICIO
                                      + 1
              COMPUTE WKS-POS-HASTA = WKS-DIA-HASTA - WKS-DIA-INICIO
                                      + 1
              PERFORM VARYING WKS-IDX-DIA FROM WKS-POS-DESDE BY 1
                      UNTIL WKS-IDX-DIA > WKS-POS-HASTA
                 ADD 1 TO WKS-OCUPADAS (WKS-IDX-DIA)
              END-PERFORM
           END-IF
      *    INGRESO DEL MES: MORA DE ESTA RENTA COBRADA EN EL MES
           IF SIN-MORAS
              GO TO 128-OCUPA-DIAS-E
           END-IF
           MOVE EDRT-SOCIO        TO EDSF-SOCIO
           MOVE EDRT-PELICULA     TO EDSF-PELICULA
           MOVE EDRT-FECHA-SALIDA TO EDSF-FECHA-SALIDA
           READ EDSOCFE KEY IS EDSF-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF EDSF-COBRADA AND
                   EDSF-FECHA-COBRO (1:6) = WKS-MES-REPORTE AND
                   EDSF-FECHA-COBRO <= WKS-FECHA-PROCESO
                   ADD EDSF-MONTO TO WKS-INGRESO-TITULO
                END-IF
           END-READ.
       128-OCUPA-DIAS-E. EXIT.

      *------> SOCIOS EN ESPERA DEL TITULO (DEMANDA NO ATENDIDA)
       129-CUENTA-RESERVAS SECTION.
           MOVE ZEROS TO WKS-RESERVAS-ESPERA
           IF FIN-RESERVAS
              GO TO 129-CUENTA-RESERVAS-E
           END-IF
           INITIALIZE EDRS-LLAVE
           MOVE EDPL-LLAVE TO EDRS-PELICULA
           START EDRESER KEY IS NOT LESS THAN EDRS-LLAVE
             INVALID KEY
                GO TO 129-CUENTA-RESERVAS-E
           END-START
           PERFORM UNTIL FS-EDRESER NOT = 0
              READ EDRESER NEXT RECORD
                   AT END MOVE 10 TO FS-EDRESER
              END-READ
              IF FS-EDRESER = 0
                 IF EDRS-PELICULA NOT = EDPL-LLAVE
                    MOVE 10 TO FS-EDRESER
                 ELSE
                    IF EDRS-EN-ESPERA
                       ADD 1 TO WKS-RESERVAS-ESPERA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE ZEROS TO FS-EDRESER.
       129-CUENTA-RESERVAS-E. EXIT.

      *------> COMPRAR: HAY SOCIOS EN ESPERA O EL TITULO ESTUVO
      *------> AGOTADO MAS DE LA MITAD DE LOS DIAS. RETIRAR: SUS
      *------> RENTAS POR COPIA NO LLEGAN AL MINIMO RENTASMIN. UN
      *------> TITULO SIN COPIAS VIGENTES Y SIN ESPERA QUEDA RETIRADO
       130-SUGERENCIA SECTION.
           IF WKS-COPIAS-TITULO > ZEROS
              COMPUTE WKS-ROTACION ROUNDED =
                      WKS-RENTAS-TITULO / WKS-COPIAS-TITULO
           ELSE
              MOVE ZEROS TO WKS-ROTACION
           END-IF
           INITIALIZE WORK-RENDIM
           MOVE EDPL-VIDEOSUPPLIERCODE TO WREN-PROVEEDOR
           MOVE EDPL-LLAVE             TO WREN-PELICULA
           MOVE EDPL-VIDEOTITLE        TO WREN-TITULO
           MOVE WKS-COPIAS-TITULO      TO WREN-COPIAS
           MOVE WKS-RENTAS-TITULO      TO WREN-RENTAS
           MOVE WKS-ROTACION           TO WREN-ROTACION
           MOVE WKS-DIAS-FUERA         TO WREN-DIAS-FUERA
           MOVE WKS-DIAS-AGOTADO       TO WREN-DIAS-AGOTADO
           MOVE WKS-RESERVAS-ESPERA    TO WREN-RESERVAS
           MOVE WKS-INGRESO-TITULO     TO WREN-INGRESO
           EVALUATE TRUE
              WHEN WKS-RESERVAS-ESPERA > ZEROS
                   MOVE 'COMPRAR'  TO WREN-SUGERENCIA
              WHEN WKS-DIAS-AGOTADO * 2 > WKS-DIAS-PERIODO
                   MOVE 'COMPRAR'  TO WREN-SUGERENCIA
              WHEN WKS-COPIAS-TITULO = ZEROS
                   MOVE 'RETIRADO' TO WREN-SUGERENCIA
              WHEN WKS-ROTACION < WKS-RENTAS-MINIMAS
                   MOVE 'RETIRAR'  TO WREN-SUGERENCIA
              WHEN OTHER
                   MOVE 'MANTENER' TO WREN-SUGERENCIA
           END-EVALUATE.
       130-SUGERENCIA-E. EXIT.

       150-LISTA-RENDIMIENTO SECTION.
           MOVE WKS-MES-REPORTE    TO WKS-TIT-MES
           MOVE WKS-DIAS-PERIODO   TO WKS-TIT-DIAS
           MOVE WKS-TITULO-REPORTE TO RENDIM-LINE
           PERFORM 170-ESCRIBE-LINEA
           MOVE WKS-ENCABEZADO     TO RENDIM-LINE
           PERFORM 170-ESCRIBE-LINEA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF NOT HAY-GRUPO OR
                 WREN-PROVEEDOR NOT = WKS-PROVEEDOR-ACTUAL
                 PERFORM 160-CIERRA-PROVEEDOR
                 MOVE WREN-PROVEEDOR TO WKS-PROVEEDOR-ACTUAL
                 MOVE 1              TO WKS-HAY-GRUPO
                 PERFORM 155-ABRE-PROVEEDOR
              END-IF
              PERFORM 157-LINEA-TITULO
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           PERFORM 160-CIERRA-PROVEEDOR
           PERFORM 165-TOTAL-GENERAL.
       150-LISTA-RENDIMIENTO-E. EXIT.

       155-ABRE-PROVEEDOR SECTION.
           ADD 1 TO WKS-PROVEEDORES-LISTADOS
           MOVE WKS-PROVEEDOR-ACTUAL TO WKS-LPR-CODIGO EDPR-CODIGO
           READ EDPROVE KEY IS EDPR-LLAVE
             INVALID KEY
                MOVE '** PROVEEDOR NO REGISTRADO **' TO WKS-LPR-NOMBRE
             NOT INVALID KEY
                MOVE EDPR-NOMBRE TO WKS-LPR-NOMBRE
           END-READ
           MOVE SPACES              TO RENDIM-LINE
           PERFORM 170-ESCRIBE-LINEA
           MOVE WKS-LINEA-PROVEEDOR TO RENDIM-LINE
           PERFORM 170-ESCRIBE-LINEA.
       155-ABRE-PROVEEDOR-E. EXIT.

       157-LINEA-TITULO SECTION.
           MOVE WREN-PELICULA     TO WKS-DET-PELICULA
           MOVE WREN-TITULO       TO WKS-DET-TITULO
           MOVE WREN-COPIAS       TO WKS-DET-COPIAS
           MOVE WREN-RENTAS       TO WKS-DET-RENTAS
           MOVE WREN-ROTACION     TO WKS-DET-ROTACION
           MOVE WREN-DIAS-FUERA   TO WKS-DET-DIAS-FUERA
           MOVE WREN-DIAS-AGOTADO TO WKS-DET-AGOTADO
           MOVE WREN-RESERVAS     TO WKS-DET-RESERVAS
           MOVE WREN-INGRESO      TO WKS-DET-INGRESO
           MOVE WREN-SUGERENCIA   TO WKS-DET-SUGERENCIA
           MOVE WKS-LINEA-DETALLE TO RENDIM-LINE
           PERFORM 170-ESCRIBE-LINEA
           ADD 1                  TO WKS-PRV-TITULOS
           ADD WREN-COPIAS        TO WKS-PRV-COPIAS
           ADD WREN-RENTAS        TO WKS-PRV-RENTAS
           ADD WREN-DIAS-FUERA    TO WKS-PRV-DIAS-FUERA
           ADD WREN-RESERVAS      TO WKS-PRV-RESERVAS
           ADD WREN-INGRESO       TO WKS-PRV-INGRESO
           EVALUATE WREN-SUGERENCIA
              WHEN 'COMPRAR'
                   ADD 1 TO WKS-PRV-COMPRAR
              WHEN 'RETIRAR'
                   ADD 1 TO WKS-PRV-RETIRAR
           END-EVALUATE.
       157-LINEA-TITULO-E. EXIT.

      *------> SUBTOTAL DEL PROVEEDOR; SUS ACUMULADOS PASAN AL TOTAL
       160-CIERRA-PROVEEDOR SECTION.
           IF WKS-PRV-TITULOS = ZEROS
              GO TO 160-CIERRA-PROVEEDOR-E
           END-IF
           MOVE 'TOTAL DEL PROVEEDOR'    TO WKS-TOT-ETIQUETA
           MOVE WKS-ACUMULADOS-PROVEEDOR TO WKS-LINEA-ACUMULADOS
           PERFORM 167-LINEA-TOTAL
           ADD WKS-PRV-TITULOS    TO WKS-GEN-TITULOS
           ADD WKS-PRV-COPIAS     TO WKS-GEN-COPIAS
           ADD WKS-PRV-RENTAS     TO WKS-GEN-RENTAS
           ADD WKS-PRV-DIAS-FUERA TO WKS-GEN-DIAS-FUERA
           ADD WKS-PRV-RESERVAS   TO WKS-GEN-RESERVAS
           ADD WKS-PRV-INGRESO    TO WKS-GEN-INGRESO
           ADD WKS-PRV-COMPRAR    TO WKS-GEN-COMPRAR
           ADD WKS-PRV-RETIRAR    TO WKS-GEN-RETIRAR
           INITIALIZE WKS-ACUMULADOS-PROVEEDOR.
       160-CIERRA-PROVEEDOR-E. EXIT.

       165-TOTAL-GENERAL SECTION.
           MOVE SPACES TO RENDIM-LINE
           PERFORM 170-ESCRIBE-LINEA
           MOVE 'TOTAL GENERAL'          TO WKS-TOT-ETIQUETA
           MOVE WKS-ACUMULADOS-GENERALES TO WKS-LINEA-ACUMULADOS
           PERFORM 167-LINEA-TOTAL.
       165-TOTAL-GENERAL-E. EXIT.

       167-LINEA-TOTAL SECTION.
           MOVE WKS-IMP-TITULOS    TO WKS-TOT-TITULOS
           MOVE WKS-IMP-COPIAS     TO WKS-TOT-COPIAS
           MOVE WKS-IMP-RENTAS     TO WKS-TOT-RENTAS
           MOVE WKS-IMP-DIAS-FUERA TO WKS-TOT-DIAS-FUERA
           MOVE WKS-IMP-RESERVAS   TO WKS-TOT-RESERVAS
           MOVE WKS-IMP-INGRESO    TO WKS-TOT-INGRESO
           MOVE WKS-IMP-COMPRAR    TO WKS-TOT-COMPRAR
           MOVE WKS-IMP-RETIRAR    TO WKS-TOT-RETIRAR
           MOVE WKS-LINEA-TOTAL    TO RENDIM-LINE
           PERFORM 170-ESCRIBE-LINEA.
       167-LINEA-TOTAL-E. EXIT.

       170-ESCRIBE-LINEA SECTION.
           WRITE RENDIM-LINE
           IF FS-RENDIM NOT = 0
              DISPLAY 'ERROR AL GRABAR RENDIM, STATUS: ' FS-RENDIM
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
           " TITULOS MEDIDOS            : (" WKS-TITULOS-LEIDOS ")"
           DISPLAY
           " RENTAS REVISADAS           : (" WKS-RENTAS-LEIDAS ")"
           DISPLAY
           " PROVEEDORES LISTADOS       : (" WKS-PROVEEDORES-LISTADOS
           ")"
           DISPLAY
           " TITULOS PARA COMPRAR       : (" WKS-GEN-COMPRAR ")"
           DISPLAY
           " TITULOS PARA RETIRAR       : (" WKS-GEN-RETIRAR ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDPELI EDPELCO EDRENTA EDRESER EDSOCFE EDPROVE
                 EDTARIF RENDIM.
       XXX-CLOSE-DATASETS-E. EXIT.
