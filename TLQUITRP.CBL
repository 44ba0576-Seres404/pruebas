      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLQUITRP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MENSUAL DE QUITAS OTORGADAS EN COBRANZA. *
      *             : LISTA LAS PROPUESTAS DE TLQUITA APLICADAS POR    *
      *             : TLQUITBA EN EL PERIODO, ORDENADAS POR ANALISTA   *
      *             : QUE PROPUSO Y APROBADOR, CON EL SALDO ADEUDADO,  *
      *             : EL PAGO RECIBIDO, LO PERDONADO Y EL PORCENTAJE   *
      *             : PERDONADO; SUBTOTALES POR APROBADOR DENTRO DE    *
      *             : CADA ANALISTA, POR ANALISTA Y GRAN TOTAL, Y UN   *
      *             : RESUMEN FINAL POR APROBADOR CON SU NIVEL DE      *
      *             : AUTORIDAD. LOS MONTOS VAN EN LA MONEDA DE CADA   *
      *             : CUENTA, COMO EN EL EXTRACTO QUITCON.             *
      *             : TARJETA SYSIN: PERIODO AAAAMM EN 1-6.            *
      * ARCHIVOS    : TLQUITA=C, FTPREP=A                              *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLQUITRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLQUITA ASSIGN  TO TLQUITA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLQT-LLAVE
                   FILE STATUS     IS FS-TLQUITA
                                      FSE-TLQUITA.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  TLQUITA.
           COPY TLQUITA.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       SD  WORKFILE.
       01 WORK-QUITA.
          02 WQUI-ANALISTA                 PIC X(08).
          02 WQUI-APROBADOR                PIC X(08).
          02 WQUI-CUENTA                   PIC X(16).
          02 WQUI-MONEDA                   PIC 9(01).
          02 WQUI-FECHA-APLICACION         PIC 9(08).
          02 WQUI-NIVEL-APROBADOR          PIC 9(01).
          02 WQUI-SALDO-ADEUDADO           PIC S9(09)V99.
          02 WQUI-PAGO-RECIBIDO            PIC S9(09)V99.
          02 WQUI-MONTO-PERDONADO          PIC S9(09)V99.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLQUITA                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLQUITA.
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
      *------->       TARJETA SYSIN: PERIODO DEL REPORTE AAAAMM
       01 WKS-PERIODO-REPORTE              PIC 9(06)  VALUE ZEROS.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-TLQUITA               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLQUITA                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-ANALISTA-EN-CURSO         PIC X(08)  VALUE SPACES.
          02 WKS-APROBADOR-EN-CURSO        PIC X(08)  VALUE SPACES.
          02 WKS-PRIMERA-VEZ               PIC X(01)  VALUE 'S'.
             88 PRIMERA-VEZ                           VALUE 'S'.
          02 WKS-TAB-LONG                  PIC 9(03)  VALUE ZEROS.
          02 IDX-ENCONTRADO                PIC 9(03)  VALUE ZEROS.
      *------->   ACUMULADORES DE UN CORTE (APROBADOR, ANALISTA, TOTAL)
       01 WKS-TOTALES-CORTE.
          02 WKS-TOTALES OCCURS 3 TIMES.
             03 WKS-TOT-QUITAS             PIC 9(07).
             03 WKS-TOT-SALDO              PIC S9(13)V99.
             03 WKS-TOT-PAGO               PIC S9(13)V99.
             03 WKS-TOT-PERDONADO          PIC S9(13)V99.
       01 WKS-NIVEL-CORTE                  PIC 9(01)  VALUE ZEROS.
          88 CORTE-APROBADOR                          VALUE 1.
          88 CORTE-ANALISTA                           VALUE 2.
          88 CORTE-GRAN-TOTAL                         VALUE 3.
      *------->   TABLA EN MEMORIA DE TOTALES POR APROBADOR
       01 WKS-TABLA-APROBADORES.
          02 WKS-APROBADOR-ENT OCCURS 0 TO 200
                               DEPENDING ON WKS-TAB-LONG
                               INDEXED   BY IDX-APR.
             03 WKS-APR-CODIGO             PIC X(08).
             03 WKS-APR-NIVEL              PIC 9(01).
             03 WKS-APR-QUITAS             PIC 9(07).
             03 WKS-APR-SALDO              PIC S9(13)V99.
             03 WKS-APR-PAGO               PIC S9(13)V99.
             03 WKS-APR-PERDONADO          PIC S9(13)V99.
      *------->              LINEAS DEL REPORTE
       01 HEADER1.
          02 FILLER                        PIC X(10)  VALUE 'TLQUITRP'.
          02 FILLER                        PIC X(40)  VALUE
             'QUITAS OTORGADAS EN COBRANZA, PERIODO: '.
          02 WKS-HDR-PERIODO               PIC 9(06)  VALUE ZEROS.
          02 FILLER                        PIC X(76)  VALUE SPACES.
       01 HEADER2.
          02 FILLER                        PIC X(09)  VALUE 'ANALISTA'.
          02 FILLER                        PIC X(09)  VALUE 'APROBO'.
          02 FILLER                        PIC X(02)  VALUE 'NV'.
          02 FILLER                        PIC X(17)  VALUE 'CUENTA'.
          02 FILLER                        PIC X(02)  VALUE 'M'.
          02 FILLER                        PIC X(09)  VALUE 'APLICADA'.
          02 FILLER                        PIC X(16)  VALUE
             'SALDO ADEUDADO'.
          02 FILLER                        PIC X(16)  VALUE
             'PAGO RECIBIDO'.
          02 FILLER                        PIC X(16)  VALUE 'PERDONADO'.
          02 FILLER                        PIC X(36)  VALUE '% PERDON'.
       01 HEADER-RESUMEN.
          02 FILLER                        PIC X(40)  VALUE
             'RESUMEN POR APROBADOR'.
          02 FILLER                        PIC X(92)  VALUE SPACES.
       01 WKS-LINEA-DETALLE.
          02 WKS-DET-ANALISTA              PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-APROBADOR             PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-NIVEL                 PIC 9(01)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-CUENTA                PIC X(16)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-MONEDA                PIC 9(01)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-FECHA                 PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-SALDO                 PIC ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-PAGO                  PIC ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-PERDONADO             PIC ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-PORCENTAJE            PIC ZZ9.99.
          02 FILLER                        PIC X(30)  VALUE SPACES.
       01 WKS-LINEA-TOTAL.
          02 WKS-TOT-ETIQUETA              PIC X(18)  VALUE SPACES.
          02 WKS-TOT-CODIGO                PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-NIVEL                 PIC X(01)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-CUANTAS               PIC Z,ZZZ,ZZ9.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-TEXTO-QUITAS          PIC X(07)  VALUE 'QUITAS'.
          02 WKS-TOT-SALDO-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-PAGO-ED               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-PERDONADO-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-PORCENTAJE            PIC ZZ9.99.
          02 FILLER                        PIC X(19)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          02 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          02 WKS-QUITAS-LISTADAS           PIC 9(07)  VALUE ZEROS.
          02 WKS-APROBADORES-DESCARTADOS   PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-PERIODO-REPORTE FROM SYSIN
           IF WKS-PERIODO-REPORTE NOT NUMERIC OR
              WKS-PERIODO-REPORTE = ZEROS
              DISPLAY '>>> PERIODO AAAAMM INVALIDO EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 200-APERTURA-ARCHIVOS
           INITIALIZE WKS-TOTALES-CORTE
           PERFORM 300-ORDENA-Y-LISTA
           PERFORM 400-RESUMEN-APROBADORES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'TLQUITRP' TO PROGRAMA
           OPEN INPUT  TLQUITA
           OPEN OUTPUT FTPREP
           IF FS-TLQUITA = 97
              MOVE ZEROS TO FS-TLQUITA
           END-IF
           IF FS-TLQUITA NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLQUITA  : " FS-TLQUITA
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

       300-ORDENA-Y-LISTA SECTION.
           SORT WORKFILE ON ASCENDING KEY WQUI-ANALISTA
                                          WQUI-APROBADOR
                                          WQUI-CUENTA
              INPUT  PROCEDURE IS 310-LEE-APLICADAS
              OUTPUT PROCEDURE IS 320-LISTA-QUITAS.
       300-ORDENA-Y-LISTA-E. EXIT.

      *----> SOLO LAS QUITAS APLICADAS DENTRO DEL PERIODO DEL REPORTE
       310-LEE-APLICADAS SECTION.
           PERFORM UNTIL FIN-TLQUITA
              READ TLQUITA NEXT RECORD
              END-READ
              EVALUATE TRUE
                 WHEN FS-TLQUITA = 10
                      MOVE 1 TO WKS-FIN-TLQUITA
                 WHEN FS-TLQUITA NOT = 0
                      MOVE 'READ'      TO ACCION
                      MOVE TLQT-LLAVE  TO LLAVE
                      MOVE 'TLQUITA'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-TLQUITA, FSE-TLQUITA
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
                 WHEN OTHER
                      ADD 1 TO WKS-REGISTROS-LEIDOS
                      IF TLQT-APLICADA AND
                         TLQT-PERIODO-APLICACION = WKS-PERIODO-REPORTE
                         MOVE TLQT-ANALISTA         TO WQUI-ANALISTA
                         MOVE TLQT-APROBADOR        TO WQUI-APROBADOR
                         MOVE TLQT-CUENTA           TO WQUI-CUENTA
                         MOVE TLQT-MONEDA           TO WQUI-MONEDA
                         MOVE TLQT-FECHA-APLICACION
                           TO WQUI-FECHA-APLICACION
                         MOVE TLQT-NIVEL-APROBADOR
                           TO WQUI-NIVEL-APROBADOR
                         MOVE TLQT-SALDO-ADEUDADO
                           TO WQUI-SALDO-ADEUDADO
                         MOVE TLQT-PAGO-RECIBIDO
                           TO WQUI-PAGO-RECIBIDO
                         MOVE TLQT-MONTO-PERDONADO
                           TO WQUI-MONTO-PERDONADO
                         RELEASE WORK-QUITA
                      END-IF
              END-EVALUATE
           END-PERFORM.
       310-LEE-APLICADAS-E. EXIT.

       320-LISTA-QUITAS SECTION.
           MOVE WKS-PERIODO-REPORTE TO WKS-HDR-PERIODO
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              EVALUATE TRUE
                 WHEN PRIMERA-VEZ
                      MOVE 'N' TO WKS-PRIMERA-VEZ
                 WHEN WQUI-ANALISTA NOT = WKS-ANALISTA-EN-CURSO
                      PERFORM 340-TOTAL-APROBADOR
                      PERFORM 350-TOTAL-ANALISTA
                 WHEN WQUI-APROBADOR NOT = WKS-APROBADOR-EN-CURSO
                      PERFORM 340-TOTAL-APROBADOR
              END-EVALUATE
              MOVE WQUI-ANALISTA  TO WKS-ANALISTA-EN-CURSO
              MOVE WQUI-APROBADOR TO WKS-APROBADOR-EN-CURSO
              PERFORM 330-LISTA-QUITA
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-QUITAS-LISTADAS = ZEROS
              MOVE '  (NO HAY QUITAS APLICADAS EN EL PERIODO)'
                TO PRINT-LINE
              PERFORM 390-ESCRIBE-LINEA
              GO TO 320-LISTA-QUITAS-E
           END-IF
           PERFORM 340-TOTAL-APROBADOR
           PERFORM 350-TOTAL-ANALISTA
           MOVE SPACES TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           SET  CORTE-GRAN-TOTAL    TO TRUE
           MOVE 'GRAN TOTAL'        TO WKS-TOT-ETIQUETA
           MOVE SPACES              TO WKS-TOT-CODIGO WKS-TOT-NIVEL
           PERFORM 360-ESCRIBE-TOTAL.
       320-LISTA-QUITAS-E. EXIT.

       330-LISTA-QUITA SECTION.
           ADD 1 TO WKS-QUITAS-LISTADAS
           MOVE WQUI-ANALISTA          TO WKS-DET-ANALISTA
           MOVE WQUI-APROBADOR         TO WKS-DET-APROBADOR
           MOVE WQUI-NIVEL-APROBADOR   TO WKS-DET-NIVEL
           MOVE WQUI-CUENTA            TO WKS-DET-CUENTA
           MOVE WQUI-MONEDA            TO WKS-DET-MONEDA
           MOVE WQUI-FECHA-APLICACION  TO WKS-DET-FECHA
           MOVE WQUI-SALDO-ADEUDADO    TO WKS-DET-SALDO
           MOVE WQUI-PAGO-RECIBIDO     TO WKS-DET-PAGO
           MOVE WQUI-MONTO-PERDONADO   TO WKS-DET-PERDONADO
           MOVE ZEROS                  TO WKS-DET-PORCENTAJE
           IF WQUI-SALDO-ADEUDADO > ZEROS
              COMPUTE WKS-DET-PORCENTAJE ROUNDED =
                      WQUI-MONTO-PERDONADO * 100 / WQUI-SALDO-ADEUDADO
           END-IF
           MOVE WKS-LINEA-DETALLE      TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           PERFORM VARYING WKS-NIVEL-CORTE FROM 1 BY 1
                   UNTIL WKS-NIVEL-CORTE > 3
              ADD 1 TO WKS-TOT-QUITAS (WKS-NIVEL-CORTE)
              ADD WQUI-SALDO-ADEUDADO TO WKS-TOT-SALDO (WKS-NIVEL-CORTE)
              ADD WQUI-PAGO-RECIBIDO  TO WKS-TOT-PAGO (WKS-NIVEL-CORTE)
              ADD WQUI-MONTO-PERDONADO
                TO WKS-TOT-PERDONADO (WKS-NIVEL-CORTE)
           END-PERFORM
           PERFORM 370-ACUMULA-APROBADOR.
       330-LISTA-QUITA-E. EXIT.

       340-TOTAL-APROBADOR SECTION.
           SET  CORTE-APROBADOR        TO TRUE
           MOVE '  TOTAL APROBADOR ' TO WKS-TOT-ETIQUETA
           MOVE WKS-APROBADOR-EN-CURSO TO WKS-TOT-CODIGO
           MOVE SPACES                 TO WKS-TOT-NIVEL
           PERFORM 360-ESCRIBE-TOTAL.
       340-TOTAL-APROBADOR-E. EXIT.

       350-TOTAL-ANALISTA SECTION.
           SET  CORTE-ANALISTA         TO TRUE
           MOVE 'TOTAL ANALISTA'       TO WKS-TOT-ETIQUETA
           MOVE WKS-ANALISTA-EN-CURSO  TO WKS-TOT-CODIGO
           MOVE SPACES                 TO WKS-TOT-NIVEL
           PERFORM 360-ESCRIBE-TOTAL
           MOVE SPACES TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA.
       350-TOTAL-ANALISTA-E. EXIT.

      *----> ESCRIBE LA LINEA DEL CORTE WKS-NIVEL-CORTE Y LO REINICIA
       360-ESCRIBE-TOTAL SECTION.
           MOVE WKS-TOT-QUITAS (WKS-NIVEL-CORTE)    TO WKS-TOT-CUANTAS
           MOVE WKS-TOT-SALDO (WKS-NIVEL-CORTE)     TO WKS-TOT-SALDO-ED
           MOVE WKS-TOT-PAGO (WKS-NIVEL-CORTE)      TO WKS-TOT-PAGO-ED
           MOVE WKS-TOT-PERDONADO (WKS-NIVEL-CORTE)
             TO WKS-TOT-PERDONADO-ED
           MOVE ZEROS TO WKS-TOT-PORCENTAJE
           IF WKS-TOT-SALDO (WKS-NIVEL-CORTE) > ZEROS
              COMPUTE WKS-TOT-PORCENTAJE ROUNDED =
                      WKS-TOT-PERDONADO (WKS-NIVEL-CORTE) * 100 /
                      WKS-TOT-SALDO (WKS-NIVEL-CORTE)
           END-IF
           MOVE WKS-LINEA-TOTAL TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           INITIALIZE WKS-TOTALES (WKS-NIVEL-CORTE).
       360-ESCRIBE-TOTAL-E. EXIT.

      *----> TOTALES POR APROBADOR SIN IMPORTAR EL ANALISTA; SE GUARDA
      *----> EL NIVEL MAS ALTO CON EL QUE APROBO EN EL PERIODO
       370-ACUMULA-APROBADOR SECTION.
           MOVE ZEROS TO IDX-ENCONTRADO
           IF WKS-TAB-LONG > ZEROS
              SET IDX-APR TO 1
              SEARCH WKS-APROBADOR-ENT
                 WHEN WKS-APR-CODIGO (IDX-APR) = WQUI-APROBADOR
                      SET IDX-ENCONTRADO TO IDX-APR
              END-SEARCH
           END-IF
           IF IDX-ENCONTRADO = ZEROS
              IF WKS-TAB-LONG NOT < 200
                 ADD 1 TO WKS-APROBADORES-DESCARTADOS
                 GO TO 370-ACUMULA-APROBADOR-E
              END-IF
              ADD 1 TO WKS-TAB-LONG
              SET IDX-APR TO WKS-TAB-LONG
              MOVE WQUI-APROBADOR TO WKS-APR-CODIGO (IDX-APR)
              MOVE ZEROS TO WKS-APR-NIVEL (IDX-APR)
                            WKS-APR-QUITAS (IDX-APR)
                            WKS-APR-SALDO (IDX-APR)
                            WKS-APR-PAGO (IDX-APR)
                            WKS-APR-PERDONADO (IDX-APR)
           ELSE
              SET IDX-APR TO IDX-ENCONTRADO
           END-IF
           IF WQUI-NIVEL-APROBADOR > WKS-APR-NIVEL (IDX-APR)
              MOVE WQUI-NIVEL-APROBADOR TO WKS-APR-NIVEL (IDX-APR)
           END-IF
           ADD 1                    TO WKS-APR-QUITAS (IDX-APR)
           ADD WQUI-SALDO-ADEUDADO  TO WKS-APR-SALDO (IDX-APR)
           ADD WQUI-PAGO-RECIBIDO   TO WKS-APR-PAGO (IDX-APR)
           ADD WQUI-MONTO-PERDONADO TO WKS-APR-PERDONADO (IDX-APR).
       370-ACUMULA-APROBADOR-E. EXIT.

       390-ESCRIBE-LINEA SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       390-ESCRIBE-LINEA-E. EXIT.

      *----> RESUMEN FINAL: UNA LINEA POR APROBADOR CON SU NIVEL
       400-RESUMEN-APROBADORES SECTION.
           IF WKS-TAB-LONG = ZEROS
              GO TO 400-RESUMEN-APROBADORES-E
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER-RESUMEN TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           PERFORM VARYING IDX-APR FROM 1 BY 1
                   UNTIL IDX-APR > WKS-TAB-LONG
              MOVE 'APROBADOR / NIVEL ' TO WKS-TOT-ETIQUETA
              MOVE WKS-APR-CODIGO (IDX-APR)  TO WKS-TOT-CODIGO
              MOVE WKS-APR-NIVEL (IDX-APR)   TO WKS-TOT-NIVEL
              MOVE WKS-APR-QUITAS (IDX-APR)  TO WKS-TOT-CUANTAS
              MOVE WKS-APR-SALDO (IDX-APR)   TO WKS-TOT-SALDO-ED
              MOVE WKS-APR-PAGO (IDX-APR)    TO WKS-TOT-PAGO-ED
              MOVE WKS-APR-PERDONADO (IDX-APR)
                TO WKS-TOT-PERDONADO-ED
              MOVE ZEROS TO WKS-TOT-PORCENTAJE
              IF WKS-APR-SALDO (IDX-APR) > ZEROS
                 COMPUTE WKS-TOT-PORCENTAJE ROUNDED =
                         WKS-APR-PERDONADO (IDX-APR) * 100 /
                         WKS-APR-SALDO (IDX-APR)
              END-IF
              MOVE WKS-LINEA-TOTAL TO PRINT-LINE
              PERFORM 390-ESCRIBE-LINEA
           END-PERFORM.
       400-RESUMEN-APROBADORES-E. EXIT.

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
           MOVE    WKS-REGISTROS-LEIDOS  TO WKS-MASCARA
           DISPLAY 'PROPUESTAS LEIDAS DE TLQUITA  : ' WKS-MASCARA
           MOVE    WKS-QUITAS-LISTADAS   TO WKS-MASCARA
           DISPLAY 'QUITAS APLICADAS LISTADAS     : ' WKS-MASCARA
           MOVE    WKS-TAB-LONG          TO WKS-MASCARA
           DISPLAY 'APROBADORES DISTINTOS         : ' WKS-MASCARA
           MOVE    WKS-APROBADORES-DESCARTADOS TO WKS-MASCARA
           DISPLAY 'QUITAS FUERA DEL RESUMEN      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLQUITA FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
