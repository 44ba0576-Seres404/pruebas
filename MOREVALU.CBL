      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOREVALU                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REVALUACION DE FIN DE MES DE LAS POSICIONES EN   *
      *             : DOLARES. SOLO OPERA SI LA FECHA DE PROCESO ES    *
      *             : FIN DE MES EN TLCALEN. ORDENA POR AGENCIA LOS    *
      *             : SALDOS DISPONIBLES D DE MOSLIN Y EL INTERES      *
      *             : DEVENGADO D DE MOINTAC, LOS VALUA A LA TASA DE   *
      *             : CIERRE TLTCAMB Y COMPARA CONTRA LA VALUACION DEL *
      *             : MES ANTERIOR GUARDADA EN MOREVAL: COMO LO DEL    *
      *             : MES QUEDO EN LIBROS A LA TASA ANTERIOR, LA       *
      *             : DIFERENCIA ES LA POSICION ACTUAL POR LA VARIACION*
      *             : DE LA TASA. POR AGENCIA Y CONCEPTO GENERA UNA    *
      *             : PARTIDA BALANCEADA EN QUETZALES: SI EL PASIVO    *
      *             : SUBE, CARGO A PERDIDA CAMBIARIA / ABONO AL       *
      *             : PASIVO EN DOLARES; SI BAJA, CARGO AL PASIVO /    *
      *             : ABONO A GANANCIA CAMBIARIA. CUENTAS DE MOT 011:  *
      *             : PASIVO (5:4) PARA SALDOS, INTERES (5:4) PARA EL  *
      *             : DEVENGADO (SI NO EXISTE, EL PASIVO) Y DIFCAMBIO  *
      *             : (1:4) GANANCIA, (5:4) PERDIDA. EL ARCHIVO        *
      *             : CONTASAL VA CON HEADER, DETALLE Y TRAILER COMO EL*
      *             : DE MOCONTAB Y EL LOTE QUEDA EN TLCTPOST CON      *
      *             : ORIGEN MOREVALU. EL LISTADO FTPREP MUESTRA POR   *
      *             : AGENCIA LA POSICION, LAS DOS TASAS, SU VARIACION *
      *             : Y LA DIFERENCIA RESULTANTE.                      *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MOSLIN=C, MOINTAC=C, MOMAES=C, MOTGEN=C,         *
      *             : TLCALEN=C, TLTCAMB=C, MOREVAL=A, CONTASAL=A,     *
      *             : TLCTPOST=A, FTPREP=A                             *
      * ACCION (ES) : K=ARCHIVO  R=REPORTE                             *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOREVALU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOSLIN ASSIGN   TO MOSLIN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOSL-LLAVE
                   FILE STATUS     IS FS-MOSLIN
                                      FSE-MOSLIN.
            SELECT MOINTAC ASSIGN  TO MOINTAC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOIN-LLAVE
                   FILE STATUS     IS FS-MOINTAC.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOTC-LLAVE
                   FILE STATUS     IS FS-MOTGEN.
            SELECT TLCALEN ASSIGN  TO TLCALEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCA-LLAVE
                   FILE STATUS     IS FS-TLCALEN.
            SELECT TLTCAMB ASSIGN  TO TLTCAMB
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLTC-LLAVE
                   FILE STATUS     IS FS-TLTCAMB.
            SELECT MOREVAL ASSIGN  TO MOREVAL
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MORV-LLAVE
                   FILE STATUS     IS FS-MOREVAL
                                      FSE-MOREVAL.
            SELECT CONTASAL ASSIGN TO CONTASAL
                   FILE STATUS     IS FS-CONTASAL.
            SELECT TLCTPOST ASSIGN TO TLCTPOST
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCP-LLAVE
                   FILE STATUS     IS FS-TLCTPOST.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  MOSLIN.
           COPY MOSLIN REPLACING MOSLIN BY REG-MOSLIN.
       FD  MOINTAC.
           COPY MOINTAC.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  TLTCAMB.
           COPY TLTCAMB.
       FD  MOREVAL.
           COPY MOREVAL.
       FD  CONTASAL
           RECORDING MODE IS F.
       01 CONTA-LINE                       PIC X(100).
       FD  TLCTPOST.
           COPY TLCTPOST.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       SD  WORKFILE.
       01 WORK-REG.
          05 WRKV-AGENCIA                  PIC 9(04).
          05 WRKV-SALDO-USD                PIC S9(11)V99 COMP-3.
          05 WRKV-INTERES-USD              PIC S9(11)V99 COMP-3.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOSLIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOINTAC                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLTCAMB                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOREVAL                       PIC 9(02)  VALUE ZEROS.
       01 FS-CONTASAL                      PIC 9(02)  VALUE ZEROS.
       01 FS-TLCTPOST                      PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOSLIN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOREVAL.
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
          02 WKS-FIN-MOSLIN                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOSLIN                            VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
          02 WKS-ES-FIN-DE-MES             PIC 9(01)  VALUE ZEROS.
             88 ES-FIN-DE-MES                         VALUE 1.
          02 WKS-EXISTE-MOREVAL            PIC 9(01)  VALUE ZEROS.
             88 EXISTE-MOREVAL                        VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 FILLER REDEFINES WKS-FECHA-PROCESO.
          02 WKS-MES-PROCESO               PIC 9(06).
          02 FILLER                        PIC 9(02).
      *------->   CUENTAS CONTABLES DE MOT 011
       01 WKS-CUENTAS-FIJAS.
          02 WKS-PASIVO-D                  PIC X(04)  VALUE SPACES.
          02 WKS-INTERES-D                 PIC X(04)  VALUE SPACES.
          02 WKS-GANANCIA                  PIC X(04)  VALUE SPACES.
          02 WKS-PERDIDA                   PIC X(04)  VALUE SPACES.
      *------->   AGENCIA EN PROCESO Y SUS POSICIONES EN DOLARES
       01 WKS-GRUPO-ACTUAL.
          02 WKS-GRP-AGENCIA               PIC 9(04)  VALUE ZEROS.
          02 WKS-GRP-SALDO-USD             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRP-INTERES-USD           PIC S9(13)V99 VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-TASA-CIERRE               PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-TASA-BASE                 PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-VARIACION-TASA            PIC S9(05)V9(04) VALUE ZEROS.
          02 WKS-CONCEPTO                  PIC X(01)  VALUE SPACES.
          02 WKS-POSICION-USD              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-VALUACION                 PIC S9(13)V99 VALUE ZEROS.
          02 WKS-DIFERENCIA                PIC S9(13)V99 VALUE ZEROS.
          02 WKS-MOVIMIENTO                PIC S9(13)V99 VALUE ZEROS.
          02 WKS-PASIVO                    PIC X(04)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->          TOTALES DE CONTROL DEL TRAILER
       01 WKS-CONTROLES.
          02 WKS-CON-PARTIDAS              PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-CARGOS                PIC S9(12)V99 VALUE ZEROS.
          02 WKS-TOT-ABONOS                PIC S9(12)V99 VALUE ZEROS.
      *------->        LINEAS DEL EXTRACTO CONTABLE
       01 WKS-LINEA-HEADER.
          05 FILLER                        PIC X(03)  VALUE 'HDR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'MOREVALU'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-FECHA                 PIC 9(08).
       01 WKS-LINEA-PARTIDA.
          05 FILLER                        PIC X(03)  VALUE 'DET'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CODIGO                PIC 9(02)  VALUE ZEROS.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-MONEDA                PIC X(01)  VALUE 'Q'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CANTIDAD              PIC 9(07)  VALUE 1.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CENTRO-COSTO          PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CUENTA-CONTABLE       PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-NATURALEZA            PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-MONTO                 PIC 9(10).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-NARRATIVA             PIC X(34).
       01 WKS-LINEA-TRAILER.
          05 FILLER                        PIC X(03)  VALUE 'TRL'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-PARTIDAS              PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-CARGOS                PIC 9(12).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-ABONOS                PIC 9(12).99.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(34)  VALUE
             'REVALUACION USD AL CIERRE DE MES  '.
          05 HDR-FECHA                     PIC 9(08).
          05 FILLER                        PIC X(16)  VALUE
             '  TASA CIERRE: '.
          05 HDR-TASA                      PIC ZZZZ9.9999.
       01 HEADER2.
          05 FILLER                        PIC X(04)  VALUE 'AGEN'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(01)  VALUE 'C'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(19)  VALUE
             'POSICION USD'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE
             'TASA ANT.'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE
             'TASA CIERR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(10)  VALUE
             'VARIACION'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'VALUACION Q'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'DIFERENCIA Q'.
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-AGENCIA               PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CONCEPTO              PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-POSICION              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TASA-BASE             PIC ZZZZ9.9999.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TASA-CIERRE           PIC ZZZZ9.9999.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-VARIACION             PIC ZZ9.9999-.
          05 FILLER                        PIC X(02)  VALUE ' |'.
          05 WKS-DET-VALUACION             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-DIFERENCIA            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-ESTADISTICAS.
          05 WKS-SALDOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-CON-USD           PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-MAESTRO               PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS                  PIC 9(05)  VALUE ZEROS.
          05 WKS-VALUACIONES-INICIALES     PIC 9(05)  VALUE ZEROS.
          05 WKS-TOT-GANANCIA              PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-PERDIDA               PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-CONSULTA-FIN-DE-MES
           IF ES-FIN-DE-MES
              PERFORM 230-PARAMETROS-REVALUACION
              PERFORM 240-ESCRIBE-ENCABEZADOS
              PERFORM 300-ORDENA-Y-REVALUA
              PERFORM 400-ESCRIBE-TRAILER
           ELSE
              DISPLAY '>>> LA FECHA DE PROCESO NO ES FIN DE MES EN '
                      'TLCALEN, NO SE REVALUA <<<' UPON CONSOLE
           END-IF
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOREVALU' TO PROGRAMA
           OPEN INPUT  MOSLIN MOINTAC MOMAES MOTGEN TLCALEN TLTCAMB
           OPEN OUTPUT CONTASAL FTPREP
           OPEN I-O    MOREVAL
           IF FS-MOREVAL = 35
              OPEN OUTPUT MOREVAL
              CLOSE MOREVAL
              OPEN I-O MOREVAL
           END-IF
           OPEN I-O    TLCTPOST
           IF FS-TLCTPOST = 35
              OPEN OUTPUT TLCTPOST
              CLOSE TLCTPOST
              OPEN I-O TLCTPOST
           END-IF
           IF (FS-MOSLIN = 97) AND (FS-MOINTAC = 97) AND
              (FS-MOMAES = 97) AND (FS-MOTGEN = 97) AND
              (FS-TLCALEN = 97) AND (FS-TLTCAMB = 97) AND
              (FS-MOREVAL = 97) AND (FS-CONTASAL = 97) AND
              (FS-TLCTPOST = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-MOSLIN FS-MOINTAC FS-MOMAES FS-MOTGEN
                            FS-TLCALEN FS-TLTCAMB FS-MOREVAL
                            FS-CONTASAL FS-TLCTPOST FS-FTPREP
           END-IF
           IF FS-MOSLIN NOT = 0 OR FS-MOINTAC NOT = 0 OR
              FS-MOMAES NOT = 0 OR FS-MOTGEN NOT = 0 OR
              FS-TLCALEN NOT = 0 OR FS-TLTCAMB NOT = 0 OR
              FS-MOREVAL NOT = 0 OR FS-CONTASAL NOT = 0 OR
              FS-TLCTPOST NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLIN   : " FS-MOSLIN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOINTAC  : " FS-MOINTAC
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTCAMB  : " FS-TLTCAMB
              DISPLAY "* FILE STATUS DEL ARCHIVO MOREVAL  : " FS-MOREVAL
              DISPLAY "* FILE STATUS DEL ARCHIVO CONTASAL : "
                      FS-CONTASAL
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCTPOST : "
                      FS-TLCTPOST
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
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

       220-CONSULTA-FIN-DE-MES SECTION.
           MOVE WKS-FECHA-PROCESO TO TLCA-FECHA
           READ TLCALEN KEY IS TLCA-LLAVE
             INVALID KEY
                DISPLAY '>>> LA FECHA DE PROCESO NO EXISTE EN EL '
                        'CALENDARIO TLCALEN <<<' UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
             NOT INVALID KEY
                IF TLCA-ES-FIN-DE-MES
                   MOVE 1 TO WKS-ES-FIN-DE-MES
                END-IF
           END-READ.
       220-CONSULTA-FIN-DE-MES-E. EXIT.

      ******************************************************************
      *  TASA DE CIERRE USD/GTQ DE TLTCAMB PARA LA FECHA Y CUENTAS DE  *
      *  MOT 011. SIN TASA O SIN CUENTAS LA CORRIDA SE RECHAZA         *
      ******************************************************************
       230-PARAMETROS-REVALUACION SECTION.
           MOVE WKS-FECHA-PROCESO  TO TLTC-FECHA
           MOVE 2                  TO TLTC-MONEDA
           READ TLTCAMB KEY IS TLTC-LLAVE
             INVALID KEY
                MOVE ZEROS TO WKS-TASA-CIERRE
             NOT INVALID KEY
                MOVE TLTC-TASA TO WKS-TASA-CIERRE
           END-READ
           IF WKS-TASA-CIERRE = ZEROS
              DISPLAY '>>> SIN TASA EN TLTCAMB PARA LA FECHA DE '
                      'PROCESO ' WKS-FECHA-PROCESO ' <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE 'MOT'       TO MOTC-TABLA
           MOVE 011         TO MOTC-CODIGO-TABLA
           MOVE 'PASIVO'    TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE MOTC-RESTO (5:4) TO WKS-PASIVO-D
           END-READ
           MOVE 'INTERES'   TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                MOVE WKS-PASIVO-D     TO WKS-INTERES-D
             NOT INVALID KEY
                MOVE MOTC-RESTO (5:4) TO WKS-INTERES-D
           END-READ
           MOVE 'DIFCAMBIO' TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE MOTC-RESTO (1:4) TO WKS-GANANCIA
                MOVE MOTC-RESTO (5:4) TO WKS-PERDIDA
           END-READ
           IF WKS-PASIVO-D = SPACES OR WKS-INTERES-D = SPACES OR
              WKS-GANANCIA = SPACES OR WKS-PERDIDA = SPACES
              DISPLAY '>>> MOT 011 SIN PASIVO EN DOLARES O SIN '
                      'DIFCAMBIO, NO SE PUEDE REVALUAR <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       230-PARAMETROS-REVALUACION-E. EXIT.

       240-ESCRIBE-ENCABEZADOS SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           MOVE WKS-LINEA-HEADER  TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE WKS-FECHA-PROCESO TO HDR-FECHA
           MOVE WKS-TASA-CIERRE   TO HDR-TASA
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 510-ERRORES-ESCRITURA-REP
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 510-ERRORES-ESCRITURA-REP.
       240-ESCRIBE-ENCABEZADOS-E. EXIT.

      *----> SERIE 300 ORDENA LAS POSICIONES POR AGENCIA Y REVALUA
       300-ORDENA-Y-REVALUA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKV-AGENCIA
                 INPUT  PROCEDURE IS 310-LEE-MOSLIN
                 OUTPUT PROCEDURE IS 320-REVALUA-AGENCIAS.
       300-ORDENA-Y-REVALUA-E. EXIT.

      *--> CADA CUENTA CON SALDO O INTERES EN DOLARES VA A LA AGENCIA
      *--> DE SU MAESTRO
       310-LEE-MOSLIN SECTION.
           READ MOSLIN NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOSLIN
           END-READ
           PERFORM UNTIL FIN-MOSLIN
              IF FS-MOSLIN NOT = 0
                 MOVE 'READ'     TO ACCION
                 MOVE MOSL-LLAVE TO LLAVE
                 MOVE 'MOSLIN'   TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-MOSLIN, FSE-MOSLIN
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-SALDOS-LEIDOS
              PERFORM 315-POSICION-DE-CUENTA
              READ MOSLIN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOSLIN
              END-READ
           END-PERFORM.
       310-LEE-MOSLIN-E. EXIT.

       315-POSICION-DE-CUENTA SECTION.
           MOVE MOSL-SALDO-DISPONIBLE-D TO WRKV-SALDO-USD
           MOVE ZEROS                   TO WRKV-INTERES-USD
           MOVE MOSL-LLAVE              TO MOIN-LLAVE
           READ MOINTAC KEY IS MOIN-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE MOIN-ACUM-DEVENGADO-D TO WRKV-INTERES-USD
           END-READ
           IF WRKV-SALDO-USD = ZEROS AND WRKV-INTERES-USD = ZEROS
              GO TO 315-POSICION-DE-CUENTA-E
           END-IF
           MOVE MOSL-LLAVE TO MOMA-LLAVE
           READ MOMAES KEY IS MOMA-LLAVE
             INVALID KEY
                ADD 1 TO WKS-SIN-MAESTRO
                MOVE ZEROS TO MOMA-AGENCIA
           END-READ
           ADD 1 TO WKS-CUENTAS-CON-USD
           MOVE MOMA-AGENCIA TO WRKV-AGENCIA
           RELEASE WORK-REG.
       315-POSICION-DE-CUENTA-E. EXIT.

      ******************************************************************
      *  CORTE POR AGENCIA: AL CAMBIAR SE REVALUAN SUS DOS CONCEPTOS   *
      ******************************************************************
       320-REVALUA-AGENCIAS SECTION.
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 MOVE WRKV-AGENCIA TO WKS-GRP-AGENCIA
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WRKV-AGENCIA NOT = WKS-GRP-AGENCIA
                    PERFORM 330-CIERRA-AGENCIA
                    MOVE WRKV-AGENCIA TO WKS-GRP-AGENCIA
                 END-IF
              END-IF
              ADD WRKV-SALDO-USD   TO WKS-GRP-SALDO-USD
              ADD WRKV-INTERES-USD TO WKS-GRP-INTERES-USD
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 330-CIERRA-AGENCIA
           END-IF.
       320-REVALUA-AGENCIAS-E. EXIT.

       330-CIERRA-AGENCIA SECTION.
           ADD 1 TO WKS-AGENCIAS
           MOVE 'S'                 TO WKS-CONCEPTO
           MOVE WKS-GRP-SALDO-USD   TO WKS-POSICION-USD
           MOVE WKS-PASIVO-D        TO WKS-PASIVO
           PERFORM 340-REVALUA-CONCEPTO
           MOVE 'I'                 TO WKS-CONCEPTO
           MOVE WKS-GRP-INTERES-USD TO WKS-POSICION-USD
           MOVE WKS-INTERES-D       TO WKS-PASIVO
           PERFORM 340-REVALUA-CONCEPTO
           MOVE ZEROS TO WKS-GRP-SALDO-USD WKS-GRP-INTERES-USD.
       330-CIERRA-AGENCIA-E. EXIT.

      ******************************************************************
      *  VALUACION DEL CONCEPTO: LA BASE ES LA TASA DEL CIERRE         *
      *  ANTERIOR (EN UN RERUN DEL MISMO MES, LA QUE YA ERA ANTERIOR). *
      *  SIN VALUACION PREVIA LA DEL MES QUEDA COMO INICIAL, SIN       *
      *  DIFERENCIA                                                    *
      ******************************************************************
       340-REVALUA-CONCEPTO SECTION.
           MOVE ZEROS            TO WKS-EXISTE-MOREVAL WKS-TASA-BASE
           MOVE WKS-GRP-AGENCIA  TO MORV-AGENCIA
           MOVE WKS-CONCEPTO     TO MORV-CONCEPTO
           READ MOREVAL KEY IS MORV-LLAVE
             INVALID KEY
                INITIALIZE MORV-ACTUAL MORV-ANTERIOR
             NOT INVALID KEY
                MOVE 1 TO WKS-EXISTE-MOREVAL
           END-READ
           IF MORV-MES-ACTUAL NOT = WKS-MES-PROCESO
              MOVE MORV-MES-ACTUAL        TO MORV-MES-ANTERIOR
              MOVE MORV-TASA-ACTUAL       TO MORV-TASA-ANTERIOR
              MOVE MORV-USD-ACTUAL        TO MORV-USD-ANTERIOR
              MOVE MORV-VALUACION-ACTUAL  TO MORV-VALUACION-ANTERIOR
              MOVE MORV-DIFERENCIA-ACTUAL TO MORV-DIFERENCIA-ANTERIOR
           END-IF
           MOVE MORV-TASA-ANTERIOR TO WKS-TASA-BASE
           COMPUTE WKS-VALUACION ROUNDED =
                   WKS-POSICION-USD * WKS-TASA-CIERRE
           IF WKS-TASA-BASE = ZEROS
              ADD 1 TO WKS-VALUACIONES-INICIALES
              MOVE WKS-TASA-CIERRE TO WKS-TASA-BASE
           END-IF
           COMPUTE WKS-VARIACION-TASA = WKS-TASA-CIERRE - WKS-TASA-BASE
           COMPUTE WKS-DIFERENCIA ROUNDED =
                   WKS-POSICION-USD * WKS-VARIACION-TASA
           MOVE WKS-MES-PROCESO    TO MORV-MES-ACTUAL
           MOVE WKS-TASA-CIERRE    TO MORV-TASA-ACTUAL
           MOVE WKS-POSICION-USD   TO MORV-USD-ACTUAL
           MOVE WKS-VALUACION      TO MORV-VALUACION-ACTUAL
           MOVE WKS-DIFERENCIA     TO MORV-DIFERENCIA-ACTUAL
           IF EXISTE-MOREVAL
              REWRITE REG-MOREVAL
           ELSE
              WRITE REG-MOREVAL
           END-IF
           IF FS-MOREVAL NOT = 0
              MOVE 'GRABAR'    TO ACCION
              MOVE MORV-LLAVE  TO LLAVE
              MOVE 'MOREVAL'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MOREVAL, FSE-MOREVAL
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           PERFORM 350-ESCRIBE-DETALLE
           IF WKS-DIFERENCIA NOT = ZEROS
              PERFORM 360-GENERA-PARTIDA
           END-IF.
       340-REVALUA-CONCEPTO-E. EXIT.

       350-ESCRIBE-DETALLE SECTION.
           MOVE WKS-GRP-AGENCIA    TO WKS-DET-AGENCIA
           MOVE WKS-CONCEPTO       TO WKS-DET-CONCEPTO
           MOVE WKS-POSICION-USD   TO WKS-DET-POSICION
           MOVE WKS-TASA-BASE      TO WKS-DET-TASA-BASE
           MOVE WKS-TASA-CIERRE    TO WKS-DET-TASA-CIERRE
           MOVE WKS-VARIACION-TASA TO WKS-DET-VARIACION
           MOVE WKS-VALUACION      TO WKS-DET-VALUACION
           MOVE WKS-DIFERENCIA     TO WKS-DET-DIFERENCIA
           MOVE WKS-LINEA-DETALLE  TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 510-ERRORES-ESCRITURA-REP.
       350-ESCRIBE-DETALLE-E. EXIT.

      ******************************************************************
      *  DIFERENCIA POSITIVA = EL PASIVO EN QUETZALES SUBE: CARGO A    *
      *  PERDIDA / ABONO AL PASIVO. NEGATIVA = CARGO AL PASIVO / ABONO *
      *  A GANANCIA                                                    *
      ******************************************************************
       360-GENERA-PARTIDA SECTION.
           MOVE WKS-GRP-AGENCIA TO WKS-PAR-CENTRO-COSTO
           IF WKS-CONCEPTO = 'S'
              MOVE 'REVALUACION SALDOS USD FIN DE MES'
                                  TO WKS-PAR-NARRATIVA
           ELSE
              MOVE 'REVALUACION INTERES USD FIN DE MES'
                                  TO WKS-PAR-NARRATIVA
           END-IF
           IF WKS-DIFERENCIA > ZEROS
              MOVE WKS-DIFERENCIA   TO WKS-MOVIMIENTO
              ADD  WKS-MOVIMIENTO   TO WKS-TOT-PERDIDA
              MOVE WKS-PERDIDA      TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'D'              TO WKS-PAR-NATURALEZA
              MOVE WKS-MOVIMIENTO   TO WKS-PAR-MONTO
              ADD  WKS-MOVIMIENTO   TO WKS-TOT-CARGOS
              PERFORM 370-ESCRIBE-PARTIDA
              MOVE WKS-PASIVO       TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'C'              TO WKS-PAR-NATURALEZA
              ADD  WKS-MOVIMIENTO   TO WKS-TOT-ABONOS
              PERFORM 370-ESCRIBE-PARTIDA
           ELSE
              COMPUTE WKS-MOVIMIENTO = ZERO - WKS-DIFERENCIA
              ADD  WKS-MOVIMIENTO   TO WKS-TOT-GANANCIA
              MOVE WKS-PASIVO       TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'D'              TO WKS-PAR-NATURALEZA
              MOVE WKS-MOVIMIENTO   TO WKS-PAR-MONTO
              ADD  WKS-MOVIMIENTO   TO WKS-TOT-CARGOS
              PERFORM 370-ESCRIBE-PARTIDA
              MOVE WKS-GANANCIA     TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'C'              TO WKS-PAR-NATURALEZA
              ADD  WKS-MOVIMIENTO   TO WKS-TOT-ABONOS
              PERFORM 370-ESCRIBE-PARTIDA
           END-IF.
       360-GENERA-PARTIDA-E. EXIT.

       370-ESCRIBE-PARTIDA SECTION.
           MOVE WKS-LINEA-PARTIDA TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD 1 TO WKS-CON-PARTIDAS.
       370-ESCRIBE-PARTIDA-E. EXIT.

       400-ESCRIBE-TRAILER SECTION.
           MOVE WKS-CON-PARTIDAS  TO WKS-TRL-PARTIDAS
           MOVE WKS-TOT-CARGOS    TO WKS-TRL-CARGOS
           MOVE WKS-TOT-ABONOS    TO WKS-TRL-ABONOS
           MOVE WKS-LINEA-TRAILER TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           IF WKS-TOT-CARGOS NOT = WKS-TOT-ABONOS
              DISPLAY '>>> EXTRACTO DESCUADRADO, CARGOS NO IGUALAN '
                      'ABONOS <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
           END-IF
           PERFORM 410-REGISTRA-LOTE.
       400-ESCRIBE-TRAILER-E. EXIT.

      ******************************************************************
      *  DEJA EN TLCTPOST EL LOTE DE LA FECHA CON ORIGEN MOREVALU      *
      *  (ESTADO G) Y SUS TOTALES; TLCTAACK LO CASA CON EL ACUSE DEL   *
      *  MAYOR. UN RERUN REESCRIBE EL LOTE COMO GENERADO               *
      ******************************************************************
       410-REGISTRA-LOTE SECTION.
           INITIALIZE REG-TLCTPOST
           MOVE WKS-FECHA-PROCESO TO TLCP-FECHA-LOTE
           MOVE 'MOREVALU'        TO TLCP-ORIGEN
           MOVE WKS-CON-PARTIDAS  TO TLCP-PARTIDAS
           MOVE WKS-TOT-CARGOS    TO TLCP-TOT-CARGOS
           MOVE WKS-TOT-ABONOS    TO TLCP-TOT-ABONOS
           SET  TLCP-GENERADO     TO TRUE
           WRITE REG-TLCTPOST
           IF FS-TLCTPOST = 22
              REWRITE REG-TLCTPOST
           END-IF
           IF FS-TLCTPOST NOT = 0
              DISPLAY '>>> NO SE PUDO REGISTRAR EL LOTE EN TLCTPOST, '
                      'STATUS: ' FS-TLCTPOST ' <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
           END-IF.
       410-REGISTRA-LOTE-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-CONTASAL NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-CONTASAL ")"
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

       510-ERRORES-ESCRITURA-REP SECTION.
           IF FS-FTPREP NOT = 0
              DISPLAY 'ERROR AL GRABAR FTPREP, STATUS: ' FS-FTPREP
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       510-ERRORES-ESCRITURA-REP-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-SALDOS-LEIDOS         TO WKS-MASCARA
           DISPLAY 'SALDOS LEIDOS DE MOSLIN       : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-CON-USD       TO WKS-MASCARA
           DISPLAY 'CUENTAS CON POSICION EN USD   : ' WKS-MASCARA
           MOVE    WKS-SIN-MAESTRO           TO WKS-MASCARA
           DISPLAY 'SIN MAESTRO (AGENCIA 0000)    : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS              TO WKS-MASCARA
           DISPLAY 'AGENCIAS REVALUADAS           : ' WKS-MASCARA
           MOVE    WKS-VALUACIONES-INICIALES TO WKS-MASCARA
           DISPLAY 'VALUACIONES INICIALES         : ' WKS-MASCARA
           MOVE    WKS-CON-PARTIDAS          TO WKS-MASCARA
           DISPLAY 'LINEAS DE PARTIDA GENERADAS   : ' WKS-MASCARA
           MOVE    WKS-TOT-PERDIDA           TO WKS-MASCARA-MONTO
           DISPLAY 'PERDIDA CAMBIARIA             : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-GANANCIA          TO WKS-MASCARA-MONTO
           DISPLAY 'GANANCIA CAMBIARIA            : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOSLIN MOINTAC MOMAES MOTGEN TLCALEN TLTCAMB
                 MOREVAL CONTASAL TLCTPOST FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
