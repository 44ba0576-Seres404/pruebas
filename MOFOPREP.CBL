      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOFOPREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : COBERTURA DEL FONDO PARA LA PROTECCION DEL       *
      *             : AHORRO (FOPA) POR DEPOSITANTE. RECORRE MOMAES,   *
      *             : TOMA LOS SALDOS POSITIVOS DE MOSLIN, CONVIERTE   *
      *             : EL SALDO EN DOLARES A QUETZALES CON LA TASA DE   *
      *             : TLTCAMB DE LA FECHA DE PROCESO DEL CALENDARIO    *
      *             : TLCALEN Y REPARTE EL SALDO DE LA CUENTA EN       *
      *             : PARTES IGUALES ENTRE EL TITULAR DE MOMAES Y LOS  *
      *             : COTITULARES ACTIVOS DE MOCOTIT (LOS FIRMANTES NO *
      *             : SON DUENOS DEL DEPOSITO). ORDENA LAS PORCIONES   *
      *             : POR CLIENTE, SUMA EL TOTAL DEL DEPOSITANTE Y LE  *
      *             : APLICA EL TOPE DE COBERTURA DE MOT 013           *
      *             : (CORRELATIVO TOPE, RESTO (1:13) = MONTO EN       *
      *             : QUETZALES 9(11)V99): HASTA EL TOPE ES ASEGURADO  *
      *             : Y EL EXCESO NO ASEGURADO. ESCRIBE EL ARCHIVO     *
      *             : REGULATORIO FOPAREG (HEADER, UN DETALLE POR      *
      *             : DEPOSITANTE CON SU IDENTIFICACION DE CFCNAT O    *
      *             : CFCJUR, TRAILER) Y EL RESUMEN FOPARES POR FRANJA *
      *             : DE COBERTURA (HASTA 25, 50, 75 Y 100 POR CIENTO  *
      *             : DEL TOPE, Y SOBRE EL TOPE).                      *
      * ARCHIVOS    : MOMAES=C, MOSLIN=C, MOCOTIT=C, MOTGEN=C          *
      *             : TLCALEN=C, TLTCAMB=C, CFCNAT=C, CFCJUR=C         *
      *             : FOPAREG=A, FOPARES=A                             *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOFOPREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT MOSLIN ASSIGN   TO MOSLIN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOSL-LLAVE
                   FILE STATUS     IS FS-MOSLIN
                                      FSE-MOSLIN.
            SELECT MOCOTIT ASSIGN  TO MOCOTIT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MOCT-LLAVE
                   FILE STATUS     IS FS-MOCOTIT
                                      FSE-MOCOTIT.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOTC-LLAVE
                   FILE STATUS     IS FS-MOTGEN
                                      FSE-MOTGEN.
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
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR.
            SELECT FOPAREG ASSIGN  TO FOPAREG
                   FILE STATUS     IS FS-FOPAREG.
            SELECT FOPARES ASSIGN  TO FOPARES
                   FILE STATUS     IS FS-FOPARES.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  MOSLIN.
           COPY MOSLIN REPLACING MOSLIN BY REG-MOSLIN.
       FD  MOCOTIT.
           COPY MOCOTIT.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  TLTCAMB.
           COPY TLTCAMB.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  FOPAREG
           RECORDING MODE IS F.
       01 FOPA-LINE                        PIC X(150).
       FD  FOPARES
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       SD  WORKFILE.
       01  WORK-REG.
           05  WRK-CLIENTE                 PIC X(08).
           05  WRK-CUENTA                  PIC X(16).
           05  WRK-MONTO                   PIC S9(13)V99 COMP-3.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOSLIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOCOTIT                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLTCAMB                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-FOPAREG                       PIC 9(02)  VALUE ZEROS.
       01 FS-FOPARES                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOMAES.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOSLIN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOCOTIT.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOTGEN.
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
          02 WKS-FIN-MOMAES                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOMAES                            VALUE 1.
          02 WKS-FIN-MOCOTIT               PIC 9(01)  VALUE ZEROS.
             88 FIN-MOCOTIT                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-CLIENTE            PIC 9(01)  VALUE 1.
      *------->     PARAMETROS DE LA CORRIDA (TLCALEN, TLTCAMB, MOT)
       01 WKS-PARAMETROS.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 WKS-TIPO-CAMBIO               PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-TOPE-COBERTURA            PIC 9(11)V99 VALUE ZEROS.
          02 WKS-TOPE-X                    PIC X(13)  VALUE SPACES.
          02 WKS-TOPE-9 REDEFINES WKS-TOPE-X
                                           PIC 9(11)V99.
      *------->   COTITULARES DE LA CUENTA EN PROCESO (HASTA 20)
       01 WKS-TITULARES.
          02 WKS-TIT-LONG                  PIC 9(02)  VALUE ZEROS.
          02 WKS-TIT-CLIENTE OCCURS 20 TIMES
                                           PIC X(08).
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-SALDO-CUENTA              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-SALDO-DOLARES-Q           PIC S9(13)V99 VALUE ZEROS.
          02 WKS-PORCION                   PIC S9(13)V99 VALUE ZEROS.
          02 WKS-RESIDUO                   PIC S9(13)V99 VALUE ZEROS.
          02 WKS-CLIENTE-ACTUAL            PIC X(08)  VALUE SPACES.
          02 WKS-CLI-TOTAL                 PIC S9(13)V99 VALUE ZEROS.
          02 WKS-CLI-CUENTAS               PIC 9(05)  VALUE ZEROS.
          02 WKS-CLI-ASEGURADO             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-CLI-NO-ASEGURADO          PIC S9(13)V99 VALUE ZEROS.
          02 WKS-FRANJA                    PIC 9(01)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->     RESUMEN POR FRANJA DE COBERTURA (5 FRANJAS)
       01 WKS-TABLA-FRANJAS.
          02 WKS-FRJ OCCURS 5 TIMES.
             03 WKS-FRJ-DEPOSITANTES       PIC 9(07)  VALUE ZEROS.
             03 WKS-FRJ-TOTAL              PIC S9(15)V99 VALUE ZEROS.
             03 WKS-FRJ-ASEGURADO          PIC S9(15)V99 VALUE ZEROS.
             03 WKS-FRJ-NO-ASEGURADO       PIC S9(15)V99 VALUE ZEROS.
       01 WKS-NOMBRES-FRANJAS.
          02 FILLER                        PIC X(20)  VALUE
             'HASTA 25% DEL TOPE'.
          02 FILLER                        PIC X(20)  VALUE
             'HASTA 50% DEL TOPE'.
          02 FILLER                        PIC X(20)  VALUE
             'HASTA 75% DEL TOPE'.
          02 FILLER                        PIC X(20)  VALUE
             'HASTA EL TOPE'.
          02 FILLER                        PIC X(20)  VALUE
             'SOBRE EL TOPE'.
       01 WKS-NOMBRES-FRANJAS-R REDEFINES WKS-NOMBRES-FRANJAS.
          02 WKS-NOMBRE-FRANJA OCCURS 5 TIMES
                                           PIC X(20).
       01 WKS-IDENTIFICACION-DPI.
          05 WKS-DPI-CORREL                PIC 9(08).
          05 WKS-DPI-VERIFICADOR           PIC 9(01).
          05 WKS-DPI-DEPARTAMENTO          PIC 9(02).
          05 WKS-DPI-MUNICIPIO             PIC 9(02).
      *------->          LINEAS DEL ARCHIVO REGULATORIO
       01 WKS-LINEA-HEADER.
          05 FILLER                        PIC X(03)  VALUE 'HDR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'MOFOPREP'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-TIPO-CAMBIO           PIC 9(05).9(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-TOPE                  PIC 9(11).99.
       01 WKS-LINEA-DETALLE.
          05 FILLER                        PIC X(03)  VALUE 'DET'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TIPO-ID               PIC X(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-IDENTIFICACION        PIC X(13).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CUENTAS               PIC 9(05).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TOTAL                 PIC 9(13).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-ASEGURADO             PIC 9(13).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-NO-ASEGURADO          PIC 9(13).99.
       01 WKS-LINEA-TRAILER.
          05 FILLER                        PIC X(03)  VALUE 'TRL'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-DEPOSITANTES          PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-TOTAL                 PIC 9(15).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-ASEGURADO             PIC 9(15).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-NO-ASEGURADO          PIC 9(15).99.
      *------->          LINEAS DEL RESUMEN POR FRANJA
       01 HEADER1.
          05 FILLER                        PIC X(40)  VALUE
             'COBERTURA FOPA POR FRANJA AL          '.
          05 HDR-FECHA                     PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(20)  VALUE 'FRANJA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(09)  VALUE
             'DEPOSIT.'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(20)  VALUE
             'SALDO TOTAL'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(20)  VALUE
             'ASEGURADO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(20)  VALUE
             'NO ASEGURADO'.
       01 WKS-LINEA-FRANJA.
          05 WKS-LIN-FRANJA                PIC X(20).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-DEPOSITANTES          PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ASEGURADO             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-NO-ASEGURADO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-ESTADISTICAS.
          05 WKS-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-CON-SALDO         PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-CONJUNTAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-SALDOS                PIC 9(07)  VALUE ZEROS.
          05 WKS-DEPOSITANTES              PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CIF                   PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-DEPOSITOS             PIC S9(15)V99 VALUE ZEROS.
          05 WKS-TOT-ASEGURADO             PIC S9(15)V99 VALUE ZEROS.
          05 WKS-TOT-NO-ASEGURADO          PIC S9(15)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-PARAMETROS-CORRIDA
           PERFORM 300-ORDENA-Y-ACUMULA
           PERFORM 400-ESCRIBE-TRAILER
           PERFORM 450-RESUMEN-FRANJAS
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOFOPREP' TO PROGRAMA
           OPEN INPUT  MOMAES MOSLIN MOCOTIT MOTGEN TLCALEN TLTCAMB
                       CFCNAT CFCJUR
           OPEN OUTPUT FOPAREG FOPARES
           IF (FS-MOMAES = 97) AND (FS-MOSLIN = 97) AND
              (FS-MOCOTIT = 97) AND (FS-MOTGEN = 97) AND
              (FS-TLCALEN = 97) AND (FS-TLTCAMB = 97) AND
              (FS-CFCNAT = 97) AND (FS-CFCJUR = 97) AND
              (FS-FOPAREG = 97) AND (FS-FOPARES = 97)
              MOVE ZEROS TO FS-MOMAES FS-MOSLIN FS-MOCOTIT FS-MOTGEN
                            FS-TLCALEN FS-TLTCAMB FS-CFCNAT FS-CFCJUR
                            FS-FOPAREG FS-FOPARES
           END-IF
           IF FS-MOMAES NOT = 0 OR FS-MOSLIN NOT = 0 OR
              FS-MOCOTIT NOT = 0 OR FS-MOTGEN NOT = 0 OR
              FS-TLCALEN NOT = 0 OR FS-TLTCAMB NOT = 0 OR
              FS-CFCNAT NOT = 0 OR FS-CFCJUR NOT = 0 OR
              FS-FOPAREG NOT = 0 OR FS-FOPARES NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLIN   : " FS-MOSLIN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOCOTIT  : " FS-MOCOTIT
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTCAMB  : " FS-TLTCAMB
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO FOPAREG  : " FS-FOPAREG
              DISPLAY "* FILE STATUS DEL ARCHIVO FOPARES  : " FS-FOPARES
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  FECHA DE PROCESO DEL REGISTRO DE CONTROL DE TLCALEN, TASA     *
      *  USD/GTQ DE TLTCAMB PARA ESA FECHA Y TOPE DE COBERTURA DE MOT  *
      *  013. SIN CUALQUIERA DE LOS TRES LA CORRIDA SE RECHAZA         *
      ******************************************************************
       220-PARAMETROS-CORRIDA SECTION.
           MOVE ZEROS TO TLCA-FECHA
           READ TLCALEN KEY IS TLCA-LLAVE
             INVALID KEY
                DISPLAY '>>> CALENDARIO SIN REGISTRO DE CONTROL, '
                        'FIJE LA FECHA DE PROCESO EN TL5D1CA3 <<<'
                        UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
           END-READ
           MOVE TLCA-FECHA-PROCESO TO WKS-FECHA-PROCESO
           MOVE WKS-FECHA-PROCESO  TO TLTC-FECHA
           MOVE 2                  TO TLTC-MONEDA
           READ TLTCAMB KEY IS TLTC-LLAVE
             INVALID KEY
                DISPLAY '>>> SIN TASA EN TLTCAMB PARA LA FECHA DE '
                        'PROCESO ' WKS-FECHA-PROCESO ' <<<'
                        UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
             NOT INVALID KEY
                MOVE TLTC-TASA TO WKS-TIPO-CAMBIO
           END-READ
           IF WKS-TIPO-CAMBIO = ZEROS
              DISPLAY '>>> TASA EN CERO EN TLTCAMB PARA LA '
                      'FECHA DE PROCESO <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE 'MOT'  TO MOTC-TABLA
           MOVE 013    TO MOTC-CODIGO-TABLA
           MOVE 'TOPE' TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE MOTC-RESTO (1:13) TO WKS-TOPE-X
                IF WKS-TOPE-X NUMERIC
                   MOVE WKS-TOPE-9 TO WKS-TOPE-COBERTURA
                END-IF
           END-READ
           IF WKS-TOPE-COBERTURA = ZEROS
              DISPLAY '>>> MOT 013 SIN TOPE DE COBERTURA FOPA '
                      'VALIDO <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE WKS-FECHA-PROCESO  TO WKS-HDR-FECHA HDR-FECHA
           MOVE WKS-TIPO-CAMBIO    TO WKS-HDR-TIPO-CAMBIO
           MOVE WKS-TOPE-COBERTURA TO WKS-HDR-TOPE
           MOVE WKS-LINEA-HEADER   TO FOPA-LINE
           WRITE FOPA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       220-PARAMETROS-CORRIDA-E. EXIT.

      *----> SERIE 300 REPARTE SALDOS POR TITULAR Y TOTALIZA POR CLIENTE
       300-ORDENA-Y-ACUMULA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRK-CLIENTE
              ASCENDING KEY WRK-CUENTA
                 INPUT  PROCEDURE IS 310-REPARTE-SALDOS
                 OUTPUT PROCEDURE IS 340-TOTALIZA-DEPOSITANTES.
       300-ORDENA-Y-ACUMULA-E. EXIT.

       310-REPARTE-SALDOS SECTION.
           READ MOMAES NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOMAES
           END-READ
           PERFORM UNTIL FIN-MOMAES
              EVALUATE FS-MOMAES
                 WHEN 0
                    ADD 1 TO WKS-CUENTAS-LEIDAS
                    PERFORM 320-SALDO-DE-LA-CUENTA
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE MOMA-LLAVE TO LLAVE
                    MOVE 'MOMAES'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MOMAES, FSE-MOMAES
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ MOMAES NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOMAES
              END-READ
           END-PERFORM.
       310-REPARTE-SALDOS-E. EXIT.

      ******************************************************************
      *  SOLO CUENTAN LOS SALDOS POSITIVOS; EL SALDO EN DOLARES SE     *
      *  LLEVA A QUETZALES CON LA TASA DE LA FECHA DE PROCESO          *
      ******************************************************************
       320-SALDO-DE-LA-CUENTA SECTION.
           MOVE MOMA-LLAVE TO MOSL-LLAVE
           READ MOSLIN KEY IS MOSL-LLAVE
             INVALID KEY
                ADD 1 TO WKS-SIN-SALDOS
                GO TO 320-SALDO-DE-LA-CUENTA-E
           END-READ
           MOVE ZEROS TO WKS-SALDO-CUENTA
           IF MOSL-SALDO-DISPONIBLE-Q > ZEROS
              MOVE MOSL-SALDO-DISPONIBLE-Q TO WKS-SALDO-CUENTA
           END-IF
           IF MOSL-SALDO-DISPONIBLE-D > ZEROS
              COMPUTE WKS-SALDO-DOLARES-Q ROUNDED =
                      MOSL-SALDO-DISPONIBLE-D * WKS-TIPO-CAMBIO
              ADD WKS-SALDO-DOLARES-Q TO WKS-SALDO-CUENTA
           END-IF
           IF WKS-SALDO-CUENTA = ZEROS
              GO TO 320-SALDO-DE-LA-CUENTA-E
           END-IF
           ADD 1 TO WKS-CUENTAS-CON-SALDO
           PERFORM 330-TITULARES-DE-LA-CUENTA
           IF WKS-TIT-LONG > 1
              ADD 1 TO WKS-CUENTAS-CONJUNTAS
           END-IF
      *------> PARTES IGUALES; EL CENTAVO DEL RESIDUO VA AL TITULAR
           COMPUTE WKS-PORCION = WKS-SALDO-CUENTA / WKS-TIT-LONG
           COMPUTE WKS-RESIDUO =
                   WKS-SALDO-CUENTA - (WKS-PORCION * WKS-TIT-LONG)
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-TIT-LONG
              MOVE WKS-TIT-CLIENTE (WKS-I) TO WRK-CLIENTE
              MOVE MOMA-LLAVE              TO WRK-CUENTA
              MOVE WKS-PORCION             TO WRK-MONTO
              IF WKS-I = 1
                 ADD WKS-RESIDUO           TO WRK-MONTO
              END-IF
              RELEASE WORK-REG
           END-PERFORM.
       320-SALDO-DE-LA-CUENTA-E. EXIT.

      *----> TITULAR DE MOMAES MAS COTITULARES ACTIVOS DE MOCOTIT
       330-TITULARES-DE-LA-CUENTA SECTION.
           MOVE 1                     TO WKS-TIT-LONG
           MOVE MOMA-CODIGO-UNIVERSAL TO WKS-TIT-CLIENTE (1)
           MOVE ZEROS                 TO WKS-FIN-MOCOTIT
           MOVE MOMA-LLAVE            TO MOCT-CUENTA
           MOVE LOW-VALUES            TO MOCT-CODIGO-CLIENTE
           START MOCOTIT KEY IS NOT LESS THAN MOCT-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-MOCOTIT
           END-START
           PERFORM UNTIL FIN-MOCOTIT
              READ MOCOTIT NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOCOTIT
              END-READ
              IF NOT FIN-MOCOTIT
                 IF FS-MOCOTIT NOT = 0 OR MOCT-CUENTA NOT = MOMA-LLAVE
                    MOVE 1 TO WKS-FIN-MOCOTIT
                 ELSE
                    IF MOCT-ACTIVO AND MOCT-ROL-COTITULAR AND
                       MOCT-CODIGO-CLIENTE NOT = MOMA-CODIGO-UNIVERSAL
                       AND WKS-TIT-LONG < 20
                       ADD 1 TO WKS-TIT-LONG
                       MOVE MOCT-CODIGO-CLIENTE
                            TO WKS-TIT-CLIENTE (WKS-TIT-LONG)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       330-TITULARES-DE-LA-CUENTA-E. EXIT.

      ******************************************************************
      *  CORTE POR CLIENTE: EL TOTAL DEL DEPOSITANTE SE CUBRE HASTA EL *
      *  TOPE Y EL EXCESO QUEDA COMO NO ASEGURADO                      *
      ******************************************************************
       340-TOTALIZA-DEPOSITANTES SECTION.
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-CLIENTE = 1
                 MOVE WRK-CLIENTE TO WKS-CLIENTE-ACTUAL
                 MOVE 0           TO WKS-PRIMER-CLIENTE
              END-IF
              IF WRK-CLIENTE NOT = WKS-CLIENTE-ACTUAL
                 PERFORM 350-CIERRA-DEPOSITANTE
                 MOVE WRK-CLIENTE TO WKS-CLIENTE-ACTUAL
              END-IF
              ADD WRK-MONTO TO WKS-CLI-TOTAL
              ADD 1         TO WKS-CLI-CUENTAS
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-CLIENTE = 0
              PERFORM 350-CIERRA-DEPOSITANTE
           END-IF.
       340-TOTALIZA-DEPOSITANTES-E. EXIT.

       350-CIERRA-DEPOSITANTE SECTION.
           IF WKS-CLI-TOTAL > WKS-TOPE-COBERTURA
              MOVE WKS-TOPE-COBERTURA TO WKS-CLI-ASEGURADO
           ELSE
              MOVE WKS-CLI-TOTAL      TO WKS-CLI-ASEGURADO
           END-IF
           COMPUTE WKS-CLI-NO-ASEGURADO =
                   WKS-CLI-TOTAL - WKS-CLI-ASEGURADO
           EVALUATE TRUE
              WHEN WKS-CLI-TOTAL * 4 NOT > WKS-TOPE-COBERTURA
                 MOVE 1 TO WKS-FRANJA
              WHEN WKS-CLI-TOTAL * 2 NOT > WKS-TOPE-COBERTURA
                 MOVE 2 TO WKS-FRANJA
              WHEN WKS-CLI-TOTAL * 4 NOT > WKS-TOPE-COBERTURA * 3
                 MOVE 3 TO WKS-FRANJA
              WHEN WKS-CLI-TOTAL NOT > WKS-TOPE-COBERTURA
                 MOVE 4 TO WKS-FRANJA
              WHEN OTHER
                 MOVE 5 TO WKS-FRANJA
           END-EVALUATE
           ADD 1                    TO WKS-FRJ-DEPOSITANTES (WKS-FRANJA)
           ADD WKS-CLI-TOTAL        TO WKS-FRJ-TOTAL (WKS-FRANJA)
           ADD WKS-CLI-ASEGURADO    TO WKS-FRJ-ASEGURADO (WKS-FRANJA)
           ADD WKS-CLI-NO-ASEGURADO TO WKS-FRJ-NO-ASEGURADO (WKS-FRANJA)
           MOVE WKS-CLIENTE-ACTUAL  TO WKS-DET-CLIENTE
           PERFORM 360-IDENTIFICA-CLIENTE
           MOVE WKS-CLI-CUENTAS      TO WKS-DET-CUENTAS
           MOVE WKS-CLI-TOTAL        TO WKS-DET-TOTAL
           MOVE WKS-CLI-ASEGURADO    TO WKS-DET-ASEGURADO
           MOVE WKS-CLI-NO-ASEGURADO TO WKS-DET-NO-ASEGURADO
           MOVE WKS-LINEA-DETALLE    TO FOPA-LINE
           WRITE FOPA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD 1                    TO WKS-DEPOSITANTES
           ADD WKS-CLI-TOTAL        TO WKS-TOT-DEPOSITOS
           ADD WKS-CLI-ASEGURADO    TO WKS-TOT-ASEGURADO
           ADD WKS-CLI-NO-ASEGURADO TO WKS-TOT-NO-ASEGURADO
           MOVE ZEROS TO WKS-CLI-TOTAL WKS-CLI-CUENTAS.
       350-CIERRA-DEPOSITANTE-E. EXIT.

      *----> NATURALES SE IDENTIFICAN CON DPI, JURIDICOS CON NIT
       360-IDENTIFICA-CLIENTE SECTION.
           MOVE SPACES TO WKS-DET-TIPO-ID WKS-DET-IDENTIFICACION
                          WKS-DET-NOMBRE
           MOVE WKS-CLIENTE-ACTUAL TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE WKS-CLIENTE-ACTUAL TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  INVALID KEY
                     ADD 1 TO WKS-SIN-CIF
                     MOVE '** CLIENTE NO REGISTRADO EN CIF **'
                          TO WKS-DET-NOMBRE
                  NOT INVALID KEY
                     MOVE 'NIT'             TO WKS-DET-TIPO-ID
                     MOVE CFCJ-NIT          TO WKS-DET-IDENTIFICACION
                     MOVE CFCJ-RAZON-SOCIAL TO WKS-DET-NOMBRE
                END-READ
             NOT INVALID KEY
                MOVE 'DPI'                  TO WKS-DET-TIPO-ID
                MOVE CFCN-DPI               TO WKS-IDENTIFICACION-DPI
                MOVE WKS-IDENTIFICACION-DPI TO WKS-DET-IDENTIFICACION
                MOVE CFCN-NOMBRE-CLIENTE    TO WKS-DET-NOMBRE
           END-READ.
       360-IDENTIFICA-CLIENTE-E. EXIT.

       400-ESCRIBE-TRAILER SECTION.
           MOVE WKS-DEPOSITANTES     TO WKS-TRL-DEPOSITANTES
           MOVE WKS-TOT-DEPOSITOS    TO WKS-TRL-TOTAL
           MOVE WKS-TOT-ASEGURADO    TO WKS-TRL-ASEGURADO
           MOVE WKS-TOT-NO-ASEGURADO TO WKS-TRL-NO-ASEGURADO
           MOVE WKS-LINEA-TRAILER    TO FOPA-LINE
           WRITE FOPA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       400-ESCRIBE-TRAILER-E. EXIT.

       450-RESUMEN-FRANJAS SECTION.
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 510-ERRORES-ESCRITURA-RES
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 510-ERRORES-ESCRITURA-RES
           PERFORM VARYING WKS-FRANJA FROM 1 BY 1 UNTIL WKS-FRANJA > 5
              MOVE WKS-NOMBRE-FRANJA (WKS-FRANJA)    TO WKS-LIN-FRANJA
              MOVE WKS-FRJ-DEPOSITANTES (WKS-FRANJA)
                                               TO WKS-LIN-DEPOSITANTES
              MOVE WKS-FRJ-TOTAL (WKS-FRANJA)        TO WKS-LIN-TOTAL
              MOVE WKS-FRJ-ASEGURADO (WKS-FRANJA)
                                               TO WKS-LIN-ASEGURADO
              MOVE WKS-FRJ-NO-ASEGURADO (WKS-FRANJA)
                                               TO WKS-LIN-NO-ASEGURADO
              MOVE WKS-LINEA-FRANJA TO PRINT-LINE
              WRITE PRINT-LINE
              PERFORM 510-ERRORES-ESCRITURA-RES
           END-PERFORM
           MOVE 'TOTAL GENERAL'      TO WKS-LIN-FRANJA
           MOVE WKS-DEPOSITANTES     TO WKS-LIN-DEPOSITANTES
           MOVE WKS-TOT-DEPOSITOS    TO WKS-LIN-TOTAL
           MOVE WKS-TOT-ASEGURADO    TO WKS-LIN-ASEGURADO
           MOVE WKS-TOT-NO-ASEGURADO TO WKS-LIN-NO-ASEGURADO
           MOVE WKS-LINEA-FRANJA     TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 510-ERRORES-ESCRITURA-RES.
       450-RESUMEN-FRANJAS-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-FOPAREG NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-FOPAREG ")"
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

       510-ERRORES-ESCRITURA-RES SECTION.
           IF FS-FOPARES NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-FOPARES ")"
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
       510-ERRORES-ESCRITURA-RES-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-CUENTAS-LEIDAS    TO WKS-MASCARA
           DISPLAY 'CUENTAS LEIDAS DE MOMAES      : ' WKS-MASCARA
           MOVE    WKS-SIN-SALDOS        TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN REGISTRO MOSLIN   : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-CON-SALDO TO WKS-MASCARA
           DISPLAY 'CUENTAS CON SALDO POSITIVO    : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-CONJUNTAS TO WKS-MASCARA
           DISPLAY 'CUENTAS CON COTITULARES       : ' WKS-MASCARA
           MOVE    WKS-DEPOSITANTES      TO WKS-MASCARA
           DISPLAY 'DEPOSITANTES REPORTADOS       : ' WKS-MASCARA
           MOVE    WKS-SIN-CIF           TO WKS-MASCARA
           DISPLAY 'DEPOSITANTES SIN CIF          : ' WKS-MASCARA
           MOVE    WKS-TOT-DEPOSITOS     TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL DEPOSITOS (Q)           : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-ASEGURADO     TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ASEGURADO (Q)           : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-NO-ASEGURADO  TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL NO ASEGURADO (Q)        : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOMAES MOSLIN MOCOTIT MOTGEN TLCALEN TLTCAMB
                 CFCNAT CFCJUR FOPAREG FOPARES.
       700-CIERRA-ARCHIVOS-E. EXIT.
