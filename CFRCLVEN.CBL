      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - CUMPLIMIENTO                               *
      * PROGRAMA    : CFRCLVEN                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE SEMANAL DE RECLAMOS PROXIMOS A VENCER O  *
      *             : VENCIDOS. BARRE CFRECLA Y TOMA LOS RECLAMOS      *
      *             : ABIERTOS CUYA FECHA LIMITE LEGAL YA PASO O CAE   *
      *             : DENTRO DE LOS DIAS DE AVISO; LOS ORDENA POR      *
      *             : RESPONSABLE Y FECHA LIMITE Y LOS LISTA CON EL    *
      *             : CLIENTE (CFCNAT O CFCJUR), PRODUCTO, CATEGORIA Y *
      *             : DIAS VENCIDOS O RESTANTES, CON TOTALES POR       *
      *             : RESPONSABLE.                                     *
      *             : TARJETA SYSIN: FECHA AAAAMMDD (BLANCO = HOY) Y   *
      *             : DIAS DE AVISO 9(03) (BLANCO O CEROS = 5).        *
      * ARCHIVOS    : CFRECLA=C, CFCNAT=C, CFCJUR=C, FTPREP=A          *
      * ACCION (ES) : C=CONSULTA, R=REPORTE                            *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFRCLVEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CFRECLA ASSIGN  TO CFRECLA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFRL-LLAVE
                   FILE STATUS     IS FS-CFRECLA
                                      FSE-CFRECLA.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR
                                      FSE-CFCJUR.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  CFRECLA.
           COPY CFRECLA.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
      *------->  REGISTRO DE TRABAJO: UN RECLAMO ABIERTO VENCIDO O POR
      *------->  VENCER, ORDENADO POR RESPONSABLE PARA EL CORTE
       SD  WORKFILE.
       01  WORK-REG.
           05  WRKR-RESPONSABLE            PIC X(08).
           05  WRKR-FECHA-LIMITE           PIC 9(08).
           05  WRKR-NUMERO                 PIC X(18).
           05  WRKR-CLIENTE                PIC X(08).
           05  WRKR-PRODUCTO               PIC X(02).
           05  WRKR-CUENTA                 PIC X(16).
           05  WRKR-CATEGORIA              PIC X(02).
           05  WRKR-FECHA-RECIBIDO         PIC 9(08).
           05  WRKR-SITUACION              PIC X(01).
               88  WRKR-VENCIDO                     VALUE 'V'.
               88  WRKR-POR-VENCER                  VALUE 'P'.
           05  WRKR-DIAS                   PIC 9(05).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFRECLA                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFRECLA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCNAT.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCJUR.
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
       01 WKS-FIN-CFRECLA                  PIC X(01)  VALUE SPACES.
          88 FIN-CFRECLA                              VALUE HIGH-VALUES.
      *------->       TARJETA SYSIN: FECHA DE PROCESO Y DIAS DE AVISO
       01 WKS-PARAMETROS.
          02 WKS-FECHA-PROCESO-X           PIC X(08)  VALUE SPACES.
          02 WKS-FECHA-PROCESO REDEFINES WKS-FECHA-PROCESO-X
                                           PIC 9(08).
          02 WKS-DIAS-AVISO-X              PIC X(03)  VALUE SPACES.
          02 WKS-DIAS-AVISO REDEFINES WKS-DIAS-AVISO-X
                                           PIC 9(03).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-ENTERO-PROCESO            PIC S9(09) COMP VALUE ZEROS.
          02 WKS-DIFERENCIA                PIC S9(09) COMP VALUE ZEROS.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->       ACUMULADORES DEL RESPONSABLE EN CURSO
       01 WKS-GRUPO.
          02 WKS-GRP-RESPONSABLE           PIC X(08)  VALUE SPACES.
          02 WKS-GRP-VENCIDOS              PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-POR-VENCER            PIC 9(07)  VALUE ZEROS.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(46)  VALUE
             'RECLAMOS ABIERTOS VENCIDOS O PROXIMOS A VENCER'.
          05 FILLER                        PIC X(09)  VALUE '  FECHA: '.
          05 HDR1-FECHA                    PIC 9(08).
          05 FILLER                        PIC X(09)  VALUE '  AVISO: '.
          05 HDR1-AVISO                    PIC ZZ9.
          05 FILLER                        PIC X(05)  VALUE ' DIAS'.
       01 HEADER2.
          05 FILLER                        PIC X(50)  VALUE
             'NUMERO DE RECLAMO  CLIENTE  NOMBRE                '.
          05 FILLER                        PIC X(50)  VALUE
             '          PR CUENTA/FORMULAR. CT RECIBIDO LIMITE  '.
          05 FILLER                        PIC X(18)  VALUE
             '   DIAS SITUACION'.
       01 WKS-LINEA-RESPONSABLE.
          05 FILLER                        PIC X(13)  VALUE
             'RESPONSABLE: '.
          05 WKS-LRS-RESPONSABLE           PIC X(08).
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-NUMERO                PIC X(18).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-NOMBRE                PIC X(31).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-PRODUCTO              PIC X(02).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-CATEGORIA             PIC X(02).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-RECIBIDO              PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-LIMITE                PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-DIAS                  PIC ZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-SITUACION             PIC X(10).
       01 WKS-LINEA-TOTAL-RESPONSABLE.
          05 FILLER                        PIC X(20)  VALUE
             '  TOTAL RESPONSABLE '.
          05 FILLER                        PIC X(10)  VALUE
             'VENCIDOS: '.
          05 WKS-TRS-VENCIDOS              PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(14)  VALUE
             '  POR VENCER: '.
          05 WKS-TRS-POR-VENCER            PIC Z,ZZZ,ZZ9.
       01 WKS-LINEA-SIN-MOVIMIENTO         PIC X(60)  VALUE
             'NO HAY RECLAMOS ABIERTOS VENCIDOS NI POR VENCER'.
       01 WKS-ESTADISTICAS.
          05 WKS-RECLAMOS-LEIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-RECLAMOS-ABIERTOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-GEN-VENCIDOS              PIC 9(07)  VALUE ZEROS.
          05 WKS-GEN-POR-VENCER            PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-ORDENA-Y-REPORTA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           ACCEPT WKS-PARAMETROS FROM SYSIN
           OPEN INPUT  CFRECLA CFCNAT CFCJUR
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFRCLVEN' TO PROGRAMA
           IF (FS-CFRECLA = 97) AND (FS-CFCNAT = 97) AND
              (FS-CFCJUR = 97)  AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-CFRECLA FS-CFCNAT FS-CFCJUR FS-FTPREP
           END-IF
           IF FS-CFRECLA NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-CFCJUR  NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFRECLA  : " FS-CFRECLA
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO-X = SPACES OR
              WKS-FECHA-PROCESO-X = LOW-VALUES
              ACCEPT WKS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF
           IF WKS-DIAS-AVISO-X = SPACES OR
              WKS-DIAS-AVISO-X = LOW-VALUES
              MOVE ZEROS TO WKS-DIAS-AVISO
           END-IF
           IF WKS-FECHA-PROCESO-X NOT NUMERIC OR
              WKS-DIAS-AVISO-X NOT NUMERIC
              DISPLAY '>>> SYSIN INVALIDO, SE ESPERA FECHA AAAAMMDD Y '
                      'DIAS DE AVISO 9(03)'
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-DIAS-AVISO = ZEROS
              MOVE 5 TO WKS-DIAS-AVISO
           END-IF
           COMPUTE WKS-ENTERO-PROCESO =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO).
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      *----> SERIE 300 ORDENA LOS RECLAMOS POR RESPONSABLE Y GENERA EL
      *----> REPORTE CON CORTE DE CONTROL
       300-ORDENA-Y-REPORTA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKR-RESPONSABLE
              ASCENDING KEY WRKR-FECHA-LIMITE
              ASCENDING KEY WRKR-NUMERO
                 INPUT  PROCEDURE IS 310-SELECCIONA-RECLAMOS
                 OUTPUT PROCEDURE IS 400-GENERA-REPORTE.
       300-ORDENA-Y-REPORTA-E. EXIT.

       310-SELECCIONA-RECLAMOS SECTION.
           READ CFRECLA NEXT RECORD
                AT END SET FIN-CFRECLA TO TRUE
           END-READ
           PERFORM UNTIL FIN-CFRECLA
              IF FS-CFRECLA NOT = 0
                 MOVE 'READ'          TO ACCION
                 MOVE CFRL-LLAVE      TO LLAVE
                 MOVE 'CFRECLA'       TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFRECLA, FSE-CFRECLA
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-RECLAMOS-LEIDOS
              IF CFRL-ABIERTO
                 ADD 1 TO WKS-RECLAMOS-ABIERTOS
                 PERFORM 320-EVALUA-RECLAMO
              END-IF
              READ CFRECLA NEXT RECORD
                   AT END SET FIN-CFRECLA TO TRUE
              END-READ
           END-PERFORM.
       310-SELECCIONA-RECLAMOS-E. EXIT.

      ******************************************************************
      *  VENCIDO: LA FECHA LIMITE YA PASO. POR VENCER: FALTAN A LO     *
      *  SUMO LOS DIAS DE AVISO (EL DIA LIMITE CUENTA COMO POR VENCER) *
      ******************************************************************
       320-EVALUA-RECLAMO SECTION.
           COMPUTE WKS-DIFERENCIA = WKS-ENTERO-PROCESO -
                   FUNCTION INTEGER-OF-DATE (CFRL-FECHA-LIMITE)
           INITIALIZE WORK-REG
           EVALUATE TRUE
              WHEN WKS-DIFERENCIA > ZEROS
                   SET WRKR-VENCIDO TO TRUE
                   MOVE WKS-DIFERENCIA TO WRKR-DIAS
              WHEN (WKS-DIFERENCIA * -1) NOT > WKS-DIAS-AVISO
                   SET WRKR-POR-VENCER TO TRUE
                   COMPUTE WRKR-DIAS = WKS-DIFERENCIA * -1
              WHEN OTHER
                   GO TO 320-EVALUA-RECLAMO-E
           END-EVALUATE
           MOVE CFRL-RESPONSABLE    TO WRKR-RESPONSABLE
           MOVE CFRL-FECHA-LIMITE   TO WRKR-FECHA-LIMITE
           MOVE CFRL-LLAVE          TO WRKR-NUMERO
           MOVE CFRL-CODIGO-CLIENTE TO WRKR-CLIENTE
           MOVE CFRL-PRODUCTO       TO WRKR-PRODUCTO
           MOVE CFRL-CUENTA         TO WRKR-CUENTA
           MOVE CFRL-CATEGORIA      TO WRKR-CATEGORIA
           MOVE CFRL-FECHA-RECIBIDO TO WRKR-FECHA-RECIBIDO
           RELEASE WORK-REG.
       320-EVALUA-RECLAMO-E. EXIT.

      ******************************************************************
      *  CORTE DE CONTROL POR RESPONSABLE, CADA UNO POR FECHA LIMITE   *
      ******************************************************************
       400-GENERA-REPORTE SECTION.
           MOVE WKS-FECHA-PROCESO TO HDR1-FECHA
           MOVE WKS-DIAS-AVISO    TO HDR1-AVISO
           MOVE HEADER1           TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES            TO PRINT-LINE
           PERFORM 480-IMPRIME
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 PERFORM 410-ABRE-RESPONSABLE
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WRKR-RESPONSABLE NOT = WKS-GRP-RESPONSABLE
                    PERFORM 430-CIERRA-RESPONSABLE
                    PERFORM 410-ABRE-RESPONSABLE
                 END-IF
              END-IF
              PERFORM 420-ACUMULA-Y-LISTA
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 430-CIERRA-RESPONSABLE
           ELSE
              MOVE WKS-LINEA-SIN-MOVIMIENTO TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       400-GENERA-REPORTE-E. EXIT.

       410-ABRE-RESPONSABLE SECTION.
           MOVE WRKR-RESPONSABLE TO WKS-GRP-RESPONSABLE
                                    WKS-LRS-RESPONSABLE
           MOVE ZEROS            TO WKS-GRP-VENCIDOS WKS-GRP-POR-VENCER
           MOVE WKS-LINEA-RESPONSABLE TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2          TO PRINT-LINE
           PERFORM 480-IMPRIME.
       410-ABRE-RESPONSABLE-E. EXIT.

       420-ACUMULA-Y-LISTA SECTION.
           MOVE WRKR-NUMERO         TO WKS-DET-NUMERO
           MOVE WRKR-CLIENTE        TO WKS-DET-CLIENTE
           PERFORM 425-NOMBRE-CLIENTE
           MOVE WRKR-PRODUCTO       TO WKS-DET-PRODUCTO
           MOVE WRKR-CUENTA         TO WKS-DET-CUENTA
           MOVE WRKR-CATEGORIA      TO WKS-DET-CATEGORIA
           MOVE WRKR-FECHA-RECIBIDO TO WKS-DET-RECIBIDO
           MOVE WRKR-FECHA-LIMITE   TO WKS-DET-LIMITE
           MOVE WRKR-DIAS           TO WKS-DET-DIAS
           IF WRKR-VENCIDO
              ADD 1 TO WKS-GRP-VENCIDOS WKS-GEN-VENCIDOS
              MOVE 'VENCIDO'        TO WKS-DET-SITUACION
           ELSE
              ADD 1 TO WKS-GRP-POR-VENCER WKS-GEN-POR-VENCER
              MOVE 'POR VENCER'     TO WKS-DET-SITUACION
           END-IF
           MOVE WKS-LINEA-DETALLE   TO PRINT-LINE
           PERFORM 480-IMPRIME.
       420-ACUMULA-Y-LISTA-E. EXIT.

      *----> NOMBRE DEL CLIENTE: CFCNAT Y, SI NO ESTA, CFCJUR
       425-NOMBRE-CLIENTE SECTION.
           MOVE WRKR-CLIENTE TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE WRKR-CLIENTE TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  INVALID KEY
                     MOVE 'CLIENTE NO EXISTE EN CIF' TO WKS-DET-NOMBRE
                  NOT INVALID KEY
                     MOVE CFCJ-RAZON-SOCIAL          TO WKS-DET-NOMBRE
                END-READ
             NOT INVALID KEY
                MOVE CFCN-NOMBRE-CLIENTE             TO WKS-DET-NOMBRE
           END-READ.
       425-NOMBRE-CLIENTE-E. EXIT.

       430-CIERRA-RESPONSABLE SECTION.
           MOVE WKS-GRP-VENCIDOS        TO WKS-TRS-VENCIDOS
           MOVE WKS-GRP-POR-VENCER      TO WKS-TRS-POR-VENCER
           MOVE WKS-LINEA-TOTAL-RESPONSABLE TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES                  TO PRINT-LINE
           PERFORM 480-IMPRIME.
       430-CIERRA-RESPONSABLE-E. EXIT.

       480-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       480-IMPRIME-E. EXIT.

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
           MOVE    WKS-RECLAMOS-LEIDOS      TO WKS-MASCARA
           DISPLAY 'RECLAMOS LEIDOS                : ' WKS-MASCARA
           MOVE    WKS-RECLAMOS-ABIERTOS    TO WKS-MASCARA
           DISPLAY 'RECLAMOS ABIERTOS              : ' WKS-MASCARA
           MOVE    WKS-GEN-VENCIDOS         TO WKS-MASCARA
           DISPLAY 'RECLAMOS CON PLAZO VENCIDO     : ' WKS-MASCARA
           MOVE    WKS-GEN-POR-VENCER       TO WKS-MASCARA
           DISPLAY 'RECLAMOS PROXIMOS A VENCER     : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFRECLA CFCNAT CFCJUR FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
