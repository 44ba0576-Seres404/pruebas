      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - CUMPLIMIENTO                               *
      * PROGRAMA    : CFKYCREV                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONTROL MENSUAL DE REVISIONES KYC. BARRE CFCNAT  *
      *             : (SIN RETIRADOS POR FUSION NI FALLECIDOS) Y       *
      *             : CFCJUR Y BUSCA CADA CLIENTE EN CFKYC; EL CLIENTE *
      *             : SIN CONTROL SE DA DE ALTA CON RIESGO MEDIO,      *
      *             : REVISION PENDIENTE A LA FECHA DE PROCESO Y LA    *
      *             : AGENCIA DE SU PRIMERA CUENTA MONETARIA (MOMAES). *
      *             : LISTA POR AGENCIA LOS CLIENTES CON REVISION      *
      *             : VENCIDA Y LOS QUE VENCEN DENTRO DE LOS DIAS DE   *
      *             : AVISO (NOMBRE DE LA AGENCIA DEL MAESTRO BTRAGEN, *
      *             : RUTINA BTRAGE00). AL VENCIDO MAS ALLA DE LOS     *
      *             : DIAS DE GRACIA (CFTGEN CFT 010 FILA GRACIA, SIN  *
      *             : FILA 90 DIAS)                                    *
      *             : LE MARCA LA RESTRICCION DE APERTURAS, QUE SE     *
      *             : LEVANTA AL REGISTRAR LA REVISION EN CF5D1KY3.    *
      *             : TARJETA SYSIN: FECHA AAAAMMDD (BLANCO = HOY) Y   *
      *             : DIAS DE AVISO 9(03) (BLANCO O CEROS = 60).       *
      * ARCHIVOS    : CFCNAT=C, CFCJUR=C, CFTGEN=C, MOMAES=C           *
      *             : CFKYC=A, FTPREP=A                                *
      *             : BTRAGEN=C (RUTINA BTRAGE00)                      *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRAGE00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFKYCREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR
                                      FSE-CFCJUR.
            SELECT CFKYC ASSIGN    TO CFKYC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFKY-LLAVE
                   FILE STATUS     IS FS-CFKYC
                                      FSE-CFKYC.
            SELECT CFTGEN ASSIGN   TO CFTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFTB-LLAVE
                   FILE STATUS     IS FS-CFTGEN
                                      FSE-CFTGEN.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MOMA-LLAVE
                   ALTERNATE RECORD KEY IS MOMA-CODIGO-UNIVERSAL
                                    WITH DUPLICATES
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CFKYC.
           COPY CFKYC.
       FD  CFTGEN.
           COPY CFTGEN REPLACING CFTGEN BY REG-CFTGEN.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
      *------->  REGISTRO DE TRABAJO: UN CLIENTE VENCIDO O POR VENCER,
      *------->  ORDENADO POR AGENCIA PARA EL CORTE DE CONTROL
       SD  WORKFILE.
       01  WORK-REG.
           05  WRKY-AGENCIA                PIC 9(04).
           05  WRKY-SITUACION              PIC X(01).
               88  WRKY-VENCIDO                     VALUE 'V'.
               88  WRKY-POR-VENCER                  VALUE 'P'.
           05  WRKY-FECHA-PROX-REVISION    PIC 9(08).
           05  WRKY-CLIENTE                PIC X(08).
           05  WRKY-TIPO-PERSONA           PIC X(01).
           05  WRKY-NOMBRE                 PIC X(40).
           05  WRKY-NIVEL-RIESGO           PIC X(01).
           05  WRKY-FECHA-ULT-REVISION     PIC 9(08).
           05  WRKY-DIAS                   PIC 9(05).
           05  WRKY-RESTRICCION            PIC X(01).
               88  WRKY-RESTRINGIDO                 VALUE 'S'.
           05  WRKY-RESTRINGIDO-HOY        PIC X(01).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFKYC                         PIC 9(02)  VALUE ZEROS.
       01 FS-CFTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
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
       01 FSE-CFKYC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFTGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOMAES.
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
       01 WKS-FIN-CFCNAT                   PIC X(01)  VALUE SPACES.
          88 FIN-CFCNAT                               VALUE HIGH-VALUES.
       01 WKS-FIN-CFCJUR                   PIC X(01)  VALUE SPACES.
          88 FIN-CFCJUR                               VALUE HIGH-VALUES.
      *------->       TARJETA SYSIN: FECHA DE PROCESO Y DIAS DE AVISO
       01 WKS-PARAMETROS.
          02 WKS-FECHA-PROCESO-X           PIC X(08)  VALUE SPACES.
          02 WKS-FECHA-PROCESO REDEFINES WKS-FECHA-PROCESO-X
                                           PIC 9(08).
          02 WKS-DIAS-AVISO-X              PIC X(03)  VALUE SPACES.
          02 WKS-DIAS-AVISO REDEFINES WKS-DIAS-AVISO-X
                                           PIC 9(03).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
      *------->   AREA DE LA RUTINA DEL MAESTRO DE AGENCIAS
       COPY BTRAGEC.
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DIAS-GRACIA               PIC 9(03)  VALUE 90.
          02 WKS-CLIENTE                   PIC X(08)  VALUE SPACES.
          02 WKS-TIPO-PERSONA              PIC X(01)  VALUE SPACES.
          02 WKS-NOMBRE                    PIC X(40)  VALUE SPACES.
          02 WKS-AGENCIA-CUENTA            PIC 9(04)  VALUE ZEROS.
          02 WKS-ENTERO-PROCESO            PIC S9(09) COMP VALUE ZEROS.
          02 WKS-ENTERO-PROXIMA            PIC S9(09) COMP VALUE ZEROS.
          02 WKS-DIFERENCIA                PIC S9(09) COMP VALUE ZEROS.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->       ACUMULADORES DE LA AGENCIA EN CURSO
       01 WKS-GRUPO.
          02 WKS-GRP-AGENCIA               PIC 9(04)  VALUE ZEROS.
          02 WKS-GRP-VENCIDOS              PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-POR-VENCER            PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-RESTRINGIDOS          PIC 9(07)  VALUE ZEROS.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(42)  VALUE
             'REVISIONES KYC VENCIDAS Y POR VENCER      '.
          05 FILLER                        PIC X(07)  VALUE 'FECHA: '.
          05 HDR1-FECHA                    PIC 9(08).
          05 FILLER                        PIC X(09)  VALUE '  AVISO: '.
          05 HDR1-AVISO                    PIC ZZ9.
          05 FILLER                        PIC X(15)  VALUE
             ' DIAS  GRACIA: '.
          05 HDR1-GRACIA                   PIC ZZ9.
          05 FILLER                        PIC X(05)  VALUE ' DIAS'.
       01 HEADER2.
          05 FILLER                        PIC X(50)  VALUE
             'CLIENTE  T NOMBRE                                 '.
          05 FILLER                        PIC X(52)  VALUE
             '  R ULT.REV. PROX.REV.  DIAS SITUACION   RESTRICCION'.
       01 WKS-LINEA-AGENCIA.
          05 FILLER                        PIC X(09)  VALUE 'AGENCIA: '.
          05 WKS-LAG-AGENCIA               PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-LAG-NOMBRE                PIC X(45).
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-TIPO                  PIC X(01).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-RIESGO                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-ULT-REVISION          PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-PROX-REVISION         PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-DIAS                  PIC ZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-SITUACION             PIC X(10).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-DET-RESTRICCION           PIC X(20).
       01 WKS-LINEA-TOTAL-AGENCIA.
          05 FILLER                        PIC X(20)  VALUE
             '  TOTAL AGENCIA     '.
          05 FILLER                        PIC X(10)  VALUE
             'VENCIDOS: '.
          05 WKS-TAG-VENCIDOS              PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(14)  VALUE
             '  POR VENCER: '.
          05 WKS-TAG-POR-VENCER            PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(16)  VALUE
             '  RESTRINGIDOS: '.
          05 WKS-TAG-RESTRINGIDOS          PIC Z,ZZZ,ZZ9.
       01 WKS-LINEA-SIN-MOVIMIENTO         PIC X(60)  VALUE
             'NO HAY CLIENTES CON REVISION VENCIDA NI POR VENCER'.
       01 WKS-ESTADISTICAS.
          05 WKS-NATURALES-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-NATURALES-EXCLUIDOS       PIC 9(07)  VALUE ZEROS.
          05 WKS-JURIDICOS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-CONTROLES-CREADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-GEN-VENCIDOS              PIC 9(07)  VALUE ZEROS.
          05 WKS-GEN-POR-VENCER            PIC 9(07)  VALUE ZEROS.
          05 WKS-GEN-RESTRINGIDOS-HOY      PIC 9(07)  VALUE ZEROS.
          05 WKS-GEN-RESTRINGIDOS          PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-LEE-GRACIA
           PERFORM 300-ORDENA-Y-REPORTA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           ACCEPT WKS-PARAMETROS FROM SYSIN
           OPEN INPUT  CFCNAT CFCJUR CFTGEN MOMAES
           OPEN I-O    CFKYC
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFKYCREV' TO PROGRAMA
           IF (FS-CFCNAT = 97) AND (FS-CFCJUR = 97) AND
              (FS-CFKYC = 97)  AND (FS-CFTGEN = 97) AND
              (FS-MOMAES = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-CFCNAT FS-CFCJUR FS-CFKYC
                            FS-CFTGEN FS-MOMAES FS-FTPREP
           END-IF
           IF FS-CFCNAT NOT = 0 OR FS-CFCJUR NOT = 0 OR
              FS-CFKYC  NOT = 0 OR FS-CFTGEN NOT = 0 OR
              FS-MOMAES NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFKYC    : " FS-CFKYC
              DISPLAY "* FILE STATUS DEL ARCHIVO CFTGEN   : " FS-CFTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
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
              MOVE 60 TO WKS-DIAS-AVISO
           END-IF
           COMPUTE WKS-ENTERO-PROCESO =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO).
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      *----> DIAS DE GRACIA: CFTGEN CFT 010 FILA 'GRACIA' (DESCR. 1:3)
       220-LEE-GRACIA SECTION.
           MOVE 'CFT'    TO CFTB-TABLA
           MOVE 010      TO CFTB-CODIGO-TABLA
           MOVE 'GRACIA' TO CFTB-CORRELATIVO
           READ CFTGEN KEY IS CFTB-LLAVE
             INVALID KEY
                DISPLAY 'CFTGEN CFT 010 GRACIA NO EXISTE, SE USAN '
                        WKS-DIAS-GRACIA ' DIAS'
             NOT INVALID KEY
                IF CFTB-DESCRIPCION (1:3) NUMERIC
                   MOVE CFTB-DESCRIPCION (1:3) TO WKS-DIAS-GRACIA
                END-IF
           END-READ.
       220-LEE-GRACIA-E. EXIT.

      *----> SERIE 300 ORDENA LOS CLIENTES POR AGENCIA Y GENERA EL
      *----> REPORTE CON CORTE DE CONTROL
       300-ORDENA-Y-REPORTA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKY-AGENCIA
              DESCENDING KEY WRKY-SITUACION
              ASCENDING KEY WRKY-FECHA-PROX-REVISION
              ASCENDING KEY WRKY-CLIENTE
                 INPUT  PROCEDURE IS 310-SELECCIONA-CLIENTES
                 OUTPUT PROCEDURE IS 400-GENERA-REPORTE.
       300-ORDENA-Y-REPORTA-E. EXIT.

       310-SELECCIONA-CLIENTES SECTION.
           PERFORM 320-BARRIDO-CFCNAT
           PERFORM 330-BARRIDO-CFCJUR.
       310-SELECCIONA-CLIENTES-E. EXIT.

      *----> PERSONAS NATURALES VIGENTES (SIN FUSIONADOS NI FALLECIDOS)
       320-BARRIDO-CFCNAT SECTION.
           READ CFCNAT NEXT RECORD
                AT END SET FIN-CFCNAT TO TRUE
           END-READ
           PERFORM UNTIL FIN-CFCNAT
              IF FS-CFCNAT NOT = 0
                 MOVE 'READ'              TO ACCION
                 MOVE CFCN-CODIGO-CLIENTE TO LLAVE
                 MOVE 'CFCNAT'            TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFCNAT, FSE-CFCNAT
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-NATURALES-LEIDOS
              IF CFCN-RETIRADO-POR-FUSION OR CFCN-MARCADO-FALLECIDO
                 ADD 1 TO WKS-NATURALES-EXCLUIDOS
              ELSE
                 MOVE CFCN-CODIGO-CLIENTE TO WKS-CLIENTE
                 MOVE 'N'                 TO WKS-TIPO-PERSONA
                 MOVE CFCN-NOMBRE-CLIENTE TO WKS-NOMBRE
                 PERFORM 340-EVALUA-CLIENTE
              END-IF
              READ CFCNAT NEXT RECORD
                   AT END SET FIN-CFCNAT TO TRUE
              END-READ
           END-PERFORM.
       320-BARRIDO-CFCNAT-E. EXIT.

       330-BARRIDO-CFCJUR SECTION.
           READ CFCJUR NEXT RECORD
                AT END SET FIN-CFCJUR TO TRUE
           END-READ
           PERFORM UNTIL FIN-CFCJUR
              IF FS-CFCJUR NOT = 0
                 MOVE 'READ'              TO ACCION
                 MOVE CFCJ-CODIGO-CLIENTE TO LLAVE
                 MOVE 'CFCJUR'            TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFCJUR, FSE-CFCJUR
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-JURIDICOS-LEIDOS
              MOVE CFCJ-CODIGO-CLIENTE TO WKS-CLIENTE
              MOVE 'J'                 TO WKS-TIPO-PERSONA
              MOVE CFCJ-RAZON-SOCIAL   TO WKS-NOMBRE
              PERFORM 340-EVALUA-CLIENTE
              READ CFCJUR NEXT RECORD
                   AT END SET FIN-CFCJUR TO TRUE
              END-READ
           END-PERFORM.
       330-BARRIDO-CFCJUR-E. EXIT.

      ******************************************************************
      *  UBICA EL CONTROL KYC DEL CLIENTE (LO CREA SI NO EXISTE) Y LO  *
      *  CLASIFICA: VENCIDO SI LA PROXIMA REVISION YA PASO, POR VENCER *
      *  SI CAE DENTRO DE LOS DIAS DE AVISO. EL VENCIDO MAS ALLA DE LA *
      *  GRACIA QUEDA RESTRINGIDO PARA NUEVAS APERTURAS                *
      ******************************************************************
       340-EVALUA-CLIENTE SECTION.
           MOVE WKS-CLIENTE TO CFKY-CODIGO-CLIENTE
           READ CFKYC KEY IS CFKY-LLAVE
             INVALID KEY
                PERFORM 350-CREA-CONTROL
           END-READ
           IF FS-CFKYC NOT = 0
              MOVE 'READ'      TO ACCION
              PERFORM 390-ERROR-CFKYC
           END-IF
           INITIALIZE WORK-REG
           MOVE 'N' TO WRKY-RESTRINGIDO-HOY
           COMPUTE WKS-ENTERO-PROXIMA =
                   FUNCTION INTEGER-OF-DATE (CFKY-FECHA-PROX-REVISION)
           COMPUTE WKS-DIFERENCIA = WKS-ENTERO-PROCESO
                                  - WKS-ENTERO-PROXIMA
           EVALUATE TRUE
              WHEN WKS-DIFERENCIA > ZEROS
                   SET WRKY-VENCIDO TO TRUE
                   MOVE WKS-DIFERENCIA TO WRKY-DIAS
                   IF WKS-DIFERENCIA > WKS-DIAS-GRACIA AND
                      NOT CFKY-RESTRINGIDO
                      PERFORM 360-RESTRINGE-CLIENTE
                      MOVE 'S' TO WRKY-RESTRINGIDO-HOY
                   END-IF
              WHEN WKS-DIFERENCIA = ZEROS
                   SET WRKY-VENCIDO TO TRUE
                   MOVE ZEROS TO WRKY-DIAS
              WHEN (WKS-DIFERENCIA * -1) NOT > WKS-DIAS-AVISO
                   SET WRKY-POR-VENCER TO TRUE
                   COMPUTE WRKY-DIAS = WKS-DIFERENCIA * -1
              WHEN OTHER
                   GO TO 340-EVALUA-CLIENTE-E
           END-EVALUATE
           MOVE CFKY-AGENCIA             TO WRKY-AGENCIA
           MOVE CFKY-FECHA-PROX-REVISION TO WRKY-FECHA-PROX-REVISION
           MOVE WKS-CLIENTE              TO WRKY-CLIENTE
           MOVE WKS-TIPO-PERSONA         TO WRKY-TIPO-PERSONA
           MOVE WKS-NOMBRE               TO WRKY-NOMBRE
           MOVE CFKY-NIVEL-RIESGO        TO WRKY-NIVEL-RIESGO
           MOVE CFKY-FECHA-ULT-REVISION  TO WRKY-FECHA-ULT-REVISION
           MOVE CFKY-RESTRICCION         TO WRKY-RESTRICCION
           RELEASE WORK-REG.
       340-EVALUA-CLIENTE-E. EXIT.

      ******************************************************************
      *  CLIENTE SIN CONTROL: RIESGO MEDIO, REVISION PENDIENTE A LA    *
      *  FECHA DE PROCESO Y AGENCIA DE SU PRIMERA CUENTA MONETARIA     *
      *  (0000 SI NO TIENE)                                            *
      ******************************************************************
       350-CREA-CONTROL SECTION.
           PERFORM 355-BUSCA-AGENCIA
           INITIALIZE REG-CFKYC
           MOVE WKS-CLIENTE        TO CFKY-CODIGO-CLIENTE
           MOVE WKS-TIPO-PERSONA   TO CFKY-TIPO-PERSONA
           SET  CFKY-RIESGO-MEDIO  TO TRUE
           MOVE WKS-AGENCIA-CUENTA TO CFKY-AGENCIA
           MOVE ZEROS              TO CFKY-FECHA-ULT-REVISION
                                      CFKY-FECHA-RESTRICCION
           MOVE WKS-FECHA-PROCESO  TO CFKY-FECHA-PROX-REVISION
                                      CFKY-FECHA-ULT-CAMBIO
           MOVE SPACES             TO CFKY-REVISOR
           SET  CFKY-SIN-RESTRICCION TO TRUE
           MOVE PROGRAMA           TO CFKY-USUARIO-ULT-CAMBIO
           WRITE REG-CFKYC
           IF FS-CFKYC NOT = 0
              MOVE 'WRITE'     TO ACCION
              PERFORM 390-ERROR-CFKYC
           END-IF
           ADD 1 TO WKS-CONTROLES-CREADOS.
       350-CREA-CONTROL-E. EXIT.

      *----> PRIMERA CUENTA DEL CLIENTE POR EL PATH DE CODIGO UNIVERSAL
       355-BUSCA-AGENCIA SECTION.
           MOVE ZEROS       TO WKS-AGENCIA-CUENTA
           MOVE WKS-CLIENTE TO MOMA-CODIGO-UNIVERSAL
           START MOMAES KEY IS = MOMA-CODIGO-UNIVERSAL
             INVALID KEY
                GO TO 355-BUSCA-AGENCIA-E
           END-START
           READ MOMAES NEXT RECORD
             AT END
                GO TO 355-BUSCA-AGENCIA-E
           END-READ
           IF (FS-MOMAES = 0 OR FS-MOMAES = 02) AND
              MOMA-CODIGO-UNIVERSAL = WKS-CLIENTE
              MOVE MOMA-AGENCIA TO WKS-AGENCIA-CUENTA
           END-IF.
       355-BUSCA-AGENCIA-E. EXIT.

       360-RESTRINGE-CLIENTE SECTION.
           SET  CFKY-RESTRINGIDO  TO TRUE
           MOVE WKS-FECHA-PROCESO TO CFKY-FECHA-RESTRICCION
                                     CFKY-FECHA-ULT-CAMBIO
           MOVE PROGRAMA          TO CFKY-USUARIO-ULT-CAMBIO
           REWRITE REG-CFKYC
           IF FS-CFKYC NOT = 0
              MOVE 'REWRITE'   TO ACCION
              PERFORM 390-ERROR-CFKYC
           END-IF
           ADD 1 TO WKS-GEN-RESTRINGIDOS-HOY.
       360-RESTRINGE-CLIENTE-E. EXIT.

       390-ERROR-CFKYC SECTION.
           MOVE CFKY-LLAVE TO LLAVE
           MOVE 'CFKYC'    TO ARCHIVO
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFKYC, FSE-CFKYC
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       390-ERROR-CFKYC-E. EXIT.

      ******************************************************************
      *  CORTE DE CONTROL POR AGENCIA: PRIMERO LOS VENCIDOS Y LUEGO    *
      *  LOS POR VENCER, CADA GRUPO POR FECHA DE PROXIMA REVISION      *
      ******************************************************************
       400-GENERA-REPORTE SECTION.
           MOVE WKS-FECHA-PROCESO TO HDR1-FECHA
           MOVE WKS-DIAS-AVISO    TO HDR1-AVISO
           MOVE WKS-DIAS-GRACIA   TO HDR1-GRACIA
           MOVE HEADER1           TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES            TO PRINT-LINE
           PERFORM 480-IMPRIME
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 PERFORM 410-ABRE-AGENCIA
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WRKY-AGENCIA NOT = WKS-GRP-AGENCIA
                    PERFORM 430-CIERRA-AGENCIA
                    PERFORM 410-ABRE-AGENCIA
                 END-IF
              END-IF
              PERFORM 420-ACUMULA-Y-LISTA
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 430-CIERRA-AGENCIA
           ELSE
              MOVE WKS-LINEA-SIN-MOVIMIENTO TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       400-GENERA-REPORTE-E. EXIT.

       410-ABRE-AGENCIA SECTION.
           MOVE WRKY-AGENCIA  TO WKS-GRP-AGENCIA WKS-LAG-AGENCIA
           MOVE ZEROS         TO WKS-GRP-VENCIDOS WKS-GRP-POR-VENCER
                                 WKS-GRP-RESTRINGIDOS
           MOVE 'BUSCA'       TO BTAC-ACCION
           MOVE WRKY-AGENCIA  TO BTAC-AGENCIA
           CALL 'BTRAGE00' USING BTAC-AREA
           IF BTAC-NO-REGISTRADA
              MOVE 'SIN AGENCIA REGISTRADA' TO WKS-LAG-NOMBRE
           ELSE
              MOVE BTAC-NOMBRE              TO WKS-LAG-NOMBRE
           END-IF
           MOVE WKS-LINEA-AGENCIA TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2           TO PRINT-LINE
           PERFORM 480-IMPRIME.
       410-ABRE-AGENCIA-E. EXIT.

       420-ACUMULA-Y-LISTA SECTION.
           MOVE WRKY-CLIENTE            TO WKS-DET-CLIENTE
           MOVE WRKY-TIPO-PERSONA       TO WKS-DET-TIPO
           MOVE WRKY-NOMBRE             TO WKS-DET-NOMBRE
           MOVE WRKY-NIVEL-RIESGO       TO WKS-DET-RIESGO
           MOVE WRKY-FECHA-ULT-REVISION TO WKS-DET-ULT-REVISION
           MOVE WRKY-FECHA-PROX-REVISION TO WKS-DET-PROX-REVISION
           MOVE WRKY-DIAS               TO WKS-DET-DIAS
           MOVE SPACES                  TO WKS-DET-RESTRICCION
           IF WRKY-VENCIDO
              ADD 1 TO WKS-GRP-VENCIDOS WKS-GEN-VENCIDOS
              MOVE 'VENCIDO'            TO WKS-DET-SITUACION
           ELSE
              ADD 1 TO WKS-GRP-POR-VENCER WKS-GEN-POR-VENCER
              MOVE 'POR VENCER'         TO WKS-DET-SITUACION
           END-IF
           IF WRKY-RESTRINGIDO-HOY = 'S'
              MOVE 'RESTRINGIDO HOY'    TO WKS-DET-RESTRICCION
           ELSE
              IF WRKY-RESTRINGIDO
                 MOVE 'RESTRINGIDO'     TO WKS-DET-RESTRICCION
              END-IF
           END-IF
           IF WKS-DET-RESTRICCION NOT = SPACES
              ADD 1 TO WKS-GRP-RESTRINGIDOS WKS-GEN-RESTRINGIDOS
           END-IF
           MOVE WKS-LINEA-DETALLE       TO PRINT-LINE
           PERFORM 480-IMPRIME.
       420-ACUMULA-Y-LISTA-E. EXIT.

       430-CIERRA-AGENCIA SECTION.
           MOVE WKS-GRP-VENCIDOS        TO WKS-TAG-VENCIDOS
           MOVE WKS-GRP-POR-VENCER      TO WKS-TAG-POR-VENCER
           MOVE WKS-GRP-RESTRINGIDOS    TO WKS-TAG-RESTRINGIDOS
           MOVE WKS-LINEA-TOTAL-AGENCIA TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES                  TO PRINT-LINE
           PERFORM 480-IMPRIME.
       430-CIERRA-AGENCIA-E. EXIT.

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
           MOVE    WKS-NATURALES-LEIDOS     TO WKS-MASCARA
           DISPLAY 'PERSONAS NATURALES LEIDAS      : ' WKS-MASCARA
           MOVE    WKS-NATURALES-EXCLUIDOS  TO WKS-MASCARA
           DISPLAY '  FUSIONADOS O FALLECIDOS      : ' WKS-MASCARA
           MOVE    WKS-JURIDICOS-LEIDOS     TO WKS-MASCARA
           DISPLAY 'PERSONAS JURIDICAS LEIDAS      : ' WKS-MASCARA
           MOVE    WKS-CONTROLES-CREADOS    TO WKS-MASCARA
           DISPLAY 'CONTROLES KYC CREADOS          : ' WKS-MASCARA
           MOVE    WKS-GEN-VENCIDOS         TO WKS-MASCARA
           DISPLAY 'CLIENTES CON REVISION VENCIDA  : ' WKS-MASCARA
           MOVE    WKS-GEN-POR-VENCER       TO WKS-MASCARA
           DISPLAY 'CLIENTES CON REVISION POR VENCER: ' WKS-MASCARA
           MOVE    WKS-GEN-RESTRINGIDOS-HOY TO WKS-MASCARA
           DISPLAY 'CLIENTES RESTRINGIDOS HOY      : ' WKS-MASCARA
           MOVE    WKS-GEN-RESTRINGIDOS     TO WKS-MASCARA
           DISPLAY 'CLIENTES RESTRINGIDOS EN TOTAL : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO BTAC-ACCION
           CALL 'BTRAGE00' USING BTAC-AREA
           CLOSE CFCNAT CFCJUR CFKYC CFTGEN MOMAES FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
