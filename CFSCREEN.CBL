      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - CUMPLIMIENTO                               *
      * PROGRAMA    : CFSCREEN                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : TAMIZAJE DE TODA LA CARTERA DE CLIENTES CONTRA   *
      *             : LAS LISTAS DE SANCIONES Y PEP CARGADAS EN        *
      *             : CFLSTSA. BARRE CFCNAT (NOMBRES Y APELLIDOS, DPI) *
      *             : Y CFCJUR (RAZON SOCIAL, NIT). POR CADA PALABRA   *
      *             : SIGNIFICATIVA DEL NOMBRE Y POR EL DOCUMENTO      *
      *             : BUSCA LAS ENTRADAS DE LA LISTA QUE LA COMPARTEN  *
      *             : Y LAS COMPARA CON LA RUTINA CFSCRCMP (TOLERANTE  *
      *             : A ORDEN, PALABRAS DE RELLENO Y UNA LETRA DE      *
      *             : DIFERENCIA). EL DOCUMENTO IGUAL SIEMPRE ES       *
      *             : COINCIDENCIA. CADA COINCIDENCIA NUEVA SE ENCOLA  *
      *             : PENDIENTE EN CFALSCR PARA CUMPLIMIENTO (CF5D1SC3)*
      *             : Y SE LISTA EN FTPREP; LAS YA ENCOLADAS CONSERVAN *
      *             : SU ESTADO Y SU DECISION. LOS CODIGOS RETIRADOS   *
      *             : POR FUSION NO SE TAMIZAN.                        *
      * ARCHIVOS    : CFCNAT=C, CFCJUR=C, CFLSTSA=C, CFALSCR=A,        *
      *             : FTPREP=A                                         *
      * ACCION (ES) : C=CONSULTA, A=ACTUALIZA, R=REPORTE               *
      * PROGRAMA(S) : CFSCRCMP, RUTINA DEBD1R00, FILE STATUS EXTENDED  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSCREEN.
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
            SELECT CFLSTSA ASSIGN  TO CFLSTSA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFLS-LLAVE
                   FILE STATUS     IS FS-CFLSTSA
                                      FSE-CFLSTSA.
            SELECT CFALSCR ASSIGN  TO CFALSCR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFAS-LLAVE
                   FILE STATUS     IS FS-CFALSCR
                                      FSE-CFALSCR.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CFLSTSA.
           COPY CFLSTSA.
       FD  CFALSCR.
           COPY CFALSCR.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFLSTSA                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFALSCR                       PIC 9(02)  VALUE ZEROS.
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
       01 FSE-CFLSTSA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFALSCR.
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
       01 WKS-FIN-CFLSTSA                  PIC X(01)  VALUE SPACES.
          88 FIN-CFLSTSA                              VALUE HIGH-VALUES.
      *------->       CLIENTE QUE SE ESTA TAMIZANDO
       01 WKS-CLIENTE.
          02 WKS-CLI-CODIGO                PIC X(08)  VALUE SPACES.
          02 WKS-CLI-TIPO                  PIC X(01)  VALUE SPACES.
          02 WKS-CLI-NOMBRE                PIC X(40)  VALUE SPACES.
          02 WKS-CLI-DOCUMENTO             PIC X(20)  VALUE SPACES.
          02 WKS-CLI-CANT-PALABRAS         PIC 9(02)  VALUE ZEROS.
          02 WKS-CLI-PALABRA               PIC X(20)  OCCURS 8 TIMES.
      *------->  ENTRADAS DE LISTA YA EVALUADAS PARA EL CLIENTE, PARA NO
      *------->  COMPARAR DOS VECES LA QUE COMPARTE VARIAS PALABRAS
       01 WKS-EVALUADAS.
          02 WKS-CANT-EVALUADAS            PIC 9(03)  VALUE ZEROS.
          02 WKS-EVALUADA                  PIC X(19)  OCCURS 200 TIMES.
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FECHA-HOY                 PIC 9(08)  VALUE ZEROS.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-K                         PIC 9(03)  VALUE ZEROS.
          02 WKS-PALABRA-BUSCADA           PIC X(20)  VALUE SPACES.
          02 WKS-YA-EVALUADA               PIC 9(01)  VALUE ZEROS.
             88 ENTRADA-YA-EVALUADA                   VALUE 1.
          02 WKS-TIPO-COINCIDENCIA         PIC X(01)  VALUE SPACES.
          02 WKS-PORCENTAJE                PIC 9(03)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->  PARAMETROS DE LA RUTINA CFSCRCMP
           COPY CFSC.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(50)  VALUE
             'TAMIZAJE DE CLIENTES CONTRA LISTAS SANCIONES/PEP  '.
          05 FILLER                        PIC X(07)  VALUE 'FECHA: '.
          05 HDR1-FECHA                    PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(50)  VALUE
             'CLIENTE  T NOMBRE DEL CLIENTE                     '.
          05 FILLER                        PIC X(50)  VALUE
             'LISTA ID LISTA        NOMBRE EN LA LISTA          '.
          05 FILLER                        PIC X(32)  VALUE
             '            TC  PCT             '.
       01 WKS-LINEA-ALERTA.
          05 WKS-ALE-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-ALE-TIPO                  PIC X(01).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-ALE-NOMBRE-CLIENTE        PIC X(38).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-ALE-LISTA                 PIC X(04).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-ALE-ID-LISTA              PIC X(15).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-ALE-NOMBRE-LISTA          PIC X(40).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-ALE-TIPO-COINCIDENCIA     PIC X(01).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-ALE-PORCENTAJE            PIC ZZ9.
          05 FILLER                        PIC X(13)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          05 WKS-NATURALES-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-NATURALES-FUSIONADOS      PIC 9(07)  VALUE ZEROS.
          05 WKS-JURIDICOS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-ENTRADAS-COMPARADAS       PIC 9(07)  VALUE ZEROS.
          05 WKS-COINCIDENCIAS             PIC 9(07)  VALUE ZEROS.
          05 WKS-ALERTAS-NUEVAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-ALERTAS-EXISTENTES        PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-BARRIDO-CFCNAT
           PERFORM 320-BARRIDO-CFCJUR
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  CFCNAT
                       CFCJUR
                       CFLSTSA
           OPEN I-O    CFALSCR
           OPEN OUTPUT FTPREP
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFSCREEN' TO PROGRAMA
           IF (FS-CFCNAT = 97) AND (FS-CFCJUR = 97) AND
              (FS-CFLSTSA = 97) AND (FS-CFALSCR = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-CFCNAT FS-CFCJUR FS-CFLSTSA
                            FS-CFALSCR FS-FTPREP
           END-IF
           IF FS-CFCNAT NOT = 0 OR FS-CFCJUR NOT = 0 OR
              FS-CFLSTSA NOT = 0 OR FS-CFALSCR NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFLSTSA  : " FS-CFLSTSA
              DISPLAY "* FILE STATUS DEL ARCHIVO CFALSCR  : " FS-CFALSCR
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE WKS-FECHA-HOY TO HDR1-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 480-IMPRIME.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  CLIENTES PERSONA NATURAL: NOMBRES Y APELLIDOS CONTRA LA LISTA *
      *  Y EL DPI COMO DOCUMENTO                                       *
      ******************************************************************
       300-BARRIDO-CFCNAT SECTION.
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
              IF CFCN-RETIRADO-POR-FUSION
                 ADD 1 TO WKS-NATURALES-FUSIONADOS
              ELSE
                 MOVE CFCN-CODIGO-CLIENTE TO WKS-CLI-CODIGO
                 MOVE 'N'                 TO WKS-CLI-TIPO
                 MOVE SPACES              TO WKS-CLI-NOMBRE
                 STRING CFCN-NOMBRES          DELIMITED BY '  '
                        ' '                   DELIMITED BY SIZE
                        CFCN-PRIMER-APELLIDO  DELIMITED BY '  '
                        ' '                   DELIMITED BY SIZE
                        CFCN-SEGUNDO-APELLIDO DELIMITED BY '  '
                        INTO WKS-CLI-NOMBRE
                 END-STRING
                 MOVE CFCN-DPI            TO WKS-CLI-DOCUMENTO
                 PERFORM 400-TAMIZA-CLIENTE
              END-IF
              READ CFCNAT NEXT RECORD
                   AT END SET FIN-CFCNAT TO TRUE
              END-READ
           END-PERFORM.
       300-BARRIDO-CFCNAT-E. EXIT.

      ******************************************************************
      *  CLIENTES PERSONA JURIDICA: RAZON SOCIAL Y NIT                 *
      ******************************************************************
       320-BARRIDO-CFCJUR SECTION.
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
              MOVE CFCJ-CODIGO-CLIENTE TO WKS-CLI-CODIGO
              MOVE 'J'                 TO WKS-CLI-TIPO
              MOVE CFCJ-RAZON-SOCIAL   TO WKS-CLI-NOMBRE
              MOVE CFCJ-NIT            TO WKS-CLI-DOCUMENTO
              PERFORM 400-TAMIZA-CLIENTE
              READ CFCJUR NEXT RECORD
                   AT END SET FIN-CFCJUR TO TRUE
              END-READ
           END-PERFORM.
       320-BARRIDO-CFCJUR-E. EXIT.

      ******************************************************************
      *  PRIMERO SE BUSCA EL DOCUMENTO Y LUEGO CADA PALABRA DEL        *
      *  NOMBRE; SOLO SE COMPARAN LAS ENTRADAS QUE LAS COMPARTEN       *
      ******************************************************************
       400-TAMIZA-CLIENTE SECTION.
           MOVE ZEROS TO WKS-CANT-EVALUADAS
           INITIALIZE CFSC
           SET  CFSC-SEPARA         TO TRUE
           MOVE WKS-CLI-NOMBRE      TO CFSC-NOMBRE-CLIENTE
           CALL 'CFSCRCMP' USING CFSC
           MOVE CFSC-CANT-PALABRAS  TO WKS-CLI-CANT-PALABRAS
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 8
              MOVE CFSC-PALABRA (WKS-I) TO WKS-CLI-PALABRA (WKS-I)
           END-PERFORM
           SET  CFSC-NORMALIZA-DOCUMENTO TO TRUE
           MOVE WKS-CLI-DOCUMENTO   TO CFSC-DOCUMENTO
           CALL 'CFSCRCMP' USING CFSC
           MOVE CFSC-DOCUMENTO      TO WKS-CLI-DOCUMENTO
           IF WKS-CLI-DOCUMENTO NOT = SPACES
              MOVE SPACES                   TO WKS-PALABRA-BUSCADA
              MOVE '#'                      TO WKS-PALABRA-BUSCADA(1:1)
              MOVE WKS-CLI-DOCUMENTO (1:19) TO WKS-PALABRA-BUSCADA(2:19)
              PERFORM 410-BUSCA-EN-LISTA
           END-IF
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-CLI-CANT-PALABRAS
              MOVE WKS-CLI-PALABRA (WKS-I) TO WKS-PALABRA-BUSCADA
              PERFORM 410-BUSCA-EN-LISTA
           END-PERFORM.
       400-TAMIZA-CLIENTE-E. EXIT.

       410-BUSCA-EN-LISTA SECTION.
           MOVE SPACES              TO WKS-FIN-CFLSTSA
           MOVE LOW-VALUES          TO CFLS-LLAVE
           MOVE WKS-PALABRA-BUSCADA TO CFLS-PALABRA
           START CFLSTSA KEY IS NOT LESS THAN CFLS-LLAVE
             INVALID KEY
                SET FIN-CFLSTSA TO TRUE
           END-START
           PERFORM UNTIL FIN-CFLSTSA
              READ CFLSTSA NEXT RECORD
                   AT END SET FIN-CFLSTSA TO TRUE
              END-READ
              IF NOT FIN-CFLSTSA
                 IF FS-CFLSTSA NOT = 0
                    MOVE 'READ NEXT' TO ACCION
                    MOVE CFLS-LLAVE  TO LLAVE
                    MOVE 'CFLSTSA'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFLSTSA, FSE-CFLSTSA
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 IF CFLS-PALABRA NOT = WKS-PALABRA-BUSCADA
                    SET FIN-CFLSTSA TO TRUE
                 ELSE
                    PERFORM 420-EVALUA-ENTRADA
                 END-IF
              END-IF
           END-PERFORM.
       410-BUSCA-EN-LISTA-E. EXIT.

      *----> EL DOCUMENTO IGUAL ES COINCIDENCIA SIN IMPORTAR EL NOMBRE;
      *----> POR NOMBRE SOLO SE COMPARA CONTRA ENTRADAS DEL MISMO TIPO
      *----> DE PERSONA
       420-EVALUA-ENTRADA SECTION.
           MOVE ZEROS TO WKS-YA-EVALUADA
           PERFORM VARYING WKS-K FROM 1 BY 1
                   UNTIL WKS-K > WKS-CANT-EVALUADAS
                      OR ENTRADA-YA-EVALUADA
              IF WKS-EVALUADA (WKS-K) = CFLS-LLAVE (21:19)
                 MOVE 1 TO WKS-YA-EVALUADA
              END-IF
           END-PERFORM
           IF ENTRADA-YA-EVALUADA
              GO TO 420-EVALUA-ENTRADA-E
           END-IF
           IF WKS-CANT-EVALUADAS < 200
              ADD 1 TO WKS-CANT-EVALUADAS
              MOVE CFLS-LLAVE (21:19)
                TO WKS-EVALUADA (WKS-CANT-EVALUADAS)
           END-IF
           ADD 1 TO WKS-ENTRADAS-COMPARADAS
           IF WKS-PALABRA-BUSCADA (1:1) = '#'
              IF CFLS-DOCUMENTO NOT = WKS-CLI-DOCUMENTO
                 GO TO 420-EVALUA-ENTRADA-E
              END-IF
              MOVE 'D'  TO WKS-TIPO-COINCIDENCIA
              MOVE 100  TO WKS-PORCENTAJE
           ELSE
              IF CFLS-TIPO-PERSONA NOT = WKS-CLI-TIPO
                 GO TO 420-EVALUA-ENTRADA-E
              END-IF
              SET  CFSC-COMPARA    TO TRUE
              MOVE ZEROS           TO CFSC-UMBRAL
              MOVE WKS-CLI-NOMBRE  TO CFSC-NOMBRE-CLIENTE
              MOVE CFLS-NOMBRE     TO CFSC-NOMBRE-LISTA
              CALL 'CFSCRCMP' USING CFSC
              IF CFSC-NO-COINCIDE
                 GO TO 420-EVALUA-ENTRADA-E
              END-IF
              MOVE 'N'             TO WKS-TIPO-COINCIDENCIA
              MOVE CFSC-PORCENTAJE TO WKS-PORCENTAJE
           END-IF
           ADD 1 TO WKS-COINCIDENCIAS
           PERFORM 430-ENCOLA-ALERTA.
       420-EVALUA-ENTRADA-E. EXIT.

      *----> UNA COINCIDENCIA YA ENCOLADA (PENDIENTE, DESCARTADA O
      *----> CONFIRMADA) NO SE VUELVE A GRABAR NI PIERDE SU DECISION
       430-ENCOLA-ALERTA SECTION.
           MOVE WKS-CLI-CODIGO TO CFAS-CODIGO-CLIENTE
           MOVE CFLS-LISTA     TO CFAS-LISTA
           MOVE CFLS-ID-LISTA  TO CFAS-ID-LISTA
           READ CFALSCR
           EVALUATE FS-CFALSCR
              WHEN 0
                 ADD 1 TO WKS-ALERTAS-EXISTENTES
                 GO TO 430-ENCOLA-ALERTA-E
              WHEN 23
                 CONTINUE
              WHEN OTHER
                 MOVE 'READ'     TO ACCION
                 PERFORM 440-ERROR-CFALSCR
           END-EVALUATE
           MOVE WKS-CLI-CODIGO        TO CFAS-CODIGO-CLIENTE
           MOVE CFLS-LISTA            TO CFAS-LISTA
           MOVE CFLS-ID-LISTA         TO CFAS-ID-LISTA
           MOVE WKS-CLI-TIPO          TO CFAS-TIPO-PERSONA
           MOVE WKS-CLI-NOMBRE        TO CFAS-NOMBRE-CLIENTE
           MOVE WKS-CLI-DOCUMENTO     TO CFAS-DOCUMENTO-CLIENTE
           MOVE CFLS-NOMBRE           TO CFAS-NOMBRE-LISTA
           MOVE CFLS-DOCUMENTO        TO CFAS-DOCUMENTO-LISTA
           MOVE WKS-TIPO-COINCIDENCIA TO CFAS-TIPO-COINCIDENCIA
           MOVE WKS-PORCENTAJE        TO CFAS-PORCENTAJE
           SET  CFAS-ORIGEN-BATCH     TO TRUE
           MOVE WKS-FECHA-HOY         TO CFAS-FECHA-DETECCION
           SET  CFAS-PENDIENTE        TO TRUE
           MOVE SPACES                TO CFAS-USUARIO-DECISION
                                         CFAS-COMENTARIO
           MOVE ZEROS                 TO CFAS-FECHA-DECISION
           WRITE REG-CFALSCR
           IF FS-CFALSCR NOT = 0
              MOVE 'WRITE'    TO ACCION
              PERFORM 440-ERROR-CFALSCR
           END-IF
           ADD 1 TO WKS-ALERTAS-NUEVAS
           MOVE CFAS-CODIGO-CLIENTE    TO WKS-ALE-CLIENTE
           MOVE CFAS-TIPO-PERSONA      TO WKS-ALE-TIPO
           MOVE CFAS-NOMBRE-CLIENTE    TO WKS-ALE-NOMBRE-CLIENTE
           MOVE CFAS-LISTA             TO WKS-ALE-LISTA
           MOVE CFAS-ID-LISTA          TO WKS-ALE-ID-LISTA
           MOVE CFAS-NOMBRE-LISTA      TO WKS-ALE-NOMBRE-LISTA
           MOVE CFAS-TIPO-COINCIDENCIA TO WKS-ALE-TIPO-COINCIDENCIA
           MOVE CFAS-PORCENTAJE        TO WKS-ALE-PORCENTAJE
           MOVE WKS-LINEA-ALERTA       TO PRINT-LINE
           PERFORM 480-IMPRIME.
       430-ENCOLA-ALERTA-E. EXIT.

       440-ERROR-CFALSCR SECTION.
           MOVE CFAS-LLAVE TO LLAVE
           MOVE 'CFALSCR'  TO ARCHIVO
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFALSCR, FSE-CFALSCR
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       440-ERROR-CFALSCR-E. EXIT.

       480-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       480-IMPRIME-E. EXIT.

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
           MOVE    WKS-NATURALES-LEIDOS     TO WKS-MASCARA
           DISPLAY 'CLIENTES NATURALES LEIDOS      : ' WKS-MASCARA
           MOVE    WKS-NATURALES-FUSIONADOS TO WKS-MASCARA
           DISPLAY 'RETIRADOS POR FUSION (OMITIDOS): ' WKS-MASCARA
           MOVE    WKS-JURIDICOS-LEIDOS     TO WKS-MASCARA
           DISPLAY 'CLIENTES JURIDICOS LEIDOS      : ' WKS-MASCARA
           MOVE    WKS-ENTRADAS-COMPARADAS  TO WKS-MASCARA
           DISPLAY 'ENTRADAS DE LISTA COMPARADAS   : ' WKS-MASCARA
           MOVE    WKS-COINCIDENCIAS        TO WKS-MASCARA
           DISPLAY 'COINCIDENCIAS ENCONTRADAS      : ' WKS-MASCARA
           MOVE    WKS-ALERTAS-NUEVAS       TO WKS-MASCARA
           DISPLAY 'ALERTAS NUEVAS EN COLA         : ' WKS-MASCARA
           MOVE    WKS-ALERTAS-EXISTENTES   TO WKS-MASCARA
           DISPLAY 'ALERTAS YA EXISTENTES          : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFCNAT CFCJUR CFLSTSA CFALSCR FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
