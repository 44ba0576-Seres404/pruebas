      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - INFORMACION DE CLIENTES                    *
      * PROGRAMA    : CFCAMDIS                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : DISTRIBUCION NOCTURNA DE LOS EVENTOS DE CAMBIO   *
      *             : DEL CIF (CFCAMEV) A LOS SISTEMAS QUE SE          *
      *             : ALIMENTAN DEL MAESTRO DE CLIENTES: PROCESADOR DE *
      *             : TARJETAS (CFCDTARJ), BURO (CFCDBURO) E IMPRENTA  *
      *             : (CFCDIMPR). CADA SUSCRIPTOR RECIBE SOLO LOS      *
      *             : GRUPOS DE CAMPOS A LOS QUE ESTA SUSCRITO SEGUN   *
      *             : CFTGEN CFT 012 (CORRELATIVO = SUSCRIPTOR, HASTA  *
      *             : 7 GRUPOS DE 2 EN LA DESCRIPCION 1:14; SIN FILA   *
      *             : RECIBE TODOS). CADA ARCHIVO LLEVA ENCABEZADO,    *
      *             : UN DETALLE POR EVENTO Y COLA CON TOTALES DE      *
      *             : CONTROL POR GRUPO.                               *
      *             : TARJETA SYSIN: FECHA AAAAMMDD DE LOS EVENTOS     *
      *             : (EN BLANCO = FECHA DEL SISTEMA).                 *
      * ARCHIVOS    : CFCAMEV=C, CFTGEN=C                              *
      *             : CFCDTARJ=A, CFCDBURO=A, CFCDIMPR=A               *
      * ACCION (ES) : C=CONSULTA, A=ARCHIVO DE DISTRIBUCION            *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCAMDIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CFCAMEV ASSIGN  TO CFCAMEV
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFCE-LLAVE
                   FILE STATUS     IS FS-CFCAMEV
                                      FSE-CFCAMEV.
            SELECT CFTGEN ASSIGN   TO CFTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFTB-LLAVE
                   FILE STATUS     IS FS-CFTGEN
                                      FSE-CFTGEN.
            SELECT CFCDTARJ ASSIGN TO CFCDTARJ
                   FILE STATUS     IS FS-CFCDTARJ.
            SELECT CFCDBURO ASSIGN TO CFCDBURO
                   FILE STATUS     IS FS-CFCDBURO.
            SELECT CFCDIMPR ASSIGN TO CFCDIMPR
                   FILE STATUS     IS FS-CFCDIMPR.
       DATA DIVISION.
       FILE SECTION.
       FD  CFCAMEV.
           COPY CFCAMEV.
       FD  CFTGEN.
           COPY CFTGEN REPLACING CFTGEN BY REG-CFTGEN.
       FD  CFCDTARJ
           RECORDING MODE IS F.
       01 TARJ-LINE                        PIC X(284).
       FD  CFCDBURO
           RECORDING MODE IS F.
       01 BURO-LINE                        PIC X(284).
       FD  CFCDIMPR
           RECORDING MODE IS F.
       01 IMPR-LINE                        PIC X(284).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFCAMEV                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCDTARJ                      PIC 9(02)  VALUE ZEROS.
       01 FS-CFCDBURO                      PIC 9(02)  VALUE ZEROS.
       01 FS-CFCDIMPR                      PIC 9(02)  VALUE ZEROS.
      *------->  STATUS DEL ULTIMO ARCHIVO DE DISTRIBUCION ESCRITO
       01 FS-SALIDA                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFCAMEV.
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
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
      *------->             CONTROLADOR DE LECTURAS
       01 WKS-FIN-CFCAMEV                  PIC X(01)  VALUE SPACES.
          88 FIN-CFCAMEV                              VALUE HIGH-VALUES.
      *------->   TARJETA SYSIN: FECHA DE LOS EVENTOS A DISTRIBUIR
       01 WKS-PARAMETROS.
          02 WKS-FECHA-PARM                PIC X(08)  VALUE SPACES.
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-SISTEMA                PIC 9(08)  VALUE ZEROS.
       01 WKS-HORA-SISTEMA                 PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-S                         PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-G                         PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-K                         PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-SUSCRITO                  PIC X(01)  VALUE SPACES.
             88 SUSCRITO-AL-GRUPO                     VALUE 'S'.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->  GRUPOS DE CAMPOS EN EL ORDEN DE LOS TOTALES DE LA COLA
       01 WKS-GRUPOS-VALORES.
          02 FILLER                        PIC X(12)  VALUE
             'NODOFAFUDITE'.
       01 WKS-GRUPOS REDEFINES WKS-GRUPOS-VALORES.
          02 WKS-GRUPO                     PIC X(02)  OCCURS 6 TIMES.
      *------->  SUSCRIPTORES, UNO POR ARCHIVO DE DISTRIBUCION. LOS
      *------->  GRUPOS SUSCRITOS SE CARGAN DE CFTGEN CFT 012
       01 WKS-SUSCRIPTORES-VALORES.
          02 FILLER                        PIC X(08)  VALUE 'TARJETAS'.
          02 FILLER                        PIC X(08)  VALUE 'BURO    '.
          02 FILLER                        PIC X(08)  VALUE 'IMPRENTA'.
       01 WKS-SUSCRIPTORES-CODIGOS REDEFINES WKS-SUSCRIPTORES-VALORES.
          02 WKS-SUS-CODIGO-INI            PIC X(08)  OCCURS 3 TIMES.
       01 WKS-SUSCRIPTORES.
          02 WKS-SUSCRIPTOR                OCCURS 3 TIMES.
             03 WKS-SUS-CODIGO             PIC X(08).
             03 WKS-SUS-GRUPOS             PIC X(14).
             03 WKS-SUS-GRUPO REDEFINES WKS-SUS-GRUPOS
                                           PIC X(02)  OCCURS 7 TIMES.
             03 WKS-SUS-TOTAL              PIC 9(09).
             03 WKS-SUS-TOTAL-GRUPO        PIC 9(07)  OCCURS 6 TIMES.
       COPY CFCAMDS.
       01 WKS-ESTADISTICAS.
          05 WKS-EVENTOS-LEIDOS            PIC 9(07)  VALUE ZEROS.
          05 WKS-EVENTOS-SIN-SUSCRIPTOR    PIC 9(07)  VALUE ZEROS.
          05 WKS-EVENTOS-GRUPO-INVALIDO    PIC 9(07)  VALUE ZEROS.
          05 WKS-EVENTOS-SUSCRITOS         PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-CARGA-SUSCRIPTORES
           PERFORM 400-DISTRIBUYE-EVENTOS
           PERFORM 450-ESCRIBE-COLAS
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           ACCEPT WKS-PARAMETROS FROM SYSIN
           OPEN INPUT  CFCAMEV CFTGEN
           OPEN OUTPUT CFCDTARJ CFCDBURO CFCDIMPR.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFCAMDIS' TO PROGRAMA
           IF (FS-CFCAMEV = 97) AND (FS-CFTGEN = 97) AND
              (FS-CFCDTARJ = 97) AND (FS-CFCDBURO = 97) AND
              (FS-CFCDIMPR = 97)
              MOVE ZEROS TO FS-CFCAMEV FS-CFTGEN FS-CFCDTARJ
                            FS-CFCDBURO FS-CFCDIMPR
           END-IF
           IF FS-CFCAMEV NOT = 0 OR FS-CFTGEN NOT = 0 OR
              FS-CFCDTARJ NOT = 0 OR FS-CFCDBURO NOT = 0 OR
              FS-CFCDIMPR NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCAMEV  : " FS-CFCAMEV
              DISPLAY "* FILE STATUS DEL ARCHIVO CFTGEN   : " FS-CFTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCDTARJ : "
                      FS-CFCDTARJ
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCDBURO : "
                      FS-CFCDBURO
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCDIMPR : "
                      FS-CFCDIMPR
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ACCEPT WKS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WKS-HORA-SISTEMA  FROM TIME
           IF WKS-FECHA-PARM = SPACES
              MOVE WKS-FECHA-SISTEMA TO WKS-FECHA-PROCESO
           ELSE
              IF WKS-FECHA-PARM NOT NUMERIC
                 DISPLAY '>>> SYSIN INVALIDO, SE ESPERA FECHA '
                         'AAAAMMDD O BLANCO'
                 MOVE  91        TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              MOVE WKS-FECHA-PARM    TO WKS-FECHA-PROCESO
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  GRUPOS SUSCRITOS DE CADA SUSCRIPTOR (CFTGEN CFT 012, GRUPOS   *
      *  DE 2 EN LA DESCRIPCION 1:14). SIN FILA RECIBE TODOS LOS       *
      *  GRUPOS. SE ESCRIBE EL ENCABEZADO DE CADA ARCHIVO              *
      ******************************************************************
       300-CARGA-SUSCRIPTORES SECTION.
           PERFORM VARYING WKS-S FROM 1 BY 1 UNTIL WKS-S > 3
              INITIALIZE WKS-SUSCRIPTOR (WKS-S)
              MOVE WKS-SUS-CODIGO-INI (WKS-S) TO WKS-SUS-CODIGO (WKS-S)
              MOVE 'CFT'                   TO CFTB-TABLA
              MOVE 012                     TO CFTB-CODIGO-TABLA
              MOVE WKS-SUS-CODIGO (WKS-S)  TO CFTB-CORRELATIVO
              READ CFTGEN
                INVALID KEY
                   MOVE WKS-GRUPOS-VALORES TO WKS-SUS-GRUPOS (WKS-S)
                   DISPLAY 'SUSCRIPTOR ' WKS-SUS-CODIGO (WKS-S)
                           ' SIN FILA EN CFTGEN CFT 012, RECIBE TODOS '
                           'LOS GRUPOS'
                NOT INVALID KEY
                   MOVE CFTB-DESCRIPCION (1:14)
                                           TO WKS-SUS-GRUPOS (WKS-S)
              END-READ
              INITIALIZE REG-CFCAMDS
              MOVE WKS-SUS-CODIGO (WKS-S)  TO CFCD-SUSCRIPTOR
              SET  CFCD-ENCABEZADO         TO TRUE
              MOVE WKS-FECHA-PROCESO       TO CFCD-FECHA-EVENTOS
              MOVE WKS-FECHA-SISTEMA       TO CFCD-FECHA-GENERACION
              MOVE WKS-HORA-SISTEMA (1:6)  TO CFCD-HORA-GENERACION
              MOVE WKS-SUS-GRUPOS (WKS-S)  TO CFCD-GRUPOS-SUSCRITOS
              PERFORM 480-ESCRIBE-SUSCRIPTOR
           END-PERFORM.
       300-CARGA-SUSCRIPTORES-E. EXIT.

      ******************************************************************
      *  EVENTOS DEL DIA: LA LLAVE DE CFCAMEV INICIA CON LA FECHA, ASI *
      *  QUE SE POSICIONA AL INICIO DEL DIA Y SE LEE HASTA QUE CAMBIA  *
      ******************************************************************
       400-DISTRIBUYE-EVENTOS SECTION.
           MOVE LOW-VALUES        TO CFCE-LLAVE
           MOVE WKS-FECHA-PROCESO TO CFCE-FECHA
           START CFCAMEV KEY IS NOT LESS THAN CFCE-LLAVE
             INVALID KEY
                SET FIN-CFCAMEV TO TRUE
           END-START
           PERFORM UNTIL FIN-CFCAMEV
              READ CFCAMEV NEXT RECORD
                   AT END SET FIN-CFCAMEV TO TRUE
              END-READ
              IF NOT FIN-CFCAMEV
                 IF FS-CFCAMEV NOT = 0
                    MOVE 'READ NEXT' TO ACCION
                    MOVE CFCE-LLAVE  TO LLAVE
                    MOVE 'CFCAMEV'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFCAMEV, FSE-CFCAMEV
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 IF CFCE-FECHA NOT = WKS-FECHA-PROCESO
                    SET FIN-CFCAMEV TO TRUE
                 ELSE
                    ADD 1 TO WKS-EVENTOS-LEIDOS
                    PERFORM 410-REPARTE-EVENTO
                 END-IF
              END-IF
           END-PERFORM.
       400-DISTRIBUYE-EVENTOS-E. EXIT.

       410-REPARTE-EVENTO SECTION.
           MOVE ZEROS TO WKS-G
           PERFORM VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > 6
              IF WKS-GRUPO (WKS-K) = CFCE-GRUPO
                 MOVE WKS-K TO WKS-G
              END-IF
           END-PERFORM
           IF WKS-G = ZEROS
              ADD 1 TO WKS-EVENTOS-GRUPO-INVALIDO
              DISPLAY 'EVENTO CON GRUPO NO DEFINIDO: ' CFCE-LLAVE
                      ' GRUPO ' CFCE-GRUPO
              GO TO 410-REPARTE-EVENTO-E
           END-IF
           MOVE SPACES TO WKS-SUSCRITO
           PERFORM VARYING WKS-S FROM 1 BY 1 UNTIL WKS-S > 3
              PERFORM 420-EVENTO-A-SUSCRIPTOR
           END-PERFORM
           IF SUSCRITO-AL-GRUPO
              ADD 1 TO WKS-EVENTOS-SUSCRITOS
           ELSE
              ADD 1 TO WKS-EVENTOS-SIN-SUSCRIPTOR
           END-IF.
       410-REPARTE-EVENTO-E. EXIT.

       420-EVENTO-A-SUSCRIPTOR SECTION.
           PERFORM VARYING WKS-K FROM 1 BY 1 UNTIL WKS-K > 7
              IF WKS-SUS-GRUPO (WKS-S, WKS-K) = CFCE-GRUPO
                 MOVE 8 TO WKS-K
                 SET SUSCRITO-AL-GRUPO TO TRUE
                 INITIALIZE REG-CFCAMDS
                 MOVE WKS-SUS-CODIGO (WKS-S) TO CFCD-SUSCRIPTOR
                 SET  CFCD-DETALLE           TO TRUE
                 MOVE REG-CFCAMEV            TO CFCD-DATOS
                 PERFORM 480-ESCRIBE-SUSCRIPTOR
                 ADD  1 TO WKS-SUS-TOTAL (WKS-S)
                           WKS-SUS-TOTAL-GRUPO (WKS-S, WKS-G)
              END-IF
           END-PERFORM.
       420-EVENTO-A-SUSCRIPTOR-E. EXIT.

      *----> COLA DE CADA ARCHIVO CON LOS TOTALES DE CONTROL
       450-ESCRIBE-COLAS SECTION.
           PERFORM VARYING WKS-S FROM 1 BY 1 UNTIL WKS-S > 3
              INITIALIZE REG-CFCAMDS
              MOVE WKS-SUS-CODIGO (WKS-S)  TO CFCD-SUSCRIPTOR
              SET  CFCD-COLA               TO TRUE
              MOVE WKS-SUS-TOTAL (WKS-S)   TO CFCD-TOTAL-EVENTOS
              PERFORM VARYING WKS-G FROM 1 BY 1 UNTIL WKS-G > 6
                 MOVE WKS-SUS-TOTAL-GRUPO (WKS-S, WKS-G)
                      TO CFCD-TOTAL-GRUPO (WKS-G)
              END-PERFORM
              PERFORM 480-ESCRIBE-SUSCRIPTOR
           END-PERFORM.
       450-ESCRIBE-COLAS-E. EXIT.

      *----> CADA SUSCRIPTOR TIENE SU PROPIO ARCHIVO DE DISTRIBUCION
       480-ESCRIBE-SUSCRIPTOR SECTION.
           EVALUATE WKS-S
              WHEN 1
                   WRITE TARJ-LINE FROM REG-CFCAMDS
                   MOVE FS-CFCDTARJ TO FS-SALIDA
                   MOVE 'CFCDTARJ'  TO ARCHIVO
              WHEN 2
                   WRITE BURO-LINE FROM REG-CFCAMDS
                   MOVE FS-CFCDBURO TO FS-SALIDA
                   MOVE 'CFCDBURO'  TO ARCHIVO
              WHEN 3
                   WRITE IMPR-LINE FROM REG-CFCAMDS
                   MOVE FS-CFCDIMPR TO FS-SALIDA
                   MOVE 'CFCDIMPR'  TO ARCHIVO
           END-EVALUATE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       480-ESCRIBE-SUSCRIPTOR-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-SALIDA NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO " ARCHIVO " ES : ("
                   FS-SALIDA ")"
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
           DISPLAY 'FECHA DE LOS EVENTOS           : '
                   WKS-FECHA-PROCESO
           MOVE    WKS-EVENTOS-LEIDOS          TO WKS-MASCARA
           DISPLAY 'EVENTOS DEL DIA LEIDOS         : ' WKS-MASCARA
           MOVE    WKS-EVENTOS-SUSCRITOS       TO WKS-MASCARA
           DISPLAY 'EVENTOS DISTRIBUIDOS           : ' WKS-MASCARA
           MOVE    WKS-EVENTOS-SIN-SUSCRIPTOR  TO WKS-MASCARA
           DISPLAY 'EVENTOS SIN SUSCRIPTOR         : ' WKS-MASCARA
           MOVE    WKS-EVENTOS-GRUPO-INVALIDO  TO WKS-MASCARA
           DISPLAY 'EVENTOS CON GRUPO NO DEFINIDO  : ' WKS-MASCARA
           PERFORM VARYING WKS-S FROM 1 BY 1 UNTIL WKS-S > 3
              MOVE    WKS-SUS-TOTAL (WKS-S)    TO WKS-MASCARA
              DISPLAY 'REGISTROS PARA ' WKS-SUS-CODIGO (WKS-S)
                      '        : ' WKS-MASCARA
           END-PERFORM
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFCAMEV CFTGEN CFCDTARJ CFCDBURO CFCDIMPR.
       700-CIERRA-ARCHIVOS-E. EXIT.
