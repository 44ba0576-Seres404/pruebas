      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - INFORMACION DE CLIENTES                    *
      * PROGRAMA    : CFEDCRUZ                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROPONE EL CRUCE ENTRE LOS CLIENTES DE LA        *
      *             : PLATAFORMA EDUCATIVA (EDM1CL) Y LOS CLIENTES     *
      *             : PERSONA NATURAL DEL CIF (CFCNAT). ORDENA AMBOS   *
      *             : MAESTROS POR FECHA DE NACIMIENTO Y, DENTRO DE    *
      *             : CADA FECHA, COMPARA LOS NOMBRES CON CFSCRCMP     *
      *             : (NORMALIZADOS POR CFGD2QL2). CADA PAR QUE LLEGA  *
      *             : AL UMBRAL SE GRABA EN CFEDCRU COMO PROPUESTO CON *
      *             : SU CONFIANZA (20 POR LA FECHA + 80 x PORCENTAJE  *
      *             : DEL NOMBRE). LOS PARES YA CONFIRMADOS O          *
      *             : RECHAZADOS EN CF5D1EX3 NO SE TOCAN, Y UN CLIENTE *
      *             : EDUCATIVO YA CONFIRMADO NO RECIBE MAS PROPUESTAS.*
      *             : NO SE CRUZAN REGISTROS SIN FECHA, ELIMINADOS EN  *
      *             : EDM1CL NI RETIRADOS POR FUSION EN CFCNAT.        *
      *             : TARJETA SYSIN: UMBRAL DE NOMBRE 9(03) (BLANCO O  *
      *             : CEROS = 60 POR CIENTO).                          *
      * ARCHIVOS    : EDM1CL=C, CFCNAT=C, CFEDCRU=A, FTPREP=A          *
      * ACCION (ES) : C=CONSULTA, A=ACTUALIZA, R=REPORTE               *
      * PROGRAMA(S) : CFSCRCMP, RUTINA DEBD1R00, FILE STATUS EXTENDED  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFEDCRUZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDM1CL ASSIGN   TO EDM1CL
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS EDMC-LLAVE
                   FILE STATUS     IS FS-EDM1CL
                                      FSE-EDM1CL.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT CFEDCRU ASSIGN  TO CFEDCRU
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFEX-LLAVE
                   ALTERNATE RECORD KEY IS CFEX-CODIGO-CLIENTE
                                    WITH DUPLICATES
                   FILE STATUS     IS FS-CFEDCRU
                                      FSE-CFEDCRU.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  EDM1CL.
           COPY EDMACL.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFEDCRU.
           COPY CFEDCRU.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
      *------->  REGISTRO DE TRABAJO: UN CLIENTE DE CUALQUIERA DE LOS
      *------->  DOS MAESTROS. DENTRO DE CADA FECHA LLEGAN PRIMERO LOS
      *------->  EDUCATIVOS (ORIGEN 1) Y LUEGO LOS DEL CIF (ORIGEN 2)
       SD  WORKFILE.
       01  WORK-REG.
           05  WRKX-FECHA-NACIMIENTO       PIC 9(08).
           05  WRKX-ORIGEN                 PIC X(01).
               88  WRKX-EDUCATIVO                   VALUE '1'.
               88  WRKX-CIF                         VALUE '2'.
           05  WRKX-CODIGO                 PIC X(08).
           05  WRKX-NOMBRE                 PIC X(40).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-EDM1CL                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFEDCRU                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-EDM1CL.
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
       01 FSE-CFEDCRU.
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
       01 WKS-FIN-EDM1CL                   PIC X(01)  VALUE SPACES.
          88 FIN-EDM1CL                               VALUE HIGH-VALUES.
       01 WKS-FIN-CFCNAT                   PIC X(01)  VALUE SPACES.
          88 FIN-CFCNAT                               VALUE HIGH-VALUES.
       01 WKS-FIN-CFEDCRU                  PIC X(01)  VALUE SPACES.
          88 FIN-CFEDCRU                              VALUE HIGH-VALUES.
      *------->             TARJETA SYSIN: UMBRAL DEL NOMBRE
       01 WKS-PARAMETROS.
          02 WKS-UMBRAL-X                  PIC X(03)  VALUE SPACES.
          02 WKS-UMBRAL REDEFINES WKS-UMBRAL-X
                                           PIC 9(03).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-GRUPO               PIC 9(08)  VALUE ZEROS.
          02 WKS-I                         PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-CONFIANZA                 PIC 9(03)  VALUE ZEROS.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-YA-CONFIRMADO             PIC X(01)  VALUE SPACES.
             88 YA-CONFIRMADO                         VALUE 'S'.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->  CLIENTES EDUCATIVOS DE LA FECHA DE NACIMIENTO EN CURSO
       01 WKS-GRUPO-EDUCATIVO.
          02 WKS-EDU-CANT                  PIC 9(04)  COMP VALUE ZEROS.
          02 WKS-EDU-MAX                   PIC 9(04)  COMP VALUE 300.
          02 WKS-EDU-CLIENTE               OCCURS 300 TIMES.
             03 WKS-EDU-CODIGO             PIC 9(08).
             03 WKS-EDU-NOMBRE             PIC X(30).
      *------->  PARAMETROS DE LA RUTINA CFSCRCMP
       COPY CFSC.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(44)  VALUE
             'PROPUESTAS NUEVAS DE CRUCE EDM1CL - CFCNAT  '.
          05 FILLER                        PIC X(07)  VALUE 'FECHA: '.
          05 HDR1-FECHA                    PIC 9(08).
          05 FILLER                        PIC X(10)  VALUE
             '  UMBRAL: '.
          05 HDR1-UMBRAL                   PIC ZZ9.
       01 HEADER2.
          05 FILLER                        PIC X(50)  VALUE
             'EDUCATIVO NOMBRE EDUCATIVO               CLIENTE  '.
          05 FILLER                        PIC X(50)  VALUE
             'NOMBRE CIF                               F.NACIM. '.
          05 FILLER                        PIC X(11)  VALUE
             '%NOM. CONF.'.
       01 WKS-LINEA-DETALLE.
          05 WKS-DET-EDUCATIVO             PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-DET-NOMBRE-EDU            PIC X(30).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-NOMBRE-CIF            PIC X(40).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-DET-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-DET-PORCENTAJE            PIC ZZ9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-DET-CONFIANZA             PIC ZZ9.
       01 WKS-LINEA-SIN-MOVIMIENTO         PIC X(60)  VALUE
             'NO SE GENERARON PROPUESTAS NUEVAS'.
       01 WKS-ESTADISTICAS.
          05 WKS-EDU-LEIDOS                PIC 9(07)  VALUE ZEROS.
          05 WKS-EDU-OMITIDOS              PIC 9(07)  VALUE ZEROS.
          05 WKS-EDU-YA-CONFIRMADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-EDU-DESBORDADOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-CIF-LEIDOS                PIC 9(07)  VALUE ZEROS.
          05 WKS-CIF-OMITIDOS              PIC 9(07)  VALUE ZEROS.
          05 WKS-COMPARACIONES             PIC 9(09)  VALUE ZEROS.
          05 WKS-PROPUESTAS-NUEVAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-PROPUESTAS-ACTUALIZADAS   PIC 9(07)  VALUE ZEROS.
          05 WKS-PARES-YA-DECIDIDOS        PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-ORDENA-Y-CRUZA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           ACCEPT WKS-PARAMETROS FROM SYSIN
           OPEN INPUT  EDM1CL CFCNAT
           OPEN I-O    CFEDCRU
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFEDCRUZ' TO PROGRAMA
           IF (FS-EDM1CL = 97)  AND (FS-CFCNAT = 97) AND
              (FS-CFEDCRU = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-EDM1CL FS-CFCNAT FS-CFEDCRU FS-FTPREP
           END-IF
           IF FS-EDM1CL  NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-CFEDCRU NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO EDM1CL   : " FS-EDM1CL
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFEDCRU  : " FS-CFEDCRU
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-UMBRAL-X = SPACES OR WKS-UMBRAL-X = LOW-VALUES
              MOVE ZEROS TO WKS-UMBRAL
           END-IF
           IF WKS-UMBRAL-X NOT NUMERIC OR WKS-UMBRAL > 100
              DISPLAY '>>> SYSIN INVALIDO, SE ESPERA UMBRAL 9(03) '
                      'ENTRE 000 Y 100'
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-UMBRAL = ZEROS
              MOVE 60 TO WKS-UMBRAL
           END-IF
           ACCEPT WKS-FECHA-PROCESO FROM DATE YYYYMMDD.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      *----> SERIE 300 ORDENA LOS DOS MAESTROS POR FECHA DE NACIMIENTO
      *----> Y CRUZA LOS NOMBRES DENTRO DE CADA FECHA
       300-ORDENA-Y-CRUZA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKX-FECHA-NACIMIENTO
              ASCENDING KEY WRKX-ORIGEN
              ASCENDING KEY WRKX-CODIGO
                 INPUT  PROCEDURE IS 310-EXTRAE-CLIENTES
                 OUTPUT PROCEDURE IS 400-CRUZA-POR-FECHA.
       300-ORDENA-Y-CRUZA-E. EXIT.

       310-EXTRAE-CLIENTES SECTION.
           PERFORM 320-EXTRAE-EDUCATIVOS
           PERFORM 330-EXTRAE-CIF.
       310-EXTRAE-CLIENTES-E. EXIT.

      *----> LOS ELIMINADOS (MARCA 'D') Y SIN FECHA NO SE CRUZAN
       320-EXTRAE-EDUCATIVOS SECTION.
           READ EDM1CL NEXT RECORD
                AT END SET FIN-EDM1CL TO TRUE
           END-READ
           PERFORM UNTIL FIN-EDM1CL
              IF FS-EDM1CL NOT = 0
                 MOVE 'READ'          TO ACCION
                 MOVE EDMC-LLAVE      TO LLAVE
                 MOVE 'EDM1CL'        TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-EDM1CL, FSE-EDM1CL
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-EDU-LEIDOS
              IF EDMC-MARCA-ELIMINADO = 'D' OR 'd' OR
                 EDMC-FECHA-NAC-O-CONSTITUC NOT NUMERIC OR
                 EDMC-FECHA-NAC-O-CONSTITUC = ZEROS
                 ADD 1 TO WKS-EDU-OMITIDOS
              ELSE
                 MOVE EDMC-FECHA-NAC-O-CONSTITUC
                                          TO WRKX-FECHA-NACIMIENTO
                 SET  WRKX-EDUCATIVO      TO TRUE
                 MOVE EDMC-CODIGO-CLIENTE TO WRKX-CODIGO
                 MOVE EDMC-NOMBRE-CLIENTE TO WRKX-NOMBRE
                 RELEASE WORK-REG
              END-IF
              READ EDM1CL NEXT RECORD
                   AT END SET FIN-EDM1CL TO TRUE
              END-READ
           END-PERFORM.
       320-EXTRAE-EDUCATIVOS-E. EXIT.

      *----> LOS RETIRADOS POR FUSION Y SIN FECHA NO SE CRUZAN
       330-EXTRAE-CIF SECTION.
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
              ADD 1 TO WKS-CIF-LEIDOS
              IF CFCN-RETIRADO-POR-FUSION OR
                 CFCN-FECHA-NACIMIENTO NOT NUMERIC OR
                 CFCN-FECHA-NACIMIENTO = ZEROS
                 ADD 1 TO WKS-CIF-OMITIDOS
              ELSE
                 MOVE CFCN-FECHA-NACIMIENTO TO WRKX-FECHA-NACIMIENTO
                 SET  WRKX-CIF              TO TRUE
                 MOVE CFCN-CODIGO-CLIENTE   TO WRKX-CODIGO
                 MOVE CFCN-NOMBRE-CLIENTE   TO WRKX-NOMBRE
                 RELEASE WORK-REG
              END-IF
              READ CFCNAT NEXT RECORD
                   AT END SET FIN-CFCNAT TO TRUE
              END-READ
           END-PERFORM.
       330-EXTRAE-CIF-E. EXIT.

      ******************************************************************
      *  POR CADA FECHA SE GUARDAN LOS EDUCATIVOS (LLEGAN PRIMERO) Y   *
      *  CADA CLIENTE CIF DE ESA FECHA SE COMPARA CONTRA TODOS ELLOS   *
      ******************************************************************
       400-CRUZA-POR-FECHA SECTION.
           MOVE WKS-FECHA-PROCESO TO HDR1-FECHA
           MOVE WKS-UMBRAL        TO HDR1-UMBRAL
           MOVE HEADER1           TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES            TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2           TO PRINT-LINE
           PERFORM 480-IMPRIME
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WRKX-FECHA-NACIMIENTO NOT = WKS-FECHA-GRUPO
                 MOVE WRKX-FECHA-NACIMIENTO TO WKS-FECHA-GRUPO
                 MOVE ZEROS                 TO WKS-EDU-CANT
              END-IF
              IF WRKX-EDUCATIVO
                 PERFORM 410-GUARDA-EDUCATIVO
              ELSE
                 IF WKS-EDU-CANT > ZEROS
                    PERFORM 420-COMPARA-CLIENTE-CIF
                 END-IF
              END-IF
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PROPUESTAS-NUEVAS = ZEROS
              MOVE WKS-LINEA-SIN-MOVIMIENTO TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       400-CRUZA-POR-FECHA-E. EXIT.

      *----> UN EDUCATIVO YA CONFIRMADO CON ALGUN CLIENTE CIF NO SE
      *----> VUELVE A PROPONER
       410-GUARDA-EDUCATIVO SECTION.
           PERFORM 415-BUSCA-CONFIRMADO
           IF YA-CONFIRMADO
              ADD 1 TO WKS-EDU-YA-CONFIRMADOS
              GO TO 410-GUARDA-EDUCATIVO-E
           END-IF
           IF WKS-EDU-CANT NOT < WKS-EDU-MAX
              ADD 1 TO WKS-EDU-DESBORDADOS
              GO TO 410-GUARDA-EDUCATIVO-E
           END-IF
           ADD  1              TO WKS-EDU-CANT
           MOVE WRKX-CODIGO    TO WKS-EDU-CODIGO (WKS-EDU-CANT)
           MOVE WRKX-NOMBRE    TO WKS-EDU-NOMBRE (WKS-EDU-CANT).
       410-GUARDA-EDUCATIVO-E. EXIT.

       415-BUSCA-CONFIRMADO SECTION.
           MOVE SPACES      TO WKS-YA-CONFIRMADO WKS-FIN-CFEDCRU
           MOVE WRKX-CODIGO TO CFEX-CODIGO-EDUCATIVO
           MOVE LOW-VALUES  TO CFEX-CODIGO-CLIENTE
           START CFEDCRU KEY IS NOT LESS THAN CFEX-LLAVE
             INVALID KEY
                SET FIN-CFEDCRU TO TRUE
           END-START
           PERFORM UNTIL FIN-CFEDCRU
              READ CFEDCRU NEXT RECORD
                   AT END SET FIN-CFEDCRU TO TRUE
              END-READ
              IF NOT FIN-CFEDCRU
                 IF FS-CFEDCRU NOT = 0
                    MOVE 'READ NEXT' TO ACCION
                    PERFORM 490-ERROR-CFEDCRU
                 END-IF
                 IF CFEX-CODIGO-EDUCATIVO NOT = WRKX-CODIGO
                    SET FIN-CFEDCRU TO TRUE
                 ELSE
                    IF CFEX-CONFIRMADO
                       SET YA-CONFIRMADO TO TRUE
                       SET FIN-CFEDCRU   TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       415-BUSCA-CONFIRMADO-E. EXIT.

       420-COMPARA-CLIENTE-CIF SECTION.
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-EDU-CANT
              ADD  1                      TO WKS-COMPARACIONES
              INITIALIZE CFSC
              SET  CFSC-COMPARA           TO TRUE
              MOVE WKS-UMBRAL             TO CFSC-UMBRAL
              MOVE WRKX-NOMBRE            TO CFSC-NOMBRE-CLIENTE
              MOVE WKS-EDU-NOMBRE (WKS-I) TO CFSC-NOMBRE-LISTA
              CALL 'CFSCRCMP' USING CFSC
              IF CFSC-COINCIDE
                 COMPUTE WKS-CONFIANZA =
                         20 + (CFSC-PORCENTAJE * 80 / 100)
                 PERFORM 430-REGISTRA-PROPUESTA
              END-IF
           END-PERFORM.
       420-COMPARA-CLIENTE-CIF-E. EXIT.

      ******************************************************************
      *  PAR NUEVO: SE GRABA PROPUESTO Y SE LISTA. PAR AUN PROPUESTO:  *
      *  SE ACTUALIZA SU CONFIANZA. PAR CONFIRMADO O RECHAZADO: QUEDA  *
      *  COMO LO DEJO EL ANALISTA                                      *
      ******************************************************************
       430-REGISTRA-PROPUESTA SECTION.
           MOVE WKS-EDU-CODIGO (WKS-I) TO CFEX-CODIGO-EDUCATIVO
           MOVE WRKX-CODIGO            TO CFEX-CODIGO-CLIENTE
           READ CFEDCRU KEY IS CFEX-LLAVE
             INVALID KEY
                PERFORM 440-GRABA-PROPUESTA
             NOT INVALID KEY
                IF CFEX-PROPUESTO
                   MOVE WKS-CONFIANZA   TO CFEX-CONFIANZA
                   MOVE CFSC-PORCENTAJE TO CFEX-PORCENTAJE-NOMBRE
                   REWRITE REG-CFEDCRU
                   IF FS-CFEDCRU NOT = 0
                      MOVE 'REWRITE' TO ACCION
                      PERFORM 490-ERROR-CFEDCRU
                   END-IF
                   ADD 1 TO WKS-PROPUESTAS-ACTUALIZADAS
                ELSE
                   ADD 1 TO WKS-PARES-YA-DECIDIDOS
                END-IF
           END-READ.
       430-REGISTRA-PROPUESTA-E. EXIT.

       440-GRABA-PROPUESTA SECTION.
           INITIALIZE REG-CFEDCRU
           MOVE WKS-EDU-CODIGO (WKS-I) TO CFEX-CODIGO-EDUCATIVO
           MOVE WRKX-CODIGO            TO CFEX-CODIGO-CLIENTE
           MOVE WKS-CONFIANZA          TO CFEX-CONFIANZA
           MOVE CFSC-PORCENTAJE        TO CFEX-PORCENTAJE-NOMBRE
           MOVE WKS-FECHA-GRUPO        TO CFEX-FECHA-NACIMIENTO
           SET  CFEX-PROPUESTO         TO TRUE
           MOVE WKS-FECHA-PROCESO      TO CFEX-FECHA-PROPUESTA
           MOVE SPACES                 TO CFEX-USUARIO-DECISION
           WRITE REG-CFEDCRU
           IF FS-CFEDCRU NOT = 0
              MOVE 'WRITE' TO ACCION
              PERFORM 490-ERROR-CFEDCRU
           END-IF
           ADD 1 TO WKS-PROPUESTAS-NUEVAS
           MOVE WKS-EDU-CODIGO (WKS-I) TO WKS-DET-EDUCATIVO
           MOVE WKS-EDU-NOMBRE (WKS-I) TO WKS-DET-NOMBRE-EDU
           MOVE WRKX-CODIGO            TO WKS-DET-CLIENTE
           MOVE WRKX-NOMBRE            TO WKS-DET-NOMBRE-CIF
           MOVE WKS-FECHA-GRUPO        TO WKS-DET-FECHA
           MOVE CFSC-PORCENTAJE        TO WKS-DET-PORCENTAJE
           MOVE WKS-CONFIANZA          TO WKS-DET-CONFIANZA
           MOVE WKS-LINEA-DETALLE      TO PRINT-LINE
           PERFORM 480-IMPRIME.
       440-GRABA-PROPUESTA-E. EXIT.

       480-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       480-IMPRIME-E. EXIT.

       490-ERROR-CFEDCRU SECTION.
           MOVE CFEX-LLAVE TO LLAVE
           MOVE 'CFEDCRU'  TO ARCHIVO
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFEDCRU, FSE-CFEDCRU
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       490-ERROR-CFEDCRU-E. EXIT.

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
           MOVE    WKS-EDU-LEIDOS              TO WKS-MASCARA
           DISPLAY 'CLIENTES EDUCATIVOS LEIDOS     : ' WKS-MASCARA
           MOVE    WKS-EDU-OMITIDOS            TO WKS-MASCARA
           DISPLAY 'EDUCATIVOS ELIMINADOS/SIN FECHA: ' WKS-MASCARA
           MOVE    WKS-EDU-YA-CONFIRMADOS      TO WKS-MASCARA
           DISPLAY 'EDUCATIVOS YA CONFIRMADOS      : ' WKS-MASCARA
           MOVE    WKS-EDU-DESBORDADOS         TO WKS-MASCARA
           DISPLAY 'EDUCATIVOS NO CRUZADOS (>300)  : ' WKS-MASCARA
           MOVE    WKS-CIF-LEIDOS              TO WKS-MASCARA
           DISPLAY 'CLIENTES CIF LEIDOS            : ' WKS-MASCARA
           MOVE    WKS-CIF-OMITIDOS            TO WKS-MASCARA
           DISPLAY 'CIF RETIRADOS/SIN FECHA        : ' WKS-MASCARA
           MOVE    WKS-COMPARACIONES           TO WKS-MASCARA
           DISPLAY 'COMPARACIONES DE NOMBRE        : ' WKS-MASCARA
           MOVE    WKS-PROPUESTAS-NUEVAS       TO WKS-MASCARA
           DISPLAY 'PROPUESTAS NUEVAS              : ' WKS-MASCARA
           MOVE    WKS-PROPUESTAS-ACTUALIZADAS TO WKS-MASCARA
           DISPLAY 'PROPUESTAS ACTUALIZADAS        : ' WKS-MASCARA
           MOVE    WKS-PARES-YA-DECIDIDOS      TO WKS-MASCARA
           DISPLAY 'PARES YA CONFIRMADOS/RECHAZADOS: ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE EDM1CL CFCNAT CFEDCRU FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
