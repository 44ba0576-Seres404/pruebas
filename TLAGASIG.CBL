      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLAGASIG                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ASIGNACION MENSUAL DE CUENTAS A AGENCIAS         *
      *             : EXTERNAS DE COBRANZA. CARGA LAS AGENCIAS ACTIVAS *
      *             : DE TLAGENC Y RECORRE TLESTRA: CADA CUENTA CUYA   *
      *             : ESTRATEGIA ATIENDE ALGUNA AGENCIA, QUE SIGUE EN  *
      *             : MORA EN TLIMOR, SIN DISPUTA ABIERTA EN TLDISPU,  *
      *             : SIN EXPEDIENTE LEGAL VIVO EN TLDEMAN Y QUE NO    *
      *             : ESTE YA COLOCADA EN TLAGCOL, SE ASIGNA A LA      *
      *             : AGENCIA DE ESA ESTRATEGIA CON MENOS CUENTAS      *
      *             : ASIGNADAS EN LA CORRIDA QUE AUN TENGA CUPO. LA   *
      *             : COLOCACION QUEDA EN TLAGCOL CON SU FECHA DE      *
      *             : VENCIMIENTO (FECHA DE PROCESO + DIAS DE          *
      *             : COLOCACION DE LA AGENCIA) Y SE ESCRIBE EN EL     *
      *             : ARCHIVO DE COLOCACION AGCOLOC, ORDENADO POR      *
      *             : AGENCIA CON HEADER Y TRAILER POR AGENCIA, CON LA *
      *             : IDENTIFICACION DEL CLIENTE (DPI DE CFCNAT O NIT  *
      *             : DE CFCJUR), SU NOMBRE Y LA DIRECCION Y TELEFONOS *
      *             : DE CFDIREC.                                      *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : TLAGENC=C, TLESTRA=C, TLIMOR=C, TLDISPU=C        *
      *             : TLDEMAN=C, TLMATH=C, TIMATH=C, CFCNAT=C          *
      *             : CFCJUR=C, CFDIREC=C, TLAGCOL=A, AGCOLOC=A        *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA CFGD2QL2, EDIT DE NOMBRES                 *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLAGASIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLAGENC ASSIGN  TO TLAGENC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLAG-LLAVE
                   FILE STATUS     IS FS-TLAGENC
                                      FSE-TLAGENC.
            SELECT TLESTRA ASSIGN  TO TLESTRA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLET-LLAVE
                   FILE STATUS     IS FS-TLESTRA
                                      FSE-TLESTRA.
            SELECT TLIMOR ASSIGN   TO TLIMOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLIM-LLAVE
                   FILE STATUS     IS FS-TLIMOR
                                      FSE-TLIMOR.
            SELECT TLDISPU ASSIGN  TO TLDISPU
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLDS-LLAVE
                   FILE STATUS     IS FS-TLDISPU
                                      FSE-TLDISPU.
            SELECT TLDEMAN ASSIGN  TO TLDEMAN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLDM-LLAVE
                   FILE STATUS     IS FS-TLDEMAN
                                      FSE-TLDEMAN.
            SELECT TLMATH ASSIGN   TO TLMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLMT-LLAVE
                   FILE STATUS     IS FS-TLMATH
                                      FSE-TLMATH.
            SELECT TIMATH ASSIGN   TO TIMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TIMT-LLAVE
                   FILE STATUS     IS FS-TIMATH
                                      FSE-TIMATH.
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
            SELECT CFDIREC ASSIGN  TO CFDIREC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFDR-LLAVE
                   FILE STATUS     IS FS-CFDIREC
                                      FSE-CFDIREC.
            SELECT TLAGCOL ASSIGN  TO TLAGCOL
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAC-LLAVE
                   FILE STATUS     IS FS-TLAGCOL
                                      FSE-TLAGCOL.
            SELECT AGCOLOC ASSIGN  TO AGCOLOC
                   FILE STATUS     IS FS-AGCOLOC.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  TLAGENC.
           COPY TLAGENC.
       FD  TLESTRA.
           COPY TLESTRA.
       FD  TLIMOR.
           COPY TLIMOR.
       FD  TLDISPU.
           COPY TLDISPU.
       FD  TLDEMAN.
           COPY TLDEMAN.
       FD  TLMATH.
           COPY TLMATH4.
       FD  TIMATH.
           COPY TIMATH2.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CFDIREC.
           COPY CFDIREC.
       FD  TLAGCOL.
           COPY TLAGCOL.
       FD  AGCOLOC
           RECORDING MODE IS F.
       01 COLOCA-LINE                      PIC X(300).
      *------->  REGISTRO DE TRABAJO: UNA CUENTA COLOCADA, ORDENADA
      *------->  POR AGENCIA PARA ARMAR EL ARCHIVO DE CADA AGENCIA
       SD  WORKFILE.
       01  WORK-REG.
           05  WRKA-AGENCIA                PIC X(04).
           05  WRKA-CUENTA                 PIC X(16).
           05  WRKA-MONEDA                 PIC 9(01).
           05  WRKA-NOMBRE-AGENCIA         PIC X(40).
           05  WRKA-ESTRATEGIA             PIC X(03).
           05  WRKA-DIAS-MORA              PIC S9(03).
           05  WRKA-SALDO                  PIC S9(09)V99.
           05  WRKA-COD-CLIENTE            PIC X(08).
           05  WRKA-TIPO-ID                PIC X(01).
           05  WRKA-IDENTIFICACION         PIC X(13).
           05  WRKA-NOMBRE                 PIC X(40).
           05  WRKA-DIRECCION1             PIC X(40).
           05  WRKA-DIRECCION2             PIC X(40).
           05  WRKA-DEPARTAMENTO           PIC 9(02).
           05  WRKA-MUNICIPIO              PIC 9(02).
           05  WRKA-TELEFONO1              PIC 9(08).
           05  WRKA-TELEFONO2              PIC 9(08).
           05  WRKA-FECHA-VENCE            PIC 9(08).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLAGENC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLESTRA                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLIMOR                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLDISPU                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLDEMAN                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFDIREC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLAGCOL                       PIC 9(02)  VALUE ZEROS.
       01 FS-AGCOLOC                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLAGENC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLESTRA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLIMOR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLDISPU.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLDEMAN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLMATH.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TIMATH.
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
       01 FSE-CFDIREC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLAGCOL.
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
          02 WKS-FIN-TLAGENC               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLAGENC                           VALUE 1.
          02 WKS-FIN-TLESTRA               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLESTRA                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
          02 WKS-COLOCACION-EXISTE         PIC X(01)  VALUE 'N'.
             88 COLOCACION-EXISTE                     VALUE 'S'.
          02 WKS-ESTRATEGIA-ATENDIDA       PIC X(01)  VALUE 'N'.
             88 ESTRATEGIA-ATENDIDA                   VALUE 'S'.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   TABLA DE AGENCIAS ACTIVAS Y SU CARGA EN LA CORRIDA
       01 WKS-TABLA-AGENCIAS.
          02 WKS-TAB-LONG                  PIC 9(03)  VALUE ZEROS.
          02 WKS-AGE-ELEGIDA               PIC 9(03)  VALUE ZEROS.
          02 WKS-AGENCIA-ENT OCCURS 0 TO 100
                             DEPENDING ON WKS-TAB-LONG
                             INDEXED   BY IDX-AGE.
             03 WKS-AGE-CODIGO             PIC X(04).
             03 WKS-AGE-NOMBRE             PIC X(40).
             03 WKS-AGE-ESTRATEGIA         PIC X(03).
             03 WKS-AGE-CUPO               PIC 9(05).
             03 WKS-AGE-DIAS               PIC 9(03).
             03 WKS-AGE-ASIGNADAS          PIC 9(05).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-COD-CLIENTE               PIC X(08)  VALUE SPACES.
          02 WKS-NOMBRE-CLIENTE            PIC X(40)  VALUE SPACES.
          02 WKS-TIPO-ID                   PIC X(01)  VALUE SPACES.
          02 WKS-IDENTIFICACION            PIC X(13)  VALUE SPACES.
          02 WKS-FECHA-VENCE               PIC 9(08)  VALUE ZEROS.
          02 WKS-BIN-INSTITU               PIC 9(06)  VALUE ZEROS.
             88 BIN-INSTITU                           VALUE 050837.
          02 WKS-GRP-AGENCIA               PIC X(04)  VALUE SPACES.
          02 WKS-GRP-CUENTAS               PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-SALDO                 PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
       COPY CFNM.
      *------->       LINEAS DEL ARCHIVO DE COLOCACION AGCOLOC
       01 WKS-LINEA-HEADER.
          05 FILLER                        PIC X(03)  VALUE 'HDR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-AGENCIA               PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-FECHA-VENCE           PIC 9(08).
       01 WKS-LINEA-DETALLE.
          05 FILLER                        PIC X(03)  VALUE 'DET'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-AGENCIA               PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-ESTRATEGIA            PIC X(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-DIAS                  PIC 9(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-SALDO                 PIC 9(09).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-COD-CLIENTE           PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TIPO-ID               PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-IDENTIFICACION        PIC X(13).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-DIRECCION1            PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-DIRECCION2            PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-DEPARTAMENTO          PIC 9(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-MUNICIPIO             PIC 9(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TELEFONO1             PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-TELEFONO2             PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-DET-FECHA-VENCE           PIC 9(08).
       01 WKS-LINEA-TRAILER.
          05 FILLER                        PIC X(03)  VALUE 'TRL'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-AGENCIA               PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-CUENTAS               PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-SALDO                 PIC 9(11).99.
       01 WKS-ESTADISTICAS.
          05 WKS-AGENCIAS-CARGADAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-EXCEDIDAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-AGENCIA               PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-TLIMOR                PIC 9(07)  VALUE ZEROS.
          05 WKS-CON-DISPUTA               PIC 9(07)  VALUE ZEROS.
          05 WKS-CON-DEMANDA               PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-COLOCADAS              PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CUPO                  PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CLIENTE               PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-DIRECCION             PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-COLOCADAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-SALDO-COLOCADO            PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-CARGA-AGENCIAS
           PERFORM 300-ORDENA-Y-COLOCA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  TLAGENC TLESTRA TLIMOR TLDISPU TLDEMAN
                       TLMATH TIMATH CFCNAT CFCJUR CFDIREC
           OPEN I-O    TLAGCOL
      *------> EN LA PRIMERA CORRIDA EL MAESTRO DE COLOCACIONES AUN NO
      *------> EXISTE
           IF FS-TLAGCOL = 35
              OPEN OUTPUT TLAGCOL
              CLOSE TLAGCOL
              OPEN I-O TLAGCOL
           END-IF
           OPEN OUTPUT AGCOLOC.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLAGASIG' TO PROGRAMA
           IF (FS-TLAGENC = 97) AND (FS-TLESTRA = 97) AND
              (FS-TLIMOR = 97) AND (FS-TLDISPU = 97) AND
              (FS-TLDEMAN = 97) AND (FS-TLMATH = 97) AND
              (FS-TIMATH = 97) AND (FS-CFCNAT = 97) AND
              (FS-CFCJUR = 97) AND (FS-CFDIREC = 97) AND
              (FS-TLAGCOL = 97) AND (FS-AGCOLOC = 97)
              MOVE ZEROS TO FS-TLAGENC FS-TLESTRA FS-TLIMOR
                            FS-TLDISPU FS-TLDEMAN FS-TLMATH
                            FS-TIMATH FS-CFCNAT FS-CFCJUR
                            FS-CFDIREC FS-TLAGCOL FS-AGCOLOC
           END-IF
           IF FS-TLAGENC NOT = 0 OR FS-TLESTRA NOT = 0 OR
              FS-TLIMOR NOT = 0 OR FS-TLDISPU NOT = 0 OR
              FS-TLDEMAN NOT = 0 OR FS-TLMATH NOT = 0 OR
              FS-TIMATH NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-CFCJUR NOT = 0 OR FS-CFDIREC NOT = 0 OR
              FS-TLAGCOL NOT = 0 OR FS-AGCOLOC NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAGENC  : " FS-TLAGENC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLESTRA  : " FS-TLESTRA
              DISPLAY "* FILE STATUS DEL ARCHIVO TLIMOR   : " FS-TLIMOR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLDISPU  : " FS-TLDISPU
              DISPLAY "* FILE STATUS DEL ARCHIVO TLDEMAN  : " FS-TLDEMAN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLMATH   : " FS-TLMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TIMATH   : " FS-TIMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFDIREC  : " FS-CFDIREC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAGCOL  : " FS-TLAGCOL
              DISPLAY "* FILE STATUS DEL ARCHIVO AGCOLOC  : " FS-AGCOLOC
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
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  SERIE 220 CARGA EN MEMORIA LAS AGENCIAS ACTIVAS; SIN NINGUNA  *
      *  AGENCIA ACTIVA NO HAY NADA QUE ASIGNAR Y LA CORRIDA TERMINA   *
      ******************************************************************
       220-CARGA-AGENCIAS SECTION.
           READ TLAGENC NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-TLAGENC
           END-READ
           PERFORM UNTIL FIN-TLAGENC
              IF TLAG-ACTIVA
                 IF WKS-TAB-LONG < 100
                    ADD 1 TO WKS-TAB-LONG
                    ADD 1 TO WKS-AGENCIAS-CARGADAS
                    SET IDX-AGE TO WKS-TAB-LONG
                    MOVE TLAG-AGENCIA      TO WKS-AGE-CODIGO (IDX-AGE)
                    MOVE TLAG-NOMBRE       TO WKS-AGE-NOMBRE (IDX-AGE)
                    MOVE TLAG-ESTRATEGIA
                                   TO WKS-AGE-ESTRATEGIA (IDX-AGE)
                    MOVE TLAG-CUPO-MENSUAL TO WKS-AGE-CUPO (IDX-AGE)
                    MOVE TLAG-DIAS-COLOCACION
                                   TO WKS-AGE-DIAS (IDX-AGE)
                    MOVE ZEROS     TO WKS-AGE-ASIGNADAS (IDX-AGE)
                 ELSE
                    ADD 1 TO WKS-AGENCIAS-EXCEDIDAS
                 END-IF
              END-IF
              READ TLAGENC NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLAGENC
              END-READ
           END-PERFORM
           IF WKS-TAB-LONG = ZEROS
              DISPLAY '>>> NO HAY AGENCIAS ACTIVAS EN TLAGENC <<<'
                      UPON CONSOLE
              MOVE 4 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       220-CARGA-AGENCIAS-E. EXIT.

      *----> SERIE 300 SELECCIONA LAS CUENTAS, LAS ORDENA POR AGENCIA
      *----> Y GENERA EL ARCHIVO DE COLOCACION
       300-ORDENA-Y-COLOCA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKA-AGENCIA
              ASCENDING KEY WRKA-CUENTA
              ASCENDING KEY WRKA-MONEDA
                 INPUT  PROCEDURE IS 310-SELECCIONA-CUENTAS
                 OUTPUT PROCEDURE IS 400-GENERA-COLOCACION.
       300-ORDENA-Y-COLOCA-E. EXIT.

       310-SELECCIONA-CUENTAS SECTION.
           READ TLESTRA NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-TLESTRA
           END-READ
           PERFORM UNTIL FIN-TLESTRA
              EVALUATE FS-TLESTRA
                 WHEN 0
                    ADD 1 TO WKS-CUENTAS-LEIDAS
                    PERFORM 320-EVALUA-CUENTA
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TLET-LLAVE TO LLAVE
                    MOVE 'TLESTRA'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLESTRA, FSE-TLESTRA
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TLESTRA NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLESTRA
              END-READ
           END-PERFORM.
       310-SELECCIONA-CUENTAS-E. EXIT.

      ******************************************************************
      *  FILTROS DE LA CUENTA EN ORDEN: ESTRATEGIA ATENDIDA POR ALGUNA *
      *  AGENCIA, MORA VIGENTE EN TLIMOR, SIN DISPUTA ABIERTA, SIN     *
      *  EXPEDIENTE LEGAL VIVO (ETAPA DISTINTA DE 09) Y NO COLOCADA;   *
      *  LUEGO SE ELIGE AGENCIA CON CUPO Y SE RESUELVE EL CLIENTE      *
      ******************************************************************
       320-EVALUA-CUENTA SECTION.
           PERFORM 330-ELIGE-AGENCIA
           IF WKS-AGE-ELEGIDA = ZEROS
              GO TO 320-EVALUA-CUENTA-E
           END-IF
           MOVE TLET-LLAVE TO TLIM-LLAVE
           READ TLIMOR KEY IS TLIM-LLAVE
             INVALID KEY
                ADD 1 TO WKS-SIN-TLIMOR
                GO TO 320-EVALUA-CUENTA-E
           END-READ
           MOVE TLET-CUENTA TO TLDS-CUENTA
           READ TLDISPU KEY IS TLDS-LLAVE
             NOT INVALID KEY
                IF TLDS-ABIERTA
                   ADD 1 TO WKS-CON-DISPUTA
                   GO TO 320-EVALUA-CUENTA-E
                END-IF
           END-READ
           MOVE TLET-CUENTA TO TLDM-CUENTA
           READ TLDEMAN KEY IS TLDM-LLAVE
             NOT INVALID KEY
                IF NOT TLDM-ETAPA-CERRADA
                   ADD 1 TO WKS-CON-DEMANDA
                   GO TO 320-EVALUA-CUENTA-E
                END-IF
           END-READ
           MOVE 'N'        TO WKS-COLOCACION-EXISTE
           MOVE TLET-LLAVE TO TLAC-LLAVE
           READ TLAGCOL KEY IS TLAC-LLAVE
             NOT INVALID KEY
                IF TLAC-COLOCADA
                   ADD 1 TO WKS-YA-COLOCADAS
                   GO TO 320-EVALUA-CUENTA-E
                END-IF
                MOVE 'S' TO WKS-COLOCACION-EXISTE
           END-READ
           PERFORM 340-RESUELVE-CLIENTE
           IF WKS-COD-CLIENTE = SPACES
              ADD 1 TO WKS-SIN-CLIENTE
              GO TO 320-EVALUA-CUENTA-E
           END-IF
           PERFORM 350-IDENTIFICA-CLIENTE
           IF WKS-TIPO-ID = SPACES
              ADD 1 TO WKS-SIN-CLIENTE
              GO TO 320-EVALUA-CUENTA-E
           END-IF
           PERFORM 360-DIRECCION-DEL-CLIENTE
           PERFORM 370-GRABA-COLOCACION
           PERFORM 380-LIBERA-REGISTRO.
       320-EVALUA-CUENTA-E. EXIT.

      ******************************************************************
      *  SERIE 330 ELIGE, ENTRE LAS AGENCIAS QUE ATIENDEN LA           *
      *  ESTRATEGIA DE LA CUENTA, LA QUE LLEVA MENOS CUENTAS EN LA     *
      *  CORRIDA SIN HABER LLENADO SU CUPO MENSUAL. DEJA CERO EN       *
      *  WKS-AGE-ELEGIDA CUANDO NINGUNA AGENCIA PUEDE RECIBIRLA        *
      ******************************************************************
       330-ELIGE-AGENCIA SECTION.
           MOVE ZEROS TO WKS-AGE-ELEGIDA
           MOVE 'N'   TO WKS-ESTRATEGIA-ATENDIDA
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > WKS-TAB-LONG
              IF WKS-AGE-ESTRATEGIA (IDX-AGE) = TLET-ESTRATEGIA
                 MOVE 'S' TO WKS-ESTRATEGIA-ATENDIDA
                 IF WKS-AGE-ASIGNADAS (IDX-AGE) <
                    WKS-AGE-CUPO (IDX-AGE)
                    IF WKS-AGE-ELEGIDA = ZEROS
                       SET WKS-AGE-ELEGIDA TO IDX-AGE
                    ELSE
                       IF WKS-AGE-ASIGNADAS (IDX-AGE) <
                          WKS-AGE-ASIGNADAS (WKS-AGE-ELEGIDA)
                          SET WKS-AGE-ELEGIDA TO IDX-AGE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-AGE-ELEGIDA = ZEROS
              IF ESTRATEGIA-ATENDIDA
                 ADD 1 TO WKS-SIN-CUPO
              ELSE
                 ADD 1 TO WKS-SIN-AGENCIA
              END-IF
           END-IF.
       330-ELIGE-AGENCIA-E. EXIT.

      *----> SERIE 340 RESUELVE EL CODIGO DE CLIENTE EN EL MAESTRO DE
      *----> TARJETAS QUE CORRESPONDE AL BIN DE LA CUENTA
       340-RESUELVE-CLIENTE SECTION.
           MOVE SPACES   TO WKS-COD-CLIENTE
           MOVE TLIM-BIN TO WKS-BIN-INSTITU
           IF BIN-INSTITU
              MOVE TLIM-CUENTA TO TIMT-LLAVE
              READ TIMATH KEY IS TIMT-LLAVE
                NOT INVALID KEY
                   MOVE TIMT-CODIGO-CLIENTE TO WKS-COD-CLIENTE
              END-READ
           ELSE
      *       TLIM-CUENTA ES EL PREFIJO DE 16 DE TLMT-LLAVE; SE
      *       POSICIONA POR PREFIJO Y SE VERIFICA LA CUENTA ALCANZADA
              MOVE LOW-VALUES  TO TLMT-LLAVE
              MOVE TLIM-CUENTA TO TLMT-LLAVE (1:16)
              START TLMATH KEY IS NOT LESS THAN TLMT-LLAVE
                NOT INVALID KEY
                   READ TLMATH NEXT RECORD
                   END-READ
                   IF FS-TLMATH = 0 AND
                      TLMT-LLAVE (1:16) = TLIM-CUENTA
                      MOVE TLMT-CODIGO-CLIENTE TO WKS-COD-CLIENTE
                   END-IF
              END-START
           END-IF.
       340-RESUELVE-CLIENTE-E. EXIT.

      ******************************************************************
      *  SERIE 350 IDENTIFICA AL CLIENTE PARA LA AGENCIA: DPI Y NOMBRE *
      *  EDITADO DE CFCNAT (TIPO N) O NIT Y RAZON SOCIAL DE CFCJUR     *
      *  (TIPO J). UN CODIGO QUE NO ESTA EN NINGUNO NO SE COLOCA       *
      ******************************************************************
       350-IDENTIFICA-CLIENTE SECTION.
           MOVE SPACES          TO WKS-TIPO-ID WKS-IDENTIFICACION
                                   WKS-NOMBRE-CLIENTE
           MOVE WKS-COD-CLIENTE TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE WKS-COD-CLIENTE TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  NOT INVALID KEY
                     MOVE 'J'               TO WKS-TIPO-ID
                     MOVE CFCJ-NIT          TO WKS-IDENTIFICACION
                     MOVE CFCJ-RAZON-SOCIAL TO WKS-NOMBRE-CLIENTE
                END-READ
             NOT INVALID KEY
                MOVE 'N'      TO WKS-TIPO-ID
                MOVE CFCN-DPI TO WKS-IDENTIFICACION
                INITIALIZE CFNM-CAMPO-RETORNO
                MOVE 'N'                 TO CFNM-ORDENAMIENTO
                MOVE 40                  TO CFNM-RANGO-LONGITUD
                MOVE 3                   TO CFNM-RANGO-APELLIDOS
                MOVE CFCN-NOMBRE-CLIENTE TO CFNM-NOMBRE-COMPLETO
                CALL 'CFGD2QL2' USING CFNM
                MOVE CFNM-CAMPO-RETORNO  TO WKS-NOMBRE-CLIENTE
           END-READ.
       350-IDENTIFICA-CLIENTE-E. EXIT.

      *----> SERIE 360 DIRECCION Y TELEFONOS DE CFDIREC; LA CUENTA SE
      *----> COLOCA AUNQUE NO TENGA DIRECCION, LA AGENCIA TRABAJA
      *----> TAMBIEN POR TELEFONO, PERO SE CUENTA PARA EL CIERRE
       360-DIRECCION-DEL-CLIENTE SECTION.
           MOVE WKS-COD-CLIENTE TO CFDR-CODIGO-CLIENTE
           READ CFDIREC KEY IS CFDR-LLAVE
             INVALID KEY
                INITIALIZE REG-CFDIREC
                ADD 1 TO WKS-SIN-DIRECCION
             NOT INVALID KEY
                IF CFDR-DIRECCION-LINEA1 = SPACES
                   ADD 1 TO WKS-SIN-DIRECCION
                END-IF
           END-READ.
       360-DIRECCION-DEL-CLIENTE-E. EXIT.

      ******************************************************************
      *  SERIE 370 GRABA LA COLOCACION EN TLAGCOL. UNA CUENTA RETIRADA *
      *  DE UNA COLOCACION ANTERIOR SE VUELVE A COLOCAR SOBRE EL MISMO *
      *  REGISTRO CON SUS ACUMULADOS EN CERO                           *
      ******************************************************************
       370-GRABA-COLOCACION SECTION.
           SET IDX-AGE TO WKS-AGE-ELEGIDA
           COMPUTE WKS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO) +
                   WKS-AGE-DIAS (IDX-AGE))
           INITIALIZE REG-TLAGCOL
           MOVE TLET-CUENTA              TO TLAC-CUENTA
           MOVE TLET-MONEDA              TO TLAC-MONEDA
           MOVE WKS-AGE-CODIGO (IDX-AGE) TO TLAC-AGENCIA
           MOVE WKS-COD-CLIENTE          TO TLAC-CODIGO-CLIENTE
           MOVE TLET-ESTRATEGIA          TO TLAC-ESTRATEGIA
           MOVE WKS-FECHA-PROCESO        TO TLAC-FECHA-COLOCACION
           MOVE WKS-FECHA-VENCE          TO TLAC-FECHA-VENCE
           MOVE TLET-DIAS-MORA           TO TLAC-DIAS-MORA
           MOVE TLET-SALDO-VENCIDO       TO TLAC-SALDO-COLOCADO
           SET  TLAC-COLOCADA            TO TRUE
           IF COLOCACION-EXISTE
              MOVE 'REWRITE' TO ACCION
              REWRITE REG-TLAGCOL
           ELSE
              MOVE 'WRITE'   TO ACCION
              WRITE REG-TLAGCOL
           END-IF
           IF FS-TLAGCOL NOT = 0
              MOVE TLAC-LLAVE TO LLAVE
              MOVE 'TLAGCOL'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLAGCOL, FSE-TLAGCOL
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1                  TO WKS-AGE-ASIGNADAS (IDX-AGE)
           ADD 1                  TO WKS-CUENTAS-COLOCADAS
           ADD TLET-SALDO-VENCIDO TO WKS-SALDO-COLOCADO.
       370-GRABA-COLOCACION-E. EXIT.

       380-LIBERA-REGISTRO SECTION.
           MOVE WKS-AGE-CODIGO (IDX-AGE) TO WRKA-AGENCIA
           MOVE WKS-AGE-NOMBRE (IDX-AGE) TO WRKA-NOMBRE-AGENCIA
           MOVE TLET-CUENTA           TO WRKA-CUENTA
           MOVE TLET-MONEDA           TO WRKA-MONEDA
           MOVE TLET-ESTRATEGIA       TO WRKA-ESTRATEGIA
           MOVE TLET-DIAS-MORA        TO WRKA-DIAS-MORA
           MOVE TLET-SALDO-VENCIDO    TO WRKA-SALDO
           MOVE WKS-COD-CLIENTE       TO WRKA-COD-CLIENTE
           MOVE WKS-TIPO-ID           TO WRKA-TIPO-ID
           MOVE WKS-IDENTIFICACION    TO WRKA-IDENTIFICACION
           MOVE WKS-NOMBRE-CLIENTE    TO WRKA-NOMBRE
           MOVE CFDR-DIRECCION-LINEA1 TO WRKA-DIRECCION1
           MOVE CFDR-DIRECCION-LINEA2 TO WRKA-DIRECCION2
           MOVE CFDR-DEPARTAMENTO     TO WRKA-DEPARTAMENTO
           MOVE CFDR-MUNICIPIO        TO WRKA-MUNICIPIO
           MOVE CFDR-TELEFONO1        TO WRKA-TELEFONO1
           MOVE CFDR-TELEFONO2        TO WRKA-TELEFONO2
           MOVE WKS-FECHA-VENCE       TO WRKA-FECHA-VENCE
           RELEASE WORK-REG.
       380-LIBERA-REGISTRO-E. EXIT.

      ******************************************************************
      *  CORTE DE CONTROL POR AGENCIA: CADA AGENCIA RECIBE SU BLOQUE   *
      *  HDR / DET / TRL DENTRO DE AGCOLOC, QUE OPERACIONES PARTE Y    *
      *  ENVIA A CADA AGENCIA                                          *
      ******************************************************************
       400-GENERA-COLOCACION SECTION.
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 PERFORM 410-ABRE-AGENCIA
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WRKA-AGENCIA NOT = WKS-GRP-AGENCIA
                    PERFORM 430-CIERRA-AGENCIA
                    PERFORM 410-ABRE-AGENCIA
                 END-IF
              END-IF
              PERFORM 420-ESCRIBE-DETALLE
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 430-CIERRA-AGENCIA
           END-IF.
       400-GENERA-COLOCACION-E. EXIT.

       410-ABRE-AGENCIA SECTION.
           MOVE WRKA-AGENCIA        TO WKS-GRP-AGENCIA
           MOVE ZEROS               TO WKS-GRP-CUENTAS WKS-GRP-SALDO
           MOVE WRKA-AGENCIA        TO WKS-HDR-AGENCIA
           MOVE WRKA-NOMBRE-AGENCIA TO WKS-HDR-NOMBRE
           MOVE WKS-FECHA-PROCESO   TO WKS-HDR-FECHA
           MOVE WRKA-FECHA-VENCE    TO WKS-HDR-FECHA-VENCE
           MOVE WKS-LINEA-HEADER    TO COLOCA-LINE
           WRITE COLOCA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       410-ABRE-AGENCIA-E. EXIT.

       420-ESCRIBE-DETALLE SECTION.
           MOVE WRKA-AGENCIA        TO WKS-DET-AGENCIA
           MOVE WRKA-CUENTA         TO WKS-DET-CUENTA
           MOVE WRKA-MONEDA         TO WKS-DET-MONEDA
           MOVE WRKA-ESTRATEGIA     TO WKS-DET-ESTRATEGIA
           MOVE WRKA-DIAS-MORA      TO WKS-DET-DIAS
           MOVE WRKA-SALDO          TO WKS-DET-SALDO
           MOVE WRKA-COD-CLIENTE    TO WKS-DET-COD-CLIENTE
           MOVE WRKA-TIPO-ID        TO WKS-DET-TIPO-ID
           MOVE WRKA-IDENTIFICACION TO WKS-DET-IDENTIFICACION
           MOVE WRKA-NOMBRE         TO WKS-DET-NOMBRE
           MOVE WRKA-DIRECCION1     TO WKS-DET-DIRECCION1
           MOVE WRKA-DIRECCION2     TO WKS-DET-DIRECCION2
           MOVE WRKA-DEPARTAMENTO   TO WKS-DET-DEPARTAMENTO
           MOVE WRKA-MUNICIPIO      TO WKS-DET-MUNICIPIO
           MOVE WRKA-TELEFONO1      TO WKS-DET-TELEFONO1
           MOVE WRKA-TELEFONO2      TO WKS-DET-TELEFONO2
           MOVE WRKA-FECHA-VENCE    TO WKS-DET-FECHA-VENCE
           MOVE WKS-LINEA-DETALLE   TO COLOCA-LINE
           WRITE COLOCA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD 1                    TO WKS-GRP-CUENTAS
           ADD WRKA-SALDO           TO WKS-GRP-SALDO.
       420-ESCRIBE-DETALLE-E. EXIT.

       430-CIERRA-AGENCIA SECTION.
           MOVE WKS-GRP-AGENCIA     TO WKS-TRL-AGENCIA
           MOVE WKS-GRP-CUENTAS     TO WKS-TRL-CUENTAS
           MOVE WKS-GRP-SALDO       TO WKS-TRL-SALDO
           MOVE WKS-LINEA-TRAILER   TO COLOCA-LINE
           WRITE COLOCA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       430-CIERRA-AGENCIA-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-AGCOLOC NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-AGCOLOC ")"
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
           MOVE    WKS-AGENCIAS-CARGADAS  TO WKS-MASCARA
           DISPLAY 'AGENCIAS ACTIVAS CARGADAS      : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-EXCEDIDAS TO WKS-MASCARA
           DISPLAY 'AGENCIAS FUERA DE TABLA        : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-LEIDAS     TO WKS-MASCARA
           DISPLAY 'CUENTAS LEIDAS DE TLESTRA      : ' WKS-MASCARA
           MOVE    WKS-SIN-AGENCIA        TO WKS-MASCARA
           DISPLAY 'ESTRATEGIA SIN AGENCIA         : ' WKS-MASCARA
           MOVE    WKS-SIN-TLIMOR         TO WKS-MASCARA
           DISPLAY 'SIN REGISTRO EN TLIMOR         : ' WKS-MASCARA
           MOVE    WKS-CON-DISPUTA        TO WKS-MASCARA
           DISPLAY 'SALTADAS POR DISPUTA ABIERTA   : ' WKS-MASCARA
           MOVE    WKS-CON-DEMANDA        TO WKS-MASCARA
           DISPLAY 'SALTADAS POR EXPEDIENTE LEGAL  : ' WKS-MASCARA
           MOVE    WKS-YA-COLOCADAS       TO WKS-MASCARA
           DISPLAY 'YA COLOCADAS EN AGENCIA        : ' WKS-MASCARA
           MOVE    WKS-SIN-CUPO           TO WKS-MASCARA
           DISPLAY 'SIN CUPO EN LAS AGENCIAS       : ' WKS-MASCARA
           MOVE    WKS-SIN-CLIENTE        TO WKS-MASCARA
           DISPLAY 'SIN CLIENTE EN MAESTRO/CIF     : ' WKS-MASCARA
           MOVE    WKS-SIN-DIRECCION      TO WKS-MASCARA
           DISPLAY 'COLOCADAS SIN DIRECCION        : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-COLOCADAS  TO WKS-MASCARA
           DISPLAY 'CUENTAS COLOCADAS              : ' WKS-MASCARA
           MOVE    WKS-SALDO-COLOCADO     TO WKS-MASCARA-MONTO
           DISPLAY 'SALDO VENCIDO COLOCADO         : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLAGENC TLESTRA TLIMOR TLDISPU TLDEMAN TLMATH
                 TIMATH CFCNAT CFCJUR CFDIREC TLAGCOL AGCOLOC.
       700-CIERRA-ARCHIVOS-E. EXIT.
