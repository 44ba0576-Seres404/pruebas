      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - GRUPOS ECONOMICOS                          *
      * PROGRAMA    : CFGRPEXP                                         *
      * TIPO        : BATCH (MENSUAL)                                  *
      * DESCRIPCION : CONCENTRACION DE EXPOSICION POR GRUPO ECONOMICO. *
      *             : POR CADA GRUPO DE CFGRUPO RECORRE SUS MIEMBROS   *
      *             : ACTIVOS (CFGRMIE) Y SUMA, POR CLIENTE:           *
      *             :  - TARJETA: SALDO TOTAL DE LOS ANEXOS TLAXLQ Y   *
      *             :    TLAXLD (CONVERTIDO CON TLTGEN 005) DE CADA    *
      *             :    CUENTA DE TLMATH DEL CLIENTE                  *
      *             :  - INSTITUCIONAL: SALDO TOTAL DEL ANEXO TIAXL1   *
      *             :    DE CADA CUENTA DE TIMATH DEL CLIENTE          *
      *             :  - MORA: EXPOSICION EN MORA Y PEOR DIA DEL       *
      *             :    CONSOLIDADO TLCLIMOR (INFORMATIVO, YA VA      *
      *             :    INCLUIDA EN LOS SALDOS DE LOS ANEXOS)         *
      *             : EL TOTAL DEL GRUPO SE COMPARA CONTRA SU LIMITE   *
      *             : PROPIO O, SI NO TIENE, CONTRA EL LIMITE DE       *
      *             : POLITICA DE TLTGEN TLT 014 'LIMGRUPO' (13        *
      *             : DIGITOS CON 2 DECIMALES, QUETZALES). LOS GRUPOS  *
      *             : QUE LO EXCEDEN SE MARCAN EN FTPREP.              *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : CFGRUPO=C, CFGRMIE=C, CFCNAT=C, CFCJUR=C,        *
      *             : TLMATH=C, TIMATH=C, TLAXLQ=C, TLAXLD=C,          *
      *             : TIAXL1=C, TLCLIMOR=C, TLTGEN=C, FTPREP=A         *
      * ACCION (ES) : C=CONSULTA, R=REPORTE                            *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGRPEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CFGRUPO ASSIGN  TO CFGRUPO
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFGR-LLAVE
                   FILE STATUS     IS FS-CFGRUPO
                                      FSE-CFGRUPO.
            SELECT CFGRMIE ASSIGN  TO CFGRMIE
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFGM-LLAVE
                   FILE STATUS     IS FS-CFGRMIE
                                      FSE-CFGRMIE.
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
            SELECT TLMATH ASSIGN   TO TLMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLMT-LLAVE
                   ALTERNATE RECORD KEY IS TLMT-CODIGO-CLIENTE
                                    WITH DUPLICATES
                   FILE STATUS     IS FS-TLMATH
                                      FSE-TLMATH.
            SELECT TIMATH ASSIGN   TO TIMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TIMT-LLAVE
                   ALTERNATE RECORD KEY IS TIMT-CODIGO-CLIENTE
                                    WITH DUPLICATES
                   FILE STATUS     IS FS-TIMATH
                                      FSE-TIMATH.
            SELECT TLAXLQ ASSIGN   TO TLAXLQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAL-LLAVE
                   FILE STATUS     IS FS-TLAXLQ
                                      FSE-TLAXLQ.
            SELECT TLAXLD ASSIGN   TO TLAXLD
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAE-LLAVE
                   FILE STATUS     IS FS-TLAXLD
                                      FSE-TLAXLD.
            SELECT TIAXL1 ASSIGN   TO TIAXL1
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TIAL-LLAVE
                   FILE STATUS     IS FS-TIAXL1
                                      FSE-TIAXL1.
            SELECT TLCLIMOR ASSIGN TO TLCLIMOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCM-LLAVE
                   FILE STATUS     IS FS-TLCLIMOR
                                      FSE-TLCLIMOR.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  CFGRUPO.
           COPY CFGRUPO.
       FD  CFGRMIE.
           COPY CFGRMIE.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  TLMATH.
           COPY TLMATH4.
       FD  TIMATH.
           COPY TIMATH2.
       FD  TLAXLQ.
           COPY TLAXLQ.
       FD  TLAXLD.
           COPY TLAXLD.
       FD  TIAXL1.
           COPY TIAXL1.
       FD  TLCLIMOR.
           COPY TLCLIMOR.
       FD  TLTGEN.
           COPY TLTGEN.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CFGRUPO                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFGRMIE                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLD                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIAXL1                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCLIMOR                      PIC 9(02)  VALUE ZEROS.
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFGRUPO.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFGRMIE.
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
       01 FSE-TLAXLQ.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLAXLD.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TIAXL1.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLCLIMOR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLTGEN.
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
       01 WKS-FIN-CFGRUPO                  PIC X(01)  VALUE SPACES.
          88 FIN-CFGRUPO                              VALUE HIGH-VALUES.
       01 WKS-FIN-BROWSE                   PIC X(01)  VALUE SPACES.
          88 FIN-BROWSE                               VALUE HIGH-VALUES.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   TIPO DE CAMBIO LEIDO DE TLTGEN (TLT 005 TIPOCAMBIO)
       01 WKS-TIPO-CAMBIO-X                PIC X(09)  VALUE SPACES.
       01 WKS-TIPO-CAMBIO REDEFINES WKS-TIPO-CAMBIO-X
                                           PIC 9(05)V9(04).
      *------->   LIMITE DE POLITICA POR GRUPO (TLT 014 LIMGRUPO)
       01 WKS-LIMITE-POLITICA-X            PIC X(13)  VALUE SPACES.
       01 WKS-LIMITE-POLITICA REDEFINES WKS-LIMITE-POLITICA-X
                                           PIC 9(11)V99.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-G                         PIC 9(02)  VALUE ZEROS.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-GRUPO-ACTUAL              PIC X(06)  VALUE SPACES.
          02 WKS-CLIENTE-ACTUAL            PIC X(08)  VALUE SPACES.
          02 WKS-CUENTA-ANTERIOR           PIC X(16)  VALUE SPACES.
          02 WKS-SALDO-ANEXO               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-LIMITE-APLICADO           PIC 9(11)V99 VALUE ZEROS.
          02 WKS-USO-LIMITE                PIC 9(05)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->     ACUMULADOS DEL MIEMBRO Y DEL GRUPO EN QUETZALES
       01 WKS-MIEMBRO.
          02 WKS-MIE-TARJETA               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-MIE-INSTITU               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-MIE-MORA                  PIC S9(13)V99 VALUE ZEROS.
          02 WKS-MIE-PEOR-DIAS             PIC S9(03)    VALUE ZEROS.
          02 WKS-MIE-CUENTAS               PIC 9(05)     VALUE ZEROS.
       01 WKS-GRUPO.
          02 WKS-GRP-MIEMBROS              PIC 9(05)     VALUE ZEROS.
          02 WKS-GRP-TARJETA               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRP-INSTITU               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRP-MORA                  PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRP-TOTAL                 PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRP-PEOR-DIAS             PIC S9(03)    VALUE ZEROS.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(50)  VALUE
             'CONCENTRACION DE EXPOSICION POR GRUPO ECONOMICO   '.
          05 FILLER                        PIC X(18)  VALUE
             'LIMITE POLITICA Q '.
          05 HDR1-LIMITE                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(09)  VALUE
             '  FECHA: '.
          05 HDR1-FECHA                    PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(41)  VALUE
             'CLIENTE  T NOMBRE'.
          05 FILLER                        PIC X(18)  VALUE
             '         TARJETA Q'.
          05 FILLER                        PIC X(18)  VALUE
             '   INSTITUCIONAL Q'.
          05 FILLER                        PIC X(18)  VALUE
             '           TOTAL Q'.
          05 FILLER                        PIC X(18)  VALUE
             '         EN MORA Q'.
          05 FILLER                        PIC X(05)  VALUE
             ' DIAS'.
       01 WKS-LINEA-GRUPO.
          05 FILLER                        PIC X(07)  VALUE 'GRUPO: '.
          05 WKS-LGR-GRUPO                 PIC X(06).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-LGR-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(09)  VALUE
             ' CABEZA: '.
          05 WKS-LGR-CABEZA                PIC X(08).
          05 FILLER                        PIC X(61)  VALUE SPACES.
       01 WKS-LINEA-MIEMBRO.
          05 WKS-LMI-CLIENTE               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-LMI-TIPO                  PIC X(01).
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-LMI-NOMBRE                PIC X(30).
          05 WKS-LMI-TARJETA               PIC ---,---,---,--9.99.
          05 WKS-LMI-INSTITU               PIC ---,---,---,--9.99.
          05 WKS-LMI-TOTAL                 PIC ---,---,---,--9.99.
          05 WKS-LMI-MORA                  PIC ---,---,---,--9.99.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-LMI-DIAS                  PIC ZZ9.
          05 FILLER                        PIC X(15)  VALUE SPACES.
       01 WKS-LINEA-TOTAL.
          05 FILLER                        PIC X(11)  VALUE SPACES.
          05 FILLER                        PIC X(15)  VALUE
             'TOTAL GRUPO   '.
          05 WKS-LTO-MIEMBROS              PIC ZZ,ZZ9.
          05 FILLER                        PIC X(09)  VALUE
             ' MIEMBROS'.
          05 WKS-LTO-TARJETA               PIC ---,---,---,--9.99.
          05 WKS-LTO-INSTITU               PIC ---,---,---,--9.99.
          05 WKS-LTO-TOTAL                 PIC ---,---,---,--9.99.
          05 WKS-LTO-MORA                  PIC ---,---,---,--9.99.
          05 FILLER                        PIC X(01)  VALUE SPACE.
          05 WKS-LTO-DIAS                  PIC ZZ9.
          05 FILLER                        PIC X(15)  VALUE SPACES.
       01 WKS-LINEA-LIMITE.
          05 FILLER                        PIC X(11)  VALUE SPACES.
          05 FILLER                        PIC X(10)  VALUE
             'LIMITE Q  '.
          05 WKS-LLI-LIMITE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LLI-ORIGEN                PIC X(08).
          05 FILLER                        PIC X(06)  VALUE
             '  USO '.
          05 WKS-LLI-USO                   PIC ZZ,ZZ9.99.
          05 FILLER                        PIC X(03)  VALUE '%  '.
          05 WKS-LLI-MARCA                 PIC X(24).
          05 FILLER                        PIC X(40)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          05 WKS-GRUPOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-MIEMBROS-LEIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-MIEMBROS-RETIRADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-TARJETA           PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-INSTITU           PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-SIN-ANEXO         PIC 9(07)  VALUE ZEROS.
          05 WKS-GRUPOS-EXCEDIDOS          PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-LEE-PARAMETROS
           PERFORM 300-BARRIDO-CFGRUPO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  CFGRUPO CFGRMIE CFCNAT CFCJUR
                       TLMATH TIMATH TLAXLQ TLAXLD TIAXL1
                       TLCLIMOR TLTGEN
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFGRPEXP' TO PROGRAMA
           IF (FS-CFGRUPO = 97) AND (FS-CFGRMIE = 97) AND
              (FS-CFCNAT = 97) AND (FS-CFCJUR = 97) AND
              (FS-TLMATH = 97) AND (FS-TIMATH = 97) AND
              (FS-TLAXLQ = 97) AND (FS-TLAXLD = 97) AND
              (FS-TIAXL1 = 97) AND (FS-TLCLIMOR = 97) AND
              (FS-TLTGEN = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-CFGRUPO FS-CFGRMIE FS-CFCNAT FS-CFCJUR
                            FS-TLMATH FS-TIMATH FS-TLAXLQ FS-TLAXLD
                            FS-TIAXL1 FS-TLCLIMOR FS-TLTGEN FS-FTPREP
           END-IF
           IF FS-CFGRUPO NOT = 0 OR FS-CFGRMIE NOT = 0 OR
              FS-CFCNAT NOT = 0 OR FS-CFCJUR NOT = 0 OR
              FS-TLMATH NOT = 0 OR FS-TIMATH NOT = 0 OR
              FS-TLAXLQ NOT = 0 OR FS-TLAXLD NOT = 0 OR
              FS-TIAXL1 NOT = 0 OR FS-TLCLIMOR NOT = 0 OR
              FS-TLTGEN NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFGRUPO  : " FS-CFGRUPO
              DISPLAY "* FILE STATUS DEL ARCHIVO CFGRMIE  : " FS-CFGRMIE
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLMATH   : " FS-TLMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TIMATH   : " FS-TIMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAXLQ   : " FS-TLAXLQ
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAXLD   : " FS-TLAXLD
              DISPLAY "* FILE STATUS DEL ARCHIVO TIAXL1   : " FS-TIAXL1
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCLIMOR : "
                      FS-TLCLIMOR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  TIPO DE CAMBIO (TLT 005 TIPOCAMBIO, 9 POSICIONES CON 4        *
      *  DECIMALES) Y LIMITE DE POLITICA POR GRUPO (TLT 014 LIMGRUPO,  *
      *  13 POSICIONES CON 2 DECIMALES EN QUETZALES)                   *
      ******************************************************************
       220-LEE-PARAMETROS SECTION.
           MOVE 'TLT'        TO TLTG-CODIGO
           MOVE 005          TO TLTG-CORRELATIVO-TABLA
           MOVE 'TIPOCAMBIO' TO TLTG-CORRELATIVO-REGISTRO
           READ TLTGEN KEY IS TLTG-LLAVE
             INVALID KEY
                DISPLAY '>>> TIPO DE CAMBIO NO ENCONTRADO EN TLTGEN '
                        '(TLT 005 TIPOCAMBIO) <<<' UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
             NOT INVALID KEY
                MOVE TLTG-DESCRIPCION (1:9) TO WKS-TIPO-CAMBIO-X
                IF WKS-TIPO-CAMBIO-X NOT NUMERIC OR
                   WKS-TIPO-CAMBIO = ZEROS
                   DISPLAY '>>> TIPO DE CAMBIO INVALIDO EN TLTGEN <<<'
                           UPON CONSOLE
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
                END-IF
           END-READ
           MOVE 'TLT'        TO TLTG-CODIGO
           MOVE 014          TO TLTG-CORRELATIVO-TABLA
           MOVE 'LIMGRUPO'   TO TLTG-CORRELATIVO-REGISTRO
           READ TLTGEN KEY IS TLTG-LLAVE
             INVALID KEY
                DISPLAY '>>> LIMITE POR GRUPO NO ENCONTRADO EN TLTGEN '
                        '(TLT 014 LIMGRUPO) <<<' UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
             NOT INVALID KEY
                MOVE TLTG-DESCRIPCION (1:13) TO WKS-LIMITE-POLITICA-X
                IF WKS-LIMITE-POLITICA-X NOT NUMERIC OR
                   WKS-LIMITE-POLITICA = ZEROS
                   DISPLAY '>>> LIMITE POR GRUPO INVALIDO EN TLTGEN <<<'
                           UPON CONSOLE
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
                END-IF
           END-READ
           MOVE WKS-LIMITE-POLITICA TO HDR1-LIMITE
           MOVE WKS-FECHA-PROCESO   TO HDR1-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 480-IMPRIME.
       220-LEE-PARAMETROS-E. EXIT.

      *----> SERIE 300 RECORRE LOS GRUPOS Y SUS MIEMBROS ACTIVOS
       300-BARRIDO-CFGRUPO SECTION.
           READ CFGRUPO NEXT RECORD
                AT END SET FIN-CFGRUPO TO TRUE
           END-READ
           PERFORM UNTIL FIN-CFGRUPO
              IF FS-CFGRUPO NOT = 0
                 MOVE 'READ'     TO ACCION
                 MOVE CFGR-LLAVE TO LLAVE
                 MOVE 'CFGRUPO'  TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFGRUPO, FSE-CFGRUPO
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-GRUPOS-LEIDOS
              PERFORM 310-PROCESA-GRUPO
              READ CFGRUPO NEXT RECORD
                   AT END SET FIN-CFGRUPO TO TRUE
              END-READ
           END-PERFORM.
       300-BARRIDO-CFGRUPO-E. EXIT.

       310-PROCESA-GRUPO SECTION.
           INITIALIZE WKS-GRUPO
           MOVE CFGR-CODIGO-GRUPO   TO WKS-GRUPO-ACTUAL WKS-LGR-GRUPO
           MOVE CFGR-NOMBRE-GRUPO   TO WKS-LGR-NOMBRE
           MOVE CFGR-CLIENTE-CABEZA TO WKS-LGR-CABEZA
           MOVE SPACES              TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE WKS-LINEA-GRUPO     TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES              TO WKS-FIN-BROWSE
           MOVE LOW-VALUES          TO CFGM-LLAVE
           MOVE WKS-GRUPO-ACTUAL    TO CFGM-CODIGO-GRUPO
           START CFGRMIE KEY IS NOT LESS THAN CFGM-LLAVE
             INVALID KEY
                SET FIN-BROWSE TO TRUE
           END-START
           PERFORM UNTIL FIN-BROWSE
              READ CFGRMIE NEXT RECORD
                   AT END SET FIN-BROWSE TO TRUE
              END-READ
              IF NOT FIN-BROWSE
                 IF FS-CFGRMIE NOT = 0
                    MOVE 'READ NEXT' TO ACCION
                    MOVE CFGM-LLAVE  TO LLAVE
                    MOVE 'CFGRMIE'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFGRMIE, FSE-CFGRMIE
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 IF CFGM-CODIGO-GRUPO NOT = WKS-GRUPO-ACTUAL
                    SET FIN-BROWSE TO TRUE
                 ELSE
                    IF CFGM-ACTIVO
                       ADD 1 TO WKS-MIEMBROS-LEIDOS
                       PERFORM 320-PROCESA-MIEMBRO
                    ELSE
                       ADD 1 TO WKS-MIEMBROS-RETIRADOS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 380-EVALUA-LIMITE.
       310-PROCESA-GRUPO-E. EXIT.

      ******************************************************************
      *  EXPOSICION DE UN MIEMBRO: CUENTAS DE TARJETA E INSTITUCIONAL  *
      *  POR LOS INDICES ALTERNOS DE CLIENTE Y MORA DE TLCLIMOR        *
      ******************************************************************
       320-PROCESA-MIEMBRO SECTION.
           INITIALIZE WKS-MIEMBRO
           MOVE CFGM-CODIGO-CLIENTE TO WKS-CLIENTE-ACTUAL
           PERFORM 330-CUENTAS-TARJETA
           PERFORM 340-CUENTAS-INSTITUCIONAL
           MOVE WKS-CLIENTE-ACTUAL TO TLCM-CODIGO-CLIENTE
           READ TLCLIMOR KEY IS TLCM-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE TLCM-EXPOSICION-TOTAL-Q TO WKS-MIE-MORA
                MOVE TLCM-PEOR-DIAS-MORA     TO WKS-MIE-PEOR-DIAS
           END-READ
           ADD 1               TO WKS-GRP-MIEMBROS
           ADD WKS-MIE-TARJETA TO WKS-GRP-TARJETA
           ADD WKS-MIE-INSTITU TO WKS-GRP-INSTITU
           ADD WKS-MIE-MORA    TO WKS-GRP-MORA
           IF WKS-MIE-PEOR-DIAS > WKS-GRP-PEOR-DIAS
              MOVE WKS-MIE-PEOR-DIAS TO WKS-GRP-PEOR-DIAS
           END-IF
           PERFORM 370-IMPRIME-MIEMBRO.
       320-PROCESA-MIEMBRO-E. EXIT.

      *----> TLMATH TRAE UN REGISTRO POR PLASTICO: LA CUENTA ES EL
      *----> PREFIJO DE 16 DE LA LLAVE Y SE SUMA UNA SOLA VEZ
       330-CUENTAS-TARJETA SECTION.
           MOVE SPACES             TO WKS-FIN-BROWSE WKS-CUENTA-ANTERIOR
           MOVE WKS-CLIENTE-ACTUAL TO TLMT-CODIGO-CLIENTE
           START TLMATH KEY IS = TLMT-CODIGO-CLIENTE
             INVALID KEY
                SET FIN-BROWSE TO TRUE
           END-START
           PERFORM UNTIL FIN-BROWSE
              READ TLMATH NEXT RECORD
                   AT END SET FIN-BROWSE TO TRUE
              END-READ
              IF NOT FIN-BROWSE
                 IF (FS-TLMATH NOT = 0 AND FS-TLMATH NOT = 02) OR
                    TLMT-CODIGO-CLIENTE NOT = WKS-CLIENTE-ACTUAL
                    SET FIN-BROWSE TO TRUE
                 ELSE
                    IF TLMT-LLAVE (1:16) NOT = WKS-CUENTA-ANTERIOR
                       MOVE TLMT-LLAVE (1:16) TO WKS-CUENTA-ANTERIOR
                       ADD 1 TO WKS-MIE-CUENTAS WKS-CUENTAS-TARJETA
                       PERFORM 350-SALDO-TARJETA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       330-CUENTAS-TARJETA-E. EXIT.

       340-CUENTAS-INSTITUCIONAL SECTION.
           MOVE SPACES             TO WKS-FIN-BROWSE
           MOVE WKS-CLIENTE-ACTUAL TO TIMT-CODIGO-CLIENTE
           START TIMATH KEY IS = TIMT-CODIGO-CLIENTE
             INVALID KEY
                SET FIN-BROWSE TO TRUE
           END-START
           PERFORM UNTIL FIN-BROWSE
              READ TIMATH NEXT RECORD
                   AT END SET FIN-BROWSE TO TRUE
              END-READ
              IF NOT FIN-BROWSE
                 IF (FS-TIMATH NOT = 0 AND FS-TIMATH NOT = 02) OR
                    TIMT-CODIGO-CLIENTE NOT = WKS-CLIENTE-ACTUAL
                    SET FIN-BROWSE TO TRUE
                 ELSE
                    ADD 1 TO WKS-MIE-CUENTAS WKS-CUENTAS-INSTITU
                    PERFORM 360-SALDO-INSTITUCIONAL
                 END-IF
              END-IF
           END-PERFORM.
       340-CUENTAS-INSTITUCIONAL-E. EXIT.

      ******************************************************************
      *  SALDO TOTAL DE LA CUENTA: LOS TRES GRUPOS DE LOS 18 CICLOS    *
      *  DEL ANEXO; EL ANEXO EN DOLARES SE CONVIERTE A QUETZALES       *
      ******************************************************************
       350-SALDO-TARJETA SECTION.
           MOVE WKS-CUENTA-ANTERIOR TO TLAL-LLAVE
           READ TLAXLQ KEY IS TLAL-LLAVE
             INVALID KEY
                ADD 1 TO WKS-CUENTAS-SIN-ANEXO
             NOT INVALID KEY
                PERFORM VARYING WKS-G FROM 1 BY 1 UNTIL WKS-G > 3
                   PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
                      ADD TLAL-CICLOS (WKS-G WKS-I) TO WKS-MIE-TARJETA
                   END-PERFORM
                END-PERFORM
           END-READ
           MOVE WKS-CUENTA-ANTERIOR TO TLAE-LLAVE
           READ TLAXLD KEY IS TLAE-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE ZEROS TO WKS-SALDO-ANEXO
                PERFORM VARYING WKS-G FROM 1 BY 1 UNTIL WKS-G > 3
                   PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
                      ADD TLAE-CICLOS (WKS-G WKS-I) TO WKS-SALDO-ANEXO
                   END-PERFORM
                END-PERFORM
                COMPUTE WKS-MIE-TARJETA ROUNDED = WKS-MIE-TARJETA +
                        WKS-SALDO-ANEXO * WKS-TIPO-CAMBIO
           END-READ.
       350-SALDO-TARJETA-E. EXIT.

       360-SALDO-INSTITUCIONAL SECTION.
           MOVE TIMT-LLAVE TO TIAL-LLAVE
           READ TIAXL1 KEY IS TIAL-LLAVE
             INVALID KEY
                ADD 1 TO WKS-CUENTAS-SIN-ANEXO
             NOT INVALID KEY
                PERFORM VARYING WKS-G FROM 1 BY 1 UNTIL WKS-G > 3
                   PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
                      ADD TIAL-CICLOS (WKS-G WKS-I) TO WKS-MIE-INSTITU
                   END-PERFORM
                END-PERFORM
           END-READ.
       360-SALDO-INSTITUCIONAL-E. EXIT.

       370-IMPRIME-MIEMBRO SECTION.
           MOVE WKS-CLIENTE-ACTUAL TO WKS-LMI-CLIENTE
           MOVE CFGM-TIPO-PERSONA  TO WKS-LMI-TIPO
           MOVE SPACES             TO WKS-LMI-NOMBRE
           IF CFGM-PERSONA-JURIDICA
              MOVE WKS-CLIENTE-ACTUAL TO CFCJ-CODIGO-CLIENTE
              READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                INVALID KEY
                   MOVE '-NO EXISTE EN CFCJUR-' TO WKS-LMI-NOMBRE
                NOT INVALID KEY
                   MOVE CFCJ-RAZON-SOCIAL TO WKS-LMI-NOMBRE
              END-READ
           ELSE
              MOVE WKS-CLIENTE-ACTUAL TO CFCN-CODIGO-CLIENTE
              READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
                INVALID KEY
                   MOVE '-NO EXISTE EN CFCNAT-' TO WKS-LMI-NOMBRE
                NOT INVALID KEY
                   MOVE CFCN-NOMBRE-CLIENTE TO WKS-LMI-NOMBRE
              END-READ
           END-IF
           MOVE WKS-MIE-TARJETA    TO WKS-LMI-TARJETA
           MOVE WKS-MIE-INSTITU    TO WKS-LMI-INSTITU
           COMPUTE WKS-LMI-TOTAL = WKS-MIE-TARJETA + WKS-MIE-INSTITU
           MOVE WKS-MIE-MORA       TO WKS-LMI-MORA
           MOVE WKS-MIE-PEOR-DIAS  TO WKS-LMI-DIAS
           MOVE WKS-LINEA-MIEMBRO  TO PRINT-LINE
           PERFORM 480-IMPRIME.
       370-IMPRIME-MIEMBRO-E. EXIT.

      ******************************************************************
      *  TOTAL DEL GRUPO CONTRA SU LIMITE PROPIO O EL DE POLITICA      *
      ******************************************************************
       380-EVALUA-LIMITE SECTION.
           COMPUTE WKS-GRP-TOTAL = WKS-GRP-TARJETA + WKS-GRP-INSTITU
           MOVE WKS-GRP-MIEMBROS  TO WKS-LTO-MIEMBROS
           MOVE WKS-GRP-TARJETA   TO WKS-LTO-TARJETA
           MOVE WKS-GRP-INSTITU   TO WKS-LTO-INSTITU
           MOVE WKS-GRP-TOTAL     TO WKS-LTO-TOTAL
           MOVE WKS-GRP-MORA      TO WKS-LTO-MORA
           MOVE WKS-GRP-PEOR-DIAS TO WKS-LTO-DIAS
           MOVE WKS-LINEA-TOTAL   TO PRINT-LINE
           PERFORM 480-IMPRIME
           IF CFGR-LIMITE-PROPIO-Q > ZEROS
              MOVE CFGR-LIMITE-PROPIO-Q TO WKS-LIMITE-APLICADO
              MOVE 'PROPIO'             TO WKS-LLI-ORIGEN
           ELSE
              MOVE WKS-LIMITE-POLITICA  TO WKS-LIMITE-APLICADO
              MOVE 'POLITICA'           TO WKS-LLI-ORIGEN
           END-IF
           MOVE ZEROS TO WKS-USO-LIMITE
           IF WKS-GRP-TOTAL > ZEROS
              COMPUTE WKS-USO-LIMITE ROUNDED =
                      WKS-GRP-TOTAL * 100 / WKS-LIMITE-APLICADO
                 ON SIZE ERROR
                    MOVE 99999.99 TO WKS-USO-LIMITE
              END-COMPUTE
           END-IF
           MOVE WKS-LIMITE-APLICADO TO WKS-LLI-LIMITE
           MOVE WKS-USO-LIMITE      TO WKS-LLI-USO
           IF WKS-GRP-TOTAL > WKS-LIMITE-APLICADO
              MOVE '*** EXCEDE EL LIMITE ***' TO WKS-LLI-MARCA
              ADD 1 TO WKS-GRUPOS-EXCEDIDOS
           ELSE
              MOVE SPACES                     TO WKS-LLI-MARCA
           END-IF
           MOVE WKS-LINEA-LIMITE    TO PRINT-LINE
           PERFORM 480-IMPRIME.
       380-EVALUA-LIMITE-E. EXIT.

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
           MOVE    WKS-GRUPOS-LEIDOS       TO WKS-MASCARA
           DISPLAY 'GRUPOS LEIDOS                  : ' WKS-MASCARA
           MOVE    WKS-MIEMBROS-LEIDOS     TO WKS-MASCARA
           DISPLAY 'MIEMBROS ACTIVOS PROCESADOS    : ' WKS-MASCARA
           MOVE    WKS-MIEMBROS-RETIRADOS  TO WKS-MASCARA
           DISPLAY 'MIEMBROS RETIRADOS (OMITIDOS)  : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-TARJETA     TO WKS-MASCARA
           DISPLAY 'CUENTAS DE TARJETA SUMADAS     : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-INSTITU     TO WKS-MASCARA
           DISPLAY 'CUENTAS INSTITUCIONALES SUMADAS: ' WKS-MASCARA
           MOVE    WKS-CUENTAS-SIN-ANEXO   TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN ANEXO DE SALDOS    : ' WKS-MASCARA
           MOVE    WKS-GRUPOS-EXCEDIDOS    TO WKS-MASCARA
           DISPLAY 'GRUPOS SOBRE SU LIMITE         : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFGRUPO CFGRMIE CFCNAT CFCJUR
                 TLMATH TIMATH TLAXLQ TLAXLD TIAXL1
                 TLCLIMOR TLTGEN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
