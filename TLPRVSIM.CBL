      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLPRVSIM                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : SIMULACION DE ESTRES DE LA PROVISION. SOBRE LA   *
      *             : MISMA POBLACION DE MORA VIVA DE TLIMOR Y LOS     *
      *             : MISMOS SALDOS DE ANEXO (GRUPO 3) QUE USA         *
      *             : TLPROVIS, RECALCULA LA PROVISION REAL Y HASTA 3  *
      *             : ESCENARIOS LEIDOS DE ESCSIM. CADA ESCENARIO      *
      *             : PUEDE TRAER SU PROPIA TABLA DE SEVERIDAD POR     *
      *             : RANGO, UN DESPLAZAMIENTO DE LOS DIAS DE MORA     *
      *             : (+/-) Y UN CHOQUE PORCENTUAL (+/-) A LA TASA     *
      *             : USD/GTQ DE LA FECHA DE PROCESO. EMITE EN         *
      *             : QUETZALES LA PROVISION DE CADA ESCENARIO LADO A  *
      *             : LADO CON LA REAL, POR RANGO DE ANTIGUEDAD Y POR  *
      *             : SEGMENTO/SUBSEGMENTO DE DEUDOR (CFSIBA).         *
      *             : NO GRABA PROVFIL NI MODIFICA TLPRCT.             *
      *             : TARJETA ESCSIM (UNA POR ESCENARIO, MAXIMO 3):    *
      *             : 01-08 NOMBRE DEL ESCENARIO                       *
      *             : 09-33 SEVERIDAD 5 X 9(03)V99 (1-30, 31-60,       *
      *             :       61-90, 91-120, +120). EN BLANCO = ESTANDAR *
      *             : 34    SIGNO DEL DESPLAZAMIENTO (+/-)             *
      *             : 35-37 DIAS DE DESPLAZAMIENTO 9(03)               *
      *             : 38    SIGNO DEL CHOQUE DE TASA (+/-)             *
      *             : 39-43 CHOQUE DE TASA EN PORCENTAJE 9(03)V99      *
      * ARCHIVOS    : ESCSIM=C, TLIMOR=C, TLPRCT=C, TLAXLQ=C,          *
      *             : TLAXLD=C, TIAXL1=C, CFSIBA=C, TLCALEN=C,         *
      *             : TLTCAMB=C, FTPREP=A                              *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLPRVSIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ESCSIM ASSIGN   TO ESCSIM
                   FILE STATUS     IS FS-ESCSIM.
            SELECT TLIMOR ASSIGN   TO TLIMOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLIM-LLAVE
                   FILE STATUS     IS FS-TLIMOR
                                      FSE-TLIMOR.
            SELECT TLPRCT ASSIGN   TO TLPRCT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLPC-LLAVE
                   FILE STATUS     IS FS-TLPRCT
                                      FSE-TLPRCT.
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
            SELECT CFSIBA ASSIGN   TO CFSIBA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFSI-LLAVE
                   FILE STATUS     IS FS-CFSIBA
                                      FSE-CFSIBA.
            SELECT TLCALEN ASSIGN  TO TLCALEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCA-LLAVE
                   FILE STATUS     IS FS-TLCALEN
                                      FSE-TLCALEN.
            SELECT TLTCAMB ASSIGN  TO TLTCAMB
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLTC-LLAVE
                   FILE STATUS     IS FS-TLTCAMB
                                      FSE-TLTCAMB.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  ESCSIM
           RECORDING MODE IS F.
       01 ESCSIM-LINE                      PIC X(80).
       FD  TLIMOR.
           COPY TLIMOR.
       FD  TLPRCT.
           COPY TLPRCT.
       FD  TLAXLQ.
           COPY TLAXLQ.
       FD  TLAXLD.
           COPY TLAXLD.
       FD  TIAXL1.
           COPY TIAXL1.
       FD  CFSIBA.
           COPY CFSIBA.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  TLTCAMB.
           COPY TLTCAMB.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-ESCSIM                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLIMOR                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLPRCT                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLD                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIAXL1                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFSIBA                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLTCAMB                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLIMOR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLPRCT.
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
       01 FSE-CFSIBA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLCALEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLTCAMB.
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
       01 WKS-FIN-ARCHIVOS                 PIC X(01)  VALUE SPACES.
          88 WKS-FIN-TLIMOR                           VALUE HIGH-VALUES.
       01 WKS-FIN-ESCSIM                   PIC X(01)  VALUE SPACES.
          88 FIN-ESCSIM                               VALUE HIGH-VALUES.
      *------->      TARJETA DE ESCENARIO TAL COMO VIENE EN ESCSIM
       01 WKS-TARJETA-ESCENARIO.
          02 WKS-TAR-NOMBRE                PIC X(08).
          02 WKS-TAR-SEVERIDAD.
             03 WKS-TAR-FACTOR OCCURS 5 TIMES
                                           PIC 9(03)V99.
          02 WKS-TAR-SIGNO-DIAS            PIC X(01).
             88 TAR-SIGNO-DIAS-VALIDO             VALUE '+' '-' ' '.
             88 TAR-DIAS-NEGATIVO                 VALUE '-'.
          02 WKS-TAR-DIAS                  PIC 9(03).
          02 WKS-TAR-DIAS-X REDEFINES WKS-TAR-DIAS
                                           PIC X(03).
          02 WKS-TAR-SIGNO-TASA            PIC X(01).
             88 TAR-SIGNO-TASA-VALIDO             VALUE '+' '-' ' '.
             88 TAR-TASA-NEGATIVA                 VALUE '-'.
          02 WKS-TAR-CHOQUE                PIC 9(03)V99.
          02 WKS-TAR-CHOQUE-X REDEFINES WKS-TAR-CHOQUE
                                           PIC X(05).
          02 FILLER                        PIC X(37).
      *------->   SEVERIDAD ESTANDAR DE LA POLITICA (IGUAL A TLPROVIS)
       01 WKS-SEVERIDAD-ESTANDAR.
          02 FILLER                        PIC 9(03)V99 VALUE 005.00.
          02 FILLER                        PIC 9(03)V99 VALUE 020.00.
          02 FILLER                        PIC 9(03)V99 VALUE 050.00.
          02 FILLER                        PIC 9(03)V99 VALUE 075.00.
          02 FILLER                        PIC 9(03)V99 VALUE 100.00.
       01 WKS-SEVERIDAD-ESTANDAR-R REDEFINES WKS-SEVERIDAD-ESTANDAR.
          02 WKS-FACTOR-ESTANDAR OCCURS 5 TIMES
                                           PIC 9(03)V99.
      *------->   ESCENARIOS: LA COLUMNA 1 ES SIEMPRE LA CORRIDA REAL
       01 WKS-TABLA-ESCENARIOS.
          02 WKS-NUM-COLUMNAS              PIC 9(01)  VALUE 1.
          02 WKS-ESCENARIO OCCURS 4 TIMES.
             03 WKS-ESC-NOMBRE             PIC X(08).
             03 WKS-ESC-FACTOR OCCURS 5 TIMES
                                           PIC 9(03)V99.
             03 WKS-ESC-DESPLAZA           PIC S9(03).
             03 WKS-ESC-CHOQUE             PIC S9(03)V99.
             03 WKS-ESC-TASA               PIC 9(05)V9(04).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 WKS-TIPO-CAMBIO               PIC 9(05)V9(04)
                                                      VALUE ZEROS.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-J                         PIC 9(01)  VALUE ZEROS.
          02 WKS-R                         PIC 9(01)  VALUE ZEROS.
          02 WKS-DIAS-MAX                  PIC S9(03) VALUE ZEROS.
          02 WKS-DIAS-ESC                  PIC S9(04) VALUE ZEROS.
          02 WKS-RANGO                     PIC 9(01)  VALUE ZEROS.
          02 WKS-SALDO-MORA                PIC S9(09)V99 VALUE ZEROS.
          02 WKS-FACTOR-PROPIO             PIC 9(03)V99  VALUE ZEROS.
          02 WKS-FACTOR                    PIC 9(03)V99  VALUE ZEROS.
          02 WKS-TASA-CALCULO              PIC S9(07)V9(04)
                                                      VALUE ZEROS.
          02 WKS-RESERVA                   PIC S9(09)V99 VALUE ZEROS.
          02 WKS-RESERVA-Q                 PIC S9(11)V99 VALUE ZEROS.
          02 WKS-SEGSUB-BUSCADO            PIC X(03)  VALUE SPACES.
          02 WKS-TAB-LONG                  PIC 9(03)  VALUE ZEROS.
          02 IDX-ENCONTRADO                PIC 9(03)  VALUE ZEROS.
          02 WKS-BIN-INSTITU               PIC 9(06)  VALUE ZEROS.
             88 BIN-INSTITU                           VALUE 050837.
          02 WKS-TARJETA-OK                PIC X(01)  VALUE SPACES.
             88 TARJETA-VALIDA                        VALUE 'S'.
             88 TARJETA-INVALIDA                      VALUE 'N'.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->   TOTALES POR RANGO DE ANTIGUEDAD Y COLUMNA (EN Q)
       01 WKS-TABLA-RANGOS.
          02 WKS-RAN-ENT OCCURS 5 TIMES.
             03 WKS-RAN-COL OCCURS 4 TIMES.
                04 WKS-RAN-CUENTAS         PIC 9(07).
                04 WKS-RAN-RESERVA         PIC S9(13)V99.
       01 WKS-TABLA-TOTALES.
          02 WKS-TOT-COL OCCURS 4 TIMES.
             03 WKS-TOT-CUENTAS            PIC 9(07).
             03 WKS-TOT-RESERVA            PIC S9(13)V99.
      *------->   TABLA EN MEMORIA DE TOTALES POR SEGMENTO/SUBSEGMENTO
       01 WKS-TABLA-SEGMENTOS.
          02 WKS-SEGMENTO-ENT OCCURS 0 TO 200
                              DEPENDING ON WKS-TAB-LONG
                              INDEXED   BY IDX-SEG.
             03 WKS-SEG-CODIGO             PIC X(03).
             03 WKS-SEG-COL OCCURS 4 TIMES.
                04 WKS-SEG-CUENTAS         PIC 9(07).
                04 WKS-SEG-RESERVA         PIC S9(13)V99.
      *------->    TEXTOS DE LOS RANGOS PARA EL LISTADO
       01 WKS-NOMBRE-RANGOS.
          02 FILLER                        PIC X(14)  VALUE
                                                      '001 A 030 DIAS'.
          02 FILLER                        PIC X(14)  VALUE
                                                      '031 A 060 DIAS'.
          02 FILLER                        PIC X(14)  VALUE
                                                      '061 A 090 DIAS'.
          02 FILLER                        PIC X(14)  VALUE
                                                      '091 A 120 DIAS'.
          02 FILLER                        PIC X(14)  VALUE
                                                      'MAS DE 120    '.
       01 WKS-NOMBRE-RANGOS-R REDEFINES WKS-NOMBRE-RANGOS.
          02 WKS-NOMBRE-RANGO OCCURS 5 TIMES PIC X(14).
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(50)  VALUE
             'SIMULACION DE ESTRES DE LA PROVISION (QUETZALES)'.
          05 FILLER                        PIC X(17)  VALUE
             'FECHA PROCESO: '.
          05 HDR1-FECHA                    PIC 9(08).
          05 FILLER                        PIC X(12)  VALUE
             '  TASA REAL:'.
          05 HDR1-TASA                     PIC ZZ,ZZ9.9999.
       01 WKS-LINEA-ESCENARIO.
          05 FILLER                        PIC X(10)  VALUE
             'ESCENARIO '.
          05 ESC-LIN-NOMBRE                PIC X(08).
          05 FILLER                        PIC X(12)  VALUE
             ' SEVERIDAD: '.
          05 ESC-LIN-GRUPO OCCURS 5 TIMES.
             10 ESC-LIN-FACTOR             PIC ZZ9.99.
             10 ESC-LIN-SEP                PIC X(01).
          05 FILLER                        PIC X(09)  VALUE
             ' DIAS: '.
          05 ESC-LIN-DESPLAZA              PIC +ZZ9.
          05 FILLER                        PIC X(15)  VALUE
             '  CHOQUE TASA: '.
          05 ESC-LIN-CHOQUE                PIC +ZZ9.99.
          05 FILLER                        PIC X(09)  VALUE
             '%  TASA: '.
          05 ESC-LIN-TASA                  PIC ZZ,ZZ9.9999.
       01 WKS-LINEA-SECCION.
          05 SEC-LIN-TEXTO                 PIC X(60).
       01 WKS-LINEA-TITULOS                VALUE SPACES.
          05 TIT-LIN-ETIQUETA              PIC X(20).
          05 TIT-LIN-SEP0                  PIC X(01).
          05 TIT-LIN-COLUMNA OCCURS 4 TIMES.
             10 TIT-LIN-CUENTAS            PIC X(07).
             10 FILLER                     PIC X(01).
             10 TIT-LIN-NOMBRE             PIC X(18).
             10 TIT-LIN-SEP                PIC X(01).
       01 WKS-LINEA-DETALLE.
          05 DET-LIN-ETIQUETA              PIC X(20).
          05 DET-LIN-SEP0                  PIC X(01).
          05 DET-LIN-COLUMNA OCCURS 4 TIMES.
             10 DET-LIN-CUENTAS            PIC ZZZ,ZZ9.
             10 FILLER                     PIC X(01).
             10 DET-LIN-RESERVA            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
             10 DET-LIN-SEP                PIC X(01).
       01 WKS-ESTADISTICAS.
          05 WKS-TARJETAS-LEIDAS           PIC 9(07)  VALUE ZEROS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-SIMULADAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-MORA                  PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-ANEXO                 PIC 9(07)  VALUE ZEROS.
          05 WKS-CON-FACTOR-PROPIO         PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CFSIBA                PIC 9(07)  VALUE ZEROS.
          05 WKS-TABLA-DESBORDADA          PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 215-LEE-TIPO-CAMBIO
           PERFORM 220-CARGA-ESCENARIOS
           PERFORM 300-BARRIDO-TLIMOR
           PERFORM 400-ESCRIBE-REPORTE
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  ESCSIM TLIMOR TLPRCT TLAXLQ TLAXLD TIAXL1
                       CFSIBA TLCALEN TLTCAMB
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLPRVSIM' TO PROGRAMA
           IF (FS-ESCSIM = 97) AND (FS-TLIMOR = 97) AND
              (FS-TLPRCT = 97) AND (FS-TLAXLQ = 97) AND
              (FS-TLAXLD = 97) AND (FS-TIAXL1 = 97) AND
              (FS-CFSIBA = 97) AND (FS-TLCALEN = 97) AND
              (FS-TLTCAMB = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-ESCSIM
              MOVE ZEROS TO FS-TLIMOR
              MOVE ZEROS TO FS-TLPRCT
              MOVE ZEROS TO FS-TLAXLQ
              MOVE ZEROS TO FS-TLAXLD
              MOVE ZEROS TO FS-TIAXL1
              MOVE ZEROS TO FS-CFSIBA
              MOVE ZEROS TO FS-TLCALEN
              MOVE ZEROS TO FS-TLTCAMB
              MOVE ZEROS TO FS-FTPREP
           END-IF
           IF FS-TLIMOR NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'TLIMOR'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLIMOR, FSE-TLIMOR
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-TLPRCT NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'TLPRCT'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLPRCT, FSE-TLPRCT
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-TLAXLQ NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'TLAXLQ'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLAXLQ, FSE-TLAXLQ
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-TLAXLD NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'TLAXLD'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLAXLD, FSE-TLAXLD
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-TIAXL1 NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'TIAXL1'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TIAXL1, FSE-TIAXL1
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-CFSIBA NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'CFSIBA'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFSIBA, FSE-CFSIBA
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-TLCALEN NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'TLCALEN' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLCALEN, FSE-TLCALEN
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-TLTCAMB NOT EQUAL 0
              MOVE 'OPEN'    TO ACCION
              MOVE SPACES    TO LLAVE
              MOVE 'TLTCAMB' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLTCAMB, FSE-TLTCAMB
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-ESCSIM NOT EQUAL 0 OR FS-FTPREP NOT EQUAL 0
              DISPLAY
              "================================================="
              UPON CONSOLE
              DISPLAY
              "* HUBO UN ERROR AL ABRIR LOS ARCHIVOS PS         *"
              UPON CONSOLE
              DISPLAY
              "==> FILE STATUS DEL ARCHIVO ESCSIM  : " FS-ESCSIM
              UPON CONSOLE
              DISPLAY
              "==> FILE STATUS DEL ARCHIVO FTPREP  : " FS-FTPREP
              UPON CONSOLE
              DISPLAY
              "================================================="
              UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  LA FECHA DE PROCESO Y LA TASA USD/GTQ SE TOMAN IGUAL QUE EN   *
      *  TLPROVIS (REGISTRO DE CONTROL DE TLCALEN Y TLTCAMB MONEDA 2), *
      *  PARA QUE LA COLUMNA REAL CUADRE CON LA CORRIDA DE PROVISION.  *
      ******************************************************************
       215-LEE-TIPO-CAMBIO SECTION.
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
                IF TLTC-TASA = ZEROS
                   DISPLAY '>>> TASA EN CERO EN TLTCAMB PARA LA '
                           'FECHA DE PROCESO <<<' UPON CONSOLE
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
                END-IF
                MOVE TLTC-TASA TO WKS-TIPO-CAMBIO
           END-READ.
       215-LEE-TIPO-CAMBIO-E. EXIT.

      ******************************************************************
      *  CARGA LA COLUMNA REAL (SEVERIDAD ESTANDAR, SIN DESPLAZAMIENTO *
      *  NI CHOQUE) Y HASTA 3 ESCENARIOS DE ESCSIM. UNA TARJETA MAL    *
      *  FORMADA, MAS DE 3 TARJETAS O NINGUNA RECHAZAN LA CORRIDA.     *
      ******************************************************************
       220-CARGA-ESCENARIOS SECTION.
           MOVE 1                TO WKS-NUM-COLUMNAS
           MOVE 'REAL'           TO WKS-ESC-NOMBRE (1)
           PERFORM VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > 5
              MOVE WKS-FACTOR-ESTANDAR (WKS-R)
                TO WKS-ESC-FACTOR (1 WKS-R)
           END-PERFORM
           MOVE ZEROS            TO WKS-ESC-DESPLAZA (1)
           MOVE ZEROS            TO WKS-ESC-CHOQUE (1)
           MOVE WKS-TIPO-CAMBIO  TO WKS-ESC-TASA (1)
           READ ESCSIM
                AT END SET FIN-ESCSIM TO TRUE
           END-READ
           PERFORM UNTIL FIN-ESCSIM
              IF ESCSIM-LINE NOT = SPACES
                 ADD 1 TO WKS-TARJETAS-LEIDAS
                 IF WKS-NUM-COLUMNAS = 4
                    DISPLAY '>>> ESCSIM TRAE MAS DE 3 ESCENARIOS <<<'
                            UPON CONSOLE
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 MOVE ESCSIM-LINE TO WKS-TARJETA-ESCENARIO
                 PERFORM 225-VALIDA-TARJETA
                 IF TARJETA-INVALIDA
                    DISPLAY '>>> TARJETA DE ESCENARIO INVALIDA: '
                            ESCSIM-LINE (1:43) ' <<<' UPON CONSOLE
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
              END-IF
              READ ESCSIM
                   AT END SET FIN-ESCSIM TO TRUE
              END-READ
           END-PERFORM
           IF WKS-NUM-COLUMNAS = 1
              DISPLAY '>>> ESCSIM NO TRAE ESCENARIOS A SIMULAR <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       220-CARGA-ESCENARIOS-E. EXIT.

      *----> VALIDA LA TARJETA Y LA AGREGA COMO SIGUIENTE COLUMNA
       225-VALIDA-TARJETA SECTION.
           SET TARJETA-INVALIDA TO TRUE
           IF WKS-TAR-NOMBRE = SPACES
              GO TO 225-VALIDA-TARJETA-E
           END-IF
           IF WKS-TAR-SEVERIDAD NOT = SPACES
              IF WKS-TAR-SEVERIDAD NOT NUMERIC
                 GO TO 225-VALIDA-TARJETA-E
              END-IF
              IF WKS-TAR-FACTOR (1) > 100 OR WKS-TAR-FACTOR (2) > 100
                 OR WKS-TAR-FACTOR (3) > 100 OR WKS-TAR-FACTOR (4) > 100
                 OR WKS-TAR-FACTOR (5) > 100
                 GO TO 225-VALIDA-TARJETA-E
              END-IF
           END-IF
           IF NOT TAR-SIGNO-DIAS-VALIDO OR NOT TAR-SIGNO-TASA-VALIDO
              GO TO 225-VALIDA-TARJETA-E
           END-IF
           IF WKS-TAR-DIAS-X = SPACES
              MOVE ZEROS TO WKS-TAR-DIAS
           END-IF
           IF WKS-TAR-CHOQUE-X = SPACES
              MOVE ZEROS TO WKS-TAR-CHOQUE
           END-IF
           IF WKS-TAR-DIAS NOT NUMERIC OR WKS-TAR-CHOQUE NOT NUMERIC
              GO TO 225-VALIDA-TARJETA-E
           END-IF
      *    UN CHOQUE DE -100% O MAS DEJARIA LA TASA EN CERO O NEGATIVA
           IF TAR-TASA-NEGATIVA AND WKS-TAR-CHOQUE NOT < 100
              GO TO 225-VALIDA-TARJETA-E
           END-IF
           ADD 1 TO WKS-NUM-COLUMNAS
           MOVE WKS-NUM-COLUMNAS TO WKS-J
           MOVE WKS-TAR-NOMBRE   TO WKS-ESC-NOMBRE (WKS-J)
           PERFORM VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > 5
              IF WKS-TAR-SEVERIDAD = SPACES
                 MOVE WKS-FACTOR-ESTANDAR (WKS-R)
                   TO WKS-ESC-FACTOR (WKS-J WKS-R)
              ELSE
                 MOVE WKS-TAR-FACTOR (WKS-R)
                   TO WKS-ESC-FACTOR (WKS-J WKS-R)
              END-IF
           END-PERFORM
           MOVE WKS-TAR-DIAS     TO WKS-ESC-DESPLAZA (WKS-J)
           IF TAR-DIAS-NEGATIVO
              COMPUTE WKS-ESC-DESPLAZA (WKS-J) = WKS-TAR-DIAS * -1
           END-IF
           MOVE WKS-TAR-CHOQUE   TO WKS-ESC-CHOQUE (WKS-J)
           IF TAR-TASA-NEGATIVA
              COMPUTE WKS-ESC-CHOQUE (WKS-J) = WKS-TAR-CHOQUE * -1
           END-IF
           COMPUTE WKS-ESC-TASA (WKS-J) ROUNDED =
                   WKS-TIPO-CAMBIO *
                   (100 + WKS-ESC-CHOQUE (WKS-J)) / 100
           SET TARJETA-VALIDA TO TRUE.
       225-VALIDA-TARJETA-E. EXIT.

      *----> SERIE 300 RECORRE TLIMOR Y SIMULA LA PROVISION POR CUENTA
       300-BARRIDO-TLIMOR SECTION.
           READ TLIMOR NEXT RECORD
                AT END SET WKS-FIN-TLIMOR TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TLIMOR
              EVALUATE FS-TLIMOR
                 WHEN 0
                    ADD 1 TO WKS-REGISTROS-LEIDOS
                    PERFORM 310-EVALUA-CUENTA
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TLIM-LLAVE TO LLAVE
                    MOVE 'TLIMOR'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLIMOR, FSE-TLIMOR
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TLIMOR NEXT RECORD
                   AT END SET WKS-FIN-TLIMOR TO TRUE
              END-READ
           END-PERFORM.
       300-BARRIDO-TLIMOR-E. EXIT.

      *----> SERIE 310 DETERMINA DIAS, SALDO, FACTOR Y SEGMENTO
       310-EVALUA-CUENTA SECTION.
           MOVE ZEROS TO WKS-DIAS-MAX
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
      *       LOS CICLOS CERRADOS POR CURA QUEDAN CON SITUACION 00 Y
      *       NO CUENTAN COMO MORA VIVA
              IF TLIM-CICLO-VENCIDO (WKS-I) > ZEROS AND
                 TLIM-SITUACION-CTA (WKS-I) > ZEROS AND
                 TLIM-DIAS-MORA (WKS-I) > WKS-DIAS-MAX
                 MOVE TLIM-DIAS-MORA (WKS-I) TO WKS-DIAS-MAX
              END-IF
           END-PERFORM
           IF WKS-DIAS-MAX NOT > ZEROS
              ADD 1 TO WKS-SIN-MORA
              GO TO 310-EVALUA-CUENTA-E
           END-IF
           ADD 1 TO WKS-CUENTAS-SIMULADAS
           PERFORM 320-SALDO-DESDE-ANEXO
           PERFORM 330-FACTOR-PROPIO
           PERFORM 335-UBICA-SEGMENTO
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-NUM-COLUMNAS
              PERFORM 340-CALCULA-ESCENARIO
           END-PERFORM.
       310-EVALUA-CUENTA-E. EXIT.

      *----> SERIE 320 RECUPERA EL SALDO DE LOS CICLOS DE MORA (GRUPO 3)
       320-SALDO-DESDE-ANEXO SECTION.
           MOVE ZEROS    TO WKS-SALDO-MORA
           MOVE TLIM-BIN TO WKS-BIN-INSTITU
           EVALUATE TRUE
              WHEN BIN-INSTITU
                   MOVE TLIM-CUENTA TO TIAL-LLAVE
                   READ TIAXL1 KEY IS TIAL-LLAVE
                     INVALID KEY
                        ADD 1 TO WKS-SIN-ANEXO
                     NOT INVALID KEY
                        PERFORM VARYING WKS-I FROM 1 BY 1
                                UNTIL WKS-I > 18
                           IF TIAL-CICLOS (3 WKS-I) > ZEROS
                              ADD TIAL-CICLOS (3 WKS-I)
                                  TO WKS-SALDO-MORA
                           END-IF
                        END-PERFORM
                   END-READ
              WHEN TLIM-MONEDA = 2
                   MOVE TLIM-CUENTA TO TLAE-LLAVE
                   READ TLAXLD KEY IS TLAE-LLAVE
                     INVALID KEY
                        ADD 1 TO WKS-SIN-ANEXO
                     NOT INVALID KEY
                        PERFORM VARYING WKS-I FROM 1 BY 1
                                UNTIL WKS-I > 18
                           IF TLAE-CICLOS (3 WKS-I) > ZEROS
                              ADD TLAE-CICLOS (3 WKS-I)
                                  TO WKS-SALDO-MORA
                           END-IF
                        END-PERFORM
                   END-READ
              WHEN OTHER
                   MOVE TLIM-CUENTA TO TLAL-LLAVE
                   READ TLAXLQ KEY IS TLAL-LLAVE
                     INVALID KEY
                        ADD 1 TO WKS-SIN-ANEXO
                     NOT INVALID KEY
                        PERFORM VARYING WKS-I FROM 1 BY 1
                                UNTIL WKS-I > 18
                           IF TLAL-CICLOS (3 WKS-I) > ZEROS
                              ADD TLAL-CICLOS (3 WKS-I)
                                  TO WKS-SALDO-MORA
                           END-IF
                        END-PERFORM
                   END-READ
           END-EVALUATE.
       320-SALDO-DESDE-ANEXO-E. EXIT.

      *----> PORCENTAJE PROPIO DE LA CUENTA (OCURRENCIA 9 DE TLPRCT)
       330-FACTOR-PROPIO SECTION.
           MOVE ZEROS       TO WKS-FACTOR-PROPIO
           MOVE TLIM-CUENTA TO TLPC-LLAVE
           READ TLPRCT KEY IS TLPC-LLAVE
             NOT INVALID KEY
                IF TLPC-VALOR-PARAMETRO-E (9) > ZEROS
                   MOVE TLPC-VALOR-PARAMETRO-E (9)
                     TO WKS-FACTOR-PROPIO
                   ADD 1 TO WKS-CON-FACTOR-PROPIO
                END-IF
           END-READ.
       330-FACTOR-PROPIO-E. EXIT.

      ******************************************************************
      *  UBICA (O AGREGA) EL SEGMENTO/SUBSEGMENTO DE CFSIBA EN LA      *
      *  TABLA EN MEMORIA (TOPE DE 200 COMO TLSEGMOR). LA CUENTA SIN   *
      *  CFSIBA SE ACUMULA EN EL CODIGO '---' PARA QUE LOS TOTALES POR *
      *  SEGMENTO CUADREN CON LOS TOTALES POR RANGO.                   *
      ******************************************************************
       335-UBICA-SEGMENTO SECTION.
           MOVE TLIM-CUENTA TO CFSI-CUENTA
           READ CFSIBA KEY IS CFSI-LLAVE
             INVALID KEY
                ADD 1 TO WKS-SIN-CFSIBA
                MOVE '---' TO WKS-SEGSUB-BUSCADO
             NOT INVALID KEY
                MOVE CFSI-SEGMENTO-DEUDOR
                  TO WKS-SEGSUB-BUSCADO (1:1)
                MOVE CFSI-SUBSEGMENTO-DEUDOR
                  TO WKS-SEGSUB-BUSCADO (2:2)
           END-READ
           MOVE ZEROS TO IDX-ENCONTRADO
           PERFORM VARYING IDX-SEG FROM 1 BY 1
                   UNTIL IDX-SEG > WKS-TAB-LONG
              IF WKS-SEG-CODIGO (IDX-SEG) = WKS-SEGSUB-BUSCADO
                 SET IDX-ENCONTRADO TO IDX-SEG
              END-IF
           END-PERFORM
           IF IDX-ENCONTRADO = ZEROS
              IF WKS-TAB-LONG < 200
                 ADD 1 TO WKS-TAB-LONG
                 SET IDX-SEG TO WKS-TAB-LONG
                 MOVE WKS-SEGSUB-BUSCADO TO WKS-SEG-CODIGO (IDX-SEG)
                 PERFORM VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 4
                    MOVE ZEROS TO WKS-SEG-CUENTAS (IDX-SEG WKS-J)
                    MOVE ZEROS TO WKS-SEG-RESERVA (IDX-SEG WKS-J)
                 END-PERFORM
                 MOVE WKS-TAB-LONG TO IDX-ENCONTRADO
              ELSE
                 ADD 1 TO WKS-TABLA-DESBORDADA
              END-IF
           END-IF.
       335-UBICA-SEGMENTO-E. EXIT.

      ******************************************************************
      *  PROVISION DE LA CUENTA EN LA COLUMNA WKS-J. LOS DIAS SE       *
      *  DESPLAZAN (SIN BAJAR DE 1 NI PASAR DE 999, LA CUENTA SIGUE EN *
      *  MORA), EL RANGO SALE DE LOS DIAS DESPLAZADOS Y EL FACTOR DE   *
      *  LA SEVERIDAD DEL ESCENARIO. EN LA COLUMNA REAL EL FACTOR      *
      *  PROPIO DE TLPRCT MANDA, COMO EN TLPROVIS; EN LOS ESCENARIOS   *
      *  SE TOMA EL MAYOR ENTRE EL PROPIO Y EL DEL ESCENARIO, PARA QUE *
      *  EL ESTRES NUNCA RESERVE MENOS QUE LO PACTADO PARA LA CUENTA.  *
      *  LA RESERVA EN DOLARES SE CONVIERTE CON LA TASA DEL ESCENARIO. *
      ******************************************************************
       340-CALCULA-ESCENARIO SECTION.
           COMPUTE WKS-DIAS-ESC = WKS-DIAS-MAX +
                                  WKS-ESC-DESPLAZA (WKS-J)
           IF WKS-DIAS-ESC < 1
              MOVE 1   TO WKS-DIAS-ESC
           END-IF
           IF WKS-DIAS-ESC > 999
              MOVE 999 TO WKS-DIAS-ESC
           END-IF
           EVALUATE TRUE
              WHEN WKS-DIAS-ESC NOT > 030
                   MOVE 1 TO WKS-RANGO
              WHEN WKS-DIAS-ESC NOT > 060
                   MOVE 2 TO WKS-RANGO
              WHEN WKS-DIAS-ESC NOT > 090
                   MOVE 3 TO WKS-RANGO
              WHEN WKS-DIAS-ESC NOT > 120
                   MOVE 4 TO WKS-RANGO
              WHEN OTHER
                   MOVE 5 TO WKS-RANGO
           END-EVALUATE
           MOVE WKS-ESC-FACTOR (WKS-J WKS-RANGO) TO WKS-FACTOR
           IF WKS-FACTOR-PROPIO > ZEROS
              IF WKS-J = 1 OR WKS-FACTOR-PROPIO > WKS-FACTOR
                 MOVE WKS-FACTOR-PROPIO TO WKS-FACTOR
              END-IF
           END-IF
           COMPUTE WKS-RESERVA ROUNDED =
                   WKS-SALDO-MORA * WKS-FACTOR / 100
           IF TLIM-MONEDA = 2
              COMPUTE WKS-RESERVA-Q ROUNDED =
                      WKS-RESERVA * WKS-ESC-TASA (WKS-J)
           ELSE
              MOVE WKS-RESERVA TO WKS-RESERVA-Q
           END-IF
           ADD 1             TO WKS-RAN-CUENTAS (WKS-RANGO WKS-J)
           ADD WKS-RESERVA-Q TO WKS-RAN-RESERVA (WKS-RANGO WKS-J)
           ADD 1             TO WKS-TOT-CUENTAS (WKS-J)
           ADD WKS-RESERVA-Q TO WKS-TOT-RESERVA (WKS-J)
           IF IDX-ENCONTRADO > ZEROS
              SET IDX-SEG TO IDX-ENCONTRADO
              ADD 1             TO WKS-SEG-CUENTAS (IDX-SEG WKS-J)
              ADD WKS-RESERVA-Q TO WKS-SEG-RESERVA (IDX-SEG WKS-J)
           END-IF.
       340-CALCULA-ESCENARIO-E. EXIT.

      *----> SERIE 400 EMITE EL COMPARATIVO LADO A LADO
       400-ESCRIBE-REPORTE SECTION.
           MOVE WKS-FECHA-PROCESO TO HDR1-FECHA
           MOVE WKS-TIPO-CAMBIO   TO HDR1-TASA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES  TO PRINT-LINE
           PERFORM 480-IMPRIME
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-NUM-COLUMNAS
              PERFORM 410-LINEA-ESCENARIO
           END-PERFORM
           MOVE SPACES  TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE 'PROVISION POR RANGO DE ANTIGUEDAD (DIAS SIMULADOS)'
             TO SEC-LIN-TEXTO
           MOVE WKS-LINEA-SECCION TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE 'RANGO'           TO TIT-LIN-ETIQUETA
           PERFORM 420-LINEA-TITULOS
           PERFORM VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > 5
              MOVE SPACES TO WKS-LINEA-DETALLE
              MOVE WKS-NOMBRE-RANGO (WKS-R) TO DET-LIN-ETIQUETA
              PERFORM VARYING WKS-J FROM 1 BY 1
                      UNTIL WKS-J > WKS-NUM-COLUMNAS
                 MOVE WKS-RAN-CUENTAS (WKS-R WKS-J)
                   TO DET-LIN-CUENTAS (WKS-J)
                 MOVE WKS-RAN-RESERVA (WKS-R WKS-J)
                   TO DET-LIN-RESERVA (WKS-J)
              END-PERFORM
              PERFORM 430-IMPRIME-DETALLE
           END-PERFORM
           PERFORM 440-LINEAS-TOTAL
           MOVE SPACES  TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE 'PROVISION POR SEGMENTO/SUBSEGMENTO DE DEUDOR (CFSIBA)'
             TO SEC-LIN-TEXTO
           MOVE WKS-LINEA-SECCION TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE 'SEGMENTO/SUBSEGMENTO' TO TIT-LIN-ETIQUETA
           PERFORM 420-LINEA-TITULOS
           PERFORM VARYING IDX-SEG FROM 1 BY 1
                   UNTIL IDX-SEG > WKS-TAB-LONG
              MOVE SPACES TO WKS-LINEA-DETALLE
              IF WKS-SEG-CODIGO (IDX-SEG) = '---'
                 MOVE 'SIN SEGMENTO'    TO DET-LIN-ETIQUETA
              ELSE
                 MOVE WKS-SEG-CODIGO (IDX-SEG) TO DET-LIN-ETIQUETA
              END-IF
              PERFORM VARYING WKS-J FROM 1 BY 1
                      UNTIL WKS-J > WKS-NUM-COLUMNAS
                 MOVE WKS-SEG-CUENTAS (IDX-SEG WKS-J)
                   TO DET-LIN-CUENTAS (WKS-J)
                 MOVE WKS-SEG-RESERVA (IDX-SEG WKS-J)
                   TO DET-LIN-RESERVA (WKS-J)
              END-PERFORM
              PERFORM 430-IMPRIME-DETALLE
           END-PERFORM
           PERFORM 440-LINEAS-TOTAL.
       400-ESCRIBE-REPORTE-E. EXIT.

      *----> PARAMETROS DE CADA COLUMNA AL INICIO DEL REPORTE
       410-LINEA-ESCENARIO SECTION.
           MOVE WKS-ESC-NOMBRE (WKS-J) TO ESC-LIN-NOMBRE
           PERFORM VARYING WKS-R FROM 1 BY 1 UNTIL WKS-R > 5
              MOVE WKS-ESC-FACTOR (WKS-J WKS-R)
                TO ESC-LIN-FACTOR (WKS-R)
              MOVE '/' TO ESC-LIN-SEP (WKS-R)
           END-PERFORM
           MOVE SPACE TO ESC-LIN-SEP (5)
           MOVE WKS-ESC-DESPLAZA (WKS-J) TO ESC-LIN-DESPLAZA
           MOVE WKS-ESC-CHOQUE (WKS-J)   TO ESC-LIN-CHOQUE
           MOVE WKS-ESC-TASA (WKS-J)     TO ESC-LIN-TASA
           MOVE WKS-LINEA-ESCENARIO      TO PRINT-LINE
           PERFORM 480-IMPRIME.
       410-LINEA-ESCENARIO-E. EXIT.

       420-LINEA-TITULOS SECTION.
           MOVE '|' TO TIT-LIN-SEP0
           PERFORM VARYING WKS-J FROM 1 BY 1 UNTIL WKS-J > 4
              MOVE SPACES TO TIT-LIN-CUENTAS (WKS-J)
              MOVE SPACES TO TIT-LIN-NOMBRE (WKS-J)
              MOVE SPACES TO TIT-LIN-SEP (WKS-J)
              IF WKS-J NOT > WKS-NUM-COLUMNAS
                 MOVE 'CUENTAS'              TO TIT-LIN-CUENTAS (WKS-J)
                 MOVE WKS-ESC-NOMBRE (WKS-J) TO TIT-LIN-NOMBRE (WKS-J)
                 MOVE '|'                    TO TIT-LIN-SEP (WKS-J)
              END-IF
           END-PERFORM
           MOVE WKS-LINEA-TITULOS TO PRINT-LINE
           PERFORM 480-IMPRIME.
       420-LINEA-TITULOS-E. EXIT.

       430-IMPRIME-DETALLE SECTION.
           MOVE '|' TO DET-LIN-SEP0
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-NUM-COLUMNAS
              MOVE '|' TO DET-LIN-SEP (WKS-J)
           END-PERFORM
           MOVE WKS-LINEA-DETALLE TO PRINT-LINE
           PERFORM 480-IMPRIME.
       430-IMPRIME-DETALLE-E. EXIT.

      *----> TOTAL POR COLUMNA Y VARIACION DE CADA ESCENARIO VS REAL
       440-LINEAS-TOTAL SECTION.
           MOVE SPACES  TO WKS-LINEA-DETALLE
           MOVE 'TOTAL' TO DET-LIN-ETIQUETA
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-NUM-COLUMNAS
              MOVE WKS-TOT-CUENTAS (WKS-J) TO DET-LIN-CUENTAS (WKS-J)
              MOVE WKS-TOT-RESERVA (WKS-J) TO DET-LIN-RESERVA (WKS-J)
           END-PERFORM
           PERFORM 430-IMPRIME-DETALLE
           MOVE SPACES  TO WKS-LINEA-DETALLE
           MOVE 'VARIACION VS REAL' TO DET-LIN-ETIQUETA
           PERFORM VARYING WKS-J FROM 2 BY 1
                   UNTIL WKS-J > WKS-NUM-COLUMNAS
              COMPUTE DET-LIN-RESERVA (WKS-J) =
                      WKS-TOT-RESERVA (WKS-J) - WKS-TOT-RESERVA (1)
           END-PERFORM
           PERFORM 430-IMPRIME-DETALLE.
       440-LINEAS-TOTAL-E. EXIT.

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
           MOVE    WKS-TARJETAS-LEIDAS     TO WKS-MASCARA
           DISPLAY 'ESCENARIOS LEIDOS DE ESCSIM     : ' WKS-MASCARA
           MOVE    WKS-REGISTROS-LEIDOS    TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE TLIMOR      : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-SIMULADAS   TO WKS-MASCARA
           DISPLAY 'CUENTAS SIMULADAS               : ' WKS-MASCARA
           MOVE    WKS-SIN-MORA            TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN DIAS DE MORA        : ' WKS-MASCARA
           MOVE    WKS-SIN-ANEXO           TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN ANEXO DE SALDOS     : ' WKS-MASCARA
           MOVE    WKS-CON-FACTOR-PROPIO   TO WKS-MASCARA
           DISPLAY 'CUENTAS CON FACTOR PROPIO       : ' WKS-MASCARA
           MOVE    WKS-SIN-CFSIBA          TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN CFSIBA              : ' WKS-MASCARA
           MOVE    WKS-TABLA-DESBORDADA    TO WKS-MASCARA
           DISPLAY 'ENTRADAS FUERA DE TABLA (200)   : ' WKS-MASCARA
           MOVE    WKS-TOT-RESERVA (1)     TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL RESERVA REAL EN QUETZALES : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE  ESCSIM TLIMOR TLPRCT TLAXLQ TLAXLD TIAXL1
           CLOSE  CFSIBA TLCALEN TLTCAMB
           CLOSE  FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
