      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRPRONO                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : HISTORIA DE DURACIONES Y PRONOSTICO DE FIN DE LA *
      *             : CADENA NOCTURNA. CON LAS ULTIMAS N FECHAS DE     *
      *             : PROCESO ANTERIORES A LA VIGENTE (TLCALEN) EN EL  *
      *             : TABLERO BTRUNCTL CALCULA POR JOB EL PROMEDIO, EL *
      *             : PERCENTIL 90 Y LA TENDENCIA (SEGUNDOS QUE GANA O *
      *             : PIERDE POR FECHA, MINIMOS CUADRADOS) DE LAS      *
      *             : CORRIDAS TERMINADAS EN O, Y COMPARA EL PROMEDIO  *
      *             : DEL MES EN CURSO CONTRA EL DEL MES ANTERIOR: EL  *
      *             : JOB QUE CRECE MAS DEL PORCENTAJE DE LA TARJETA   *
      *             : SE MARCA. LUEGO PROYECTA LA CADENA DE LA FECHA   *
      *             : VIGENTE SOBRE LAS DEPENDENCIAS DE BTRDEPEN: LO   *
      *             : TERMINADO CON SU HORA REAL Y LO PENDIENTE CON SU *
      *             : DURACION PROMEDIO, SIN ARRANCAR ANTES DE SU HORA *
      *             : PLANEADA NI DEL FIN DE SUS PREDECESORES. LISTA   *
      *             : LA RUTA CRITICA Y LA HORA PROYECTADA DE FIN      *
      *             : CONTRA LA APERTURA DE AGENCIAS. LAS HORAS SE     *
      *             : NORMALIZAN CONTRA EL CORTE NOCTURNO IGUAL QUE EN *
      *             : BTRDELAY.                                        *
      *             : TARJETA SYSIN: FECHAS DE HISTORIA (001-060) EN   *
      *             : 1-3 (DEFAULT 020), PORCENTAJE DE CRECIMIENTO EN  *
      *             : 5-7 (DEFAULT 020), APERTURA HHMMSS EN 9-14       *
      *             : (DEFAULT 080000), CORTE NOCTURNO HHMMSS EN 16-21 *
      *             : (DEFAULT 180000).                                *
      *             : RETURN-CODE 4 SI LA CADENA NO TERMINA ANTES DE   *
      *             : LA APERTURA O SI ALGUN JOB CRECIO.               *
      * ARCHIVOS    : BTRUNCTL=C, BTRDEPEN=C, TLCALEN=C, FTPREP=A      *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : NO APLICA                                        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRPRONO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BTRUNCTL ASSIGN TO BTRUNCTL
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS BTRC-LLAVE
                   FILE STATUS     IS FS-BTRUNCTL.
            SELECT BTRDEPEN ASSIGN TO BTRDEPEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS BTRD-LLAVE
                   FILE STATUS     IS FS-BTRDEPEN.
            SELECT TLCALEN ASSIGN  TO TLCALEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCA-LLAVE
                   FILE STATUS     IS FS-TLCALEN.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  BTRUNCTL.
           COPY BTRUNCTL.
       FD  BTRDEPEN.
           COPY BTRDEPEN.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-BTRUNCTL                      PIC 9(02)  VALUE ZEROS.
       01 FS-BTRDEPEN                      PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-BTRUNCTL              PIC 9(01)  VALUE ZEROS.
             88 FIN-BTRUNCTL                          VALUE 1.
          02 WKS-FIN-BTRDEPEN              PIC 9(01)  VALUE ZEROS.
             88 FIN-BTRDEPEN                          VALUE 1.
          02 WKS-CADENA-INICIADA           PIC 9(01)  VALUE ZEROS.
             88 CADENA-INICIADA                       VALUE 1.
          02 WKS-JOB-LISTO                 PIC 9(01)  VALUE ZEROS.
             88 JOB-LISTO                             VALUE 1.
      *------->                 TARJETA SYSIN
       01 WKS-SYSIN.
          02 WKS-SYS-FECHAS                PIC X(03)  VALUE SPACES.
          02 WKS-SYS-FECHAS-9 REDEFINES WKS-SYS-FECHAS
                                           PIC 9(03).
          02 FILLER                        PIC X(01).
          02 WKS-SYS-PORCENTAJE            PIC X(03)  VALUE SPACES.
          02 WKS-SYS-PORCENTAJE-9 REDEFINES WKS-SYS-PORCENTAJE
                                           PIC 9(03).
          02 FILLER                        PIC X(01).
          02 WKS-SYS-APERTURA              PIC X(06)  VALUE SPACES.
          02 WKS-SYS-APERTURA-9 REDEFINES WKS-SYS-APERTURA
                                           PIC 9(06).
          02 FILLER                        PIC X(01).
          02 WKS-SYS-CORTE                 PIC X(06)  VALUE SPACES.
          02 WKS-SYS-CORTE-9 REDEFINES WKS-SYS-CORTE
                                           PIC 9(06).
      *------->      PARAMETROS EFECTIVOS (TARJETA O DEFAULT)
       01 WKS-PARAMETROS.
          02 WKS-FECHAS-HISTORIA           PIC 9(03)  VALUE 20.
          02 WKS-PORCENTAJE-CRECE          PIC 9(03)  VALUE 20.
          02 WKS-HORA-APERTURA             PIC 9(06)  VALUE 080000.
          02 WKS-CORTE-NOCHE               PIC 9(06)  VALUE 180000.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
             03 WKS-FPR-AAAA               PIC 9(04).
             03 WKS-FPR-MM                 PIC 9(02).
             03 WKS-FPR-DD                 PIC 9(02).
          02 WKS-MES-ACTUAL                PIC 9(06)  VALUE ZEROS.
          02 WKS-MES-ANTERIOR              PIC 9(06)  VALUE ZEROS.
          02 WKS-MES-ANTERIOR-R REDEFINES WKS-MES-ANTERIOR.
             03 WKS-MAN-AAAA               PIC 9(04).
             03 WKS-MAN-MM                 PIC 9(02).
          02 WKS-FECHA-DESDE               PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-LEIDA               PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-LEIDA-R REDEFINES WKS-FECHA-LEIDA.
             03 WKS-FLE-AAAAMM             PIC 9(06).
             03 FILLER                     PIC 9(02).
          02 WKS-HORA-AHORA                PIC 9(08)  VALUE ZEROS.
          02 WKS-HORA-AHORA-R REDEFINES WKS-HORA-AHORA.
             03 WKS-HORA-AHORA-HMS         PIC 9(06).
             03 FILLER                     PIC 9(02).
      *------->  CONVERSION HHMMSS <-> SEGUNDOS; LOS SEGUNDOS QUEDAN
      *------->  NORMALIZADOS AL CORTE NOCTURNO (HORA MENOR AL CORTE
      *------->  = DIA RELOJ SIGUIENTE, SE LE SUMAN 86400)
          02 WKS-HHMMSS                    PIC 9(06)  VALUE ZEROS.
          02 WKS-HHMMSS-R REDEFINES WKS-HHMMSS.
             03 WKS-HMS-HH                 PIC 9(02).
             03 WKS-HMS-MM                 PIC 9(02).
             03 WKS-HMS-SS                 PIC 9(02).
          02 WKS-SEGUNDOS                  PIC 9(06)  VALUE ZEROS.
          02 WKS-SEGUNDOS-AUX              PIC 9(06)  VALUE ZEROS.
          02 WKS-HORA-EDITADA.
             03 WKS-HED-HH                 PIC 9(02).
             03 FILLER                     PIC X(01)  VALUE ':'.
             03 WKS-HED-MM                 PIC 9(02).
             03 FILLER                     PIC X(01)  VALUE ':'.
             03 WKS-HED-SS                 PIC 9(02).
          02 WKS-AHORA-NORM                PIC 9(06)  VALUE ZEROS.
          02 WKS-APERTURA-NORM             PIC 9(06)  VALUE ZEROS.
          02 WKS-INICIO-SEG                PIC 9(06)  VALUE ZEROS.
          02 WKS-FIN-SEG                   PIC 9(06)  VALUE ZEROS.
          02 WKS-DURACION                  PIC 9(06)  VALUE ZEROS.
      *------->          SUBINDICES Y CONTADORES DE TRABAJO
          02 WKS-I                         PIC 9(03)  VALUE ZEROS.
          02 WKS-J                         PIC 9(03)  VALUE ZEROS.
          02 WKS-K                         PIC 9(03)  VALUE ZEROS.
          02 WKS-P                         PIC 9(03)  VALUE ZEROS.
          02 WKS-X                         PIC 9(03)  VALUE ZEROS.
          02 WKS-N                         PIC 9(03)  VALUE ZEROS.
          02 WKS-CAMBIOS                   PIC 9(03)  VALUE ZEROS.
          02 WKS-AUX-DUR                   PIC 9(06)  VALUE ZEROS.
          02 WKS-MAYOR-FIN                 PIC 9(06)  VALUE ZEROS.
      *------->     SUMAS DE MINIMOS CUADRADOS (X = ORDINAL DE LA FECHA
      *------->     EN LA VENTANA, Y = DURACION EN SEGUNDOS)
          02 WKS-SUMA-X                    PIC S9(09)      VALUE ZEROS.
          02 WKS-SUMA-Y                    PIC S9(11)      VALUE ZEROS.
          02 WKS-SUMA-XY                   PIC S9(13)      VALUE ZEROS.
          02 WKS-SUMA-X2                   PIC S9(11)      VALUE ZEROS.
          02 WKS-DENOMINADOR               PIC S9(15)      VALUE ZEROS.
          02 WKS-PROM-ACT                  PIC 9(06)V99    VALUE ZEROS.
          02 WKS-PROM-ANT                  PIC 9(06)V99    VALUE ZEROS.
      *------->  ULTIMAS N FECHAS DE PROCESO ANTERIORES A LA VIGENTE;
      *------->  LA POSICION EN LA TABLA ES EL ORDINAL DE LA TENDENCIA
       01 WKS-VENTANA.
          02 WKS-FECHAS-EN-VENTANA         PIC 9(03)  VALUE ZEROS.
          02 WKS-FECHA-VENTANA             PIC 9(08)  OCCURS 60 TIMES.
      *------->  JOBS DE BTRDEPEN CON SU HISTORIA Y SU PROYECCION
       01 WKS-TOTAL-JOBS                   PIC 9(03)  VALUE ZEROS.
       01 WKS-MAX-JOBS                     PIC 9(03)  VALUE 200.
       01 WKS-TABLA-JOBS.
          02 WKS-JOB OCCURS 200 TIMES.
             03 WKS-JOB-NOMBRE             PIC X(08).
             03 WKS-JOB-PLANEADA           PIC 9(06).
             03 WKS-JOB-PRED-IDX           PIC 9(03)  OCCURS 5 TIMES.
             03 WKS-JOB-CORRIDAS           PIC 9(03).
             03 WKS-JOB-DUR                PIC 9(06)  OCCURS 60 TIMES.
             03 WKS-JOB-ORDINAL            PIC 9(03)  OCCURS 60 TIMES.
             03 WKS-JOB-SUMA               PIC 9(09).
             03 WKS-JOB-PROMEDIO           PIC 9(06).
             03 WKS-JOB-P90                PIC 9(06).
             03 WKS-JOB-TENDENCIA          PIC S9(06).
             03 WKS-JOB-ACT-SUMA           PIC 9(09).
             03 WKS-JOB-ACT-N              PIC 9(03).
             03 WKS-JOB-ANT-SUMA           PIC 9(09).
             03 WKS-JOB-ANT-N              PIC 9(03).
             03 WKS-JOB-VARIACION          PIC S9(05)V9.
             03 WKS-JOB-CRECE              PIC X(01).
                88 JOB-CRECE                          VALUE 'S'.
             03 WKS-JOB-ESTADO             PIC X(01).
                88 JOB-TERMINADO                      VALUE 'O'.
                88 JOB-EN-PROCESO                     VALUE 'E'.
                88 JOB-CON-ERROR                      VALUE 'X'.
                88 JOB-PENDIENTE                      VALUE 'P'.
             03 WKS-JOB-INI-PROY           PIC 9(06).
             03 WKS-JOB-FIN-PROY           PIC 9(06).
             03 WKS-JOB-RESUELTO           PIC 9(01).
                88 JOB-RESUELTO                       VALUE 1.
             03 WKS-JOB-PRED-CRITICO       PIC 9(03).
             03 WKS-JOB-EN-RUTA            PIC X(01).
      *------->     DURACIONES DE UN JOB ORDENADAS PARA EL PERCENTIL
       01 WKS-ORDENADAS.
          02 WKS-ORD                       PIC 9(06)  OCCURS 60 TIMES.
      *------->  RUTA CRITICA, DEL ULTIMO JOB HACIA ATRAS
       01 WKS-RUTA-CRITICA.
          02 WKS-JOBS-EN-RUTA              PIC 9(03)  VALUE ZEROS.
          02 WKS-RUTA-IDX                  PIC 9(03)  OCCURS 200 TIMES.
          02 WKS-ULTIMO-JOB                PIC 9(03)  VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 WKS-LINEA-GUIONES                PIC X(100) VALUE ALL '-'.
       01 HEADER1.
          05 FILLER                        PIC X(45)  VALUE
             'HISTORIA DE DURACIONES DE LA CADENA, FECHAS:'.
          05 WKS-HDR-FECHAS                PIC ZZ9.
          05 FILLER                        PIC X(18)  VALUE
             '  FECHA PROCESO: '.
          05 WKS-HDR-FECHA                 PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(09)  VALUE 'JOB'.
          05 FILLER                        PIC X(05)  VALUE 'CORR'.
          05 FILLER                        PIC X(09)  VALUE 'PROMEDIO'.
          05 FILLER                        PIC X(09)  VALUE 'P90'.
          05 FILLER                        PIC X(10)  VALUE 'TEND.S/F'.
          05 FILLER                        PIC X(09)  VALUE 'MES ACT.'.
          05 FILLER                        PIC X(09)  VALUE 'MES ANT.'.
          05 FILLER                        PIC X(09)  VALUE 'VAR.%'.
          05 FILLER                        PIC X(20)  VALUE 'MARCA'.
       01 WKS-LINEA-HISTORIA.
          05 WKS-LHI-JOB                   PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LHI-CORRIDAS              PIC ZZ9.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LHI-PROMEDIO              PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LHI-P90                   PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LHI-TENDENCIA             PIC -ZZ,ZZ9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-LHI-MES-ACT               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LHI-MES-ANT               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LHI-VARIACION             PIC -ZZZZ9.9.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LHI-MARCA                 PIC X(20).
       01 HEADER3.
          05 FILLER                        PIC X(45)  VALUE
             'PROYECCION DE LA CADENA DE LA FECHA PROCESO:'.
          05 WKS-HDR3-FECHA                PIC 9(08).
          05 FILLER                        PIC X(10)  VALUE
             '  HORA: '.
          05 WKS-HDR3-HORA                 PIC X(08).
       01 HEADER4.
          05 FILLER                        PIC X(09)  VALUE 'JOB'.
          05 FILLER                        PIC X(11)  VALUE 'ESTADO'.
          05 FILLER                        PIC X(09)  VALUE 'PLANEADA'.
          05 FILLER                        PIC X(09)  VALUE 'INICIO'.
          05 FILLER                        PIC X(09)  VALUE 'FIN'.
          05 FILLER                        PIC X(09)  VALUE 'CRITICO'.
          05 FILLER                        PIC X(20)  VALUE
             'OBSERVACION'.
       01 WKS-LINEA-PROYECCION.
          05 WKS-LPR-JOB                   PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LPR-ESTADO                PIC X(10).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LPR-PLANEADA              PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LPR-INICIO                PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LPR-FIN                   PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LPR-CRITICO               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LPR-OBSERVACION           PIC X(30).
       01 WKS-LINEA-RUTA.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-LRU-ORDEN                 PIC ZZ9.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LRU-JOB                   PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LRU-INICIO                PIC X(08).
          05 FILLER                        PIC X(03)  VALUE ' - '.
          05 WKS-LRU-FIN                   PIC X(08).
       01 WKS-LINEA-FIN-CADENA.
          05 FILLER                        PIC X(32)  VALUE
             'FIN PROYECTADO DE LA CADENA    :'.
          05 WKS-LFC-FIN                   PIC X(08).
          05 FILLER                        PIC X(14)  VALUE
             '  APERTURA : '.
          05 WKS-LFC-APERTURA              PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LFC-RESULTADO             PIC X(30).
       01 WKS-ESTADISTICAS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-CORRIDAS-EN-VENTANA       PIC 9(07)  VALUE ZEROS.
          05 WKS-CORRIDAS-SIN-JOB          PIC 9(07)  VALUE ZEROS.
          05 WKS-JOBS-QUE-CRECEN           PIC 9(05)  VALUE ZEROS.
          05 WKS-JOBS-SIN-HISTORIA         PIC 9(05)  VALUE ZEROS.
          05 WKS-JOBS-CIRCULARES           PIC 9(05)  VALUE ZEROS.
          05 WKS-PREDECESORES-NO-DEF       PIC 9(05)  VALUE ZEROS.
          05 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-HORA-AHORA FROM TIME
           ACCEPT WKS-SYSIN FROM SYSIN
           IF WKS-SYS-FECHAS NUMERIC AND WKS-SYS-FECHAS-9 > ZEROS
              AND WKS-SYS-FECHAS-9 NOT > 60
              MOVE WKS-SYS-FECHAS-9     TO WKS-FECHAS-HISTORIA
           END-IF
           IF WKS-SYS-PORCENTAJE NUMERIC
              AND WKS-SYS-PORCENTAJE-9 > ZEROS
              MOVE WKS-SYS-PORCENTAJE-9 TO WKS-PORCENTAJE-CRECE
           END-IF
           IF WKS-SYS-APERTURA NUMERIC AND WKS-SYS-APERTURA-9 > ZEROS
              MOVE WKS-SYS-APERTURA-9   TO WKS-HORA-APERTURA
           END-IF
           IF WKS-SYS-CORTE NUMERIC AND WKS-SYS-CORTE-9 > ZEROS
              MOVE WKS-SYS-CORTE-9      TO WKS-CORTE-NOCHE
           END-IF
           MOVE WKS-HORA-AHORA-HMS TO WKS-HHMMSS
           PERFORM 810-NORMALIZA-HORA
           MOVE WKS-SEGUNDOS       TO WKS-AHORA-NORM
           MOVE WKS-HORA-APERTURA  TO WKS-HHMMSS
           PERFORM 810-NORMALIZA-HORA
           MOVE WKS-SEGUNDOS       TO WKS-APERTURA-NORM
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-LEE-FECHA-PROCESO
           PERFORM 220-CARGA-DEPENDENCIAS
           PERFORM 300-ARMA-VENTANA
           PERFORM 320-ACUMULA-HISTORIA
           PERFORM 340-REPORTA-HISTORIA
           PERFORM 400-PROYECTA-CADENA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  BTRUNCTL BTRDEPEN TLCALEN
           OPEN OUTPUT FTPREP
           IF (FS-BTRDEPEN = 97) AND (FS-BTRUNCTL = 97) AND
              (FS-TLCALEN = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-BTRDEPEN FS-BTRUNCTL FS-TLCALEN
                            FS-FTPREP
           END-IF
           IF FS-BTRDEPEN NOT = 0 OR FS-BTRUNCTL NOT = 0 OR
              FS-TLCALEN NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRUNCTL : "
                      FS-BTRUNCTL
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRDEPEN : "
                      FS-BTRDEPEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> LA FECHA DE PROCESO VIGENTE LA MANDA EL REGISTRO DE
      *----> CONTROL DEL CALENDARIO (LLAVE 00000000)
       210-LEE-FECHA-PROCESO SECTION.
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
           MOVE WKS-FECHA-PROCESO (1:6) TO WKS-MES-ACTUAL
           MOVE WKS-FPR-AAAA       TO WKS-MAN-AAAA
           MOVE WKS-FPR-MM         TO WKS-MAN-MM
           IF WKS-MAN-MM = 1
              MOVE 12              TO WKS-MAN-MM
              SUBTRACT 1         FROM WKS-MAN-AAAA
           ELSE
              SUBTRACT 1         FROM WKS-MAN-MM
           END-IF.
       210-LEE-FECHA-PROCESO-E. EXIT.

      ******************************************************************
      *  CARGA LOS JOBS DE BTRDEPEN Y LUEGO ENLAZA CADA PREDECESOR CON *
      *  SU POSICION EN LA TABLA (UN PREDECESOR QUE NO ESTA DEFINIDO   *
      *  COMO JOB NO DETIENE LA PROYECCION, SOLO SE CUENTA)            *
      ******************************************************************
       220-CARGA-DEPENDENCIAS SECTION.
           READ BTRDEPEN NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-BTRDEPEN
           END-READ
           PERFORM UNTIL FIN-BTRDEPEN
              IF FS-BTRDEPEN = 0
                 IF WKS-TOTAL-JOBS < WKS-MAX-JOBS
                    ADD  1                  TO WKS-TOTAL-JOBS
                    MOVE WKS-TOTAL-JOBS     TO WKS-J
                    INITIALIZE WKS-JOB (WKS-J)
                    MOVE BTRD-JOB           TO WKS-JOB-NOMBRE (WKS-J)
                    MOVE BTRD-HORA-PLANEADA TO WKS-JOB-PLANEADA (WKS-J)
                 ELSE
                    DISPLAY 'BTRDEPEN EXCEDE ' WKS-MAX-JOBS
                            ' JOBS, SE OMITE: ' BTRD-JOB
                 END-IF
              END-IF
              READ BTRDEPEN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-BTRDEPEN
              END-READ
           END-PERFORM
      *----> SEGUNDA LECTURA PARA ENLAZAR LOS PREDECESORES
           CLOSE BTRDEPEN
           OPEN INPUT BTRDEPEN
           MOVE ZEROS TO WKS-FIN-BTRDEPEN
           READ BTRDEPEN NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-BTRDEPEN
           END-READ
           PERFORM UNTIL FIN-BTRDEPEN
              IF FS-BTRDEPEN = 0
                 MOVE BTRD-JOB TO BTRC-JOB
                 PERFORM 800-BUSCA-JOB
                 IF WKS-K > ZEROS
                    MOVE WKS-K TO WKS-J
                    PERFORM 225-ENLAZA-PREDECESORES
                 END-IF
              END-IF
              READ BTRDEPEN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-BTRDEPEN
              END-READ
           END-PERFORM.
       220-CARGA-DEPENDENCIAS-E. EXIT.

       225-ENLAZA-PREDECESORES SECTION.
           PERFORM VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > 5
              MOVE ZEROS TO WKS-JOB-PRED-IDX (WKS-J WKS-P)
              IF BTRD-PREDECESOR (WKS-P) NOT = SPACES
                 MOVE BTRD-PREDECESOR (WKS-P) TO BTRC-JOB
                 PERFORM 800-BUSCA-JOB
                 IF WKS-K = ZEROS
                    ADD 1 TO WKS-PREDECESORES-NO-DEF
                 ELSE
                    MOVE WKS-K TO WKS-JOB-PRED-IDX (WKS-J WKS-P)
                 END-IF
              END-IF
           END-PERFORM.
       225-ENLAZA-PREDECESORES-E. EXIT.

      ******************************************************************
      *  PRIMERA PASADA AL TABLERO: LA LLAVE VA POR FECHA, ASI QUE SE  *
      *  GUARDAN LAS ULTIMAS N FECHAS DISTINTAS MENORES A LA VIGENTE   *
      *  CORRIENDO LA VENTANA CADA VEZ QUE APARECE UNA NUEVA           *
      ******************************************************************
       300-ARMA-VENTANA SECTION.
           MOVE LOW-VALUES TO BTRC-LLAVE
           START BTRUNCTL KEY IS NOT LESS THAN BTRC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BTRUNCTL
           END-START
           MOVE ZEROS TO WKS-FECHA-LEIDA
           PERFORM UNTIL FIN-BTRUNCTL
              READ BTRUNCTL NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-BTRUNCTL
              END-READ
              IF NOT FIN-BTRUNCTL
                 IF FS-BTRUNCTL NOT = 0 OR
                    BTRC-FECHA-PROCESO NOT < WKS-FECHA-PROCESO
                    MOVE 1 TO WKS-FIN-BTRUNCTL
                 ELSE
                    IF BTRC-FECHA-PROCESO NOT = WKS-FECHA-LEIDA
                       MOVE BTRC-FECHA-PROCESO TO WKS-FECHA-LEIDA
                       PERFORM 310-AGREGA-FECHA-VENTANA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
      *----> LA PASADA DE HISTORIA ARRANCA EN LA FECHA MAS VIEJA DE LA
      *----> VENTANA O EN EL PRIMERO DEL MES ANTERIOR, LA QUE SEA MENOR
           COMPUTE WKS-FECHA-DESDE = WKS-MES-ANTERIOR * 100 + 1
           IF WKS-FECHAS-EN-VENTANA > ZEROS AND
              WKS-FECHA-VENTANA (1) < WKS-FECHA-DESDE
              MOVE WKS-FECHA-VENTANA (1) TO WKS-FECHA-DESDE
           END-IF.
       300-ARMA-VENTANA-E. EXIT.

       310-AGREGA-FECHA-VENTANA SECTION.
           IF WKS-FECHAS-EN-VENTANA < WKS-FECHAS-HISTORIA
              ADD 1 TO WKS-FECHAS-EN-VENTANA
           ELSE
              PERFORM VARYING WKS-I FROM 1 BY 1
                      UNTIL WKS-I NOT < WKS-FECHAS-EN-VENTANA
                 MOVE WKS-FECHA-VENTANA (WKS-I + 1)
                   TO WKS-FECHA-VENTANA (WKS-I)
              END-PERFORM
           END-IF
           MOVE WKS-FECHA-LEIDA
             TO WKS-FECHA-VENTANA (WKS-FECHAS-EN-VENTANA).
       310-AGREGA-FECHA-VENTANA-E. EXIT.

      ******************************************************************
      *  SEGUNDA PASADA: CADA CORRIDA TERMINADA EN O SE SUMA A SU JOB  *
      *  SI SU FECHA ESTA EN LA VENTANA, EN EL MES EN CURSO O EN EL    *
      *  MES ANTERIOR                                                  *
      ******************************************************************
       320-ACUMULA-HISTORIA SECTION.
           MOVE ZEROS           TO WKS-FIN-BTRUNCTL
           MOVE WKS-FECHA-DESDE TO BTRC-FECHA-PROCESO
           MOVE LOW-VALUES      TO BTRC-JOB
           START BTRUNCTL KEY IS NOT LESS THAN BTRC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BTRUNCTL
           END-START
           PERFORM UNTIL FIN-BTRUNCTL
              READ BTRUNCTL NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-BTRUNCTL
              END-READ
              IF NOT FIN-BTRUNCTL
                 IF FS-BTRUNCTL NOT = 0 OR
                    BTRC-FECHA-PROCESO NOT < WKS-FECHA-PROCESO
                    MOVE 1 TO WKS-FIN-BTRUNCTL
                 ELSE
                    ADD 1 TO WKS-REGISTROS-LEIDOS
                    IF BTRC-TERMINO-OK
                       PERFORM 330-REGISTRA-DURACION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       320-ACUMULA-HISTORIA-E. EXIT.

       330-REGISTRA-DURACION SECTION.
           PERFORM 800-BUSCA-JOB
           IF WKS-K = ZEROS
              ADD 1 TO WKS-CORRIDAS-SIN-JOB
              GO TO 330-REGISTRA-DURACION-E
           END-IF
           PERFORM 820-CALCULA-DURACION
           MOVE BTRC-FECHA-PROCESO TO WKS-FECHA-LEIDA
           IF WKS-FLE-AAAAMM = WKS-MES-ACTUAL
              ADD WKS-DURACION TO WKS-JOB-ACT-SUMA (WKS-K)
              ADD 1            TO WKS-JOB-ACT-N (WKS-K)
           END-IF
           IF WKS-FLE-AAAAMM = WKS-MES-ANTERIOR
              ADD WKS-DURACION TO WKS-JOB-ANT-SUMA (WKS-K)
              ADD 1            TO WKS-JOB-ANT-N (WKS-K)
           END-IF
           MOVE ZEROS TO WKS-X
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-FECHAS-EN-VENTANA OR WKS-X > ZEROS
              IF WKS-FECHA-VENTANA (WKS-I) = BTRC-FECHA-PROCESO
                 MOVE WKS-I TO WKS-X
              END-IF
           END-PERFORM
           IF WKS-X > ZEROS AND WKS-JOB-CORRIDAS (WKS-K) < 60
              ADD  1 TO WKS-JOB-CORRIDAS (WKS-K)
              ADD  1 TO WKS-CORRIDAS-EN-VENTANA
              MOVE WKS-JOB-CORRIDAS (WKS-K) TO WKS-N
              MOVE WKS-DURACION TO WKS-JOB-DUR (WKS-K WKS-N)
              MOVE WKS-X        TO WKS-JOB-ORDINAL (WKS-K WKS-N)
              ADD  WKS-DURACION TO WKS-JOB-SUMA (WKS-K)
           END-IF.
       330-REGISTRA-DURACION-E. EXIT.

      ******************************************************************
      *  POR JOB: PROMEDIO, PERCENTIL 90, TENDENCIA Y VARIACION DEL    *
      *  PROMEDIO DEL MES EN CURSO CONTRA EL DEL MES ANTERIOR          *
      ******************************************************************
       340-REPORTA-HISTORIA SECTION.
           MOVE WKS-FECHAS-EN-VENTANA TO WKS-HDR-FECHAS
           MOVE WKS-FECHA-PROCESO     TO WKS-HDR-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE WKS-LINEA-GUIONES TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE WKS-LINEA-GUIONES TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-TOTAL-JOBS
              PERFORM 342-CALCULA-JOB
              PERFORM 348-ESCRIBE-HISTORIA
           END-PERFORM.
       340-REPORTA-HISTORIA-E. EXIT.

       342-CALCULA-JOB SECTION.
           MOVE WKS-JOB-CORRIDAS (WKS-J) TO WKS-N
           IF WKS-N = ZEROS
              ADD 1 TO WKS-JOBS-SIN-HISTORIA
           ELSE
              COMPUTE WKS-JOB-PROMEDIO (WKS-J) ROUNDED =
                      WKS-JOB-SUMA (WKS-J) / WKS-N
              PERFORM 344-PERCENTIL-90
              PERFORM 346-TENDENCIA
           END-IF
           IF WKS-JOB-ACT-N (WKS-J) > ZEROS AND
              WKS-JOB-ANT-N (WKS-J) > ZEROS
              COMPUTE WKS-PROM-ACT ROUNDED =
                      WKS-JOB-ACT-SUMA (WKS-J) / WKS-JOB-ACT-N (WKS-J)
              COMPUTE WKS-PROM-ANT ROUNDED =
                      WKS-JOB-ANT-SUMA (WKS-J) / WKS-JOB-ANT-N (WKS-J)
              IF WKS-PROM-ANT > ZEROS
                 COMPUTE WKS-JOB-VARIACION (WKS-J) ROUNDED =
                         (WKS-PROM-ACT - WKS-PROM-ANT) * 100
                         / WKS-PROM-ANT
                 IF WKS-JOB-VARIACION (WKS-J) > WKS-PORCENTAJE-CRECE
                    MOVE 'S' TO WKS-JOB-CRECE (WKS-J)
                    ADD  1   TO WKS-JOBS-QUE-CRECEN
                 END-IF
              END-IF
           END-IF.
       342-CALCULA-JOB-E. EXIT.

      *----> ORDENA UNA COPIA DE LAS DURACIONES (INSERCION) Y TOMA LA
      *----> POSICION REDONDEADA HACIA ARRIBA DEL 90% DE LAS CORRIDAS
       344-PERCENTIL-90 SECTION.
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-N
              MOVE WKS-JOB-DUR (WKS-J WKS-I) TO WKS-AUX-DUR
              MOVE WKS-I  TO WKS-P
              MOVE ZEROS  TO WKS-X
              PERFORM UNTIL WKS-P = 1 OR WKS-X = 1
                 IF WKS-ORD (WKS-P - 1) > WKS-AUX-DUR
                    MOVE WKS-ORD (WKS-P - 1) TO WKS-ORD (WKS-P)
                    SUBTRACT 1 FROM WKS-P
                 ELSE
                    MOVE 1 TO WKS-X
                 END-IF
              END-PERFORM
              MOVE WKS-AUX-DUR TO WKS-ORD (WKS-P)
           END-PERFORM
           COMPUTE WKS-P = (WKS-N * 9 + 9) / 10
           MOVE WKS-ORD (WKS-P) TO WKS-JOB-P90 (WKS-J).
       344-PERCENTIL-90-E. EXIT.

      *----> PENDIENTE DE MINIMOS CUADRADOS: SEGUNDOS POR FECHA DE
      *----> PROCESO; POSITIVA = EL JOB SE ESTA ALARGANDO
       346-TENDENCIA SECTION.
           MOVE ZEROS TO WKS-SUMA-X WKS-SUMA-Y WKS-SUMA-XY WKS-SUMA-X2
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-N
              ADD WKS-JOB-ORDINAL (WKS-J WKS-I) TO WKS-SUMA-X
              ADD WKS-JOB-DUR (WKS-J WKS-I)     TO WKS-SUMA-Y
              COMPUTE WKS-SUMA-XY = WKS-SUMA-XY +
                      WKS-JOB-ORDINAL (WKS-J WKS-I) *
                      WKS-JOB-DUR (WKS-J WKS-I)
              COMPUTE WKS-SUMA-X2 = WKS-SUMA-X2 +
                      WKS-JOB-ORDINAL (WKS-J WKS-I) *
                      WKS-JOB-ORDINAL (WKS-J WKS-I)
           END-PERFORM
           COMPUTE WKS-DENOMINADOR = WKS-N * WKS-SUMA-X2 -
                                     WKS-SUMA-X * WKS-SUMA-X
           IF WKS-DENOMINADOR NOT = ZEROS
              COMPUTE WKS-JOB-TENDENCIA (WKS-J) ROUNDED =
                      (WKS-N * WKS-SUMA-XY - WKS-SUMA-X * WKS-SUMA-Y)
                      / WKS-DENOMINADOR
           END-IF.
       346-TENDENCIA-E. EXIT.

       348-ESCRIBE-HISTORIA SECTION.
           INITIALIZE WKS-LINEA-HISTORIA
           MOVE WKS-JOB-NOMBRE (WKS-J)    TO WKS-LHI-JOB
           MOVE WKS-JOB-CORRIDAS (WKS-J)  TO WKS-LHI-CORRIDAS
           MOVE WKS-JOB-PROMEDIO (WKS-J)  TO WKS-SEGUNDOS
           PERFORM 840-EDITA-SEGUNDOS
           MOVE WKS-HORA-EDITADA          TO WKS-LHI-PROMEDIO
           MOVE WKS-JOB-P90 (WKS-J)       TO WKS-SEGUNDOS
           PERFORM 840-EDITA-SEGUNDOS
           MOVE WKS-HORA-EDITADA          TO WKS-LHI-P90
           MOVE WKS-JOB-TENDENCIA (WKS-J) TO WKS-LHI-TENDENCIA
           MOVE ZEROS                     TO WKS-SEGUNDOS
           IF WKS-JOB-ACT-N (WKS-J) > ZEROS
              COMPUTE WKS-SEGUNDOS ROUNDED =
                      WKS-JOB-ACT-SUMA (WKS-J) / WKS-JOB-ACT-N (WKS-J)
           END-IF
           PERFORM 840-EDITA-SEGUNDOS
           MOVE WKS-HORA-EDITADA          TO WKS-LHI-MES-ACT
           MOVE ZEROS                     TO WKS-SEGUNDOS
           IF WKS-JOB-ANT-N (WKS-J) > ZEROS
              COMPUTE WKS-SEGUNDOS ROUNDED =
                      WKS-JOB-ANT-SUMA (WKS-J) / WKS-JOB-ANT-N (WKS-J)
           END-IF
           PERFORM 840-EDITA-SEGUNDOS
           MOVE WKS-HORA-EDITADA          TO WKS-LHI-MES-ANT
           MOVE WKS-JOB-VARIACION (WKS-J) TO WKS-LHI-VARIACION
           EVALUATE TRUE
              WHEN JOB-CRECE (WKS-J)
                   MOVE '*** CRECE EN EL MES' TO WKS-LHI-MARCA
              WHEN WKS-JOB-CORRIDAS (WKS-J) = ZEROS
                   MOVE 'SIN HISTORIA'        TO WKS-LHI-MARCA
              WHEN OTHER
                   MOVE SPACES                TO WKS-LHI-MARCA
           END-EVALUATE
           MOVE WKS-LINEA-HISTORIA TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA.
       348-ESCRIBE-HISTORIA-E. EXIT.

      ******************************************************************
      *  PROYECCION DE LA FECHA VIGENTE. SE RESUELVEN LOS JOBS CUYOS   *
      *  PREDECESORES YA TIENEN FIN PROYECTADO, EN PASADAS SUCESIVAS   *
      *  HASTA QUE UNA PASADA YA NO RESUELVE NINGUNO; LOS QUE QUEDAN   *
      *  SIN RESOLVER TIENEN UNA DEPENDENCIA CIRCULAR                  *
      ******************************************************************
       400-PROYECTA-CADENA SECTION.
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-TOTAL-JOBS
              PERFORM 410-ESTADO-DE-HOY
           END-PERFORM
           MOVE 1 TO WKS-CAMBIOS
           PERFORM UNTIL WKS-CAMBIOS = ZEROS
              MOVE ZEROS TO WKS-CAMBIOS
              PERFORM VARYING WKS-J FROM 1 BY 1
                      UNTIL WKS-J > WKS-TOTAL-JOBS
                 IF NOT JOB-RESUELTO (WKS-J)
                    PERFORM 420-RESUELVE-JOB
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM 430-RUTA-CRITICA
           PERFORM 440-ESCRIBE-PROYECCION.
       400-PROYECTA-CADENA-E. EXIT.

       410-ESTADO-DE-HOY SECTION.
           MOVE WKS-FECHA-PROCESO      TO BTRC-FECHA-PROCESO
           MOVE WKS-JOB-NOMBRE (WKS-J) TO BTRC-JOB
           READ BTRUNCTL KEY IS BTRC-LLAVE
             INVALID KEY
                MOVE 'P' TO WKS-JOB-ESTADO (WKS-J)
             NOT INVALID KEY
                MOVE 1   TO WKS-CADENA-INICIADA
                MOVE BTRC-RESULTADO TO WKS-JOB-ESTADO (WKS-J)
                MOVE BTRC-HORA-INICIO TO WKS-HHMMSS
                PERFORM 810-NORMALIZA-HORA
                MOVE WKS-SEGUNDOS TO WKS-JOB-INI-PROY (WKS-J)
                IF JOB-TERMINADO (WKS-J)
                   MOVE BTRC-HORA-FIN TO WKS-HHMMSS
                   PERFORM 810-NORMALIZA-HORA
                   MOVE WKS-SEGUNDOS TO WKS-JOB-FIN-PROY (WKS-J)
                END-IF
           END-READ.
       410-ESTADO-DE-HOY-E. EXIT.

      ******************************************************************
      *  TERMINADO: INICIO Y FIN REALES. EN PROCESO: INICIO REAL MAS   *
      *  EL PROMEDIO, NUNCA ANTES DE AHORA. PENDIENTE O CON ERROR (SE  *
      *  VUELVE A CORRER): ARRANCA A SU HORA PLANEADA, AL TERMINAR SU  *
      *  ULTIMO PREDECESOR O AHORA SI LA CADENA YA ARRANCO, LO QUE     *
      *  SEA MAYOR, Y DURA SU PROMEDIO                                 *
      ******************************************************************
       420-RESUELVE-JOB SECTION.
           MOVE ZEROS TO WKS-MAYOR-FIN WKS-JOB-PRED-CRITICO (WKS-J)
           PERFORM VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > 5
              MOVE WKS-JOB-PRED-IDX (WKS-J WKS-P) TO WKS-K
              IF WKS-K > ZEROS
                 IF NOT JOB-RESUELTO (WKS-K)
                    GO TO 420-RESUELVE-JOB-E
                 END-IF
                 IF WKS-JOB-FIN-PROY (WKS-K) > WKS-MAYOR-FIN
                    MOVE WKS-JOB-FIN-PROY (WKS-K) TO WKS-MAYOR-FIN
                    MOVE WKS-K TO WKS-JOB-PRED-CRITICO (WKS-J)
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN JOB-TERMINADO (WKS-J)
                   CONTINUE
              WHEN JOB-EN-PROCESO (WKS-J)
                   COMPUTE WKS-JOB-FIN-PROY (WKS-J) =
                           WKS-JOB-INI-PROY (WKS-J) +
                           WKS-JOB-PROMEDIO (WKS-J)
                   IF WKS-JOB-FIN-PROY (WKS-J) < WKS-AHORA-NORM
                      MOVE WKS-AHORA-NORM TO WKS-JOB-FIN-PROY (WKS-J)
                   END-IF
              WHEN OTHER
                   MOVE WKS-JOB-PLANEADA (WKS-J) TO WKS-HHMMSS
                   PERFORM 810-NORMALIZA-HORA
                   IF WKS-MAYOR-FIN > WKS-SEGUNDOS
                      MOVE WKS-MAYOR-FIN TO WKS-SEGUNDOS
                   END-IF
                   IF CADENA-INICIADA AND
                      WKS-AHORA-NORM > WKS-SEGUNDOS
                      MOVE WKS-AHORA-NORM TO WKS-SEGUNDOS
                   END-IF
                   MOVE WKS-SEGUNDOS TO WKS-JOB-INI-PROY (WKS-J)
                   COMPUTE WKS-JOB-FIN-PROY (WKS-J) =
                           WKS-SEGUNDOS + WKS-JOB-PROMEDIO (WKS-J)
           END-EVALUATE
           MOVE 1 TO WKS-JOB-RESUELTO (WKS-J)
           ADD  1 TO WKS-CAMBIOS.
       420-RESUELVE-JOB-E. EXIT.

      *----> EL ULTIMO FIN PROYECTADO CIERRA LA CADENA; DE AHI HACIA
      *----> ATRAS SE SIGUE EL PREDECESOR QUE TERMINA MAS TARDE
       430-RUTA-CRITICA SECTION.
           MOVE ZEROS TO WKS-MAYOR-FIN WKS-ULTIMO-JOB WKS-JOBS-EN-RUTA
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-TOTAL-JOBS
              IF JOB-RESUELTO (WKS-J)
                 IF WKS-JOB-FIN-PROY (WKS-J) > WKS-MAYOR-FIN
                    MOVE WKS-JOB-FIN-PROY (WKS-J) TO WKS-MAYOR-FIN
                    MOVE WKS-J TO WKS-ULTIMO-JOB
                 END-IF
              ELSE
                 ADD 1 TO WKS-JOBS-CIRCULARES
              END-IF
           END-PERFORM
           MOVE WKS-ULTIMO-JOB TO WKS-K
           PERFORM UNTIL WKS-K = ZEROS
                   OR WKS-JOBS-EN-RUTA NOT < WKS-TOTAL-JOBS
              ADD  1     TO WKS-JOBS-EN-RUTA
              MOVE WKS-K TO WKS-RUTA-IDX (WKS-JOBS-EN-RUTA)
              MOVE 'S'   TO WKS-JOB-EN-RUTA (WKS-K)
              MOVE WKS-JOB-PRED-CRITICO (WKS-K) TO WKS-K
           END-PERFORM.
       430-RUTA-CRITICA-E. EXIT.

       440-ESCRIBE-PROYECCION SECTION.
           MOVE SPACES TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE WKS-FECHA-PROCESO  TO WKS-HDR3-FECHA
           MOVE WKS-AHORA-NORM     TO WKS-SEGUNDOS
           PERFORM 850-EDITA-HORA-NORM
           MOVE WKS-HORA-EDITADA   TO WKS-HDR3-HORA
           MOVE HEADER3 TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE WKS-LINEA-GUIONES TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE HEADER4 TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE WKS-LINEA-GUIONES TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           PERFORM VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-TOTAL-JOBS
              PERFORM 445-ESCRIBE-JOB-PROYECTADO
           END-PERFORM
           MOVE WKS-LINEA-GUIONES TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE 'RUTA CRITICA (DEL PRIMER JOB AL ULTIMO):'
                                   TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE ZEROS TO WKS-X
           PERFORM VARYING WKS-I FROM WKS-JOBS-EN-RUTA BY -1
                   UNTIL WKS-I < 1
              ADD  1 TO WKS-X
              MOVE WKS-RUTA-IDX (WKS-I) TO WKS-K
              MOVE WKS-X                TO WKS-LRU-ORDEN
              MOVE WKS-JOB-NOMBRE (WKS-K) TO WKS-LRU-JOB
              MOVE WKS-JOB-INI-PROY (WKS-K) TO WKS-SEGUNDOS
              PERFORM 850-EDITA-HORA-NORM
              MOVE WKS-HORA-EDITADA     TO WKS-LRU-INICIO
              MOVE WKS-JOB-FIN-PROY (WKS-K) TO WKS-SEGUNDOS
              PERFORM 850-EDITA-HORA-NORM
              MOVE WKS-HORA-EDITADA     TO WKS-LRU-FIN
              MOVE WKS-LINEA-RUTA       TO PRINT-LINE
              PERFORM 830-ESCRIBE-LINEA
           END-PERFORM
           MOVE WKS-LINEA-GUIONES TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA
           MOVE WKS-MAYOR-FIN      TO WKS-SEGUNDOS
           PERFORM 850-EDITA-HORA-NORM
           MOVE WKS-HORA-EDITADA   TO WKS-LFC-FIN
           MOVE WKS-APERTURA-NORM  TO WKS-SEGUNDOS
           PERFORM 850-EDITA-HORA-NORM
           MOVE WKS-HORA-EDITADA   TO WKS-LFC-APERTURA
           IF WKS-MAYOR-FIN > WKS-APERTURA-NORM
              MOVE '*** NO TERMINA ANTES DE ABRIR' TO WKS-LFC-RESULTADO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'TERMINA ANTES DE LA APERTURA'  TO WKS-LFC-RESULTADO
           END-IF
           IF WKS-JOBS-QUE-CRECEN > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WKS-LINEA-FIN-CADENA TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA.
       440-ESCRIBE-PROYECCION-E. EXIT.

       445-ESCRIBE-JOB-PROYECTADO SECTION.
           INITIALIZE WKS-LINEA-PROYECCION
           MOVE WKS-JOB-NOMBRE (WKS-J) TO WKS-LPR-JOB
           EVALUATE TRUE
              WHEN JOB-TERMINADO (WKS-J)
                   MOVE 'TERMINADO'  TO WKS-LPR-ESTADO
              WHEN JOB-EN-PROCESO (WKS-J)
                   MOVE 'EN PROCESO' TO WKS-LPR-ESTADO
              WHEN JOB-CON-ERROR (WKS-J)
                   MOVE 'CON ERROR'  TO WKS-LPR-ESTADO
              WHEN OTHER
                   MOVE 'PENDIENTE'  TO WKS-LPR-ESTADO
           END-EVALUATE
           MOVE WKS-JOB-PLANEADA (WKS-J) TO WKS-HHMMSS
           MOVE WKS-HMS-HH TO WKS-HED-HH
           MOVE WKS-HMS-MM TO WKS-HED-MM
           MOVE WKS-HMS-SS TO WKS-HED-SS
           MOVE WKS-HORA-EDITADA TO WKS-LPR-PLANEADA
           IF NOT JOB-RESUELTO (WKS-J)
              MOVE 'DEPENDENCIA CIRCULAR' TO WKS-LPR-OBSERVACION
           ELSE
              MOVE WKS-JOB-INI-PROY (WKS-J) TO WKS-SEGUNDOS
              PERFORM 850-EDITA-HORA-NORM
              MOVE WKS-HORA-EDITADA      TO WKS-LPR-INICIO
              MOVE WKS-JOB-FIN-PROY (WKS-J) TO WKS-SEGUNDOS
              PERFORM 850-EDITA-HORA-NORM
              MOVE WKS-HORA-EDITADA      TO WKS-LPR-FIN
              IF WKS-JOB-EN-RUTA (WKS-J) = 'S'
                 MOVE '   *'             TO WKS-LPR-CRITICO
              END-IF
              IF WKS-JOB-CORRIDAS (WKS-J) = ZEROS AND
                 NOT JOB-TERMINADO (WKS-J)
                 MOVE 'SIN HISTORIA, DURACION 0' TO WKS-LPR-OBSERVACION
              END-IF
              IF JOB-CON-ERROR (WKS-J)
                 MOVE 'SE PROYECTA SU REPROCESO' TO WKS-LPR-OBSERVACION
              END-IF
           END-IF
           MOVE WKS-LINEA-PROYECCION TO PRINT-LINE
           PERFORM 830-ESCRIBE-LINEA.
       445-ESCRIBE-JOB-PROYECTADO-E. EXIT.

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
           MOVE    WKS-TOTAL-JOBS          TO WKS-MASCARA
           DISPLAY 'JOBS DEFINIDOS EN BTRDEPEN     : ' WKS-MASCARA
           MOVE    WKS-FECHAS-EN-VENTANA   TO WKS-MASCARA
           DISPLAY 'FECHAS DE HISTORIA             : ' WKS-MASCARA
           MOVE    WKS-REGISTROS-LEIDOS    TO WKS-MASCARA
           DISPLAY 'CORRIDAS LEIDAS DEL TABLERO    : ' WKS-MASCARA
           MOVE    WKS-CORRIDAS-EN-VENTANA TO WKS-MASCARA
           DISPLAY 'CORRIDAS EN LA VENTANA         : ' WKS-MASCARA
           MOVE    WKS-CORRIDAS-SIN-JOB    TO WKS-MASCARA
           DISPLAY 'CORRIDAS DE JOBS NO DEFINIDOS  : ' WKS-MASCARA
           MOVE    WKS-JOBS-SIN-HISTORIA   TO WKS-MASCARA
           DISPLAY 'JOBS SIN HISTORIA              : ' WKS-MASCARA
           MOVE    WKS-JOBS-QUE-CRECEN     TO WKS-MASCARA
           DISPLAY 'JOBS QUE CRECIERON EN EL MES   : ' WKS-MASCARA
           MOVE    WKS-PREDECESORES-NO-DEF TO WKS-MASCARA
           DISPLAY 'PREDECESORES NO DEFINIDOS      : ' WKS-MASCARA
           MOVE    WKS-JOBS-CIRCULARES     TO WKS-MASCARA
           DISPLAY 'JOBS CON DEPENDENCIA CIRCULAR  : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE BTRUNCTL BTRDEPEN TLCALEN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.

      *----> BUSCA EN LA TABLA EL JOB DE BTRC-JOB; WKS-K = 0 SI NO ESTA
       800-BUSCA-JOB SECTION.
           MOVE ZEROS TO WKS-K
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-TOTAL-JOBS OR WKS-K > ZEROS
              IF WKS-JOB-NOMBRE (WKS-I) = BTRC-JOB
                 MOVE WKS-I TO WKS-K
              END-IF
           END-PERFORM.
       800-BUSCA-JOB-E. EXIT.

      *----> WKS-HHMMSS A SEGUNDOS NORMALIZADOS AL CORTE NOCTURNO
       810-NORMALIZA-HORA SECTION.
           COMPUTE WKS-SEGUNDOS = WKS-HMS-HH * 3600 +
                                  WKS-HMS-MM * 60 + WKS-HMS-SS
           IF WKS-HHMMSS < WKS-CORTE-NOCHE
              ADD 86400 TO WKS-SEGUNDOS
           END-IF.
       810-NORMALIZA-HORA-E. EXIT.

      *----> DURACION DE LA CORRIDA; SI TERMINO DESPUES DE MEDIANOCHE
      *----> EL FIN ES MENOR AL INICIO Y SE LE SUMA UN DIA
       820-CALCULA-DURACION SECTION.
           MOVE BTRC-HORA-INICIO TO WKS-HHMMSS
           COMPUTE WKS-INICIO-SEG = WKS-HMS-HH * 3600 +
                                    WKS-HMS-MM * 60 + WKS-HMS-SS
           MOVE BTRC-HORA-FIN    TO WKS-HHMMSS
           COMPUTE WKS-FIN-SEG    = WKS-HMS-HH * 3600 +
                                    WKS-HMS-MM * 60 + WKS-HMS-SS
           IF WKS-FIN-SEG < WKS-INICIO-SEG
              ADD 86400 TO WKS-FIN-SEG
           END-IF
           COMPUTE WKS-DURACION = WKS-FIN-SEG - WKS-INICIO-SEG.
       820-CALCULA-DURACION-E. EXIT.

       830-ESCRIBE-LINEA SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       830-ESCRIBE-LINEA-E. EXIT.

      *----> SEGUNDOS DE DURACION A HH:MM:SS
       840-EDITA-SEGUNDOS SECTION.
           MOVE WKS-SEGUNDOS TO WKS-SEGUNDOS-AUX
           DIVIDE WKS-SEGUNDOS-AUX BY 3600 GIVING WKS-HED-HH
                  REMAINDER WKS-SEGUNDOS-AUX
           DIVIDE WKS-SEGUNDOS-AUX BY 60   GIVING WKS-HED-MM
                  REMAINDER WKS-HED-SS.
       840-EDITA-SEGUNDOS-E. EXIT.

      *----> SEGUNDOS NORMALIZADOS A HORA RELOJ HH:MM:SS
       850-EDITA-HORA-NORM SECTION.
           IF WKS-SEGUNDOS NOT < 86400
              SUBTRACT 86400 FROM WKS-SEGUNDOS
           END-IF
           PERFORM 840-EDITA-SEGUNDOS.
       850-EDITA-HORA-NORM-E. EXIT.
