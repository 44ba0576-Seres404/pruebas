      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRDEPUR                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RETENCION Y DEPURACION COMUN DE LAS BITACORAS DE *
      *             : AUDITORIA. PARA CADA BITACORA LEE DE BTRRETEN    *
      *             : LOS MESES QUE SE CONSERVAN EN LINEA, CALCULA EL  *
      *             : CORTE CONTRA LA FECHA DE PROCESO DEL SYSIN (EN   *
      *             : BLANCO, LA DEL SISTEMA) Y COPIA LOS REGISTROS    *
      *             : ANTERIORES AL CORTE A LA GENERACION DE ARCHIVO   *
      *             : BTRARCH. LAS BITACORAS VSAM KSDS SE DEPURAN EN   *
      *             : SITIO BORRANDO LO ARCHIVADO; DEL ESDS CF360LOG   *
      *             : LO VIGENTE SE DEJA EN CF360KEP PARA QUE          *
      *             : OPERACIONES LO RECARGUE (COMO EDBIKEEP) Y EL     *
      *             : ERRLOG SE REESCRIBE SOLO CON LO VIGENTE. UNA     *
      *             : BITACORA SIN PARAMETRO NO SE TOCA. EMITE UN      *
      *             : REPORTE DE CONTROL CON LEIDOS, ARCHIVADOS Y      *
      *             : CONSERVADOS POR BITACORA Y EL TOTAL GENERAL      *
      * ARCHIVOS    : TLPRJRN=A, TLBLJRN=A, CFCJJRN=A, EDUSJRN=A,      *
      *             : BTRJRN=A, TLGESTI=A, CF360LOG=C, CF360KEP=A,     *
      *             : ERRLOG=A, ERRKEEP=A, BTRSGJRN=A, BTRRETEN=A,     *
      *             : BTRARCH=A, FTPREP=A                              *
      * ACCION (ES) : K=ARCHIVO, D=DEPURACION                          *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRDEPUR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLPRJRN  ASSIGN  TO TLPRJRN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLPJ-LLAVE
                   FILE STATUS     IS FS-TLPRJRN
                                      FSE-TLPRJRN.
            SELECT TLBLJRN  ASSIGN  TO TLBLJRN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLBJ-LLAVE
                   FILE STATUS     IS FS-TLBLJRN
                                      FSE-TLBLJRN.
            SELECT CFCJJRN  ASSIGN  TO CFCJJRN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS CFCG-LLAVE
                   FILE STATUS     IS FS-CFCJJRN
                                      FSE-CFCJJRN.
            SELECT EDUSJRN  ASSIGN  TO EDUSJRN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS EDUJ-LLAVE
                   FILE STATUS     IS FS-EDUSJRN
                                      FSE-EDUSJRN.
            SELECT BTRJRN   ASSIGN  TO BTRJRN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS BTRJ-LLAVE
                   FILE STATUS     IS FS-BTRJRN
                                      FSE-BTRJRN.
            SELECT BTRSGJRN ASSIGN  TO BTRSGJRN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS BTSJ-LLAVE
                   FILE STATUS     IS FS-BTRSGJRN
                                      FSE-BTRSGJRN.
            SELECT TLGESTI  ASSIGN  TO TLGESTI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLGS-LLAVE
                   FILE STATUS     IS FS-TLGESTI
                                      FSE-TLGESTI.
            SELECT CF360LOG ASSIGN  TO CF360LOG
                   ORGANIZATION    IS SEQUENTIAL
                   ACCESS MODE     IS SEQUENTIAL
                   FILE STATUS     IS FS-CF360LOG
                                      FSE-CF360LOG.
            SELECT CF360KEP ASSIGN  TO CF360KEP
                   FILE STATUS     IS FS-CF360KEP.
            SELECT ERRLOG   ASSIGN  TO ERRLOG
                   FILE STATUS     IS FS-ERRLOG.
            SELECT ERRKEEP  ASSIGN  TO ERRKEEP
                   FILE STATUS     IS FS-ERRKEEP.
            SELECT BTRRETEN ASSIGN  TO BTRRETEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS BTRR-LLAVE
                   FILE STATUS     IS FS-BTRRETEN
                                      FSE-BTRRETEN.
            SELECT BTRARCH  ASSIGN  TO BTRARCH
                   FILE STATUS     IS FS-BTRARCH.
            SELECT FTPREP   ASSIGN  TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  TLPRJRN.
           COPY TLPRJRN.
       FD  TLBLJRN.
           COPY TLBLJRN.
       FD  CFCJJRN.
           COPY CFCJJRN.
       FD  EDUSJRN.
           COPY EDUSJRN.
       FD  BTRJRN.
           COPY BTRJRN.
       FD  BTRSGJRN.
           COPY BTRSGJRN.
       FD  TLGESTI.
           COPY TLGESTI.
       FD  CF360LOG.
           COPY CF360LOG.
       FD  CF360KEP
           RECORDING MODE IS F.
       01 KEEP-CF360LOG                    PIC X(100).
      *   MISMO REGISTRO QUE GRABA DEBD1R00; AQUI SOLO INTERESA LA FECHA
       FD  ERRLOG
           RECORDING MODE IS F.
       01 REG-ERRLOG.
          02 ERRL-FECHA                    PIC 9(08).
          02 FILLER                        PIC X(123).
       FD  ERRKEEP
           RECORDING MODE IS F.
       01 KEEP-ERRLOG                      PIC X(131).
       FD  BTRRETEN.
           COPY BTRRETEN.
       FD  BTRARCH
           RECORDING MODE IS F.
           COPY BTRARCH.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLPRJRN                         PIC 9(02)  VALUE ZEROS.
       01 FS-TLBLJRN                         PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJJRN                         PIC 9(02)  VALUE ZEROS.
       01 FS-EDUSJRN                         PIC 9(02)  VALUE ZEROS.
       01 FS-BTRJRN                          PIC 9(02)  VALUE ZEROS.
       01 FS-TLGESTI                         PIC 9(02)  VALUE ZEROS.
       01 FS-BTRSGJRN                        PIC 9(02)  VALUE ZEROS.
       01 FS-CF360LOG                        PIC 9(02)  VALUE ZEROS.
       01 FS-CF360KEP                        PIC 9(02)  VALUE ZEROS.
       01 FS-ERRLOG                          PIC 9(02)  VALUE ZEROS.
       01 FS-ERRKEEP                         PIC 9(02)  VALUE ZEROS.
       01 FS-BTRRETEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-BTRARCH                         PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                          PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLPRJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLBLJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCJJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDUSJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-BTRJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-BTRSGJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLGESTI.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CF360LOG.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-BTRRETEN.
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
       01 WKS-FS-ERROR                     PIC 9(02)  VALUE ZEROS.
       01 WKS-FSE-ERROR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *------->             CONTROLADOR DE LECTURAS
       01 WKS-FIN-ARCHIVOS                 PIC X(01)  VALUE SPACES.
          88 WKS-FIN-BITACORA                         VALUE HIGH-VALUES.
       01 WKS-SW-REGISTRO                  PIC X(01)  VALUE SPACES.
          88 WKS-REGISTRO-VENCIDO                     VALUE 'V'.
          88 WKS-REGISTRO-VIGENTE                     VALUE 'C'.
      *------->   TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD (OPCIONAL)
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
          02 WKS-PRO-AAAA                  PIC 9(04).
          02 WKS-PRO-MM                    PIC 9(02).
          02 WKS-PRO-DD                    PIC 9(02).
      ******************************************************************
      *  EL CORTE ES LA FECHA DE PROCESO MENOS LOS MESES DE RETENCION  *
      *  DE LA BITACORA; SI EL DIA NO EXISTE EN EL MES DEL CORTE SE    *
      *  TOMA EL ULTIMO DIA DE ESE MES. SE ARCHIVA LO QUE ES ANTERIOR  *
      *  AL CORTE                                                      *
      ******************************************************************
       01 WKS-FECHA-CORTE                  PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-CORTE-R REDEFINES WKS-FECHA-CORTE.
          02 WKS-COR-AAAA                  PIC 9(04).
          02 WKS-COR-MM                    PIC 9(02).
          02 WKS-COR-DD                    PIC 9(02).
       01 WKS-TABLA-MESES                  PIC X(24)  VALUE
             '312831303130313130313031'.
       01 WKS-TABLA-MESES-R REDEFINES WKS-TABLA-MESES.
          02 WKS-DIAS-DEL-MES              PIC 9(02)  OCCURS 12 TIMES.
       77 WKS-MESES-ABSOLUTOS              PIC 9(06)  VALUE ZEROS.
       77 WKS-DIAS-MES                     PIC 9(02)  VALUE ZEROS.
       77 WKS-COCIENTE                     PIC 9(04)  VALUE ZEROS.
       77 WKS-RESTO                        PIC 9(04)  VALUE ZEROS.
      *------->   REGISTRO EN PROCESO DE LA BITACORA QUE SE DEPURA
       01 WKS-FECHA-REGISTRO               PIC X(08)  VALUE SPACES.
       01 WKS-IMAGEN-REGISTRO              PIC X(200) VALUE SPACES.
      *------->   BITACORAS QUE ADMINISTRA LA DEPURACION, EN ORDEN
       01 WKS-TABLA-BITACORAS.
          02 FILLER                        PIC X(08)  VALUE 'TLPRJRN'.
          02 FILLER                        PIC X(08)  VALUE 'TLBLJRN'.
          02 FILLER                        PIC X(08)  VALUE 'CFCJJRN'.
          02 FILLER                        PIC X(08)  VALUE 'EDUSJRN'.
          02 FILLER                        PIC X(08)  VALUE 'BTRJRN'.
          02 FILLER                        PIC X(08)  VALUE 'TLGESTI'.
          02 FILLER                        PIC X(08)  VALUE 'CF360LOG'.
          02 FILLER                        PIC X(08)  VALUE 'ERRLOG'.
          02 FILLER                        PIC X(08)  VALUE 'BTRSGJRN'.
       01 WKS-TABLA-BITACORAS-R REDEFINES WKS-TABLA-BITACORAS.
          02 WKS-NOMBRE-BITACORA           PIC X(08)  OCCURS 9 TIMES.
       77 WKS-B                            PIC 9(02)  VALUE ZEROS.
      *------->   RESULTADO DE LA DEPURACION POR BITACORA
       01 WKS-RESUMEN.
          02 WKS-RES-BITACORA OCCURS 9 TIMES.
             03 WKS-RES-MESES              PIC 9(03).
             03 WKS-RES-CORTE              PIC 9(08).
             03 WKS-RES-LEIDOS             PIC 9(09).
             03 WKS-RES-ARCHIVADOS         PIC 9(09).
             03 WKS-RES-CONSERVADOS        PIC 9(09).
             03 WKS-RES-ESTADO             PIC X(14).
       01 WKS-ESTADISTICAS.
          02 WKS-TOT-LEIDOS                PIC 9(09)  VALUE ZEROS.
          02 WKS-TOT-ARCHIVADOS            PIC 9(09)  VALUE ZEROS.
          02 WKS-TOT-CONSERVADOS           PIC 9(09)  VALUE ZEROS.
          02 WKS-BITACORAS-OMITIDAS        PIC 9(02)  VALUE ZEROS.
      *------->            LINEAS DEL REPORTE DE CONTROL
       01 WKS-LINEA-TITULO.
          05 FILLER                        PIC X(50)  VALUE
             'CONTROL DE RETENCION Y DEPURACION DE BITACORAS - '.
          05 FILLER                        PIC X(18)  VALUE
             'FECHA DE PROCESO: '.
          05 WKS-TIT-FECHA                 PIC 9(08).
       01 WKS-LINEA-ENCABEZADO.
          05 FILLER                        PIC X(10)  VALUE 'BITACORA'.
          05 FILLER                        PIC X(07)  VALUE 'MESES'.
          05 FILLER                        PIC X(10)  VALUE 'CORTE'.
          05 FILLER                        PIC X(14)  VALUE
             '        LEIDOS'.
          05 FILLER                        PIC X(14)  VALUE
             '    ARCHIVADOS'.
          05 FILLER                        PIC X(14)  VALUE
             '   CONSERVADOS'.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 FILLER                        PIC X(14)  VALUE 'ESTADO'.
       01 WKS-LINEA-BITACORA.
          05 WKS-LIN-BITACORA              PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LIN-MESES                 PIC ZZ9.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-LIN-CORTE                 PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LIN-LEIDOS                PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-LIN-ARCHIVADOS            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-LIN-CONSERVADOS           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LIN-ESTADO                PIC X(14).
       01 WKS-MASCARA                      PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           IF WKS-FECHA-PROCESO NOT NUMERIC OR WKS-FECHA-PROCESO = 0
              ACCEPT WKS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF
           PERFORM 200-APERTURA-ARCHIVOS
           INITIALIZE WKS-RESUMEN
           PERFORM 300-PROCESA-BITACORA
                   VARYING WKS-B FROM 1 BY 1 UNTIL WKS-B > 9
           PERFORM 600-REPORTE-CONTROL
           PERFORM 700-CIERRA-ARCHIVOS
           IF WKS-BITACORAS-OMITIDAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
      *       (LAS BITACORAS SE ABREN UNA A UNA AL DEPURARLAS)
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'BTRDEPUR' TO PROGRAMA
           OPEN I-O    BTRRETEN
           OPEN OUTPUT BTRARCH
           OPEN OUTPUT FTPREP
           IF FS-BTRRETEN = 97
              MOVE ZEROS TO FS-BTRRETEN
           END-IF
           IF FS-BTRARCH = 97
              MOVE ZEROS TO FS-BTRARCH
           END-IF
           IF FS-FTPREP = 97
              MOVE ZEROS TO FS-FTPREP
           END-IF
           IF FS-BTRRETEN NOT EQUAL 0
              MOVE 'OPEN'     TO ACCION
              MOVE SPACES     TO LLAVE
              MOVE 'BTRRETEN' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-BTRRETEN, FSE-BTRRETEN
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF FS-BTRARCH NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS PLANOS         *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRARCH  : "
                      FS-BTRARCH
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : "
                      FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  UNA BITACORA SIN PARAMETRO DE RETENCION (O CON CERO MESES) SE *
      *  DEJA INTACTA Y SE SENALA EN EL REPORTE; LAS DEMAS SE DEPURAN  *
      *  Y QUEDA EN BTRRETEN LA FECHA DE LA DEPURACION Y EL CORTE      *
      ******************************************************************
       300-PROCESA-BITACORA SECTION.
           MOVE 'BTRRETEN'                  TO ARCHIVO
           MOVE WKS-NOMBRE-BITACORA (WKS-B) TO BTRR-BITACORA
           READ BTRRETEN KEY IS BTRR-LLAVE
             INVALID KEY
                MOVE ZEROS TO BTRR-MESES-RETENCION
           END-READ
           IF FS-BTRRETEN NOT = 0 AND 23
              MOVE 'READ'         TO ACCION
              MOVE BTRR-LLAVE     TO LLAVE
              MOVE FS-BTRRETEN    TO WKS-FS-ERROR
              MOVE FSE-BTRRETEN   TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           IF FS-BTRRETEN = 23 OR BTRR-MESES-RETENCION = 0
              MOVE 'SIN PARAMETRO' TO WKS-RES-ESTADO (WKS-B)
              ADD 1 TO WKS-BITACORAS-OMITIDAS
              GO TO 300-PROCESA-BITACORA-E
           END-IF
           MOVE BTRR-MESES-RETENCION TO WKS-RES-MESES (WKS-B)
           PERFORM 310-CALCULA-CORTE
           MOVE WKS-FECHA-CORTE      TO WKS-RES-CORTE (WKS-B)
           MOVE WKS-NOMBRE-BITACORA (WKS-B) TO ARCHIVO
           EVALUATE WKS-B
              WHEN 1
                   PERFORM 410-DEPURA-TLPRJRN
              WHEN 2
                   PERFORM 420-DEPURA-TLBLJRN
              WHEN 3
                   PERFORM 430-DEPURA-CFCJJRN
              WHEN 4
                   PERFORM 440-DEPURA-EDUSJRN
              WHEN 5
                   PERFORM 450-DEPURA-BTRJRN
              WHEN 6
                   PERFORM 460-DEPURA-TLGESTI
              WHEN 7
                   PERFORM 470-DEPURA-CF360LOG
              WHEN 8
                   PERFORM 480-DEPURA-ERRLOG
              WHEN 9
                   PERFORM 490-DEPURA-BTRSGJRN
           END-EVALUATE
           IF WKS-RES-ESTADO (WKS-B) = 'NO EXISTE'
              ADD 1 TO WKS-BITACORAS-OMITIDAS
              GO TO 300-PROCESA-BITACORA-E
           END-IF
           IF WKS-RES-ESTADO (WKS-B) = SPACES
              MOVE 'DEPURADA'     TO WKS-RES-ESTADO (WKS-B)
           END-IF
           MOVE WKS-FECHA-PROCESO TO BTRR-ULTIMA-DEPURACION
           MOVE WKS-FECHA-CORTE   TO BTRR-ULTIMO-CORTE
           REWRITE REG-BTRRETEN
           IF FS-BTRRETEN NOT = 0
              MOVE 'BTRRETEN'     TO ARCHIVO
              MOVE 'REWRITE'      TO ACCION
              MOVE BTRR-LLAVE     TO LLAVE
              MOVE FS-BTRRETEN    TO WKS-FS-ERROR
              MOVE FSE-BTRRETEN   TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF.
       300-PROCESA-BITACORA-E. EXIT.

       310-CALCULA-CORTE SECTION.
           COMPUTE WKS-MESES-ABSOLUTOS = WKS-PRO-AAAA * 12
                                       + WKS-PRO-MM - 1
                                       - BTRR-MESES-RETENCION
           DIVIDE WKS-MESES-ABSOLUTOS BY 12 GIVING WKS-COR-AAAA
                  REMAINDER WKS-COR-MM
           ADD 1 TO WKS-COR-MM
           MOVE WKS-DIAS-DEL-MES (WKS-COR-MM) TO WKS-DIAS-MES
           IF WKS-COR-MM = 02
              DIVIDE WKS-COR-AAAA BY 4 GIVING WKS-COCIENTE
                     REMAINDER WKS-RESTO
              IF WKS-RESTO = ZEROS
                 MOVE 29 TO WKS-DIAS-MES
              END-IF
              DIVIDE WKS-COR-AAAA BY 100 GIVING WKS-COCIENTE
                     REMAINDER WKS-RESTO
              IF WKS-RESTO = ZEROS
                 MOVE 28 TO WKS-DIAS-MES
              END-IF
              DIVIDE WKS-COR-AAAA BY 400 GIVING WKS-COCIENTE
                     REMAINDER WKS-RESTO
              IF WKS-RESTO = ZEROS
                 MOVE 29 TO WKS-DIAS-MES
              END-IF
           END-IF
           IF WKS-PRO-DD > WKS-DIAS-MES
              MOVE WKS-DIAS-MES TO WKS-COR-DD
           ELSE
              MOVE WKS-PRO-DD   TO WKS-COR-DD
           END-IF.
       310-CALCULA-CORTE-E. EXIT.

      ******************************************************************
      *  UN REGISTRO CON FECHA ANTERIOR AL CORTE SE COPIA A BTRARCH Y  *
      *  SE MARCA COMO VENCIDO PARA QUE LA BITACORA LO RETIRE; UNA     *
      *  FECHA QUE NO ES NUMERICA SE TRATA COMO VIGENTE (SE CONSERVA)  *
      ******************************************************************
       380-CLASIFICA-REGISTRO SECTION.
           ADD 1 TO WKS-RES-LEIDOS (WKS-B)
           SET WKS-REGISTRO-VIGENTE TO TRUE
           IF WKS-FECHA-REGISTRO IS NUMERIC
              IF WKS-FECHA-REGISTRO < WKS-FECHA-CORTE
                 SET WKS-REGISTRO-VENCIDO TO TRUE
              END-IF
           END-IF
           IF WKS-REGISTRO-VIGENTE
              ADD 1 TO WKS-RES-CONSERVADOS (WKS-B)
              GO TO 380-CLASIFICA-REGISTRO-E
           END-IF
           ADD 1 TO WKS-RES-ARCHIVADOS (WKS-B)
           MOVE WKS-FECHA-PROCESO           TO BTRA-FECHA-DEPURACION
           MOVE WKS-NOMBRE-BITACORA (WKS-B) TO BTRA-BITACORA
           MOVE WKS-IMAGEN-REGISTRO         TO BTRA-REGISTRO
           WRITE REG-BTRARCH
           IF FS-BTRARCH NOT = 0
              DISPLAY 'ERROR AL GRABAR BTRARCH, STATUS: ' FS-BTRARCH
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       380-CLASIFICA-REGISTRO-E. EXIT.

      *-----> SERIES 400: DEPURACION DE CADA BITACORA
       410-DEPURA-TLPRJRN SECTION.
           OPEN I-O TLPRJRN
           IF FS-TLPRJRN = 97
              MOVE ZEROS TO FS-TLPRJRN
           END-IF
           IF FS-TLPRJRN = 35
              MOVE 'NO EXISTE'        TO WKS-RES-ESTADO (WKS-B)
              GO TO 410-DEPURA-TLPRJRN-E
           END-IF
           IF FS-TLPRJRN NOT = 0
              MOVE 'OPEN'             TO ACCION
              MOVE SPACES             TO LLAVE
              MOVE FS-TLPRJRN         TO WKS-FS-ERROR
              MOVE FSE-TLPRJRN        TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ TLPRJRN NEXT RECORD
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF FS-TLPRJRN NOT = 0 AND 10
                 MOVE 'READ NEXT'        TO ACCION
                 MOVE TLPJ-LLAVE         TO LLAVE
                 MOVE FS-TLPRJRN         TO WKS-FS-ERROR
                 MOVE FSE-TLPRJRN        TO WKS-FSE-ERROR
                 PERFORM 590-ERROR-BITACORA
              END-IF
              IF NOT WKS-FIN-BITACORA
                 MOVE TLPJ-FECHA         TO WKS-FECHA-REGISTRO
                 MOVE REG-TLPRJRN        TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VENCIDO
                    DELETE TLPRJRN RECORD
                    IF FS-TLPRJRN NOT = 0
                       MOVE 'DELETE'           TO ACCION
                       MOVE TLPJ-LLAVE         TO LLAVE
                       MOVE FS-TLPRJRN         TO WKS-FS-ERROR
                       MOVE FSE-TLPRJRN        TO WKS-FSE-ERROR
                       PERFORM 590-ERROR-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TLPRJRN.
       410-DEPURA-TLPRJRN-E. EXIT.

       420-DEPURA-TLBLJRN SECTION.
           OPEN I-O TLBLJRN
           IF FS-TLBLJRN = 97
              MOVE ZEROS TO FS-TLBLJRN
           END-IF
           IF FS-TLBLJRN = 35
              MOVE 'NO EXISTE'        TO WKS-RES-ESTADO (WKS-B)
              GO TO 420-DEPURA-TLBLJRN-E
           END-IF
           IF FS-TLBLJRN NOT = 0
              MOVE 'OPEN'             TO ACCION
              MOVE SPACES             TO LLAVE
              MOVE FS-TLBLJRN         TO WKS-FS-ERROR
              MOVE FSE-TLBLJRN        TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ TLBLJRN NEXT RECORD
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF FS-TLBLJRN NOT = 0 AND 10
                 MOVE 'READ NEXT'        TO ACCION
                 MOVE TLBJ-LLAVE         TO LLAVE
                 MOVE FS-TLBLJRN         TO WKS-FS-ERROR
                 MOVE FSE-TLBLJRN        TO WKS-FSE-ERROR
                 PERFORM 590-ERROR-BITACORA
              END-IF
              IF NOT WKS-FIN-BITACORA
                 MOVE TLBJ-FECHA         TO WKS-FECHA-REGISTRO
                 MOVE REG-TLBLJRN        TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VENCIDO
                    DELETE TLBLJRN RECORD
                    IF FS-TLBLJRN NOT = 0
                       MOVE 'DELETE'           TO ACCION
                       MOVE TLBJ-LLAVE         TO LLAVE
                       MOVE FS-TLBLJRN         TO WKS-FS-ERROR
                       MOVE FSE-TLBLJRN        TO WKS-FSE-ERROR
                       PERFORM 590-ERROR-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TLBLJRN.
       420-DEPURA-TLBLJRN-E. EXIT.

       430-DEPURA-CFCJJRN SECTION.
           OPEN I-O CFCJJRN
           IF FS-CFCJJRN = 97
              MOVE ZEROS TO FS-CFCJJRN
           END-IF
           IF FS-CFCJJRN = 35
              MOVE 'NO EXISTE'        TO WKS-RES-ESTADO (WKS-B)
              GO TO 430-DEPURA-CFCJJRN-E
           END-IF
           IF FS-CFCJJRN NOT = 0
              MOVE 'OPEN'             TO ACCION
              MOVE SPACES             TO LLAVE
              MOVE FS-CFCJJRN         TO WKS-FS-ERROR
              MOVE FSE-CFCJJRN        TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ CFCJJRN NEXT RECORD
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF FS-CFCJJRN NOT = 0 AND 10
                 MOVE 'READ NEXT'        TO ACCION
                 MOVE CFCG-LLAVE         TO LLAVE
                 MOVE FS-CFCJJRN         TO WKS-FS-ERROR
                 MOVE FSE-CFCJJRN        TO WKS-FSE-ERROR
                 PERFORM 590-ERROR-BITACORA
              END-IF
              IF NOT WKS-FIN-BITACORA
                 MOVE CFCG-FECHA         TO WKS-FECHA-REGISTRO
                 MOVE REG-CFCJJRN        TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VENCIDO
                    DELETE CFCJJRN RECORD
                    IF FS-CFCJJRN NOT = 0
                       MOVE 'DELETE'           TO ACCION
                       MOVE CFCG-LLAVE         TO LLAVE
                       MOVE FS-CFCJJRN         TO WKS-FS-ERROR
                       MOVE FSE-CFCJJRN        TO WKS-FSE-ERROR
                       PERFORM 590-ERROR-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CFCJJRN.
       430-DEPURA-CFCJJRN-E. EXIT.

       440-DEPURA-EDUSJRN SECTION.
           OPEN I-O EDUSJRN
           IF FS-EDUSJRN = 97
              MOVE ZEROS TO FS-EDUSJRN
           END-IF
           IF FS-EDUSJRN = 35
              MOVE 'NO EXISTE'        TO WKS-RES-ESTADO (WKS-B)
              GO TO 440-DEPURA-EDUSJRN-E
           END-IF
           IF FS-EDUSJRN NOT = 0
              MOVE 'OPEN'             TO ACCION
              MOVE SPACES             TO LLAVE
              MOVE FS-EDUSJRN         TO WKS-FS-ERROR
              MOVE FSE-EDUSJRN        TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ EDUSJRN NEXT RECORD
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF FS-EDUSJRN NOT = 0 AND 10
                 MOVE 'READ NEXT'        TO ACCION
                 MOVE EDUJ-LLAVE         TO LLAVE
                 MOVE FS-EDUSJRN         TO WKS-FS-ERROR
                 MOVE FSE-EDUSJRN        TO WKS-FSE-ERROR
                 PERFORM 590-ERROR-BITACORA
              END-IF
              IF NOT WKS-FIN-BITACORA
                 MOVE EDUJ-FECHA         TO WKS-FECHA-REGISTRO
                 MOVE REG-EDUSJRN        TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VENCIDO
                    DELETE EDUSJRN RECORD
                    IF FS-EDUSJRN NOT = 0
                       MOVE 'DELETE'           TO ACCION
                       MOVE EDUJ-LLAVE         TO LLAVE
                       MOVE FS-EDUSJRN         TO WKS-FS-ERROR
                       MOVE FSE-EDUSJRN        TO WKS-FSE-ERROR
                       PERFORM 590-ERROR-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE EDUSJRN.
       440-DEPURA-EDUSJRN-E. EXIT.

       450-DEPURA-BTRJRN SECTION.
           OPEN I-O BTRJRN
           IF FS-BTRJRN = 97
              MOVE ZEROS TO FS-BTRJRN
           END-IF
           IF FS-BTRJRN = 35
              MOVE 'NO EXISTE'        TO WKS-RES-ESTADO (WKS-B)
              GO TO 450-DEPURA-BTRJRN-E
           END-IF
           IF FS-BTRJRN NOT = 0
              MOVE 'OPEN'             TO ACCION
              MOVE SPACES             TO LLAVE
              MOVE FS-BTRJRN          TO WKS-FS-ERROR
              MOVE FSE-BTRJRN         TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ BTRJRN NEXT RECORD
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF FS-BTRJRN NOT = 0 AND 10
                 MOVE 'READ NEXT'        TO ACCION
                 MOVE BTRJ-LLAVE         TO LLAVE
                 MOVE FS-BTRJRN          TO WKS-FS-ERROR
                 MOVE FSE-BTRJRN         TO WKS-FSE-ERROR
                 PERFORM 590-ERROR-BITACORA
              END-IF
              IF NOT WKS-FIN-BITACORA
                 MOVE BTRJ-FECHA-PROCESO TO WKS-FECHA-REGISTRO
                 MOVE REG-BTRJRN         TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VENCIDO
                    DELETE BTRJRN RECORD
                    IF FS-BTRJRN NOT = 0
                       MOVE 'DELETE'           TO ACCION
                       MOVE BTRJ-LLAVE         TO LLAVE
                       MOVE FS-BTRJRN          TO WKS-FS-ERROR
                       MOVE FSE-BTRJRN         TO WKS-FSE-ERROR
                       PERFORM 590-ERROR-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BTRJRN.
       450-DEPURA-BTRJRN-E. EXIT.

       460-DEPURA-TLGESTI SECTION.
           OPEN I-O TLGESTI
           IF FS-TLGESTI = 97
              MOVE ZEROS TO FS-TLGESTI
           END-IF
           IF FS-TLGESTI = 35
              MOVE 'NO EXISTE'        TO WKS-RES-ESTADO (WKS-B)
              GO TO 460-DEPURA-TLGESTI-E
           END-IF
           IF FS-TLGESTI NOT = 0
              MOVE 'OPEN'             TO ACCION
              MOVE SPACES             TO LLAVE
              MOVE FS-TLGESTI         TO WKS-FS-ERROR
              MOVE FSE-TLGESTI        TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ TLGESTI NEXT RECORD
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF FS-TLGESTI NOT = 0 AND 10
                 MOVE 'READ NEXT'        TO ACCION
                 MOVE TLGS-LLAVE         TO LLAVE
                 MOVE FS-TLGESTI         TO WKS-FS-ERROR
                 MOVE FSE-TLGESTI        TO WKS-FSE-ERROR
                 PERFORM 590-ERROR-BITACORA
              END-IF
              IF NOT WKS-FIN-BITACORA
                 MOVE TLGS-FECHA         TO WKS-FECHA-REGISTRO
                 MOVE REG-TLGESTI        TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VENCIDO
                    DELETE TLGESTI RECORD
                    IF FS-TLGESTI NOT = 0
                       MOVE 'DELETE'           TO ACCION
                       MOVE TLGS-LLAVE         TO LLAVE
                       MOVE FS-TLGESTI         TO WKS-FS-ERROR
                       MOVE FSE-TLGESTI        TO WKS-FSE-ERROR
                       PERFORM 590-ERROR-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE TLGESTI.
       460-DEPURA-TLGESTI-E. EXIT.

      ******************************************************************
      *  CF360LOG ES ESDS Y NO ADMITE BORRADO: LO VIGENTE SE COPIA A   *
      *  CF360KEP, CON QUE OPERACIONES RECARGA EL ESDS AL REORGANIZAR  *
      ******************************************************************
       470-DEPURA-CF360LOG SECTION.
           OPEN INPUT CF360LOG
           IF FS-CF360LOG = 97
              MOVE ZEROS TO FS-CF360LOG
           END-IF
           IF FS-CF360LOG = 35
              MOVE 'NO EXISTE'   TO WKS-RES-ESTADO (WKS-B)
              GO TO 470-DEPURA-CF360LOG-E
           END-IF
           IF FS-CF360LOG NOT = 0
              MOVE 'OPEN'        TO ACCION
              MOVE SPACES        TO LLAVE
              MOVE FS-CF360LOG   TO WKS-FS-ERROR
              MOVE FSE-CF360LOG  TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           OPEN OUTPUT CF360KEP
           IF FS-CF360KEP NOT = 0
              DISPLAY 'ERROR AL ABRIR CF360KEP, STATUS: ' FS-CF360KEP
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ CF360LOG
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF NOT WKS-FIN-BITACORA
                 MOVE CFQL-FECHA-BUSQUEDA TO WKS-FECHA-REGISTRO
                 MOVE REG-CF360LOG        TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VIGENTE
                    WRITE KEEP-CF360LOG FROM REG-CF360LOG
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CF360LOG CF360KEP
           IF WKS-RES-ARCHIVADOS (WKS-B) > 0
              MOVE 'RECARGAR KEEP' TO WKS-RES-ESTADO (WKS-B)
           END-IF.
       470-DEPURA-CF360LOG-E. EXIT.

      ******************************************************************
      *  EL ERRLOG ES SECUENCIAL: LO VIGENTE PASA POR ERRKEEP Y LUEGO  *
      *  SE REESCRIBE EL ERRLOG SOLO CON ESOS REGISTROS. SI NO HUBO    *
      *  NADA VENCIDO EL ERRLOG NO SE TOCA                             *
      ******************************************************************
       480-DEPURA-ERRLOG SECTION.
           OPEN INPUT ERRLOG
           IF FS-ERRLOG = 35
              MOVE 'NO EXISTE'   TO WKS-RES-ESTADO (WKS-B)
              GO TO 480-DEPURA-ERRLOG-E
           END-IF
           OPEN OUTPUT ERRKEEP
           IF FS-ERRLOG NOT = 0 OR FS-ERRKEEP NOT = 0
              DISPLAY 'ERROR AL ABRIR ERRLOG/ERRKEEP, STATUS: '
                      FS-ERRLOG '/' FS-ERRKEEP
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ ERRLOG
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF NOT WKS-FIN-BITACORA
                 MOVE ERRL-FECHA  TO WKS-FECHA-REGISTRO
                 MOVE REG-ERRLOG  TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VIGENTE
                    WRITE KEEP-ERRLOG FROM REG-ERRLOG
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ERRLOG ERRKEEP
           IF WKS-RES-ARCHIVADOS (WKS-B) = 0
              GO TO 480-DEPURA-ERRLOG-E
           END-IF
           OPEN INPUT  ERRKEEP
           OPEN OUTPUT ERRLOG
           IF FS-ERRLOG NOT = 0 OR FS-ERRKEEP NOT = 0
              DISPLAY 'ERROR AL REESCRIBIR ERRLOG, STATUS: '
                      FS-ERRLOG '/' FS-ERRKEEP
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ ERRKEEP
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF NOT WKS-FIN-BITACORA
                 WRITE REG-ERRLOG FROM KEEP-ERRLOG
              END-IF
           END-PERFORM
           CLOSE ERRKEEP ERRLOG.
       480-DEPURA-ERRLOG-E. EXIT.

       490-DEPURA-BTRSGJRN SECTION.
           OPEN I-O BTRSGJRN
           IF FS-BTRSGJRN = 97
              MOVE ZEROS TO FS-BTRSGJRN
           END-IF
           IF FS-BTRSGJRN = 35
              MOVE 'NO EXISTE'        TO WKS-RES-ESTADO (WKS-B)
              GO TO 490-DEPURA-BTRSGJRN-E
           END-IF
           IF FS-BTRSGJRN NOT = 0
              MOVE 'OPEN'             TO ACCION
              MOVE SPACES             TO LLAVE
              MOVE FS-BTRSGJRN        TO WKS-FS-ERROR
              MOVE FSE-BTRSGJRN       TO WKS-FSE-ERROR
              PERFORM 590-ERROR-BITACORA
           END-IF
           MOVE SPACES TO WKS-FIN-ARCHIVOS
           PERFORM UNTIL WKS-FIN-BITACORA
              READ BTRSGJRN NEXT RECORD
                   AT END SET WKS-FIN-BITACORA TO TRUE
              END-READ
              IF FS-BTRSGJRN NOT = 0 AND 10
                 MOVE 'READ NEXT'        TO ACCION
                 MOVE BTSJ-LLAVE         TO LLAVE
                 MOVE FS-BTRSGJRN        TO WKS-FS-ERROR
                 MOVE FSE-BTRSGJRN       TO WKS-FSE-ERROR
                 PERFORM 590-ERROR-BITACORA
              END-IF
              IF NOT WKS-FIN-BITACORA
                 MOVE BTSJ-FECHA         TO WKS-FECHA-REGISTRO
                 MOVE REG-BTRSGJRN       TO WKS-IMAGEN-REGISTRO
                 PERFORM 380-CLASIFICA-REGISTRO
                 IF WKS-REGISTRO-VENCIDO
                    DELETE BTRSGJRN RECORD
                    IF FS-BTRSGJRN NOT = 0
                       MOVE 'DELETE'           TO ACCION
                       MOVE BTSJ-LLAVE         TO LLAVE
                       MOVE FS-BTRSGJRN        TO WKS-FS-ERROR
                       MOVE FSE-BTRSGJRN       TO WKS-FSE-ERROR
                       PERFORM 590-ERROR-BITACORA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BTRSGJRN.
       490-DEPURA-BTRSGJRN-E. EXIT.

       590-ERROR-BITACORA SECTION.
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, WKS-FS-ERROR, WKS-FSE-ERROR
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       590-ERROR-BITACORA-E. EXIT.

      *-----> REPORTE DE CONTROL: UNA LINEA POR BITACORA Y EL TOTAL
       600-REPORTE-CONTROL SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-TIT-FECHA
           WRITE PRINT-LINE FROM WKS-LINEA-TITULO
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WKS-LINEA-ENCABEZADO
           PERFORM VARYING WKS-B FROM 1 BY 1 UNTIL WKS-B > 9
              MOVE WKS-NOMBRE-BITACORA (WKS-B) TO WKS-LIN-BITACORA
              MOVE WKS-RES-MESES (WKS-B)       TO WKS-LIN-MESES
              MOVE WKS-RES-CORTE (WKS-B)       TO WKS-LIN-CORTE
              MOVE WKS-RES-LEIDOS (WKS-B)      TO WKS-LIN-LEIDOS
              MOVE WKS-RES-ARCHIVADOS (WKS-B)  TO WKS-LIN-ARCHIVADOS
              MOVE WKS-RES-CONSERVADOS (WKS-B) TO WKS-LIN-CONSERVADOS
              MOVE WKS-RES-ESTADO (WKS-B)      TO WKS-LIN-ESTADO
              WRITE PRINT-LINE FROM WKS-LINEA-BITACORA
              ADD WKS-RES-LEIDOS (WKS-B)      TO WKS-TOT-LEIDOS
              ADD WKS-RES-ARCHIVADOS (WKS-B)  TO WKS-TOT-ARCHIVADOS
              ADD WKS-RES-CONSERVADOS (WKS-B) TO WKS-TOT-CONSERVADOS
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'TOTAL'             TO WKS-LIN-BITACORA
           MOVE ZEROS               TO WKS-LIN-MESES
           MOVE ZEROS               TO WKS-LIN-CORTE
           MOVE WKS-TOT-LEIDOS      TO WKS-LIN-LEIDOS
           MOVE WKS-TOT-ARCHIVADOS  TO WKS-LIN-ARCHIVADOS
           MOVE WKS-TOT-CONSERVADOS TO WKS-LIN-CONSERVADOS
           MOVE SPACES              TO WKS-LIN-ESTADO
           WRITE PRINT-LINE FROM WKS-LINEA-BITACORA
           DISPLAY '******************************************'
           MOVE    WKS-TOT-LEIDOS       TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS             : ' WKS-MASCARA
           MOVE    WKS-TOT-ARCHIVADOS   TO WKS-MASCARA
           DISPLAY 'REGISTROS ARCHIVADOS         : ' WKS-MASCARA
           MOVE    WKS-TOT-CONSERVADOS  TO WKS-MASCARA
           DISPLAY 'REGISTROS CONSERVADOS        : ' WKS-MASCARA
           MOVE    WKS-BITACORAS-OMITIDAS TO WKS-MASCARA
           DISPLAY 'BITACORAS SIN DEPURAR        : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-REPORTE-CONTROL-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE BTRRETEN BTRARCH FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
