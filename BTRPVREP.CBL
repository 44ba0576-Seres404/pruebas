      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRPVREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE CAMBIOS PROGRAMADOS DE PARAMETROS.    *
      *             : LISTA LOS VALORES DE BTRPVIG AUN PENDIENTES CON  *
      *             : FECHA DE VIGENCIA POSTERIOR A LA FECHA DE        *
      *             : PROCESO, ORDENADOS POR FECHA DE VIGENCIA,        *
      *             : ARCHIVO Y RENGLON, CON EL VALOR QUE RIGE A LA    *
      *             : FECHA DE PROCESO (RUTINA BTRVIG00), EL VALOR QUE *
      *             : ENTRARA EN VIGOR, QUIEN LO APROBO Y CUANDO SE    *
      *             : CARGO, Y EL TOTAL DE CAMBIOS POR FECHA.          *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD; EN     *
      *             : BLANCO SE TOMA LA DEL REGISTRO DE CONTROL DE     *
      *             : TLCALEN.                                         *
      * ARCHIVOS    : BTRPVIG=C, FTPREP=A                              *
      * ACCION (ES) : C=CONSULTAR, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRPVREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BTRPVIG ASSIGN  TO BTRPVIG
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS BTPV-LLAVE
                   FILE STATUS     IS FS-BTRPVIG
                                      FSE-BTRPVIG.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  BTRPVIG.
           COPY BTRPVIG.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       SD  WORKFILE.
       01 WORK-CAMBIO.
          02 WCAM-FECHA-VIGENCIA           PIC 9(08).
          02 WCAM-ARCHIVO                  PIC X(08).
          02 WCAM-LLAVE-PARAMETRO          PIC X(16).
          02 WCAM-VALOR                    PIC X(45).
          02 WCAM-USUARIO                  PIC X(08).
          02 WCAM-FECHA-CAPTURA            PIC 9(08).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-BTRPVIG                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-BTRPVIG.
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
          02 WKS-FIN-BTRPVIG               PIC 9(01)  VALUE ZEROS.
             88 FIN-BTRPVIG                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-TARJETA-SYSIN                PIC X(08)  VALUE SPACES.
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->       PARAMETROS DE LA RUTINA DE VIGENCIAS BTRVIG00
       01 WKS-PARAMETROS-VIGENCIA.
          02 WKS-VIG-ACCION                PIC X(08)  VALUE SPACES.
          02 WKS-VIG-ARCHIVO               PIC X(08)  VALUE SPACES.
          02 WKS-VIG-LLAVE                 PIC X(16)  VALUE SPACES.
          02 WKS-VIG-VALOR                 PIC X(45)  VALUE SPACES.
          02 WKS-VIG-RESULTADO             PIC X(01)  VALUE SPACES.
             88 WKS-VIG-FECHADO                       VALUE 'F'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-FECHA-EN-CURSO               PIC 9(08)  VALUE ZEROS.
       01 WKS-CAMBIOS-FECHA                PIC 9(07)  VALUE ZEROS.
       01 WKS-MASCARA                      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->              LINEAS DEL REPORTE
       01 HEADER1.
          02 FILLER                        PIC X(10)  VALUE 'BTRPVREP'.
          02 FILLER                        PIC X(40)  VALUE
             'CAMBIOS PROGRAMADOS DE PARAMETROS AL '.
          02 WKS-HDR-FECHA                 PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(74)  VALUE SPACES.
       01 HEADER2.
          02 FILLER                        PIC X(09)  VALUE 'VIGENCIA'.
          02 FILLER                        PIC X(09)  VALUE 'ARCHIVO'.
          02 FILLER                        PIC X(17)  VALUE
             'LLAVE DEL RENGLON'.
          02 FILLER                        PIC X(31)  VALUE
             'VALOR VIGENTE'.
          02 FILLER                        PIC X(31)  VALUE
             'VALOR PROGRAMADO'.
          02 FILLER                        PIC X(09)  VALUE 'APROBO'.
          02 FILLER                        PIC X(26)  VALUE 'CARGADO'.
       01 WKS-LINEA-DETALLE.
          02 WKS-DET-FECHA                 PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-ARCHIVO               PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-LLAVE                 PIC X(16)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-VIGENTE               PIC X(30)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-PROGRAMADO            PIC X(30)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-USUARIO               PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-DET-CAPTURA               PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(18)  VALUE SPACES.
       01 WKS-LINEA-TOTAL.
          02 FILLER                        PIC X(09)  VALUE SPACES.
          02 FILLER                        PIC X(25)  VALUE
             'CAMBIOS EN ESTA FECHA   :'.
          02 WKS-TOT-CAMBIOS               PIC Z,ZZZ,ZZ9.
          02 FILLER                        PIC X(89)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          02 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          02 WKS-CAMBIOS-LISTADOS          PIC 9(07)  VALUE ZEROS.
          02 WKS-FECHAS-LISTADAS           PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-FECHA-DE-PROCESO
           PERFORM 300-ORDENA-Y-LISTA
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'BTRPVREP' TO PROGRAMA
           OPEN INPUT  BTRPVIG
           OPEN OUTPUT FTPREP
           IF FS-BTRPVIG = 97
              MOVE ZEROS TO FS-BTRPVIG
           END-IF
           IF FS-BTRPVIG NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRPVIG  : "
                      FS-BTRPVIG
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SIN FECHA EN LA TARJETA, LA RUTINA DE VIGENCIAS DEVUELVE
      *----> LA FECHA DE PROCESO DEL REGISTRO DE CONTROL DE TLCALEN
       220-FECHA-DE-PROCESO SECTION.
           IF WKS-TARJETA-SYSIN NUMERIC
              MOVE WKS-TARJETA-SYSIN TO WKS-FECHA-PROCESO
           ELSE
              MOVE ZEROS             TO WKS-FECHA-PROCESO
           END-IF
           MOVE 'BUSCA'  TO WKS-VIG-ACCION
           MOVE SPACES   TO WKS-VIG-ARCHIVO WKS-VIG-LLAVE WKS-VIG-VALOR
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           IF WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> NO SE PUDO DETERMINAR LA FECHA DE PROCESO '
                      '<<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       220-FECHA-DE-PROCESO-E. EXIT.

       300-ORDENA-Y-LISTA SECTION.
           SORT WORKFILE ON ASCENDING KEY WCAM-FECHA-VIGENCIA
                                          WCAM-ARCHIVO
                                          WCAM-LLAVE-PARAMETRO
              INPUT  PROCEDURE IS 310-LEE-PROGRAMADOS
              OUTPUT PROCEDURE IS 320-LISTA-PROGRAMADOS.
       300-ORDENA-Y-LISTA-E. EXIT.

      *----> SOLO LOS CAMBIOS PENDIENTES QUE AUN NO ENTRAN EN VIGOR;
      *----> EL VALOR BASE Y LOS APLICADOS O SUSTITUIDOS NO SE LISTAN
       310-LEE-PROGRAMADOS SECTION.
           MOVE LOW-VALUES TO BTPV-LLAVE
           START BTRPVIG KEY IS NOT LESS THAN BTPV-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BTRPVIG
           END-START
           PERFORM UNTIL FIN-BTRPVIG
              READ BTRPVIG NEXT RECORD
              END-READ
              EVALUATE TRUE
                 WHEN FS-BTRPVIG = 10
                      MOVE 1 TO WKS-FIN-BTRPVIG
                 WHEN FS-BTRPVIG NOT = 0
                      MOVE 'READ'      TO ACCION
                      MOVE BTPV-LLAVE  TO LLAVE
                      MOVE 'BTRPVIG'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-BTRPVIG, FSE-BTRPVIG
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
                 WHEN OTHER
                      ADD 1 TO WKS-REGISTROS-LEIDOS
                      IF BTPV-PENDIENTE AND
                         BTPV-FECHA-VIGENCIA > WKS-FECHA-PROCESO
                         MOVE BTPV-FECHA-VIGENCIA
                           TO WCAM-FECHA-VIGENCIA
                         MOVE BTPV-ARCHIVO         TO WCAM-ARCHIVO
                         MOVE BTPV-LLAVE-PARAMETRO
                           TO WCAM-LLAVE-PARAMETRO
                         MOVE BTPV-VALOR           TO WCAM-VALOR
                         MOVE BTPV-USUARIO-CAPTURA TO WCAM-USUARIO
                         MOVE BTPV-FECHA-CAPTURA   TO WCAM-FECHA-CAPTURA
                         RELEASE WORK-CAMBIO
                      END-IF
              END-EVALUATE
           END-PERFORM.
       310-LEE-PROGRAMADOS-E. EXIT.

       320-LISTA-PROGRAMADOS SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WCAM-FECHA-VIGENCIA NOT = WKS-FECHA-EN-CURSO
                 PERFORM 340-TOTAL-FECHA
                 MOVE WCAM-FECHA-VIGENCIA TO WKS-FECHA-EN-CURSO
                 ADD 1 TO WKS-FECHAS-LISTADAS
                 MOVE SPACES TO PRINT-LINE
                 PERFORM 390-ESCRIBE-LINEA
              END-IF
              PERFORM 330-LISTA-CAMBIO
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           PERFORM 340-TOTAL-FECHA
           IF WKS-CAMBIOS-LISTADOS = ZEROS
              MOVE '  (NO HAY CAMBIOS PROGRAMADOS A FUTURO)'
                TO PRINT-LINE
              PERFORM 390-ESCRIBE-LINEA
           END-IF.
       320-LISTA-PROGRAMADOS-E. EXIT.

      *----> EL VALOR VIGENTE ES EL QUE LA RUTINA DEVUELVE A LA FECHA DE
      *----> PROCESO; TODO RENGLON PROGRAMADO TIENE SU VALOR BASE
       330-LISTA-CAMBIO SECTION.
           ADD 1 TO WKS-CAMBIOS-LISTADOS WKS-CAMBIOS-FECHA
           MOVE 'BUSCA'              TO WKS-VIG-ACCION
           MOVE WCAM-ARCHIVO         TO WKS-VIG-ARCHIVO
           MOVE WCAM-LLAVE-PARAMETRO TO WKS-VIG-LLAVE
           MOVE SPACES               TO WKS-VIG-VALOR
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           MOVE WCAM-FECHA-VIGENCIA  TO WKS-DET-FECHA
           MOVE WCAM-ARCHIVO         TO WKS-DET-ARCHIVO
           MOVE WCAM-LLAVE-PARAMETRO TO WKS-DET-LLAVE
           IF WKS-VIG-FECHADO
              MOVE WKS-VIG-VALOR     TO WKS-DET-VIGENTE
           ELSE
              MOVE '(SIN VALOR BASE EN BTRPVIG)'
                TO WKS-DET-VIGENTE
           END-IF
           MOVE WCAM-VALOR           TO WKS-DET-PROGRAMADO
           MOVE WCAM-USUARIO         TO WKS-DET-USUARIO
           MOVE WCAM-FECHA-CAPTURA   TO WKS-DET-CAPTURA
           MOVE WKS-LINEA-DETALLE    TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA.
       330-LISTA-CAMBIO-E. EXIT.

       340-TOTAL-FECHA SECTION.
           IF WKS-CAMBIOS-FECHA = ZEROS
              GO TO 340-TOTAL-FECHA-E
           END-IF
           MOVE WKS-CAMBIOS-FECHA TO WKS-TOT-CAMBIOS
           MOVE WKS-LINEA-TOTAL   TO PRINT-LINE
           PERFORM 390-ESCRIBE-LINEA
           MOVE ZEROS TO WKS-CAMBIOS-FECHA.
       340-TOTAL-FECHA-E. EXIT.

       390-ESCRIBE-LINEA SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       390-ESCRIBE-LINEA-E. EXIT.

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
           MOVE    WKS-REGISTROS-LEIDOS  TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE BTRPVIG   : ' WKS-MASCARA
           MOVE    WKS-CAMBIOS-LISTADOS  TO WKS-MASCARA
           DISPLAY 'CAMBIOS PROGRAMADOS LISTADOS  : ' WKS-MASCARA
           MOVE    WKS-FECHAS-LISTADAS   TO WKS-MASCARA
           DISPLAY 'FECHAS DE VIGENCIA DISTINTAS  : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE BTRPVIG FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
