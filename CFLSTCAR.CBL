      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - CUMPLIMIENTO                               *
      * PROGRAMA    : CFLSTCAR                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA DE UNA LISTA PUBLICADA DE SANCIONES O      *
      *             : PERSONAS EXPUESTAS (OFAC, ONU O PEP LOCAL) AL    *
      *             : ARCHIVO CFLSTSA. CADA CARGA REEMPLAZA COMPLETA   *
      *             : LA LISTA INDICADA EN SYSIN: PRIMERO BORRA SUS    *
      *             : ENTRADAS ANTERIORES Y LUEGO GRABA CADA REGISTRO  *
      *             : DE LISTAIN UNA VEZ POR PALABRA SIGNIFICATIVA DE  *
      *             : SU NOMBRE (RUTINA CFSCRCMP) Y UNA VEZ POR SU     *
      *             : DOCUMENTO ('#' + DOCUMENTO SIN SEPARADORES). LOS *
      *             : ALIAS SE CARGAN COMO REGISTROS ADICIONALES CON   *
      *             : EL MISMO IDENTIFICADOR. LOS REGISTROS SIN        *
      *             : IDENTIFICADOR O SIN NOMBRE NI DOCUMENTO SE       *
      *             : LISTAN EN FTPREP.                                *
      *             : LAYOUT DE LISTAIN: ID X(15) EN 1-15, TIPO N/J EN *
      *             : 16, NOMBRE X(40) EN 17-56, DOCUMENTO X(20) EN    *
      *             : 57-76, PAIS X(03) EN 77-79, PROGRAMA O CARGO     *
      *             : X(10) EN 80-89.                                  *
      *             : TARJETA SYSIN: LISTA X(04) (OFAC/ONU /PEP ) Y    *
      *             : FECHA DE PUBLICACION AAAAMMDD.                   *
      * ARCHIVOS    : LISTAIN=C, CFLSTSA=A, FTPREP=A                   *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : CFSCRCMP, RUTINA DEBD1R00, FILE STATUS EXTENDED  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFLSTCAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LISTAIN ASSIGN  TO LISTAIN
                   FILE STATUS     IS FS-LISTAIN.
            SELECT CFLSTSA ASSIGN  TO CFLSTSA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFLS-LLAVE
                   FILE STATUS     IS FS-CFLSTSA
                                      FSE-CFLSTSA.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTAIN
           RECORDING MODE IS F.
       01 REG-LISTAIN.
          02 LSTI-ID                       PIC X(15).
          02 LSTI-TIPO-PERSONA             PIC X(01).
          02 LSTI-NOMBRE                   PIC X(40).
          02 LSTI-DOCUMENTO                PIC X(20).
          02 LSTI-PAIS                     PIC X(03).
          02 LSTI-PROGRAMA                 PIC X(10).
          02 FILLER                        PIC X(11).
       FD  CFLSTSA.
           COPY CFLSTSA.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-LISTAIN                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFLSTSA                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFLSTSA.
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
          88 WKS-FIN-LISTAIN                          VALUE HIGH-VALUES.
       01 WKS-FIN-CFLSTSA                  PIC X(01)  VALUE SPACES.
          88 FIN-CFLSTSA                              VALUE HIGH-VALUES.
      *------->       TARJETA SYSIN: LISTA Y FECHA DE PUBLICACION
       01 WKS-PARAMETROS.
          02 WKS-LISTA                     PIC X(04)  VALUE SPACES.
             88 LISTA-VALIDA                 VALUE 'OFAC' 'ONU ' 'PEP '.
          02 WKS-FECHA-PUBLICACION         PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(68)  VALUE SPACES.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-MOTIVO-RECHAZO            PIC X(40)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->  PARAMETROS DE LA RUTINA CFSCRCMP
           COPY CFSC.
      *------->        LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(36)  VALUE
             'CARGA DE LISTA DE SANCIONES/PEP    '.
          05 HDR1-LISTA                    PIC X(04).
          05 FILLER                        PIC X(14)  VALUE
             '  PUBLICACION '.
          05 HDR1-FECHA                    PIC 9(08).
       01 WKS-LINEA-RECHAZADA.
          05 WKS-RCH-ID                    PIC X(15).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-MOTIVO                PIC X(40).
       01 WKS-ESTADISTICAS.
          05 WKS-ENTRADAS-BORRADAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-REGISTROS-CARGADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-REGISTROS-RECHAZADOS      PIC 9(07)  VALUE ZEROS.
          05 WKS-ENTRADAS-GRABADAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-ENTRADAS-REPETIDAS        PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-PARAMETROS FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-DEPURA-LISTA-ANTERIOR
           PERFORM 320-LEE-LISTAIN
           PERFORM 330-CARGA-REGISTRO UNTIL WKS-FIN-LISTAIN
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  LISTAIN
           OPEN I-O    CFLSTSA
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFLSTCAR' TO PROGRAMA
           IF (FS-LISTAIN = 97) AND (FS-CFLSTSA = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-LISTAIN FS-CFLSTSA FS-FTPREP
           END-IF
           IF FS-LISTAIN NOT = 0 OR FS-CFLSTSA NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO LISTAIN  : " FS-LISTAIN
              DISPLAY "* FILE STATUS DEL ARCHIVO CFLSTSA  : " FS-CFLSTSA
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF NOT LISTA-VALIDA OR WKS-FECHA-PUBLICACION NOT NUMERIC
              OR WKS-FECHA-PUBLICACION = ZEROS
              DISPLAY '>>> SYSIN INVALIDO, SE ESPERA LISTA (OFAC/ONU /'
                      'PEP ) Y FECHA AAAAMMDD <<<' UPON CONSOLE
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE WKS-LISTA             TO HDR1-LISTA
           MOVE WKS-FECHA-PUBLICACION TO HDR1-FECHA
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 480-IMPRIME.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  LA CARGA REEMPLAZA LA LISTA COMPLETA: SE BORRAN TODAS LAS     *
      *  ENTRADAS DE LA LISTA DEL SYSIN ANTES DE GRABAR LA NUEVA       *
      *  PUBLICACION. LAS DEMAS LISTAS NO SE TOCAN.                    *
      ******************************************************************
       300-DEPURA-LISTA-ANTERIOR SECTION.
           MOVE LOW-VALUES TO CFLS-LLAVE
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
                    PERFORM 310-ERROR-CFLSTSA
                 END-IF
                 IF CFLS-LISTA = WKS-LISTA
                    DELETE CFLSTSA
                    IF FS-CFLSTSA NOT = 0
                       MOVE 'DELETE'   TO ACCION
                       MOVE CFLS-LLAVE TO LLAVE
                       PERFORM 310-ERROR-CFLSTSA
                    END-IF
                    ADD 1 TO WKS-ENTRADAS-BORRADAS
                 END-IF
              END-IF
           END-PERFORM.
       300-DEPURA-LISTA-ANTERIOR-E. EXIT.

       310-ERROR-CFLSTSA SECTION.
           MOVE 'CFLSTSA'  TO ARCHIVO
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFLSTSA, FSE-CFLSTSA
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       310-ERROR-CFLSTSA-E. EXIT.

       320-LEE-LISTAIN SECTION.
           READ LISTAIN
             AT END
                SET WKS-FIN-LISTAIN TO TRUE
             NOT AT END
                ADD 1 TO WKS-REGISTROS-LEIDOS
           END-READ.
       320-LEE-LISTAIN-E. EXIT.

      ******************************************************************
      *  UN REGISTRO DE LA LISTA SE GRABA BAJO CADA PALABRA            *
      *  SIGNIFICATIVA DE SU NOMBRE Y BAJO SU DOCUMENTO                *
      ******************************************************************
       330-CARGA-REGISTRO SECTION.
           MOVE SPACES TO WKS-MOTIVO-RECHAZO
           IF LSTI-ID = SPACES
              MOVE 'REGISTRO SIN IDENTIFICADOR DE LA LISTA'
                TO WKS-MOTIVO-RECHAZO
              GO TO 330-CARGA-REGISTRO-FIN
           END-IF
           INITIALIZE CFSC
           SET  CFSC-SEPARA      TO TRUE
           MOVE LSTI-NOMBRE      TO CFSC-NOMBRE-CLIENTE
           CALL 'CFSCRCMP' USING CFSC
           MOVE CFSC-NOMBRE-NORMAL TO CFLS-NOMBRE
           MOVE CFSC-CANT-PALABRAS TO WKS-I
           SET  CFSC-NORMALIZA-DOCUMENTO TO TRUE
           MOVE LSTI-DOCUMENTO   TO CFSC-DOCUMENTO
           CALL 'CFSCRCMP' USING CFSC
           IF WKS-I = ZEROS AND CFSC-DOCUMENTO = SPACES
              MOVE 'SIN NOMBRE SIGNIFICATIVO NI DOCUMENTO'
                TO WKS-MOTIVO-RECHAZO
              GO TO 330-CARGA-REGISTRO-FIN
           END-IF
           MOVE WKS-LISTA             TO CFLS-LISTA
           MOVE LSTI-ID               TO CFLS-ID-LISTA
           MOVE LSTI-TIPO-PERSONA     TO CFLS-TIPO-PERSONA
           IF NOT CFLS-PERSONA-JURIDICA
              SET CFLS-PERSONA-NATURAL TO TRUE
           END-IF
           MOVE CFSC-DOCUMENTO        TO CFLS-DOCUMENTO
           MOVE LSTI-PAIS             TO CFLS-PAIS
           MOVE LSTI-PROGRAMA         TO CFLS-PROGRAMA
           MOVE WKS-FECHA-PUBLICACION TO CFLS-FECHA-CARGA
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > CFSC-CANT-PALABRAS
              MOVE CFSC-PALABRA (WKS-I) TO CFLS-PALABRA
              PERFORM 340-GRABA-ENTRADA
           END-PERFORM
           IF CFSC-DOCUMENTO NOT = SPACES
              MOVE SPACES               TO CFLS-PALABRA
              MOVE '#'                  TO CFLS-PALABRA (1:1)
              MOVE CFSC-DOCUMENTO (1:19) TO CFLS-PALABRA (2:19)
              PERFORM 340-GRABA-ENTRADA
           END-IF
           ADD 1 TO WKS-REGISTROS-CARGADOS.
       330-CARGA-REGISTRO-FIN.
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              ADD 1 TO WKS-REGISTROS-RECHAZADOS
              MOVE LSTI-ID            TO WKS-RCH-ID
              MOVE LSTI-NOMBRE        TO WKS-RCH-NOMBRE
              MOVE WKS-MOTIVO-RECHAZO TO WKS-RCH-MOTIVO
              MOVE WKS-LINEA-RECHAZADA TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF
           PERFORM 320-LEE-LISTAIN.
       330-CARGA-REGISTRO-E. EXIT.

      *----> UNA PALABRA REPETIDA EN EL NOMBRE O EN UN ALIAS DEL MISMO
      *----> IDENTIFICADOR YA QUEDO GRABADA Y NO SE VUELVE A GRABAR
       340-GRABA-ENTRADA SECTION.
           WRITE REG-CFLSTSA
           EVALUATE FS-CFLSTSA
              WHEN 0
                   ADD 1 TO WKS-ENTRADAS-GRABADAS
              WHEN 22
                   ADD 1 TO WKS-ENTRADAS-REPETIDAS
              WHEN OTHER
                   MOVE 'WRITE'    TO ACCION
                   MOVE CFLS-LLAVE TO LLAVE
                   PERFORM 310-ERROR-CFLSTSA
           END-EVALUATE.
       340-GRABA-ENTRADA-E. EXIT.

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
           DISPLAY 'LISTA CARGADA                  : ' WKS-LISTA
           MOVE    WKS-ENTRADAS-BORRADAS    TO WKS-MASCARA
           DISPLAY 'ENTRADAS ANTERIORES BORRADAS   : ' WKS-MASCARA
           MOVE    WKS-REGISTROS-LEIDOS     TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE LISTAIN    : ' WKS-MASCARA
           MOVE    WKS-REGISTROS-CARGADOS   TO WKS-MASCARA
           DISPLAY 'REGISTROS CARGADOS             : ' WKS-MASCARA
           MOVE    WKS-REGISTROS-RECHAZADOS TO WKS-MASCARA
           DISPLAY 'REGISTROS RECHAZADOS           : ' WKS-MASCARA
           MOVE    WKS-ENTRADAS-GRABADAS    TO WKS-MASCARA
           DISPLAY 'ENTRADAS GRABADAS EN CFLSTSA   : ' WKS-MASCARA
           MOVE    WKS-ENTRADAS-REPETIDAS   TO WKS-MASCARA
           DISPLAY 'PALABRAS REPETIDAS OMITIDAS    : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE LISTAIN CFLSTSA FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
