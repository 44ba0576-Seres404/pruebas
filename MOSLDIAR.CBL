      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOSLDIAR                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CIERRE DIARIO DE SALDOS. CORRE DESPUES DEL       *
      *             : POSTEO MODIARIO Y GRABA EN EL HISTORICO MOSLHIS  *
      *             : UN REGISTRO POR CUENTA CON LA FOTO DE MOSLIN Y   *
      *             : LA AGENCIA DE MOMAES PARA LA FECHA DE PROCESO    *
      *             : (SI EL DIA SE REPROCESA, EL REGISTRO SE          *
      *             : REESCRIBE). CUANDO LA FECHA ES FIN DE MES EN     *
      *             : TLCALEN ESCRIBE ADEMAS LA NUEVA GENERACION DE LA *
      *             : FOTO MOSLANT (MISMO LAYOUT DE MOSLIN) CON LOS    *
      *             : SALDOS DEL CIERRE, QUE EL ESTADO DE CUENTA       *
      *             : MOESTCTA DEL MES SIGUIENTE TOMA COMO SALDO       *
      *             : INICIAL.                                         *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MOSLIN=C, MOMAES=C, TLCALEN=C, MOSLHIS=A,        *
      *             : MOSLANT=A (SOLO FIN DE MES)                      *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOSLDIAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOSLIN ASSIGN   TO MOSLIN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MOSL-LLAVE
                   FILE STATUS     IS FS-MOSLIN
                                      FSE-MOSLIN.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES.
            SELECT TLCALEN ASSIGN  TO TLCALEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCA-LLAVE
                   FILE STATUS     IS FS-TLCALEN.
            SELECT MOSLHIS ASSIGN  TO MOSLHIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOSH-LLAVE
                   FILE STATUS     IS FS-MOSLHIS
                                      FSE-MOSLHIS.
            SELECT MOSLANT ASSIGN  TO MOSLANT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS MANT-LLAVE
                   FILE STATUS     IS FS-MOSLANT
                                      FSE-MOSLANT.
       DATA DIVISION.
       FILE SECTION.
       FD  MOSLIN.
           COPY MOSLIN REPLACING MOSLIN BY REG-MOSLIN.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  MOSLHIS.
           COPY MOSLHIS.
       FD  MOSLANT.
           COPY MOSLIN REPLACING ==MOSLIN== BY ==REG-MOSLANT==
                       LEADING   ==MOSL==   BY ==MANT==.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOSLIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOSLHIS                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOSLANT                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOSLIN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOSLHIS.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOSLANT.
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
          02 WKS-FIN-MOSLIN                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOSLIN                            VALUE 1.
          02 WKS-ES-FIN-DE-MES             PIC 9(01)  VALUE ZEROS.
             88 ES-FIN-DE-MES                         VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
       01 WKS-ESTADISTICAS.
          05 WKS-SALDOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-HISTORICOS-NUEVOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-HISTORICOS-REESCRITOS     PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-MAESTRO               PIC 9(07)  VALUE ZEROS.
          05 WKS-FOTOS-MOSLANT             PIC 9(07)  VALUE ZEROS.
          05 WKS-TOTAL-Q                   PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOTAL-D                   PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-MOSLIN
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOSLDIAR' TO PROGRAMA
           OPEN INPUT  MOSLIN MOMAES TLCALEN
           OPEN I-O    MOSLHIS
           IF FS-MOSLHIS = 35
              OPEN OUTPUT MOSLHIS
              CLOSE MOSLHIS
              OPEN I-O MOSLHIS
           END-IF
           IF (FS-MOSLIN = 97) AND (FS-MOMAES = 97) AND
              (FS-TLCALEN = 97) AND (FS-MOSLHIS = 97)
              MOVE ZEROS TO FS-MOSLIN FS-MOMAES FS-TLCALEN FS-MOSLHIS
           END-IF
           IF FS-MOSLIN NOT = 0 OR FS-MOMAES NOT = 0 OR
              FS-TLCALEN NOT = 0 OR FS-MOSLHIS NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLIN   : " FS-MOSLIN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLHIS  : " FS-MOSLHIS
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
           END-IF
           PERFORM 220-CONSULTA-FIN-DE-MES.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *--> LA FOTO MOSLANT SOLO SE GENERA EN EL CIERRE DE FIN DE MES
       220-CONSULTA-FIN-DE-MES SECTION.
           MOVE WKS-FECHA-PROCESO TO TLCA-FECHA
           READ TLCALEN KEY IS TLCA-LLAVE
             INVALID KEY
                DISPLAY '>>> LA FECHA DE PROCESO NO EXISTE EN EL '
                        'CALENDARIO TLCALEN <<<' UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
             NOT INVALID KEY
                IF TLCA-ES-FIN-DE-MES
                   MOVE 1 TO WKS-ES-FIN-DE-MES
                END-IF
           END-READ
           IF ES-FIN-DE-MES
              OPEN OUTPUT MOSLANT
              IF FS-MOSLANT = 97
                 MOVE ZEROS TO FS-MOSLANT
              END-IF
              IF FS-MOSLANT NOT = 0
                 DISPLAY '>>> NO SE PUDO ABRIR MOSLANT, STATUS: '
                         FS-MOSLANT ' <<<' UPON CONSOLE
                 MOVE 91 TO RETURN-CODE
                 MOVE 0  TO WKS-ES-FIN-DE-MES
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
           END-IF.
       220-CONSULTA-FIN-DE-MES-E. EXIT.

      *----> SERIE 300 RECORRE MOSLIN EN ORDEN DE LLAVE
       300-BARRIDO-MOSLIN SECTION.
           READ MOSLIN NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-MOSLIN
           END-READ
           PERFORM UNTIL FIN-MOSLIN
              IF FS-MOSLIN NOT = 0
                 MOVE 'READ'     TO ACCION
                 MOVE MOSL-LLAVE TO LLAVE
                 MOVE 'MOSLIN'   TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-MOSLIN, FSE-MOSLIN
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-SALDOS-LEIDOS
              ADD MOSL-SALDO-DISPONIBLE-Q TO WKS-TOTAL-Q
              ADD MOSL-SALDO-DISPONIBLE-D TO WKS-TOTAL-D
              PERFORM 310-GRABA-HISTORICO
              IF ES-FIN-DE-MES
                 PERFORM 320-GRABA-FOTO-MOSLANT
              END-IF
              READ MOSLIN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MOSLIN
              END-READ
           END-PERFORM.
       300-BARRIDO-MOSLIN-E. EXIT.

      ******************************************************************
      *  FOTO DEL DIA EN EL HISTORICO; LOS RESERVADOS VIENEN DEL       *
      *  FILLER DE MOSLIN Y SI NO ESTAN EMPACADOS VALEN CERO           *
      ******************************************************************
       310-GRABA-HISTORICO SECTION.
           IF MOSL-RESERVADO-Q NOT NUMERIC
              MOVE ZEROS TO MOSL-RESERVADO-Q
           END-IF
           IF MOSL-RESERVADO-D NOT NUMERIC
              MOVE ZEROS TO MOSL-RESERVADO-D
           END-IF
           INITIALIZE REG-MOSLHIS
           MOVE MOSL-LLAVE                TO MOSH-CUENTA
           MOVE WKS-FECHA-PROCESO         TO MOSH-FECHA
           MOVE MOSL-SALDO-DISPONIBLE-Q   TO MOSH-SALDO-Q
           MOVE MOSL-SALDO-DISPONIBLE-D   TO MOSH-SALDO-D
           MOVE MOSL-RESERVADO-Q          TO MOSH-RESERVADO-Q
           MOVE MOSL-RESERVADO-D          TO MOSH-RESERVADO-D
           MOVE MOSL-FECHA-ULT-MOVIMIENTO TO MOSH-FECHA-ULT-MOVIMIENTO
           MOVE MOSL-LLAVE                TO MOMA-LLAVE
           READ MOMAES KEY IS MOMA-LLAVE
             INVALID KEY
                ADD 1 TO WKS-SIN-MAESTRO
             NOT INVALID KEY
                MOVE MOMA-AGENCIA TO MOSH-AGENCIA
           END-READ
           WRITE REG-MOSLHIS
           IF FS-MOSLHIS = 22
              REWRITE REG-MOSLHIS
              ADD 1 TO WKS-HISTORICOS-REESCRITOS
           ELSE
              ADD 1 TO WKS-HISTORICOS-NUEVOS
           END-IF
           IF FS-MOSLHIS NOT = 0
              MOVE 'GRABAR'    TO ACCION
              MOVE MOSH-LLAVE  TO LLAVE
              MOVE 'MOSLHIS'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MOSLHIS, FSE-MOSLHIS
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       310-GRABA-HISTORICO-E. EXIT.

       320-GRABA-FOTO-MOSLANT SECTION.
           MOVE REG-MOSLIN TO REG-MOSLANT
           WRITE REG-MOSLANT
           IF FS-MOSLANT NOT = 0
              MOVE 'WRITE'     TO ACCION
              MOVE MANT-LLAVE  TO LLAVE
              MOVE 'MOSLANT'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MOSLANT, FSE-MOSLANT
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1 TO WKS-FOTOS-MOSLANT.
       320-GRABA-FOTO-MOSLANT-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-SALDOS-LEIDOS         TO WKS-MASCARA
           DISPLAY 'SALDOS LEIDOS DE MOSLIN       : ' WKS-MASCARA
           MOVE    WKS-HISTORICOS-NUEVOS     TO WKS-MASCARA
           DISPLAY 'HISTORICOS GRABADOS           : ' WKS-MASCARA
           MOVE    WKS-HISTORICOS-REESCRITOS TO WKS-MASCARA
           DISPLAY 'HISTORICOS REESCRITOS         : ' WKS-MASCARA
           MOVE    WKS-SIN-MAESTRO           TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN MAESTRO           : ' WKS-MASCARA
           MOVE    WKS-FOTOS-MOSLANT         TO WKS-MASCARA
           DISPLAY 'REGISTROS EN LA FOTO MOSLANT  : ' WKS-MASCARA
           MOVE    WKS-TOTAL-Q               TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL SALDOS EN QUETZALES     : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOTAL-D               TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL SALDOS EN DOLARES       : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOSLIN MOMAES TLCALEN MOSLHIS
           IF ES-FIN-DE-MES
              CLOSE MOSLANT
           END-IF.
       700-CIERRA-ARCHIVOS-E. EXIT.
