      *             : BLANCO, FECHA DE SILENCIO AAAAMMDD EN 14-21      *
      *             : (ULTIMA CARTA EN O DESPUES DE ESTA FECHA =       *
      *             : DENTRO DEL PERIODO DE SILENCIO).                 *
      *             : ADEMAS SE RESPETA LA POLITICA DE CONTACTO DE     *
      *             : TLTGEN 013 (REGISTRO DIASCARTAS): NO SALE CARTA  *
      *             : SI DESDE LA ULTIMA NO HAN PASADO LOS DIAS        *
      *             : MINIMOS ENTRE CARTAS.                            *
      * ARCHIVOS    : TLIMOR=C, TLMATH=C, TIMATH=C, CFCNAT=C, CFCJUR=C *
      *             : TLAXLQ=C, TLAXLD=C, TIAXL1=C, CFDIREC=C          *
      *             : TLDISPU=C (LAS CUENTAS CON DISPUTA ABIERTA NO    *
      *             : RECIBEN CARTA Y SE LISTAN EN CARTAEXC)           *
      *             : TLTGEN=C, TLCARHIS=A, CARTAS=A, CARTAEXC=A       *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA CFGD2QL2, EDIT DE NOMBRES                 *
                   RECORD KEY      IS TLDS-LLAVE
                   FILE STATUS     IS FS-TLDISPU
                                      FSE-TLDISPU.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
            SELECT TLCARHIS ASSIGN TO TLCARHIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
           COPY CFDIREC.
       FD  TLDISPU.
           COPY TLDISPU.
       FD  TLTGEN.
           COPY TLTGEN.
       FD  TLCARHIS.
           COPY TLCARHIS.
       FD  CARTAS
       01 FS-TIAXL1                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFDIREC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLDISPU                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCARHIS                      PIC 9(02)  VALUE ZEROS.
       01 FS-CARTAS                        PIC 9(02)  VALUE ZEROS.
       01 FS-CARTAEXC                      PIC 9(02)  VALUE ZEROS.
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
       01 FSE-TLDISPU.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          88 CARTA-EN-SILENCIO                        VALUE 'S'.
       01 WKS-FLAG-DISPUTA                 PIC X(01)  VALUE 'N'.
          88 CUENTA-EN-DISPUTA                        VALUE 'S'.
      *------->   POLITICA DE CONTACTO: DIAS MINIMOS ENTRE CARTAS Y LA
      *------->   FECHA DESDE LA CUAL UNA CARTA PREVIA LOS INCUMPLE
       01 WKS-DIAS-ENTRE-CARTAS            PIC 9(04)  VALUE ZEROS.
       01 WKS-FECHA-LIMITE-CARTA           PIC 9(08)  VALUE ZEROS.
       01 WKS-BAJO-DIAS-MINIMOS            PIC X(01)  VALUE 'N'.
          88 CARTA-BAJO-DIAS-MINIMOS                  VALUE 'S'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          05 WKS-SIN-DIRECCION             PIC 9(07)  VALUE ZEROS.
          05 WKS-EN-PERIODO-SILENCIO       PIC 9(07)  VALUE ZEROS.
          05 WKS-CON-DISPUTA               PIC 9(07)  VALUE ZEROS.
          05 WKS-EN-DIAS-MINIMOS           PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-LEE-POLITICA-CARTAS
           PERFORM 300-BARRIDO-TLIMOR
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  TLIMOR TLMATH TIMATH CFCNAT CFCJUR
                       TLAXLQ TLAXLD TIAXL1 CFDIREC TLDISPU TLTGEN
           OPEN I-O    TLCARHIS
      *------> EN LA PRIMERA CORRIDA LA SERIE DE CARTAS AUN NO EXISTE
           IF FS-TLCARHIS = 35
              (FS-CFCJUR = 97) AND (FS-TLAXLQ = 97) AND
              (FS-TLAXLD = 97) AND (FS-TIAXL1 = 97) AND
              (FS-CFDIREC = 97) AND (FS-TLDISPU = 97) AND
              (FS-TLTGEN = 97) AND (FS-TLCARHIS = 97) AND
              (FS-CARTAS = 97) AND (FS-CARTAEXC = 97)
              MOVE ZEROS TO FS-TLIMOR FS-TLMATH FS-TIMATH
                            FS-CFCNAT FS-CFCJUR FS-TLAXLQ
                            FS-TLAXLD FS-TIAXL1 FS-CFDIREC
                            FS-TLDISPU FS-TLTGEN FS-TLCARHIS
                            FS-CARTAS FS-CARTAEXC
           END-IF
           IF FS-TLIMOR NOT = 0 OR FS-TLMATH NOT = 0 OR
              FS-TIMATH NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-CFCJUR NOT = 0 OR FS-TLAXLQ NOT = 0 OR
              FS-TLAXLD NOT = 0 OR FS-TIAXL1 NOT = 0 OR
              FS-CFDIREC NOT = 0 OR FS-TLDISPU NOT = 0 OR
              FS-TLTGEN NOT = 0 OR FS-TLCARHIS NOT = 0 OR
              FS-CARTAS NOT = 0 OR FS-CARTAEXC NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "* FILE STATUS DEL ARCHIVO TIAXL1   : " FS-TIAXL1
              DISPLAY "* FILE STATUS DEL ARCHIVO CFDIREC  : " FS-CFDIREC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLDISPU  : " FS-TLDISPU
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCARHIS : "
                      FS-TLCARHIS
              DISPLAY "* FILE STATUS DEL ARCHIVO CARTAS   : " FS-CARTAS
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  SERIE 220 POLITICA DE CONTACTO: TLTGEN TABLA TLT 013,         *
      *  REGISTRO 'DIASCARTAS', DESCRIPCION (1:4) = DIAS MINIMOS ENTRE *
      *  DOS CARTAS A LA MISMA CUENTA. SIN EL REGISTRO NO SE APLICA    *
      *  MINIMO Y SOLO RIGE LA FECHA DE SILENCIO DE LA TARJETA         *
      ******************************************************************
       220-LEE-POLITICA-CARTAS SECTION.
           MOVE ZEROS        TO WKS-DIAS-ENTRE-CARTAS
                                WKS-FECHA-LIMITE-CARTA
           MOVE 'TLT'        TO TLTG-CODIGO
           MOVE 013          TO TLTG-CORRELATIVO-TABLA
           MOVE 'DIASCARTAS' TO TLTG-CORRELATIVO-REGISTRO
           READ TLTGEN KEY IS TLTG-LLAVE
             INVALID KEY
                DISPLAY '>>> SIN DIAS MINIMOS ENTRE CARTAS EN TLTGEN '
                        '(TLT 013 DIASCARTAS) <<<' UPON CONSOLE
             NOT INVALID KEY
                IF TLTG-DESCRIPCION (1:4) NOT NUMERIC
                   DISPLAY '>>> DIAS MINIMOS ENTRE CARTAS INVALIDOS '
                           'EN TLTGEN (TLT 013 DIASCARTAS) <<<'
                           UPON CONSOLE
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
                END-IF
                MOVE TLTG-DESCRIPCION (1:4) TO WKS-DIAS-ENTRE-CARTAS
           END-READ
      *    UNA CARTA PREVIA CON FECHA POSTERIOR A LA LIMITE ESTA A MENOS
      *    DE LOS DIAS MINIMOS DE LA FECHA DE PROCESO
           IF WKS-DIAS-ENTRE-CARTAS > ZEROS
              COMPUTE WKS-FECHA-LIMITE-CARTA = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO) -
                      WKS-DIAS-ENTRE-CARTAS)
           END-IF.
       220-LEE-POLITICA-CARTAS-E. EXIT.

      *----> SERIE 300 RECORRE TLIMOR Y GENERA UNA CARTA POR CUENTA
       300-BARRIDO-TLIMOR SECTION.
           READ TLIMOR NEXT RECORD
                 PERFORM 314-SALTA-POR-DISPUTA
              ELSE
              PERFORM 315-CONSULTA-SERIE-CARTAS
              IF CARTA-EN-SILENCIO OR CARTA-BAJO-DIAS-MINIMOS
                 IF CARTA-EN-SILENCIO
                    ADD 1 TO WKS-EN-PERIODO-SILENCIO
                 ELSE
                    ADD 1 TO WKS-EN-DIAS-MINIMOS
                 END-IF
              ELSE
                 PERFORM 320-RESUELVE-CLIENTE
                 IF WKS-COD-CLIENTE NOT = SPACES
      ******************************************************************
       315-CONSULTA-SERIE-CARTAS SECTION.
           MOVE 'N'         TO WKS-HISTORIA-EXISTE WKS-EN-SILENCIO
                               WKS-BAJO-DIAS-MINIMOS
           MOVE 01          TO WKS-NUMERO-CARTA
           MOVE TLIM-CUENTA TO TLCH-CUENTA
           MOVE TLIM-MONEDA TO TLCH-MONEDA
                IF WKS-FECHA-SILENCIO > ZEROS AND
                   TLCH-FECHA-ULTIMA NOT < WKS-FECHA-SILENCIO
                   SET CARTA-EN-SILENCIO TO TRUE
                END-IF
                IF WKS-FECHA-LIMITE-CARTA > ZEROS AND
                   TLCH-FECHA-ULTIMA > WKS-FECHA-LIMITE-CARTA
                   SET CARTA-BAJO-DIAS-MINIMOS TO TRUE
                END-IF
                IF NOT CARTA-EN-SILENCIO AND
                   NOT CARTA-BAJO-DIAS-MINIMOS
                   IF TLCH-ULTIMA-CARTA < 03
                      COMPUTE WKS-NUMERO-CARTA = TLCH-ULTIMA-CARTA + 1
                   ELSE
           MOVE TLIM-CUENTA       TO TLCH-CUENTA
           MOVE TLIM-MONEDA       TO TLCH-MONEDA
           MOVE WKS-NUMERO-CARTA  TO TLCH-ULTIMA-CARTA
      *    EL REGISTRO LEIDO EN 315 SIGUE EN EL AREA; SU FECHA PASA A
      *    SER LA DE LA CARTA ANTERIOR
           IF HISTORIA-EXISTE
              MOVE TLCH-FECHA-ULTIMA TO TLCH-FECHA-ANTERIOR
           ELSE
              MOVE ZEROS             TO TLCH-FECHA-ANTERIOR
           END-IF
           MOVE WKS-FECHA-PROCESO TO TLCH-FECHA-ULTIMA
           IF HISTORIA-EXISTE
              REWRITE REG-TLCARHIS
           DISPLAY 'CUENTAS EN PERIODO DE SILENCIO : ' WKS-MASCARA
           MOVE    WKS-CON-DISPUTA       TO WKS-MASCARA
           DISPLAY 'CUENTAS CON DISPUTA ABIERTA    : ' WKS-MASCARA
           MOVE    WKS-EN-DIAS-MINIMOS   TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN DIAS MINIMOS CARTA : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLIMOR TLMATH TIMATH CFCNAT CFCJUR
                 TLAXLQ TLAXLD TIAXL1 CFDIREC TLDISPU TLTGEN
                 TLCARHIS CARTAS CARTAEXC.
       700-CIERRA-ARCHIVOS-E. EXIT.
