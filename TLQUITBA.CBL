      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLQUITBA                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : APLICACION NOCTURNA DE LAS QUITAS DE COBRANZA.   *
      *             : RECORRE LAS PROPUESTAS DE TLQUITA (TL5D1QT3):    *
      *             :   PENDIENTE CON FECHA LIMITE VENCIDA: SE MARCA   *
      *             :   VENCIDA, YA NO PUEDE APROBARSE.                *
      *             :   APROBADA: TOMA EL SALDO ACTUAL DE LOS CICLOS   *
      *             :   DE MORA (GRUPO 3) DE TLAXLQ/TLAXLD/TIAXL1; EL  *
      *             :   PAGO RECIBIDO ES EL SALDO ADEUDADO AL PROPONER *
      *             :   MENOS EL ACTUAL. SI YA CUBRE EL PAGO PROPUESTO *
      *             :   (EL SALDO QUE RESTA NO SUPERA LA QUITA), EL    *
      *             :   RESTO SE PERDONA: PARTIDA BALANCEADA CARGO     *
      *             :   GASTO POR QUITAS 5107 / ABONO CARTERA 1104 EN  *
      *             :   QUITCON (HEADER Y TRAILER COMO CASTCON DE      *
      *             :   TLCASTIG), SE DESCARGAN LOS CICLOS DE TLIMOR A *
      *             :   TLIMARC Y LA PROPUESTA QUEDA APLICADA CON EL   *
      *             :   PAGO, LO PERDONADO Y LOS CICLOS CERRADOS. SI   *
      *             :   NO HAY PAGO SUFICIENTE Y YA PASO LA FECHA      *
      *             :   LIMITE, SE MARCA VENCIDA.                      *
      *             : LOS MONTOS VAN EN LA MONEDA DE LA CUENTA, COMO   *
      *             : EN CASTCON.                                      *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA DE PROCESO    *
      *             : AAAAMMDD EN 1-8.                                 *
      * ARCHIVOS    : TLQUITA=A, TLIMOR=A, TLIMARC=A                   *
      *             : TLAXLQ=C, TLAXLD=C, TIAXL1=C                     *
      *             : QUITCON=A (PARTIDAS CONTABLES)                   *
      * ACCION (ES) : A=ACTUALIZA                                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLQUITBA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLQUITA ASSIGN  TO TLQUITA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLQT-LLAVE
                   FILE STATUS     IS FS-TLQUITA
                                      FSE-TLQUITA.
            SELECT TLIMOR ASSIGN   TO TLIMOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLIM-LLAVE
                   FILE STATUS     IS FS-TLIMOR
                                      FSE-TLIMOR.
            SELECT TLIMARC ASSIGN  TO TLIMARC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAR-LLAVE
                   FILE STATUS     IS FS-TLIMARC
                                      FSE-TLIMARC.
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
            SELECT QUITCON ASSIGN  TO QUITCON
                   FILE STATUS     IS FS-QUITCON.
       DATA DIVISION.
       FILE SECTION.
       FD  TLQUITA.
           COPY TLQUITA.
       FD  TLIMOR.
           COPY TLIMOR.
       FD  TLIMARC.
           COPY TLIMARC.
       FD  TLAXLQ.
           COPY TLAXLQ.
       FD  TLAXLD.
           COPY TLAXLD.
       FD  TIAXL1.
           COPY TIAXL1.
       FD  QUITCON
           RECORDING MODE IS F.
       01 CONTA-LINE                       PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLQUITA                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLIMOR                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLIMARC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLD                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIAXL1                        PIC 9(02)  VALUE ZEROS.
       01 FS-QUITCON                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLQUITA.
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
       01 FSE-TLIMARC.
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
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
      *------->             CONTROLADOR DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-TLQUITA               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLQUITA                           VALUE 1.
          02 WKS-ANEXO                     PIC 9(01)  VALUE ZEROS.
             88 ANEXO-ENCONTRADO                      VALUE 1.
      *------->          TARJETA SYSIN: FECHA DE PROCESO
       01 WKS-SYSIN.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(72)  VALUE SPACES.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-SALDO-ACTUAL              PIC S9(09)V99 VALUE ZEROS.
          02 WKS-MONTO-PERDONADO           PIC S9(09)V99 VALUE ZEROS.
          02 WKS-CICLOS-DESCARGADOS        PIC 9(02)  VALUE ZEROS.
          02 WKS-BIN-INSTITU               PIC 9(06)  VALUE ZEROS.
             88 BIN-INSTITU                           VALUE 050837.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->          TOTALES DE CONTROL DEL TRAILER
       01 WKS-CONTROLES.
          02 WKS-CON-PARTIDAS              PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-CARGOS                PIC S9(12)V99 VALUE ZEROS.
          02 WKS-TOT-ABONOS                PIC S9(12)V99 VALUE ZEROS.
      *------->        LINEAS DEL EXTRACTO CONTABLE
       01 WKS-LINEA-HEADER.
          05 FILLER                        PIC X(03)  VALUE 'HDR'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(08)  VALUE 'TLQUITBA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-FECHA                 PIC 9(08).
       01 WKS-LINEA-PARTIDA.
          05 FILLER                        PIC X(03)  VALUE 'DET'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CENTRO-COSTO          PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CUENTA-CONTABLE       PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-NATURALEZA            PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-MONTO                 PIC 9(10).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-NARRATIVA             PIC X(34).
       01 WKS-LINEA-TRAILER.
          05 FILLER                        PIC X(03)  VALUE 'TRL'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-PARTIDAS              PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-CARGOS                PIC 9(12).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-TRL-ABONOS                PIC 9(12).99.
       01 WKS-ESTADISTICAS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-PENDIENTES-VENCIDAS       PIC 9(07)  VALUE ZEROS.
          05 WKS-QUITAS-APLICADAS          PIC 9(07)  VALUE ZEROS.
          05 WKS-APROBADAS-VENCIDAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-ESPERAN-PAGO              PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-ANEXO                 PIC 9(07)  VALUE ZEROS.
          05 WKS-CICLOS-ARCHIVADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-TLIMOR                PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-SYSIN FROM SYSIN
           MOVE 'TLQUITBA' TO PROGRAMA
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> FECHA DE PROCESO INVALIDA EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 450-ESCRIBE-HEADER
           PERFORM 300-BARRIDO-TLQUITA
           PERFORM 460-ESCRIBE-TRAILER
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN I-O    TLQUITA TLIMOR TLIMARC
           OPEN INPUT  TLAXLQ TLAXLD TIAXL1
           OPEN OUTPUT QUITCON
           IF (FS-TLQUITA = 97) AND (FS-TLIMOR = 97) AND
              (FS-TLIMARC = 97) AND (FS-TLAXLQ = 97) AND
              (FS-TLAXLD = 97) AND (FS-TIAXL1 = 97) AND
              (FS-QUITCON = 97)
              MOVE ZEROS TO FS-TLQUITA FS-TLIMOR FS-TLIMARC
                            FS-TLAXLQ FS-TLAXLD FS-TIAXL1 FS-QUITCON
           END-IF
           IF FS-TLQUITA NOT = 0 OR FS-TLIMOR NOT = 0 OR
              FS-TLIMARC NOT = 0 OR FS-TLAXLQ NOT = 0 OR
              FS-TLAXLD NOT = 0 OR FS-TIAXL1 NOT = 0 OR
              FS-QUITCON NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLQUITA  : " FS-TLQUITA
              DISPLAY "* FILE STATUS DEL ARCHIVO TLIMOR   : " FS-TLIMOR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLIMARC  : " FS-TLIMARC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAXLQ   : " FS-TLAXLQ
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAXLD   : " FS-TLAXLD
              DISPLAY "* FILE STATUS DEL ARCHIVO TIAXL1   : " FS-TIAXL1
              DISPLAY "* FILE STATUS DEL ARCHIVO QUITCON  : " FS-QUITCON
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 RECORRE LAS PROPUESTAS; SOLO LAS VIGENTES
      *----> (PENDIENTES O APROBADAS) TIENEN ALGO QUE HACER
       300-BARRIDO-TLQUITA SECTION.
           READ TLQUITA NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-TLQUITA
           END-READ
           PERFORM UNTIL FIN-TLQUITA
              EVALUATE FS-TLQUITA
                 WHEN 0
                    ADD 1 TO WKS-REGISTROS-LEIDOS
                    EVALUATE TRUE
                       WHEN TLQT-PENDIENTE
                            PERFORM 310-VENCE-PENDIENTE
                       WHEN TLQT-APROBADA
                            PERFORM 320-EVALUA-APROBADA
                    END-EVALUATE
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TLQT-LLAVE TO LLAVE
                    MOVE 'TLQUITA'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLQUITA, FSE-TLQUITA
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TLQUITA NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLQUITA
              END-READ
           END-PERFORM.
       300-BARRIDO-TLQUITA-E. EXIT.

      *----> UNA PROPUESTA QUE NADIE APROBO ANTES DE SU FECHA LIMITE
      *----> QUEDA VENCIDA
       310-VENCE-PENDIENTE SECTION.
           IF TLQT-FECHA-LIMITE-PAGO NOT < WKS-FECHA-PROCESO
              GO TO 310-VENCE-PENDIENTE-E
           END-IF
           SET  TLQT-VENCIDA      TO TRUE
           MOVE WKS-FECHA-PROCESO TO TLQT-FECHA-RESOLUCION
           PERFORM 390-ACTUALIZA-TLQUITA
           ADD 1 TO WKS-PENDIENTES-VENCIDAS.
       310-VENCE-PENDIENTE-E. EXIT.

      ******************************************************************
      *  QUITA APROBADA: EL PAGO RECIBIDO ES LO QUE BAJO EL SALDO EN   *
      *  MORA DESDE LA PROPUESTA. SI EL SALDO QUE RESTA YA NO SUPERA   *
      *  LA QUITA, EL CLIENTE CUMPLIO: SE PERDONA EL RESTO Y SE APLICA *
      ******************************************************************
       320-EVALUA-APROBADA SECTION.
           PERFORM 330-SALDO-DESDE-ANEXO
           IF NOT ANEXO-ENCONTRADO
              ADD 1 TO WKS-SIN-ANEXO
              DISPLAY 'ANEXO, NO ENCONTRO CUENTA: ' TLQT-CUENTA
              GO TO 320-EVALUA-APROBADA-E
           END-IF
           IF WKS-SALDO-ACTUAL > TLQT-MONTO-QUITA
              IF TLQT-FECHA-LIMITE-PAGO < WKS-FECHA-PROCESO
                 SET  TLQT-VENCIDA      TO TRUE
                 COMPUTE TLQT-PAGO-RECIBIDO =
                         TLQT-SALDO-ADEUDADO - WKS-SALDO-ACTUAL
                 PERFORM 390-ACTUALIZA-TLQUITA
                 ADD 1 TO WKS-APROBADAS-VENCIDAS
              ELSE
                 ADD 1 TO WKS-ESPERAN-PAGO
              END-IF
              GO TO 320-EVALUA-APROBADA-E
           END-IF
           IF WKS-SALDO-ACTUAL > ZEROS
              MOVE WKS-SALDO-ACTUAL TO WKS-MONTO-PERDONADO
           ELSE
              MOVE ZEROS            TO WKS-MONTO-PERDONADO
           END-IF
           IF WKS-MONTO-PERDONADO > ZEROS
              PERFORM 440-GENERA-PARTIDA
           END-IF
           PERFORM 435-DESCARGA-TLIMOR
           SET  TLQT-APLICADA          TO TRUE
           MOVE WKS-FECHA-PROCESO      TO TLQT-FECHA-APLICACION
           COMPUTE TLQT-PAGO-RECIBIDO =
                   TLQT-SALDO-ADEUDADO - WKS-SALDO-ACTUAL
           MOVE WKS-MONTO-PERDONADO    TO TLQT-MONTO-PERDONADO
           MOVE WKS-CICLOS-DESCARGADOS TO TLQT-CICLOS-CERRADOS
           PERFORM 390-ACTUALIZA-TLQUITA
           ADD 1 TO WKS-QUITAS-APLICADAS.
       320-EVALUA-APROBADA-E. EXIT.

      *----> SERIE 330 RECUPERA EL SALDO DE LOS CICLOS DE MORA (GRUPO 3)
       330-SALDO-DESDE-ANEXO SECTION.
           MOVE ZEROS              TO WKS-SALDO-ACTUAL WKS-ANEXO
           MOVE TLQT-CUENTA (1:6)  TO WKS-BIN-INSTITU
           EVALUATE TRUE
              WHEN BIN-INSTITU
                   MOVE TLQT-CUENTA TO TIAL-LLAVE
                   READ TIAXL1 KEY IS TIAL-LLAVE
                     NOT INVALID KEY
                        MOVE 1 TO WKS-ANEXO
                        PERFORM VARYING WKS-I FROM 1 BY 1
                                UNTIL WKS-I > 18
                           IF TIAL-CICLOS (3 WKS-I) > ZEROS
                              ADD TIAL-CICLOS (3 WKS-I)
                                  TO WKS-SALDO-ACTUAL
                           END-IF
                        END-PERFORM
                   END-READ
              WHEN TLQT-MONEDA = 2
                   MOVE TLQT-CUENTA TO TLAE-LLAVE
                   READ TLAXLD KEY IS TLAE-LLAVE
                     NOT INVALID KEY
                        MOVE 1 TO WKS-ANEXO
                        PERFORM VARYING WKS-I FROM 1 BY 1
                                UNTIL WKS-I > 18
                           IF TLAE-CICLOS (3 WKS-I) > ZEROS
                              ADD TLAE-CICLOS (3 WKS-I)
                                  TO WKS-SALDO-ACTUAL
                           END-IF
                        END-PERFORM
                   END-READ
              WHEN OTHER
                   MOVE TLQT-CUENTA TO TLAL-LLAVE
                   READ TLAXLQ KEY IS TLAL-LLAVE
                     NOT INVALID KEY
                        MOVE 1 TO WKS-ANEXO
                        PERFORM VARYING WKS-I FROM 1 BY 1
                                UNTIL WKS-I > 18
                           IF TLAL-CICLOS (3 WKS-I) > ZEROS
                              ADD TLAL-CICLOS (3 WKS-I)
                                  TO WKS-SALDO-ACTUAL
                           END-IF
                        END-PERFORM
                   END-READ
           END-EVALUATE.
       330-SALDO-DESDE-ANEXO-E. EXIT.

       390-ACTUALIZA-TLQUITA SECTION.
           REWRITE REG-TLQUITA
           IF FS-TLQUITA NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE TLQT-LLAVE TO LLAVE
              MOVE 'TLQUITA'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLQUITA, FSE-TLQUITA
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       390-ACTUALIZA-TLQUITA-E. EXIT.

      ******************************************************************
      *  CIERRA LOS CICLOS DE LA CUENTA SALDADA CON QUITA: CADA CICLO  *
      *  OCUPADO SE DESCARGA A TLIMARC (COMO TLCASTIG) Y SU POSICION   *
      *  EN TLIMOR SE LIMPIA                                           *
      ******************************************************************
       435-DESCARGA-TLIMOR SECTION.
           MOVE ZEROS       TO WKS-CICLOS-DESCARGADOS
           MOVE TLQT-CUENTA TO TLIM-CUENTA
           MOVE TLQT-MONEDA TO TLIM-MONEDA
           READ TLIMOR KEY IS TLIM-LLAVE
             INVALID KEY
                ADD 1 TO WKS-SIN-TLIMOR
                DISPLAY 'TLIMOR, NO ENCONTRO CUENTA: ' TLQT-CUENTA
             NOT INVALID KEY
                PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
                   IF TLIM-CICLO-VENCIDO (WKS-I) > ZEROS
                      PERFORM 437-GRABA-TLIMARC
                      INITIALIZE TLIM-CICLOS (WKS-I)
                      ADD 1 TO WKS-CICLOS-DESCARGADOS
                   END-IF
                END-PERFORM
                IF WKS-CICLOS-DESCARGADOS > ZEROS
                   REWRITE REG-TLIMOR
                   IF FS-TLIMOR NOT = 0
                      MOVE 'REWRITE'  TO ACCION
                      MOVE TLIM-LLAVE TO LLAVE
                      MOVE 'TLIMOR'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-TLIMOR, FSE-TLIMOR
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
                   END-IF
                END-IF
           END-READ.
       435-DESCARGA-TLIMOR-E. EXIT.

       437-GRABA-TLIMARC SECTION.
           MOVE TLIM-CUENTA                TO TLAR-CUENTA
           MOVE TLIM-MONEDA                TO TLAR-MONEDA
           MOVE WKS-FECHA-PROCESO          TO TLAR-FECHA-ARCHIVO
           MOVE TLIM-CICLO-VENCIDO (WKS-I) TO TLAR-CICLO-VENCIDO
           MOVE TLIM-FECHA-INICIO (WKS-I)  TO TLAR-FECHA-INICIO
           MOVE TLIM-FECHA-FIN    (WKS-I)  TO TLAR-FECHA-FIN
           MOVE TLIM-DIAS-MORA    (WKS-I)  TO TLAR-DIAS-MORA
           MOVE TLIM-DIA-GRACIA   (WKS-I)  TO TLAR-DIA-GRACIA
           MOVE TLIM-DIFERENCIAL  (WKS-I)  TO TLAR-DIFERENCIAL
           MOVE TLIM-DIA-CORTE    (WKS-I)  TO TLAR-DIA-CORTE
           MOVE TLIM-SITUACION-CTA (WKS-I) TO TLAR-SITUACION-CTA
           MOVE TLIM-MORAS        (WKS-I)  TO TLAR-MORAS
           WRITE REG-TLIMARC
           EVALUATE FS-TLIMARC
              WHEN 0
                   ADD 1 TO WKS-CICLOS-ARCHIVADOS
              WHEN 22
                   CONTINUE
              WHEN OTHER
                   MOVE 'WRITE'     TO ACCION
                   MOVE TLAR-LLAVE  TO LLAVE
                   MOVE 'TLIMARC'   TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                   LLAVE, FS-TLIMARC, FSE-TLIMARC
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
           END-EVALUATE.
       437-GRABA-TLIMARC-E. EXIT.

      ******************************************************************
      *  PARTIDA BALANCEADA DE LA QUITA: LO PERDONADO SE CARGA AL      *
      *  GASTO POR QUITAS 5107 Y SE ABONA A LA CARTERA 1104            *
      ******************************************************************
       440-GENERA-PARTIDA SECTION.
           MOVE TLQT-CUENTA         TO WKS-PAR-CUENTA
           MOVE 'TC01'              TO WKS-PAR-CENTRO-COSTO
           MOVE 'QUITA APROBADA EN COBRANZA' TO WKS-PAR-NARRATIVA
           MOVE WKS-MONTO-PERDONADO TO WKS-PAR-MONTO
           MOVE '5107' TO WKS-PAR-CUENTA-CONTABLE
           MOVE 'D'    TO WKS-PAR-NATURALEZA
           ADD  WKS-MONTO-PERDONADO TO WKS-TOT-CARGOS
           PERFORM 445-ESCRIBE-PARTIDA
           MOVE '1104' TO WKS-PAR-CUENTA-CONTABLE
           MOVE 'C'    TO WKS-PAR-NATURALEZA
           ADD  WKS-MONTO-PERDONADO TO WKS-TOT-ABONOS
           PERFORM 445-ESCRIBE-PARTIDA.
       440-GENERA-PARTIDA-E. EXIT.

       445-ESCRIBE-PARTIDA SECTION.
           MOVE WKS-LINEA-PARTIDA TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD 1 TO WKS-CON-PARTIDAS.
       445-ESCRIBE-PARTIDA-E. EXIT.

       450-ESCRIBE-HEADER SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           MOVE WKS-LINEA-HEADER  TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       450-ESCRIBE-HEADER-E. EXIT.

       460-ESCRIBE-TRAILER SECTION.
           MOVE WKS-CON-PARTIDAS  TO WKS-TRL-PARTIDAS
           MOVE WKS-TOT-CARGOS    TO WKS-TRL-CARGOS
           MOVE WKS-TOT-ABONOS    TO WKS-TRL-ABONOS
           MOVE WKS-LINEA-TRAILER TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           IF WKS-TOT-CARGOS NOT = WKS-TOT-ABONOS
              DISPLAY '>>> EXTRACTO DESCUADRADO, CARGOS NO IGUALAN '
                      'ABONOS <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
           END-IF.
       460-ESCRIBE-TRAILER-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-QUITCON NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-QUITCON ")"
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
           MOVE    WKS-REGISTROS-LEIDOS    TO WKS-MASCARA
           DISPLAY 'PROPUESTAS LEIDAS              : ' WKS-MASCARA
           MOVE    WKS-PENDIENTES-VENCIDAS TO WKS-MASCARA
           DISPLAY 'PENDIENTES VENCIDAS SIN APROBAR: ' WKS-MASCARA
           MOVE    WKS-QUITAS-APLICADAS    TO WKS-MASCARA
           DISPLAY 'QUITAS APLICADAS               : ' WKS-MASCARA
           MOVE    WKS-APROBADAS-VENCIDAS  TO WKS-MASCARA
           DISPLAY 'APROBADAS VENCIDAS SIN PAGO    : ' WKS-MASCARA
           MOVE    WKS-ESPERAN-PAGO        TO WKS-MASCARA
           DISPLAY 'APROBADAS EN ESPERA DE PAGO    : ' WKS-MASCARA
           MOVE    WKS-SIN-ANEXO           TO WKS-MASCARA
           DISPLAY 'CUENTAS NO HALLADAS EN ANEXO   : ' WKS-MASCARA
           MOVE    WKS-CICLOS-ARCHIVADOS   TO WKS-MASCARA
           DISPLAY 'CICLOS DESCARGADOS A TLIMARC   : ' WKS-MASCARA
           MOVE    WKS-SIN-TLIMOR          TO WKS-MASCARA
           DISPLAY 'CUENTAS NO HALLADAS EN TLIMOR  : ' WKS-MASCARA
           MOVE    WKS-TOT-CARGOS          TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL CARGOS A GASTO 5107      : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-ABONOS          TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ABONOS A CARTERA 1104    : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLQUITA TLIMOR TLIMARC TLAXLQ TLAXLD TIAXL1 QUITCON.
       700-CIERRA-ARCHIVOS-E. EXIT.
