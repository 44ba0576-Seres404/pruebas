      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MOCONTAB                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : EXTRACTO DE PARTIDAS CONTABLES DE CUENTAS        *
      *             : MONETARIAS. LEE LOS MOVIMIENTOS QUE EL POSTEO    *
      *             : MODIARIO DEJO EN MOMDPOS (VENTANILLA Y LOS       *
      *             : DIARIOS BATCH: CAPITALIZACION MOINTACC, CARGOS   *
      *             : MOCOBEXC, TRASLADOS MOABANDO, DESEMBOLSOS        *
      *             : MOCIDESE), LOS ORDENA POR CODIGO DE TRANSACCION, *
      *             : AGENCIA Y MONEDA, Y POR CADA GRUPO GENERA UNA    *
      *             : PARTIDA BALANCEADA POR EL NETO FIRMADO: NETO     *
      *             : ABONO = CARGO A LA CONTRAPARTIDA DEL CODIGO /    *
      *             : ABONO AL PASIVO DE DEPOSITOS; NETO CARGO =       *
      *             : PARTIDA INVERSA. LA NATURALEZA SALE DE MOT 005 Y *
      *             : LAS CUENTAS CONTABLES DE MOT 011: CORRELATIVO =  *
      *             : CODIGO, RESTO (1:4) CONTRAPARTIDA EN Q Y (5:4)   *
      *             : EN D; CORRELATIVO PASIVO = CUENTAS DEL PASIVO    *
      *             : DE DEPOSITOS (Q EN 1:4, D EN 5:4) Y PUENTE = LA  *
      *             : CUENTA PUENTE PARA CODIGOS SIN CONTRAPARTIDA.    *
      *             : EL ARCHIVO CONTASAL LLEVA HEADER, DETALLE Y      *
      *             : TRAILER COMO EL DE TLCONTAB Y EL LOTE QUEDA EN   *
      *             : TLCTPOST CON ORIGEN MOCONTAB PARA QUE TLCTAACK   *
      *             : CASE EL ACUSE DEL MAYOR.                         *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MOMDPOS=C, MOTGEN=C, CONTASAL=A                  *
      *             : TLCTPOST=A (CONTROL DE POSTEO DEL LOTE)          *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCONTAB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOMDPOS ASSIGN  TO MOMDPOS
                   ORGANIZATION    IS SEQUENTIAL
                   FILE STATUS     IS FS-MOMDPOS.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MOTC-LLAVE
                   FILE STATUS     IS FS-MOTGEN
                                      FSE-MOTGEN.
            SELECT CONTASAL ASSIGN TO CONTASAL
                   FILE STATUS     IS FS-CONTASAL.
            SELECT TLCTPOST ASSIGN TO TLCTPOST
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCP-LLAVE
                   FILE STATUS     IS FS-TLCTPOST.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  MOMDPOS.
           COPY MOMDCO REPLACING MOMDCO BY REG-MOMDPOS.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  CONTASAL
           RECORDING MODE IS F.
       01 CONTA-LINE                       PIC X(100).
       FD  TLCTPOST.
           COPY TLCTPOST.
       SD  WORKFILE.
           COPY MOMDCO REPLACING ==01  MOMDCO== BY ==01  WORK-REG==
                       LEADING ==MOMC== BY ==WRKC==.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMDPOS                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-CONTASAL                      PIC 9(02)  VALUE ZEROS.
       01 FS-TLCTPOST                      PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOTGEN.
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
          02 WKS-FIN-MOMDPOS               PIC 9(01)  VALUE ZEROS.
             88 FIN-MOMDPOS                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-FIN-MOTGEN                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOTGEN                            VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   TABLA EN MEMORIA MOT 005: NATURALEZA POR CODIGO
       01 WKS-TABLA-NATURALEZA.
          02 WKS-NAT-LONG                  PIC 9(03)  VALUE ZEROS.
          02 WKS-NAT-ENT OCCURS 0 TO 99
                         DEPENDING ON  WKS-NAT-LONG
                         ASCENDING KEY WKS-NAT-CODIGO
                         INDEXED   BY  IDX-NAT.
             03 WKS-NAT-CODIGO             PIC 9(02).
             03 WKS-NAT-NATURALEZA         PIC X(01).
      *------->   TABLA EN MEMORIA MOT 011: CONTRAPARTIDA POR CODIGO
       01 WKS-TABLA-CONTABLE.
          02 WKS-CTA-LONG                  PIC 9(03)  VALUE ZEROS.
          02 WKS-CTA-ENT OCCURS 0 TO 99
                         DEPENDING ON  WKS-CTA-LONG
                         ASCENDING KEY WKS-CTA-CODIGO
                         INDEXED   BY  IDX-CTA.
             03 WKS-CTA-CODIGO             PIC 9(02).
             03 WKS-CTA-CONTRA-Q           PIC X(04).
             03 WKS-CTA-CONTRA-D           PIC X(04).
      *------->   CUENTAS FIJAS DE MOT 011 (PASIVO Y PUENTE)
       01 WKS-CUENTAS-FIJAS.
          02 WKS-PASIVO-Q                  PIC X(04)  VALUE SPACES.
          02 WKS-PASIVO-D                  PIC X(04)  VALUE SPACES.
          02 WKS-PUENTE                    PIC X(04)  VALUE SPACES.
      *------->   GRUPO DE CONTROL EN PROCESO
       01 WKS-GRUPO-ACTUAL.
          02 WKS-GRP-CODIGO                PIC 9(02)  VALUE ZEROS.
          02 WKS-GRP-AGENCIA               PIC 9(03)  VALUE ZEROS.
          02 WKS-GRP-MONEDA                PIC 9(01)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NATURALEZA                PIC X(01)  VALUE SPACES.
          02 WKS-VALOR-FIRMADO             PIC S9(09)V99 VALUE ZEROS.
          02 WKS-GRP-NETO                  PIC S9(12)V99 VALUE ZEROS.
          02 WKS-GRP-CANTIDAD              PIC 9(07)  VALUE ZEROS.
          02 WKS-MOVIMIENTO                PIC S9(12)V99 VALUE ZEROS.
          02 WKS-CONTRAPARTIDA             PIC X(04)  VALUE SPACES.
          02 WKS-PASIVO                    PIC X(04)  VALUE SPACES.
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
          05 FILLER                        PIC X(08)  VALUE 'MOCONTAB'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-HDR-FECHA                 PIC 9(08).
       01 WKS-LINEA-PARTIDA.
          05 FILLER                        PIC X(03)  VALUE 'DET'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CODIGO                PIC 9(02).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-MONEDA                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CANTIDAD              PIC 9(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PAR-CENTRO-COSTO          PIC 9(04).
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
          05 WKS-MOVS-LEIDOS               PIC 9(09)  VALUE ZEROS.
          05 WKS-GRUPOS                    PIC 9(07)  VALUE ZEROS.
          05 WKS-GRUPOS-NETO-CERO          PIC 9(07)  VALUE ZEROS.
          05 WKS-GRUPOS-A-PUENTE           PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-CARGA-TABLA-NATURALEZA
           PERFORM 230-CARGA-TABLA-CONTABLE
           PERFORM 240-ESCRIBE-HEADER
           PERFORM 300-ORDENA-Y-CONTABILIZA
           PERFORM 400-ESCRIBE-TRAILER
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'MOCONTAB' TO PROGRAMA
           OPEN INPUT  MOMDPOS MOTGEN
           OPEN OUTPUT CONTASAL
           OPEN I-O    TLCTPOST
      *------> EN LA PRIMERA CORRIDA EL ESTADO DE LOTES AUN NO EXISTE
           IF FS-TLCTPOST = 35
              OPEN OUTPUT TLCTPOST
              CLOSE TLCTPOST
              OPEN I-O TLCTPOST
           END-IF
           IF (FS-MOMDPOS = 97) AND (FS-MOTGEN = 97) AND
              (FS-CONTASAL = 97) AND (FS-TLCTPOST = 97)
              MOVE ZEROS TO FS-MOMDPOS FS-MOTGEN FS-CONTASAL
                            FS-TLCTPOST
           END-IF
           IF FS-MOMDPOS NOT = 0 OR FS-MOTGEN NOT = 0 OR
              FS-CONTASAL NOT = 0 OR FS-TLCTPOST NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDPOS  : " FS-MOMDPOS
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO CONTASAL : "
                      FS-CONTASAL
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCTPOST : "
                      FS-TLCTPOST
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
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  CARGA EN MEMORIA LA TABLA MOT 005: CORRELATIVO = CODIGO DE    *
      *  TRANSACCION, PRIMER CARACTER DEL RESTO = NATURALEZA (D/C)     *
      ******************************************************************
       220-CARGA-TABLA-NATURALEZA SECTION.
           MOVE 0      TO WKS-FIN-MOTGEN
           MOVE 'MOT'  TO MOTC-TABLA
           MOVE 005    TO MOTC-CODIGO-TABLA
           MOVE ZEROS  TO MOTC-CORRELATIVO
           START MOTGEN KEY IS > MOTC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-MOTGEN
           END-START
           PERFORM UNTIL FIN-MOTGEN
              READ MOTGEN NEXT RECORD
              END-READ
              IF FS-MOTGEN NOT = 0 OR
                 MOTC-TABLA NOT = 'MOT' OR
                 MOTC-CODIGO-TABLA NOT = 005
                 MOVE 1 TO WKS-FIN-MOTGEN
              ELSE
                 IF WKS-NAT-LONG < 99
                    ADD 1 TO WKS-NAT-LONG
                    SET IDX-NAT TO WKS-NAT-LONG
                    MOVE MOTC-CORRELATIVO (1:2)
                         TO WKS-NAT-CODIGO (IDX-NAT)
                    MOVE MOTC-RESTO (1:1)
                         TO WKS-NAT-NATURALEZA (IDX-NAT)
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-NAT-LONG = ZEROS
              DISPLAY '>>> TABLA MOT 005 (NATURALEZA DE CODIGOS) '
                      'VACIA, NO SE PUEDE CONTABILIZAR <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       220-CARGA-TABLA-NATURALEZA-E. EXIT.

      ******************************************************************
      *  CARGA LA TABLA MOT 011: LAS ENTRADAS CON CORRELATIVO NUMERICO *
      *  SON CONTRAPARTIDAS POR CODIGO; PASIVO Y PUENTE SE LEEN        *
      *  DIRECTO. SIN PASIVO O SIN PUENTE NO HAY EXTRACTO POSIBLE      *
      ******************************************************************
       230-CARGA-TABLA-CONTABLE SECTION.
           MOVE 0      TO WKS-FIN-MOTGEN
           MOVE 'MOT'  TO MOTC-TABLA
           MOVE 011    TO MOTC-CODIGO-TABLA
           MOVE ZEROS  TO MOTC-CORRELATIVO
           START MOTGEN KEY IS NOT LESS THAN MOTC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-MOTGEN
           END-START
           PERFORM UNTIL FIN-MOTGEN
              READ MOTGEN NEXT RECORD
              END-READ
              IF FS-MOTGEN NOT = 0 OR
                 MOTC-TABLA NOT = 'MOT' OR
                 MOTC-CODIGO-TABLA NOT = 011
                 MOVE 1 TO WKS-FIN-MOTGEN
              ELSE
                 IF MOTC-CORRELATIVO (1:2) NUMERIC AND
                    MOTC-CORRELATIVO (3:8) = SPACES AND
                    WKS-CTA-LONG < 99
                    ADD 1 TO WKS-CTA-LONG
                    SET IDX-CTA TO WKS-CTA-LONG
                    MOVE MOTC-CORRELATIVO (1:2)
                         TO WKS-CTA-CODIGO (IDX-CTA)
                    MOVE MOTC-RESTO (1:4)
                         TO WKS-CTA-CONTRA-Q (IDX-CTA)
                    MOVE MOTC-RESTO (5:4)
                         TO WKS-CTA-CONTRA-D (IDX-CTA)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 011      TO MOTC-CODIGO-TABLA
           MOVE 'PASIVO' TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE MOTC-RESTO (1:4) TO WKS-PASIVO-Q
                MOVE MOTC-RESTO (5:4) TO WKS-PASIVO-D
           END-READ
           MOVE 'PUENTE' TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE MOTC-RESTO (1:4) TO WKS-PUENTE
           END-READ
           IF WKS-PASIVO-Q = SPACES OR WKS-PASIVO-D = SPACES OR
              WKS-PUENTE = SPACES
              DISPLAY '>>> MOT 011 SIN CUENTAS DE PASIVO O PUENTE, '
                      'NO SE PUEDE CONTABILIZAR <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       230-CARGA-TABLA-CONTABLE-E. EXIT.

       240-ESCRIBE-HEADER SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           MOVE WKS-LINEA-HEADER  TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       240-ESCRIBE-HEADER-E. EXIT.

      *----> SERIE 300 ORDENA LO POSTEADO Y ARMA LAS PARTIDAS
       300-ORDENA-Y-CONTABILIZA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKC-CODIGO-TRANSACCION
              ASCENDING KEY WRKC-AGENCIA-ORIGEN
              ASCENDING KEY WRKC-CODIGO-MONEDA
                 INPUT  PROCEDURE IS 310-LEE-MOMDPOS
                 OUTPUT PROCEDURE IS 320-GENERA-PARTIDAS.
       300-ORDENA-Y-CONTABILIZA-E. EXIT.

       310-LEE-MOMDPOS SECTION.
           READ MOMDPOS
                AT END MOVE 1 TO WKS-FIN-MOMDPOS
           END-READ
           PERFORM UNTIL FIN-MOMDPOS
              ADD 1 TO WKS-MOVS-LEIDOS
              MOVE REG-MOMDPOS TO WORK-REG
              RELEASE WORK-REG
              READ MOMDPOS
                   AT END MOVE 1 TO WKS-FIN-MOMDPOS
              END-READ
           END-PERFORM.
       310-LEE-MOMDPOS-E. EXIT.

      ******************************************************************
      *  CORTE DE CONTROL POR CODIGO + AGENCIA + MONEDA: AL CAMBIAR EL *
      *  GRUPO SE EMITE LA PARTIDA DEL NETO ACUMULADO                  *
      ******************************************************************
       320-GENERA-PARTIDAS SECTION.
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 PERFORM 330-INICIA-GRUPO
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WRKC-CODIGO-TRANSACCION NOT = WKS-GRP-CODIGO OR
                    WRKC-AGENCIA-ORIGEN NOT = WKS-GRP-AGENCIA OR
                    WRKC-CODIGO-MONEDA NOT = WKS-GRP-MONEDA
                    PERFORM 340-CIERRA-GRUPO
                    PERFORM 330-INICIA-GRUPO
                 END-IF
              END-IF
              PERFORM 360-ACUMULA-MOVIMIENTO
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 340-CIERRA-GRUPO
           END-IF.
       320-GENERA-PARTIDAS-E. EXIT.

       330-INICIA-GRUPO SECTION.
           MOVE WRKC-CODIGO-TRANSACCION TO WKS-GRP-CODIGO
           MOVE WRKC-AGENCIA-ORIGEN     TO WKS-GRP-AGENCIA
           MOVE WRKC-CODIGO-MONEDA      TO WKS-GRP-MONEDA
           MOVE ZEROS TO WKS-GRP-NETO WKS-GRP-CANTIDAD.
       330-INICIA-GRUPO-E. EXIT.

      ******************************************************************
      *  UNA PARTIDA SIEMPRE SE EMITE BALANCEADA: EL MISMO MONTO VA    *
      *  COMO CARGO EN UNA LINEA Y COMO ABONO EN LA OTRA. NETO ABONO   *
      *  (EL CLIENTE RECIBIO) CARGA LA CONTRAPARTIDA Y ABONA EL        *
      *  PASIVO; NETO CARGO HACE LO INVERSO                            *
      ******************************************************************
       340-CIERRA-GRUPO SECTION.
           ADD 1 TO WKS-GRUPOS
           IF WKS-GRP-NETO = ZEROS
              ADD 1 TO WKS-GRUPOS-NETO-CERO
              GO TO 340-CIERRA-GRUPO-E
           END-IF
           PERFORM 350-CUENTAS-DEL-GRUPO
           MOVE WKS-GRP-CODIGO   TO WKS-PAR-CODIGO
           MOVE WKS-GRP-CANTIDAD TO WKS-PAR-CANTIDAD
           MOVE WKS-GRP-AGENCIA  TO WKS-PAR-CENTRO-COSTO
           IF WKS-GRP-MONEDA = 2
              MOVE 'D' TO WKS-PAR-MONEDA
           ELSE
              MOVE 'Q' TO WKS-PAR-MONEDA
           END-IF
           IF WKS-GRP-NETO > ZEROS
              MOVE WKS-GRP-NETO TO WKS-MOVIMIENTO
              MOVE 'ABONOS NETOS A CUENTAS MONETARIAS'
                                  TO WKS-PAR-NARRATIVA
              MOVE WKS-CONTRAPARTIDA TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'D'               TO WKS-PAR-NATURALEZA
              MOVE WKS-MOVIMIENTO    TO WKS-PAR-MONTO
              ADD  WKS-MOVIMIENTO    TO WKS-TOT-CARGOS
              PERFORM 370-ESCRIBE-PARTIDA
              MOVE WKS-PASIVO        TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'C'               TO WKS-PAR-NATURALEZA
              ADD  WKS-MOVIMIENTO    TO WKS-TOT-ABONOS
              PERFORM 370-ESCRIBE-PARTIDA
           ELSE
              COMPUTE WKS-MOVIMIENTO = ZERO - WKS-GRP-NETO
              MOVE 'CARGOS NETOS A CUENTAS MONETARIAS'
                                  TO WKS-PAR-NARRATIVA
              MOVE WKS-PASIVO        TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'D'               TO WKS-PAR-NATURALEZA
              MOVE WKS-MOVIMIENTO    TO WKS-PAR-MONTO
              ADD  WKS-MOVIMIENTO    TO WKS-TOT-CARGOS
              PERFORM 370-ESCRIBE-PARTIDA
              MOVE WKS-CONTRAPARTIDA TO WKS-PAR-CUENTA-CONTABLE
              MOVE 'C'               TO WKS-PAR-NATURALEZA
              ADD  WKS-MOVIMIENTO    TO WKS-TOT-ABONOS
              PERFORM 370-ESCRIBE-PARTIDA
           END-IF.
       340-CIERRA-GRUPO-E. EXIT.

      *----> CONTRAPARTIDA DEL CODIGO (O PUENTE) Y PASIVO DE LA MONEDA
       350-CUENTAS-DEL-GRUPO SECTION.
           MOVE SPACES TO WKS-CONTRAPARTIDA
           IF WKS-CTA-LONG > ZEROS
              SET IDX-CTA TO 1
              SEARCH ALL WKS-CTA-ENT
                 AT END
                    CONTINUE
                 WHEN WKS-CTA-CODIGO (IDX-CTA) = WKS-GRP-CODIGO
                    IF WKS-GRP-MONEDA = 2
                       MOVE WKS-CTA-CONTRA-D (IDX-CTA)
                            TO WKS-CONTRAPARTIDA
                    ELSE
                       MOVE WKS-CTA-CONTRA-Q (IDX-CTA)
                            TO WKS-CONTRAPARTIDA
                    END-IF
              END-SEARCH
           END-IF
           IF WKS-CONTRAPARTIDA = SPACES
              ADD 1 TO WKS-GRUPOS-A-PUENTE
              MOVE WKS-PUENTE TO WKS-CONTRAPARTIDA
           END-IF
           IF WKS-GRP-MONEDA = 2
              MOVE WKS-PASIVO-D TO WKS-PASIVO
           ELSE
              MOVE WKS-PASIVO-Q TO WKS-PASIVO
           END-IF.
       350-CUENTAS-DEL-GRUPO-E. EXIT.

      *--> ABONO SUMA, CARGO RESTA; UNA REVERSA INVIERTE EL SIGNO
       360-ACUMULA-MOVIMIENTO SECTION.
           MOVE SPACES TO WKS-NATURALEZA
           SET IDX-NAT TO 1
           SEARCH ALL WKS-NAT-ENT
              AT END
                 CONTINUE
              WHEN WKS-NAT-CODIGO (IDX-NAT) = WRKC-CODIGO-TRANSACCION
                 MOVE WKS-NAT-NATURALEZA (IDX-NAT) TO WKS-NATURALEZA
           END-SEARCH
           IF WKS-NATURALEZA = 'C'
              MOVE WRKC-VALOR TO WKS-VALOR-FIRMADO
           ELSE
              COMPUTE WKS-VALOR-FIRMADO = ZERO - WRKC-VALOR
           END-IF
           IF WRKC-TIPO-MOVIMIENTO = 9
              COMPUTE WKS-VALOR-FIRMADO = ZERO - WKS-VALOR-FIRMADO
           END-IF
           ADD WKS-VALOR-FIRMADO TO WKS-GRP-NETO
           ADD 1                 TO WKS-GRP-CANTIDAD.
       360-ACUMULA-MOVIMIENTO-E. EXIT.

       370-ESCRIBE-PARTIDA SECTION.
           MOVE WKS-LINEA-PARTIDA TO CONTA-LINE
           WRITE CONTA-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           ADD 1 TO WKS-CON-PARTIDAS.
       370-ESCRIBE-PARTIDA-E. EXIT.

       400-ESCRIBE-TRAILER SECTION.
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
           END-IF
           PERFORM 410-REGISTRA-LOTE.
       400-ESCRIBE-TRAILER-E. EXIT.

      ******************************************************************
      *  DEJA EN TLCTPOST EL LOTE DE LA FECHA CON ORIGEN MOCONTAB      *
      *  (ESTADO G) Y SUS TOTALES; TLCTAACK LO CASA CON EL ACUSE DEL   *
      *  MAYOR. UN RERUN REESCRIBE EL LOTE COMO GENERADO               *
      ******************************************************************
       410-REGISTRA-LOTE SECTION.
           INITIALIZE REG-TLCTPOST
           MOVE WKS-FECHA-PROCESO TO TLCP-FECHA-LOTE
           MOVE 'MOCONTAB'        TO TLCP-ORIGEN
           MOVE WKS-CON-PARTIDAS  TO TLCP-PARTIDAS
           MOVE WKS-TOT-CARGOS    TO TLCP-TOT-CARGOS
           MOVE WKS-TOT-ABONOS    TO TLCP-TOT-ABONOS
           SET  TLCP-GENERADO     TO TRUE
           WRITE REG-TLCTPOST
           IF FS-TLCTPOST = 22
              REWRITE REG-TLCTPOST
           END-IF
           IF FS-TLCTPOST NOT = 0
              DISPLAY '>>> NO SE PUDO REGISTRAR EL LOTE EN TLCTPOST, '
                      'STATUS: ' FS-TLCTPOST ' <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
           END-IF.
       410-REGISTRA-LOTE-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-CONTASAL NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-CONTASAL ")"
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
           MOVE    WKS-MOVS-LEIDOS      TO WKS-MASCARA
           DISPLAY 'MOVIMIENTOS POSTEADOS LEIDOS  : ' WKS-MASCARA
           MOVE    WKS-GRUPOS           TO WKS-MASCARA
           DISPLAY 'GRUPOS CODIGO/AGENCIA/MONEDA  : ' WKS-MASCARA
           MOVE    WKS-GRUPOS-NETO-CERO TO WKS-MASCARA
           DISPLAY 'GRUPOS CON NETO CERO          : ' WKS-MASCARA
           MOVE    WKS-GRUPOS-A-PUENTE  TO WKS-MASCARA
           DISPLAY 'GRUPOS A CUENTA PUENTE        : ' WKS-MASCARA
           MOVE    WKS-CON-PARTIDAS     TO WKS-MASCARA
           DISPLAY 'LINEAS DE PARTIDA GENERADAS   : ' WKS-MASCARA
           MOVE    WKS-TOT-CARGOS       TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL CARGOS                  : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-ABONOS       TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ABONOS                  : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOMDPOS MOTGEN CONTASAL TLCTPOST.
       700-CIERRA-ARCHIVOS-E. EXIT.
