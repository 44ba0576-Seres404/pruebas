      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLRECAPL                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : APLICACION DE RECUPERACIONES DE CARTERA          *
      *             : CASTIGADA. LEE EL ARCHIVO DE PAGOS RECIBIDOS     *
      *             : SOBRE CUENTAS YA CASTIGADAS (RECUPAG), ABONA     *
      *             : CADA PAGO AL MAESTRO DE RECUPERACION TLRECUP QUE *
      *             : SEMBRO TLCASTIG Y GENERA LA PARTIDA CONTABLE     *
      *             : BALANCEADA CARGO FONDOS RECIBIDOS 1101 / ABONO   *
      *             : INGRESO POR RECUPERACION DE CASTIGOS 4108 EN EL  *
      *             : ARCHIVO RECUCON, CON HEADER Y TRAILER AL ESTILO  *
      *             : DEL CASTCON DE TLCASTIG. LOS PAGOS DE CUENTAS    *
      *             : QUE NO ESTAN EN TLRECUP O CON MONTO/FECHA        *
      *             : INVALIDOS SE RECHAZAN EN EL LISTADO FTPREP Y NO  *
      *             : GENERAN PARTIDA. RECUPAG LLEGA ORDENADO POR      *
      *             : FECHA DE PAGO Y REFERENCIA; EL PAGO CON FECHA Y  *
      *             : REFERENCIA IGUALES O ANTERIORES A LAS DEL ULTIMO *
      *             : APLICADO A LA CUENTA (REPROCESO DEL MISMO        *
      *             : ARCHIVO) SE LISTA COMO YA APLICADO Y NO SE       *
      *             : VUELVE A SUMAR NI GENERA PARTIDA.                *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : RECUPAG=C, TLRECUP=A, RECUCON=A, FTPREP=A        *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRECAPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RECUPAG ASSIGN  TO RECUPAG
                   FILE STATUS     IS FS-RECUPAG.
            SELECT TLRECUP ASSIGN  TO TLRECUP
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLRC-LLAVE
                   FILE STATUS     IS FS-TLRECUP
                                      FSE-TLRECUP.
            SELECT RECUCON ASSIGN  TO RECUCON
                   FILE STATUS     IS FS-RECUCON.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  RECUPAG
           RECORDING MODE IS F.
       01 PAGO-LINE                        PIC X(80).
       FD  TLRECUP.
           COPY TLRECUP.
       FD  RECUCON
           RECORDING MODE IS F.
       01 CONTA-LINE                       PIC X(100).
       FD  FTPREP
           RECORDING MODE IS F.
       01 REPORT-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-RECUPAG                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLRECUP                       PIC 9(02)  VALUE ZEROS.
       01 FS-RECUCON                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLRECUP.
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
          02 WKS-FIN-RECUPAG               PIC 9(01)  VALUE ZEROS.
             88 FIN-RECUPAG                           VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   LAYOUT DEL ARCHIVO DE PAGOS DE RECUPERACION RECUPAG
       01 WKS-LINEA-PAGO.
          05 WKS-PAG-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-FECHA                 PIC 9(08).
          05 WKS-PAG-FECHA-R REDEFINES WKS-PAG-FECHA.
             10 WKS-PAG-PERIODO            PIC 9(06).
             10 WKS-PAG-DIA                PIC 9(02).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-MONTO-ENT             PIC 9(09).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-MONTO-DEC             PIC 9(02).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-COBRADOR              PIC X(08).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-REFERENCIA            PIC X(10).
          05 FILLER                        PIC X(20).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MONTO-PAGO                PIC S9(09)V99 VALUE ZEROS.
          02 WKS-MOTIVO-RECHAZO            PIC X(40)  VALUE SPACES.
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
          05 FILLER                        PIC X(08)  VALUE 'TLRECAPL'.
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
      *------->       LINEA DEL LISTADO DE PAGOS RECHAZADOS
       01 WKS-LINEA-RECHAZO.
          05 WKS-RCH-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-REFERENCIA            PIC X(10).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-MOTIVO                PIC X(40).
       01 WKS-ESTADISTICAS.
          05 WKS-PAGOS-LEIDOS              PIC 9(07)  VALUE ZEROS.
          05 WKS-PAGOS-APLICADOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-PAGOS-RECHAZADOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-PAGOS-YA-APLICADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-LIQUIDADAS        PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 450-ESCRIBE-HEADER
           PERFORM 300-LEE-RECUPAG
           PERFORM 310-APLICA-PAGO UNTIL FIN-RECUPAG
           PERFORM 460-ESCRIBE-TRAILER
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  RECUPAG
           OPEN I-O    TLRECUP
           OPEN OUTPUT RECUCON FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLRECAPL' TO PROGRAMA
           IF (FS-RECUPAG = 97) AND (FS-TLRECUP = 97) AND
              (FS-RECUCON = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-RECUPAG FS-TLRECUP FS-RECUCON FS-FTPREP
           END-IF
           IF FS-RECUPAG NOT = 0 OR FS-TLRECUP NOT = 0 OR
              FS-RECUCON NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO RECUPAG  : " FS-RECUPAG
              DISPLAY "* FILE STATUS DEL ARCHIVO TLRECUP  : " FS-TLRECUP
              DISPLAY "* FILE STATUS DEL ARCHIVO RECUCON  : " FS-RECUCON
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
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
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

       300-LEE-RECUPAG SECTION.
           READ RECUPAG
             AT END
                MOVE 1 TO WKS-FIN-RECUPAG
             NOT AT END
                ADD  1 TO WKS-PAGOS-LEIDOS
                MOVE PAGO-LINE TO WKS-LINEA-PAGO
           END-READ.
       300-LEE-RECUPAG-E. EXIT.

      ******************************************************************
      *  VALIDA EL PAGO, LO ABONA AL MAESTRO DE RECUPERACION Y GENERA  *
      *  SU PARTIDA. EL RECUPERADO DEL MES SE REINICIA CON EL PRIMER   *
      *  PAGO DE UN MES POSTERIOR AL QUE TIENE ACUMULADO LA CUENTA; UN *
      *  PAGO DE UN MES ANTERIOR SOLO SUMA AL RECUPERADO TOTAL         *
      ******************************************************************
       310-APLICA-PAGO SECTION.
           PERFORM 315-PROCESA-PAGO
           PERFORM 300-LEE-RECUPAG.
       310-APLICA-PAGO-E. EXIT.

       315-PROCESA-PAGO SECTION.
           IF WKS-PAG-FECHA NOT NUMERIC OR WKS-PAG-FECHA = ZEROS
              MOVE 'FECHA DE PAGO INVALIDA' TO WKS-MOTIVO-RECHAZO
              PERFORM 320-RECHAZA-PAGO
              GO TO 315-PROCESA-PAGO-E
           END-IF
           IF WKS-PAG-MONTO-ENT NOT NUMERIC OR
              WKS-PAG-MONTO-DEC NOT NUMERIC
              MOVE 'MONTO DE PAGO NO NUMERICO' TO WKS-MOTIVO-RECHAZO
              PERFORM 320-RECHAZA-PAGO
              GO TO 315-PROCESA-PAGO-E
           END-IF
           COMPUTE WKS-MONTO-PAGO = WKS-PAG-MONTO-ENT +
                   WKS-PAG-MONTO-DEC / 100
           IF WKS-MONTO-PAGO NOT > ZEROS
              MOVE 'MONTO DE PAGO EN CERO' TO WKS-MOTIVO-RECHAZO
              PERFORM 320-RECHAZA-PAGO
              GO TO 315-PROCESA-PAGO-E
           END-IF
           MOVE WKS-PAG-CUENTA TO TLRC-CUENTA
           MOVE WKS-PAG-MONEDA TO TLRC-MONEDA
           READ TLRECUP KEY IS TLRC-LLAVE
             INVALID KEY
                MOVE 'CUENTA NO ESTA CASTIGADA EN TLRECUP'
                     TO WKS-MOTIVO-RECHAZO
                PERFORM 320-RECHAZA-PAGO
                GO TO 315-PROCESA-PAGO-E
           END-READ
      *------> REGISTROS ANTERIORES AL CAMPO TRAEN LA REFERENCIA EN
      *------> ESPACIOS: CUALQUIER PAGO DEL MISMO DIA ES POSTERIOR
           IF WKS-PAG-FECHA < TLRC-FECHA-ULT-RECUPERACION OR
              (WKS-PAG-FECHA = TLRC-FECHA-ULT-RECUPERACION AND
               WKS-PAG-REFERENCIA NOT > TLRC-ULT-REFERENCIA)
              ADD  1 TO WKS-PAGOS-YA-APLICADOS
              MOVE 'PAGO YA APLICADO O ANTERIOR AL ULTIMO'
                   TO WKS-MOTIVO-RECHAZO
              PERFORM 320-RECHAZA-PAGO
              GO TO 315-PROCESA-PAGO-E
           END-IF
           ADD  WKS-MONTO-PAGO     TO TLRC-MONTO-RECUPERADO
           ADD  1                  TO TLRC-CANTIDAD-PAGOS
           MOVE WKS-PAG-FECHA      TO TLRC-FECHA-ULT-RECUPERACION
           MOVE WKS-PAG-REFERENCIA TO TLRC-ULT-REFERENCIA
           IF WKS-PAG-PERIODO > TLRC-PERIODO-MES
              MOVE WKS-PAG-PERIODO TO TLRC-PERIODO-MES
              MOVE ZEROS           TO TLRC-RECUPERADO-MES
           END-IF
           IF WKS-PAG-PERIODO = TLRC-PERIODO-MES
              ADD  WKS-MONTO-PAGO TO TLRC-RECUPERADO-MES
           END-IF
           IF WKS-PAG-COBRADOR NOT = SPACES
              MOVE WKS-PAG-COBRADOR TO TLRC-COBRADOR
           END-IF
           IF TLRC-EN-RECUPERACION AND
              TLRC-MONTO-RECUPERADO NOT < TLRC-MONTO-CASTIGADO
              SET TLRC-RECUPERADA-TOTAL TO TRUE
              ADD 1 TO WKS-CUENTAS-LIQUIDADAS
           END-IF
           REWRITE REG-TLRECUP
           IF FS-TLRECUP NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE TLRC-LLAVE TO LLAVE
              MOVE 'TLRECUP'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLRECUP, FSE-TLRECUP
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           PERFORM 440-GENERA-PARTIDA
           ADD 1 TO WKS-PAGOS-APLICADOS.
       315-PROCESA-PAGO-E. EXIT.

       320-RECHAZA-PAGO SECTION.
           ADD  1                  TO WKS-PAGOS-RECHAZADOS
           MOVE WKS-PAG-CUENTA     TO WKS-RCH-CUENTA
           MOVE WKS-PAG-MONEDA     TO WKS-RCH-MONEDA
           MOVE WKS-PAG-REFERENCIA TO WKS-RCH-REFERENCIA
           MOVE WKS-MOTIVO-RECHAZO TO WKS-RCH-MOTIVO
           MOVE WKS-LINEA-RECHAZO  TO REPORT-LINE
           WRITE REPORT-LINE
           IF FS-FTPREP NOT = 0
              DISPLAY 'ERROR AL GRABAR FTPREP, STATUS: ' FS-FTPREP
                      ' CUENTA: ' WKS-PAG-CUENTA
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       320-RECHAZA-PAGO-E. EXIT.

      ******************************************************************
      *  PARTIDA BALANCEADA DE LA RECUPERACION: LA CARTERA YA SALIO    *
      *  DEL BALANCE CON EL CASTIGO, ASI QUE EL PAGO SE CARGA A        *
      *  FONDOS RECIBIDOS 1101 Y SE ABONA COMPLETO AL INGRESO 4108     *
      ******************************************************************
       440-GENERA-PARTIDA SECTION.
           MOVE WKS-PAG-CUENTA TO WKS-PAR-CUENTA
           MOVE 'TC01'         TO WKS-PAR-CENTRO-COSTO
           MOVE 'RECUPERACION CARTERA CASTIGADA' TO WKS-PAR-NARRATIVA
           MOVE WKS-MONTO-PAGO TO WKS-PAR-MONTO
           MOVE '1101' TO WKS-PAR-CUENTA-CONTABLE
           MOVE 'D'    TO WKS-PAR-NATURALEZA
           ADD  WKS-MONTO-PAGO TO WKS-TOT-CARGOS
           PERFORM 445-ESCRIBE-PARTIDA
           MOVE '4108' TO WKS-PAR-CUENTA-CONTABLE
           MOVE 'C'    TO WKS-PAR-NATURALEZA
           ADD  WKS-MONTO-PAGO TO WKS-TOT-ABONOS
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
           IF FS-RECUCON NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-RECUCON ")"
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
           MOVE    WKS-PAGOS-LEIDOS       TO WKS-MASCARA
           DISPLAY 'PAGOS LEIDOS DE RECUPAG        : ' WKS-MASCARA
           MOVE    WKS-PAGOS-APLICADOS    TO WKS-MASCARA
           DISPLAY 'PAGOS APLICADOS A TLRECUP      : ' WKS-MASCARA
           MOVE    WKS-PAGOS-RECHAZADOS   TO WKS-MASCARA
           DISPLAY 'PAGOS RECHAZADOS               : ' WKS-MASCARA
           MOVE    WKS-PAGOS-YA-APLICADOS TO WKS-MASCARA
           DISPLAY '  DE ELLOS YA APLICADOS ANTES  : ' WKS-MASCARA
           MOVE    WKS-CUENTAS-LIQUIDADAS TO WKS-MASCARA
           DISPLAY 'CUENTAS RECUPERADAS AL 100%    : ' WKS-MASCARA
           MOVE    WKS-TOT-CARGOS         TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL CARGOS A FONDOS 1101     : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-ABONOS         TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ABONOS A INGRESO 4108    : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE RECUPAG TLRECUP RECUCON FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
