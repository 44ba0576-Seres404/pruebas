      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLAGRETO                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RECEPCION DE LOS ARCHIVOS DE RETORNO DE LAS      *
      *             : AGENCIAS EXTERNAS DE COBRANZA. CADA AGENCIA      *
      *             : ENVIA UN BLOQUE HDR (AGENCIA Y FECHA DE CORTE)   *
      *             : SEGUIDO DE SUS LINEAS GES (GESTIONES) Y PAG      *
      *             : (PAGOS). LAS GESTIONES SE GRABAN EN LA BITACORA  *
      *             : TLGESTI CON EL CODIGO DE LA AGENCIA COMO         *
      *             : ANALISTA Y EL RESULTADO VALIDADO CONTRA TLTGEN   *
      *             : 006; LOS PAGOS SE ACUMULAN EN LA COLOCACION      *
      *             : TLAGCOL CON LA COMISION QUE LE CORRESPONDE A LA  *
      *             : AGENCIA SEGUN SU PORCENTAJE EN TLAGENC. UN       *
      *             : BLOQUE CON FECHA DE CORTE NO POSTERIOR AL ULTIMO *
      *             : RETORNO YA APLICADO DE LA AGENCIA SE RECHAZA     *
      *             : COMPLETO PARA NO DUPLICAR COMISIONES. AL FINAL   *
      *             : RETIRA LAS COLOCACIONES CUYA VIGENCIA VENCIO A   *
      *             : LA FECHA DE PROCESO (AGRETIRO) E IMPRIME EN      *
      *             : FTPREP LOS RECHAZOS Y LA COMISION POR AGENCIA.   *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : AGRETOR=C, TLTGEN=C, TLAGENC=A, TLAGCOL=A        *
      *             : TLGESTI=A, AGRETIRO=A, FTPREP=A                  *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLAGRETO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AGRETOR ASSIGN  TO AGRETOR
                   FILE STATUS     IS FS-AGRETOR.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
            SELECT TLAGENC ASSIGN  TO TLAGENC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAG-LLAVE
                   FILE STATUS     IS FS-TLAGENC
                                      FSE-TLAGENC.
            SELECT TLAGCOL ASSIGN  TO TLAGCOL
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLAC-LLAVE
                   FILE STATUS     IS FS-TLAGCOL
                                      FSE-TLAGCOL.
            SELECT TLGESTI ASSIGN  TO TLGESTI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLGS-LLAVE
                   FILE STATUS     IS FS-TLGESTI
                                      FSE-TLGESTI.
            SELECT AGRETIRO ASSIGN TO AGRETIRO
                   FILE STATUS     IS FS-AGRETIRO.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  AGRETOR
           RECORDING MODE IS F.
       01 RETORNO-LINE                     PIC X(120).
       FD  TLTGEN.
           COPY TLTGEN.
       FD  TLAGENC.
           COPY TLAGENC.
       FD  TLAGCOL.
           COPY TLAGCOL.
       FD  TLGESTI.
           COPY TLGESTI.
       FD  AGRETIRO
           RECORDING MODE IS F.
       01 RETIRO-LINE                      PIC X(100).
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-AGRETOR                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAGENC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLAGCOL                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLGESTI                       PIC 9(02)  VALUE ZEROS.
       01 FS-AGRETIRO                      PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLTGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLAGENC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLAGCOL.
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
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-AGRETOR               PIC 9(01)  VALUE ZEROS.
             88 FIN-AGRETOR                           VALUE 1.
          02 WKS-FIN-TLAGCOL               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLAGCOL                           VALUE 1.
          02 WKS-BLOQUE                    PIC X(01)  VALUE 'N'.
             88 BLOQUE-ACEPTADO                       VALUE 'S'.
             88 BLOQUE-RECHAZADO                      VALUE 'N'.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   LAYOUTS DEL ARCHIVO DE RETORNO DE LAS AGENCIAS
       01 WKS-LINEA-RETORNO.
          05 WKS-RET-TIPO                  PIC X(03).
             88 RET-HEADER                            VALUE 'HDR'.
             88 RET-GESTION                           VALUE 'GES'.
             88 RET-PAGO                              VALUE 'PAG'.
             88 RET-TRAILER                           VALUE 'TRL'.
          05 FILLER                        PIC X(01).
          05 WKS-RET-DATOS                 PIC X(116).
       01 WKS-RET-HDR REDEFINES WKS-LINEA-RETORNO.
          05 FILLER                        PIC X(04).
          05 WKS-HDR-AGENCIA               PIC X(04).
          05 FILLER                        PIC X(01).
          05 WKS-HDR-FECHA-CORTE           PIC 9(08).
          05 FILLER                        PIC X(103).
       01 WKS-RET-GES REDEFINES WKS-LINEA-RETORNO.
          05 FILLER                        PIC X(04).
          05 WKS-GES-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01).
          05 WKS-GES-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(01).
          05 WKS-GES-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01).
          05 WKS-GES-HORA                  PIC 9(06).
          05 FILLER                        PIC X(01).
          05 WKS-GES-RESULTADO             PIC X(02).
          05 FILLER                        PIC X(01).
          05 WKS-GES-COMENTARIO            PIC X(40).
          05 FILLER                        PIC X(01).
          05 WKS-GES-FECHA-PROX            PIC X(08).
          05 FILLER                        PIC X(29).
       01 WKS-RET-PAG REDEFINES WKS-LINEA-RETORNO.
          05 FILLER                        PIC X(04).
          05 WKS-PAG-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-MONTO-ENT             PIC 9(09).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-MONTO-DEC             PIC 9(02).
          05 FILLER                        PIC X(01).
          05 WKS-PAG-REFERENCIA            PIC X(10).
          05 FILLER                        PIC X(64).
      *------->   COMISIONES Y RETIROS ACUMULADOS POR AGENCIA
       01 WKS-TABLA-AGENCIAS.
          02 WKS-TAB-LONG                  PIC 9(03)  VALUE ZEROS.
          02 WKS-AGENCIA-BUSCADA           PIC X(04)  VALUE SPACES.
          02 IDX-ENCONTRADO                PIC 9(03)  VALUE ZEROS.
          02 WKS-AGENCIA-ENT OCCURS 0 TO 100
                             DEPENDING ON WKS-TAB-LONG
                             INDEXED   BY IDX-AGE.
             03 WKS-AGE-CODIGO             PIC X(04).
             03 WKS-AGE-GESTIONES          PIC 9(07).
             03 WKS-AGE-PAGOS              PIC 9(07).
             03 WKS-AGE-MONTO              PIC S9(13)V99.
             03 WKS-AGE-COMISION           PIC S9(11)V99.
             03 WKS-AGE-RETIRADAS          PIC 9(07).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-AGENCIA-ACTUAL            PIC X(04)  VALUE SPACES.
          02 WKS-CORTE-ACTUAL              PIC 9(08)  VALUE ZEROS.
          02 WKS-PORC-ACTUAL               PIC 9(02)V99 VALUE ZEROS.
          02 WKS-MONTO-PAGO                PIC S9(09)V99 VALUE ZEROS.
          02 WKS-COMISION                  PIC S9(09)V99 VALUE ZEROS.
          02 WKS-MOTIVO-RECHAZO            PIC X(40)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->    LINEA DEL ARCHIVO DE CUENTAS RETIRADAS AGRETIRO
       01 WKS-LINEA-RETIRO.
          05 FILLER                        PIC X(03)  VALUE 'RET'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-AGENCIA               PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-FECHA-COLOCACION      PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-FECHA-VENCE           PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-GESTIONES             PIC 9(05).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-PAGOS                 PIC 9(05).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-MONTO-PAGADO          PIC 9(11).99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RTR-COMISION              PIC 9(09).99.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER-RECHAZOS.
          05 FILLER                        PIC X(50)  VALUE
             'LINEAS RECHAZADAS DEL RETORNO DE AGENCIAS, FECHA: '.
          05 WKS-HDR-FECHA-RCH             PIC 9(08).
       01 WKS-LINEA-RECHAZO.
          05 WKS-RCH-TIPO                  PIC X(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-AGENCIA               PIC X(04).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-MONEDA                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-RCH-MOTIVO                PIC X(40).
       01 HEADER-COMISIONES.
          05 FILLER                        PIC X(41)  VALUE
             'COMISION Y RETIROS POR AGENCIA, FECHA: '.
          05 WKS-HDR-FECHA-COM             PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(07)  VALUE 'AGENCIA'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(09)  VALUE 'GESTIONES'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(09)  VALUE 'PAGOS'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE
             'MONTO RECUPERADO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(18)  VALUE 'COMISION'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(09)  VALUE 'RETIRADAS'.
       01 WKS-LINEA-COMISION.
          05 WKS-LIN-AGENCIA               PIC X(07).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-GESTIONES             PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-PAGOS                 PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-MONTO                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-COMISION              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-RETIRADAS             PIC Z,ZZZ,ZZ9.
       01 WKS-GRAN-TOTAL.
          05 WKS-TOT-GESTIONES             PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-PAGOS                 PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-MONTO                 PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-COMISION              PIC S9(11)V99 VALUE ZEROS.
          05 WKS-TOT-RETIRADAS             PIC 9(07)  VALUE ZEROS.
       01 WKS-ESTADISTICAS.
          05 WKS-LINEAS-LEIDAS             PIC 9(07)  VALUE ZEROS.
          05 WKS-BLOQUES-ACEPTADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-BLOQUES-RECHAZADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-LINEAS-RECHAZADAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-EXCEDIDAS        PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-LEE-AGRETOR
           PERFORM 310-PROCESA-LINEA UNTIL FIN-AGRETOR
           PERFORM 400-RETIRA-VENCIDAS
           PERFORM 450-ESCRIBE-COMISIONES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  AGRETOR TLTGEN
           OPEN I-O    TLAGENC TLAGCOL TLGESTI
      *------> LA BITACORA PUEDE NO EXISTIR SI AUN NO HAY GESTIONES
           IF FS-TLGESTI = 35
              OPEN OUTPUT TLGESTI
              CLOSE TLGESTI
              OPEN I-O TLGESTI
           END-IF
           OPEN OUTPUT AGRETIRO FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLAGRETO' TO PROGRAMA
           IF (FS-AGRETOR = 97) AND (FS-TLTGEN = 97) AND
              (FS-TLAGENC = 97) AND (FS-TLAGCOL = 97) AND
              (FS-TLGESTI = 97) AND (FS-AGRETIRO = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-AGRETOR FS-TLTGEN FS-TLAGENC
                            FS-TLAGCOL FS-TLGESTI FS-AGRETIRO
                            FS-FTPREP
           END-IF
           IF FS-AGRETOR NOT = 0 OR FS-TLTGEN NOT = 0 OR
              FS-TLAGENC NOT = 0 OR FS-TLAGCOL NOT = 0 OR
              FS-TLGESTI NOT = 0 OR FS-AGRETIRO NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO AGRETOR  : " FS-AGRETOR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAGENC  : " FS-TLAGENC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAGCOL  : " FS-TLAGCOL
              DISPLAY "* FILE STATUS DEL ARCHIVO TLGESTI  : " FS-TLGESTI
              DISPLAY "* FILE STATUS DEL ARCHIVO AGRETIRO : "
                      FS-AGRETIRO
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
           END-IF
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA-RCH
           MOVE HEADER-RECHAZOS   TO PRINT-LINE
           PERFORM 460-IMPRIME.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

       300-LEE-AGRETOR SECTION.
           READ AGRETOR
             AT END
                MOVE 1 TO WKS-FIN-AGRETOR
             NOT AT END
                ADD  1 TO WKS-LINEAS-LEIDAS
                MOVE RETORNO-LINE TO WKS-LINEA-RETORNO
           END-READ.
       300-LEE-AGRETOR-E. EXIT.

       310-PROCESA-LINEA SECTION.
           PERFORM 315-DESPACHA-LINEA
           PERFORM 300-LEE-AGRETOR.
       310-PROCESA-LINEA-E. EXIT.

      ******************************************************************
      *  LAS LINEAS GES Y PAG SOLO SE APLICAN DENTRO DE UN BLOQUE      *
      *  ACEPTADO; LAS DE UN BLOQUE RECHAZADO YA QUEDARON CONTADAS     *
      *  CON EL HEADER Y NO SE LISTAN UNA POR UNA                      *
      ******************************************************************
       315-DESPACHA-LINEA SECTION.
           EVALUATE TRUE
              WHEN RET-HEADER
                   PERFORM 320-ABRE-BLOQUE
              WHEN RET-TRAILER
                   CONTINUE
              WHEN RET-GESTION
                   IF BLOQUE-ACEPTADO
                      PERFORM 330-APLICA-GESTION
                   END-IF
              WHEN RET-PAGO
                   IF BLOQUE-ACEPTADO
                      PERFORM 340-APLICA-PAGO
                   END-IF
              WHEN OTHER
                   MOVE SPACES TO WKS-RCH-CUENTA WKS-RCH-MONEDA
                   MOVE 'TIPO DE LINEA DESCONOCIDO'
                                             TO WKS-MOTIVO-RECHAZO
                   PERFORM 350-RECHAZA-LINEA
           END-EVALUATE.
       315-DESPACHA-LINEA-E. EXIT.

      ******************************************************************
      *  SERIE 320 VALIDA EL HEADER DEL BLOQUE: LA AGENCIA DEBE EXISTIR*
      *  Y SU FECHA DE CORTE SER POSTERIOR AL ULTIMO RETORNO APLICADO; *
      *  ASI UN ARCHIVO REENVIADO NO DUPLICA GESTIONES NI COMISIONES   *
      ******************************************************************
       320-ABRE-BLOQUE SECTION.
           SET  BLOQUE-RECHAZADO TO TRUE
           MOVE WKS-HDR-AGENCIA  TO WKS-AGENCIA-ACTUAL
           MOVE SPACES           TO WKS-RCH-CUENTA WKS-RCH-MONEDA
           IF WKS-HDR-FECHA-CORTE NOT NUMERIC OR
              WKS-HDR-FECHA-CORTE = ZEROS
              MOVE 'BLOQUE RECHAZADO, FECHA DE CORTE INVALIDA'
                                        TO WKS-MOTIVO-RECHAZO
              PERFORM 350-RECHAZA-LINEA
              ADD 1 TO WKS-BLOQUES-RECHAZADOS
              GO TO 320-ABRE-BLOQUE-E
           END-IF
           MOVE WKS-HDR-AGENCIA TO TLAG-AGENCIA
           READ TLAGENC KEY IS TLAG-LLAVE
             INVALID KEY
                MOVE 'BLOQUE RECHAZADO, AGENCIA NO EXISTE'
                                        TO WKS-MOTIVO-RECHAZO
                PERFORM 350-RECHAZA-LINEA
                ADD 1 TO WKS-BLOQUES-RECHAZADOS
                GO TO 320-ABRE-BLOQUE-E
           END-READ
           IF WKS-HDR-FECHA-CORTE NOT > TLAG-FECHA-ULT-RETORNO
              MOVE 'BLOQUE RECHAZADO, CORTE YA PROCESADO'
                                        TO WKS-MOTIVO-RECHAZO
              PERFORM 350-RECHAZA-LINEA
              ADD 1 TO WKS-BLOQUES-RECHAZADOS
              GO TO 320-ABRE-BLOQUE-E
           END-IF
           MOVE WKS-HDR-FECHA-CORTE TO TLAG-FECHA-ULT-RETORNO
           REWRITE REG-TLAGENC
           IF FS-TLAGENC NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE TLAG-LLAVE TO LLAVE
              MOVE 'TLAGENC'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLAGENC, FSE-TLAGENC
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE TLAG-PORC-COMISION  TO WKS-PORC-ACTUAL
           MOVE WKS-HDR-FECHA-CORTE TO WKS-CORTE-ACTUAL
           MOVE WKS-HDR-AGENCIA    TO WKS-AGENCIA-BUSCADA
           PERFORM 360-UBICA-AGENCIA
           SET  BLOQUE-ACEPTADO    TO TRUE
           ADD  1                  TO WKS-BLOQUES-ACEPTADOS.
       320-ABRE-BLOQUE-E. EXIT.

      ******************************************************************
      *  SERIE 330 GESTION DE LA AGENCIA: LA CUENTA DEBE ESTAR COLOCADA*
      *  CON ELLA Y EL RESULTADO EXISTIR EN TLTGEN 006. SE GRABA EN    *
      *  TLGESTI CON 'AG' + CODIGO DE AGENCIA COMO ANALISTA            *
      ******************************************************************
       330-APLICA-GESTION SECTION.
           MOVE WKS-GES-CUENTA TO WKS-RCH-CUENTA
           MOVE WKS-GES-MONEDA TO WKS-RCH-MONEDA
           IF WKS-GES-FECHA NOT NUMERIC OR WKS-GES-FECHA = ZEROS OR
              WKS-GES-HORA NOT NUMERIC
              MOVE 'FECHA U HORA DE GESTION INVALIDA'
                                        TO WKS-MOTIVO-RECHAZO
              PERFORM 350-RECHAZA-LINEA
              GO TO 330-APLICA-GESTION-E
           END-IF
           MOVE WKS-GES-CUENTA TO TLAC-CUENTA
           MOVE WKS-GES-MONEDA TO TLAC-MONEDA
           PERFORM 370-LEE-COLOCACION
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              PERFORM 350-RECHAZA-LINEA
              GO TO 330-APLICA-GESTION-E
           END-IF
           MOVE 'TLT'             TO TLTG-CODIGO
           MOVE 006               TO TLTG-CORRELATIVO-TABLA
           MOVE SPACES            TO TLTG-CORRELATIVO-REGISTRO
           MOVE WKS-GES-RESULTADO TO TLTG-CORRELATIVO-REGISTRO (1:2)
           READ TLTGEN KEY IS TLTG-LLAVE
             INVALID KEY
                MOVE 'CODIGO DE RESULTADO NO EXISTE EN TLTGEN 006'
                                        TO WKS-MOTIVO-RECHAZO
                PERFORM 350-RECHAZA-LINEA
                GO TO 330-APLICA-GESTION-E
           END-READ
           INITIALIZE REG-TLGESTI
           MOVE WKS-GES-CUENTA     TO TLGS-CUENTA
           MOVE WKS-GES-FECHA      TO TLGS-FECHA
           MOVE WKS-GES-HORA       TO TLGS-HORA
           MOVE 'AG'               TO TLGS-ANALISTA (1:2)
           MOVE WKS-AGENCIA-ACTUAL TO TLGS-ANALISTA (3:4)
           MOVE WKS-GES-RESULTADO  TO TLGS-RESULTADO
           MOVE WKS-GES-COMENTARIO TO TLGS-COMENTARIO
           IF WKS-GES-FECHA-PROX NUMERIC
              MOVE WKS-GES-FECHA-PROX TO TLGS-FECHA-PROX-ACCION
           END-IF
           WRITE REG-TLGESTI
           EVALUATE FS-TLGESTI
              WHEN 0
                 CONTINUE
              WHEN 22
                 MOVE 'GESTION YA REGISTRADA EN TLGESTI'
                                        TO WKS-MOTIVO-RECHAZO
                 PERFORM 350-RECHAZA-LINEA
                 GO TO 330-APLICA-GESTION-E
              WHEN OTHER
                 MOVE 'WRITE'    TO ACCION
                 MOVE TLGS-LLAVE TO LLAVE
                 MOVE 'TLGESTI'  TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-TLGESTI, FSE-TLGESTI
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
           END-EVALUATE
           ADD 1 TO TLAC-GESTIONES
           PERFORM 380-ACTUALIZA-COLOCACION
           ADD 1 TO WKS-AGE-GESTIONES (IDX-AGE).
       330-APLICA-GESTION-E. EXIT.

      ******************************************************************
      *  SERIE 340 PAGO REPORTADO POR LA AGENCIA: SE ACUMULA EN LA     *
      *  COLOCACION CON SU COMISION (PAGO POR EL PORCENTAJE DE LA      *
      *  AGENCIA, REDONDEADA A CENTAVOS)                               *
      ******************************************************************
       340-APLICA-PAGO SECTION.
           MOVE WKS-PAG-CUENTA TO WKS-RCH-CUENTA
           MOVE WKS-PAG-MONEDA TO WKS-RCH-MONEDA
           IF WKS-PAG-FECHA NOT NUMERIC OR WKS-PAG-FECHA = ZEROS
              MOVE 'FECHA DE PAGO INVALIDA' TO WKS-MOTIVO-RECHAZO
              PERFORM 350-RECHAZA-LINEA
              GO TO 340-APLICA-PAGO-E
           END-IF
           IF WKS-PAG-MONTO-ENT NOT NUMERIC OR
              WKS-PAG-MONTO-DEC NOT NUMERIC
              MOVE 'MONTO DE PAGO NO NUMERICO' TO WKS-MOTIVO-RECHAZO
              PERFORM 350-RECHAZA-LINEA
              GO TO 340-APLICA-PAGO-E
           END-IF
           COMPUTE WKS-MONTO-PAGO = WKS-PAG-MONTO-ENT +
                   WKS-PAG-MONTO-DEC / 100
           IF WKS-MONTO-PAGO NOT > ZEROS
              MOVE 'MONTO DE PAGO EN CERO' TO WKS-MOTIVO-RECHAZO
              PERFORM 350-RECHAZA-LINEA
              GO TO 340-APLICA-PAGO-E
           END-IF
           MOVE WKS-PAG-CUENTA TO TLAC-CUENTA
           MOVE WKS-PAG-MONEDA TO TLAC-MONEDA
           PERFORM 370-LEE-COLOCACION
           IF WKS-MOTIVO-RECHAZO NOT = SPACES
              PERFORM 350-RECHAZA-LINEA
              GO TO 340-APLICA-PAGO-E
           END-IF
           COMPUTE WKS-COMISION ROUNDED =
                   WKS-MONTO-PAGO * WKS-PORC-ACTUAL / 100
           ADD 1              TO TLAC-CANTIDAD-PAGOS
           ADD WKS-MONTO-PAGO TO TLAC-MONTO-PAGADO
           ADD WKS-COMISION   TO TLAC-COMISION
           PERFORM 380-ACTUALIZA-COLOCACION
           ADD 1              TO WKS-AGE-PAGOS (IDX-AGE)
           ADD WKS-MONTO-PAGO TO WKS-AGE-MONTO (IDX-AGE)
           ADD WKS-COMISION   TO WKS-AGE-COMISION (IDX-AGE).
       340-APLICA-PAGO-E. EXIT.

       350-RECHAZA-LINEA SECTION.
           ADD  1                  TO WKS-LINEAS-RECHAZADAS
           MOVE WKS-RET-TIPO       TO WKS-RCH-TIPO
           MOVE WKS-AGENCIA-ACTUAL TO WKS-RCH-AGENCIA
           MOVE WKS-MOTIVO-RECHAZO TO WKS-RCH-MOTIVO
           MOVE WKS-LINEA-RECHAZO  TO PRINT-LINE
           PERFORM 460-IMPRIME.
       350-RECHAZA-LINEA-E. EXIT.

      *----> SERIE 360 UBICA LA AGENCIA EN LA TABLA DE ACUMULADOS Y LA
      *----> AGREGA SI ES NUEVA; DEJA IDX-AGE APUNTANDO A SU ENTRADA
       360-UBICA-AGENCIA SECTION.
           MOVE ZEROS TO IDX-ENCONTRADO
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > WKS-TAB-LONG
              IF WKS-AGE-CODIGO (IDX-AGE) = WKS-AGENCIA-BUSCADA
                 SET IDX-ENCONTRADO TO IDX-AGE
              END-IF
           END-PERFORM
           IF IDX-ENCONTRADO = ZEROS
              IF WKS-TAB-LONG < 100
                 ADD 1 TO WKS-TAB-LONG
                 SET IDX-AGE TO WKS-TAB-LONG
                 MOVE WKS-AGENCIA-BUSCADA TO WKS-AGE-CODIGO (IDX-AGE)
                 MOVE ZEROS TO WKS-AGE-GESTIONES (IDX-AGE)
                               WKS-AGE-PAGOS (IDX-AGE)
                               WKS-AGE-MONTO (IDX-AGE)
                               WKS-AGE-COMISION (IDX-AGE)
                               WKS-AGE-RETIRADAS (IDX-AGE)
                 MOVE WKS-TAB-LONG TO IDX-ENCONTRADO
              ELSE
      *          LA TABLA SE LLENO: SE ACUMULA EN LA ULTIMA ENTRADA
                 ADD 1 TO WKS-AGENCIAS-EXCEDIDAS
                 MOVE WKS-TAB-LONG TO IDX-ENCONTRADO
              END-IF
           END-IF
           SET IDX-AGE TO IDX-ENCONTRADO.
       360-UBICA-AGENCIA-E. EXIT.

      *----> SERIE 370 LEE LA COLOCACION: DEBE EXISTIR, SEGUIR VIGENTE
      *----> Y PERTENECER A LA AGENCIA DEL BLOQUE EN PROCESO
       370-LEE-COLOCACION SECTION.
           MOVE SPACES TO WKS-MOTIVO-RECHAZO
           READ TLAGCOL KEY IS TLAC-LLAVE
             INVALID KEY
                MOVE 'CUENTA NO ESTA COLOCADA EN TLAGCOL'
                                        TO WKS-MOTIVO-RECHAZO
             NOT INVALID KEY
                IF TLAC-AGENCIA NOT = WKS-AGENCIA-ACTUAL
                   MOVE 'CUENTA COLOCADA CON OTRA AGENCIA'
                                        TO WKS-MOTIVO-RECHAZO
                ELSE
                   IF TLAC-RETIRADA
                      MOVE 'COLOCACION YA RETIRADA'
                                        TO WKS-MOTIVO-RECHAZO
                   END-IF
                END-IF
           END-READ.
       370-LEE-COLOCACION-E. EXIT.

       380-ACTUALIZA-COLOCACION SECTION.
           MOVE WKS-CORTE-ACTUAL TO TLAC-FECHA-ULT-RETORNO
           REWRITE REG-TLAGCOL
           IF FS-TLAGCOL NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE TLAC-LLAVE TO LLAVE
              MOVE 'TLAGCOL'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLAGCOL, FSE-TLAGCOL
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       380-ACTUALIZA-COLOCACION-E. EXIT.

      ******************************************************************
      *  SERIE 400 FIN DE LA VIGENCIA: TODA COLOCACION AUN VIGENTE     *
      *  CUYA FECHA DE VENCIMIENTO LLEGO A LA FECHA DE PROCESO SE      *
      *  RETIRA DE LA AGENCIA Y SE LISTA EN AGRETIRO CON LO QUE LA     *
      *  AGENCIA LOGRO. LA CUENTA QUEDA LIBRE PARA LA SIGUIENTE        *
      *  ASIGNACION MENSUAL                                            *
      ******************************************************************
       400-RETIRA-VENCIDAS SECTION.
           MOVE LOW-VALUES TO TLAC-LLAVE
           START TLAGCOL KEY IS NOT LESS THAN TLAC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-TLAGCOL
           END-START
           IF NOT FIN-TLAGCOL
              READ TLAGCOL NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLAGCOL
              END-READ
           END-IF
           PERFORM UNTIL FIN-TLAGCOL
              IF TLAC-COLOCADA AND
                 TLAC-FECHA-VENCE NOT > WKS-FECHA-PROCESO
                 PERFORM 410-RETIRA-COLOCACION
              END-IF
              READ TLAGCOL NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLAGCOL
              END-READ
           END-PERFORM.
       400-RETIRA-VENCIDAS-E. EXIT.

       410-RETIRA-COLOCACION SECTION.
           SET  TLAC-RETIRADA     TO TRUE
           MOVE WKS-FECHA-PROCESO TO TLAC-FECHA-RETIRO
           REWRITE REG-TLAGCOL
           IF FS-TLAGCOL NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE TLAC-LLAVE TO LLAVE
              MOVE 'TLAGCOL'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLAGCOL, FSE-TLAGCOL
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE TLAC-AGENCIA          TO WKS-RTR-AGENCIA
           MOVE TLAC-CUENTA           TO WKS-RTR-CUENTA
           MOVE TLAC-MONEDA           TO WKS-RTR-MONEDA
           MOVE TLAC-FECHA-COLOCACION TO WKS-RTR-FECHA-COLOCACION
           MOVE TLAC-FECHA-VENCE      TO WKS-RTR-FECHA-VENCE
           MOVE TLAC-GESTIONES        TO WKS-RTR-GESTIONES
           MOVE TLAC-CANTIDAD-PAGOS   TO WKS-RTR-PAGOS
           MOVE TLAC-MONTO-PAGADO     TO WKS-RTR-MONTO-PAGADO
           MOVE TLAC-COMISION         TO WKS-RTR-COMISION
           MOVE WKS-LINEA-RETIRO      TO RETIRO-LINE
           WRITE RETIRO-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE TLAC-AGENCIA          TO WKS-AGENCIA-BUSCADA
           PERFORM 360-UBICA-AGENCIA
           ADD 1 TO WKS-AGE-RETIRADAS (IDX-AGE).
       410-RETIRA-COLOCACION-E. EXIT.

      *----> SERIE 450 LISTADO DE COMISION Y RETIROS POR AGENCIA
       450-ESCRIBE-COMISIONES SECTION.
           MOVE SPACES            TO PRINT-LINE
           PERFORM 460-IMPRIME
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA-COM
           MOVE HEADER-COMISIONES TO PRINT-LINE
           PERFORM 460-IMPRIME
           MOVE HEADER2           TO PRINT-LINE
           PERFORM 460-IMPRIME
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > WKS-TAB-LONG
              MOVE WKS-AGE-CODIGO (IDX-AGE)    TO WKS-LIN-AGENCIA
              MOVE WKS-AGE-GESTIONES (IDX-AGE) TO WKS-LIN-GESTIONES
              MOVE WKS-AGE-PAGOS (IDX-AGE)     TO WKS-LIN-PAGOS
              MOVE WKS-AGE-MONTO (IDX-AGE)     TO WKS-LIN-MONTO
              MOVE WKS-AGE-COMISION (IDX-AGE)  TO WKS-LIN-COMISION
              MOVE WKS-AGE-RETIRADAS (IDX-AGE) TO WKS-LIN-RETIRADAS
              MOVE WKS-LINEA-COMISION          TO PRINT-LINE
              PERFORM 460-IMPRIME
              ADD WKS-AGE-GESTIONES (IDX-AGE)  TO WKS-TOT-GESTIONES
              ADD WKS-AGE-PAGOS (IDX-AGE)      TO WKS-TOT-PAGOS
              ADD WKS-AGE-MONTO (IDX-AGE)      TO WKS-TOT-MONTO
              ADD WKS-AGE-COMISION (IDX-AGE)   TO WKS-TOT-COMISION
              ADD WKS-AGE-RETIRADAS (IDX-AGE)  TO WKS-TOT-RETIRADAS
           END-PERFORM
           MOVE 'TOTAL'           TO WKS-LIN-AGENCIA
           MOVE WKS-TOT-GESTIONES TO WKS-LIN-GESTIONES
           MOVE WKS-TOT-PAGOS     TO WKS-LIN-PAGOS
           MOVE WKS-TOT-MONTO     TO WKS-LIN-MONTO
           MOVE WKS-TOT-COMISION  TO WKS-LIN-COMISION
           MOVE WKS-TOT-RETIRADAS TO WKS-LIN-RETIRADAS
           MOVE WKS-LINEA-COMISION TO PRINT-LINE
           PERFORM 460-IMPRIME.
       450-ESCRIBE-COMISIONES-E. EXIT.

       460-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       460-IMPRIME-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-FTPREP NOT = 0 OR FS-AGRETIRO NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS FTPREP/AGRETIRO : (" FS-FTPREP "/"
                   FS-AGRETIRO ")" UPON CONSOLE
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
           MOVE    WKS-LINEAS-LEIDAS      TO WKS-MASCARA
           DISPLAY 'LINEAS LEIDAS DE AGRETOR       : ' WKS-MASCARA
           MOVE    WKS-BLOQUES-ACEPTADOS  TO WKS-MASCARA
           DISPLAY 'BLOQUES DE AGENCIA ACEPTADOS   : ' WKS-MASCARA
           MOVE    WKS-BLOQUES-RECHAZADOS TO WKS-MASCARA
           DISPLAY 'BLOQUES DE AGENCIA RECHAZADOS  : ' WKS-MASCARA
           MOVE    WKS-LINEAS-RECHAZADAS  TO WKS-MASCARA
           DISPLAY 'LINEAS RECHAZADAS EN FTPREP    : ' WKS-MASCARA
           MOVE    WKS-TOT-GESTIONES      TO WKS-MASCARA
           DISPLAY 'GESTIONES GRABADAS EN TLGESTI  : ' WKS-MASCARA
           MOVE    WKS-TOT-PAGOS          TO WKS-MASCARA
           DISPLAY 'PAGOS ACUMULADOS EN TLAGCOL    : ' WKS-MASCARA
           MOVE    WKS-TOT-RETIRADAS      TO WKS-MASCARA
           DISPLAY 'COLOCACIONES RETIRADAS         : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-EXCEDIDAS TO WKS-MASCARA
           DISPLAY 'AGENCIAS FUERA DE TABLA        : ' WKS-MASCARA
           MOVE    WKS-TOT-MONTO          TO WKS-MASCARA-MONTO
           DISPLAY 'MONTO RECUPERADO POR AGENCIAS  : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-COMISION       TO WKS-MASCARA-MONTO
           DISPLAY 'COMISION TOTAL A AGENCIAS      : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE AGRETOR TLTGEN TLAGENC TLAGCOL TLGESTI AGRETIRO
                 FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
