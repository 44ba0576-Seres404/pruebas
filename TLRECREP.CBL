      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLRECREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MENSUAL DE RECUPERACION DE CARTERA       *
      *             : CASTIGADA. RECORRE EL MAESTRO TLRECUP Y          *
      *             : TOTALIZA, POR COSECHA (MES AAAAMM DEL CASTIGO) Y *
      *             : POR COBRADOR, LAS CUENTAS CASTIGADAS, EL MONTO   *
      *             : CASTIGADO, LO RECUPERADO A LA FECHA, LO          *
      *             : RECUPERADO EN EL MES DEL REPORTE Y LA TASA DE    *
      *             : RECUPERACION (RECUPERADO / CASTIGADO). LAS       *
      *             : CUENTAS CASTIGADAS DESPUES DEL PERIODO NO        *
      *             : ENTRAN. EL RECUPERADO A LA FECHA ES EL DEL       *
      *             : MAESTRO AL MOMENTO DE CORRER EL REPORTE.         *
      *             : TARJETA SYSIN: PERIODO AAAAMM EN 1-6.            *
      * ARCHIVOS    : TLRECUP=C, FTPREP=A                              *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRECREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLRECUP ASSIGN  TO TLRECUP
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLRC-LLAVE
                   FILE STATUS     IS FS-TLRECUP
                                      FSE-TLRECUP.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  TLRECUP.
           COPY TLRECUP.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLRECUP                       PIC 9(02)  VALUE ZEROS.
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
      *------->       TARJETA SYSIN: PERIODO DEL REPORTE AAAAMM
       01 WKS-PERIODO-REPORTE              PIC 9(06)  VALUE ZEROS.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-TLRECUP               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLRECUP                           VALUE 1.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-COS-LONG                  PIC 9(03)  VALUE ZEROS.
          02 WKS-TAB-LONG                  PIC 9(03)  VALUE ZEROS.
          02 IDX-ENCONTRADO                PIC 9(03)  VALUE ZEROS.
          02 WKS-POSICION                  PIC 9(03)  VALUE ZEROS.
          02 WKS-COSECHA-BUSCADA           PIC 9(06)  VALUE ZEROS.
          02 WKS-COBRADOR-BUSCADO          PIC X(08)  VALUE SPACES.
          02 WKS-MES-CUENTA                PIC S9(11)V99 VALUE ZEROS.
      *------->   TOTALES DE UNA LINEA Y DEL GRAN TOTAL
       01 WKS-TOTALES-LINEA.
          02 WKS-TOT-CUENTAS               PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-CASTIGADO             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-TOT-RECUPERADO            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-TOT-RECUPERADO-MES        PIC S9(13)V99 VALUE ZEROS.
       01 WKS-GRAN-TOTAL.
          02 WKS-GRT-CUENTAS               PIC 9(07)  VALUE ZEROS.
          02 WKS-GRT-CASTIGADO             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRT-RECUPERADO            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRT-RECUPERADO-MES        PIC S9(13)V99 VALUE ZEROS.
      *------->   TABLA EN MEMORIA DE TOTALES POR COSECHA, ORDENADA
       01 WKS-TABLA-COSECHAS.
          02 WKS-COSECHA-ENT OCCURS 0 TO 240
                             DEPENDING ON WKS-COS-LONG
                             INDEXED   BY IDX-CSH IDX-MOV.
             03 WKS-CSH-COSECHA            PIC 9(06).
             03 WKS-CSH-CUENTAS            PIC 9(07).
             03 WKS-CSH-CASTIGADO          PIC S9(13)V99.
             03 WKS-CSH-RECUPERADO         PIC S9(13)V99.
             03 WKS-CSH-RECUPERADO-MES     PIC S9(13)V99.
      *------->   TABLA EN MEMORIA DE TOTALES POR COBRADOR
       01 WKS-TABLA-COBRADORES.
          02 WKS-COBRADOR-ENT OCCURS 0 TO 200
                              DEPENDING ON WKS-TAB-LONG
                              INDEXED   BY IDX-COB.
             03 WKS-COB-CODIGO             PIC X(08).
             03 WKS-COB-CUENTAS            PIC 9(07).
             03 WKS-COB-CASTIGADO          PIC S9(13)V99.
             03 WKS-COB-RECUPERADO         PIC S9(13)V99.
             03 WKS-COB-RECUPERADO-MES     PIC S9(13)V99.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(44)  VALUE
             'RECUPERACION DE CARTERA CASTIGADA, PERIODO: '.
          05 WKS-HDR-PERIODO               PIC 9(06).
       01 HEADER-COSECHA.
          05 FILLER                        PIC X(30)  VALUE
             'POR COSECHA (MES DEL CASTIGO)'.
       01 HEADER-COBRADOR.
          05 FILLER                        PIC X(30)  VALUE
             'POR COBRADOR'.
       01 HEADER2.
          05 FILLER                        PIC X(08)  VALUE 'GRUPO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(07)  VALUE 'CUENTAS'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(14)  VALUE 'CASTIGADO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(14)  VALUE
             'RECUPERADO'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(14)  VALUE
             'RECUP. EN MES'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(07)  VALUE 'TASA %'.
       01 WKS-LINEA-DETALLE.
          05 WKS-LIN-GRUPO                 PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CUENTAS               PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CASTIGADO             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-RECUPERADO            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-RECUPERADO-MES        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-TASA                  PIC ZZZ9.99.
       01 WKS-ESTADISTICAS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-POSTERIORES-PERIODO       PIC 9(07)  VALUE ZEROS.
          05 WKS-TABLA-DESBORDADA          PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-PERIODO-REPORTE FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-BARRIDO-TLRECUP
           PERFORM 400-ESCRIBE-LISTADO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  TLRECUP
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLRECREP' TO PROGRAMA
           IF (FS-TLRECUP = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-TLRECUP FS-FTPREP
           END-IF
           IF FS-TLRECUP NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLRECUP  : " FS-TLRECUP
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-PERIODO-REPORTE NOT NUMERIC OR
              WKS-PERIODO-REPORTE = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (PERIODO AAAAMM) '
                      '<<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      *----> SERIE 300 ACUMULA CADA CUENTA EN SU COSECHA Y SU COBRADOR
       300-BARRIDO-TLRECUP SECTION.
           READ TLRECUP NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-TLRECUP
           END-READ
           PERFORM UNTIL FIN-TLRECUP
              IF FS-TLRECUP = 0
                 ADD 1 TO WKS-REGISTROS-LEIDOS
                 IF TLRC-COSECHA > WKS-PERIODO-REPORTE
                    ADD 1 TO WKS-POSTERIORES-PERIODO
                 ELSE
                    PERFORM 310-ACUMULA-CUENTA
                 END-IF
              ELSE
                 MOVE 'READ'     TO ACCION
                 MOVE TLRC-LLAVE TO LLAVE
                 MOVE 'TLRECUP'  TO ARCHIVO
                 CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-TLRECUP, FSE-TLRECUP
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              READ TLRECUP NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLRECUP
              END-READ
           END-PERFORM.
       300-BARRIDO-TLRECUP-E. EXIT.

       310-ACUMULA-CUENTA SECTION.
           IF TLRC-PERIODO-MES = WKS-PERIODO-REPORTE
              MOVE TLRC-RECUPERADO-MES TO WKS-MES-CUENTA
           ELSE
              MOVE ZEROS               TO WKS-MES-CUENTA
           END-IF
           ADD 1                     TO WKS-GRT-CUENTAS
           ADD TLRC-MONTO-CASTIGADO  TO WKS-GRT-CASTIGADO
           ADD TLRC-MONTO-RECUPERADO TO WKS-GRT-RECUPERADO
           ADD WKS-MES-CUENTA        TO WKS-GRT-RECUPERADO-MES
           MOVE TLRC-COSECHA TO WKS-COSECHA-BUSCADA
           PERFORM 350-UBICA-COSECHA
           IF IDX-ENCONTRADO > ZEROS
              SET IDX-CSH TO IDX-ENCONTRADO
              ADD 1                     TO WKS-CSH-CUENTAS (IDX-CSH)
              ADD TLRC-MONTO-CASTIGADO  TO WKS-CSH-CASTIGADO (IDX-CSH)
              ADD TLRC-MONTO-RECUPERADO TO WKS-CSH-RECUPERADO (IDX-CSH)
              ADD WKS-MES-CUENTA   TO WKS-CSH-RECUPERADO-MES (IDX-CSH)
           END-IF
           IF TLRC-COBRADOR = SPACES
              MOVE 'SIN COB.'    TO WKS-COBRADOR-BUSCADO
           ELSE
              MOVE TLRC-COBRADOR TO WKS-COBRADOR-BUSCADO
           END-IF
           PERFORM 360-UBICA-COBRADOR
           IF IDX-ENCONTRADO > ZEROS
              SET IDX-COB TO IDX-ENCONTRADO
              ADD 1                     TO WKS-COB-CUENTAS (IDX-COB)
              ADD TLRC-MONTO-CASTIGADO  TO WKS-COB-CASTIGADO (IDX-COB)
              ADD TLRC-MONTO-RECUPERADO TO WKS-COB-RECUPERADO (IDX-COB)
              ADD WKS-MES-CUENTA   TO WKS-COB-RECUPERADO-MES (IDX-COB)
           END-IF.
       310-ACUMULA-CUENTA-E. EXIT.

      ******************************************************************
      *  UBICA LA COSECHA EN LA TABLA; SI NO EXISTE LA INSERTA EN SU   *
      *  POSICION PARA QUE EL LISTADO SALGA ORDENADO POR MES, CORRIENDO*
      *  UNA POSICION HACIA ABAJO LAS COSECHAS POSTERIORES             *
      ******************************************************************
       350-UBICA-COSECHA SECTION.
           MOVE ZEROS TO IDX-ENCONTRADO
           MOVE ZEROS TO WKS-POSICION
           PERFORM VARYING IDX-CSH FROM 1 BY 1
                   UNTIL IDX-CSH > WKS-COS-LONG OR WKS-POSICION > ZEROS
              IF WKS-CSH-COSECHA (IDX-CSH) NOT < WKS-COSECHA-BUSCADA
                 SET WKS-POSICION TO IDX-CSH
              END-IF
           END-PERFORM
           IF WKS-POSICION > ZEROS
              SET IDX-CSH TO WKS-POSICION
              IF WKS-CSH-COSECHA (IDX-CSH) = WKS-COSECHA-BUSCADA
                 MOVE WKS-POSICION TO IDX-ENCONTRADO
                 GO TO 350-UBICA-COSECHA-E
              END-IF
           END-IF
           IF WKS-COS-LONG NOT < 240
              ADD 1 TO WKS-TABLA-DESBORDADA
              GO TO 350-UBICA-COSECHA-E
           END-IF
           ADD 1 TO WKS-COS-LONG
           IF WKS-POSICION = ZEROS
              MOVE WKS-COS-LONG TO WKS-POSICION
           ELSE
              PERFORM VARYING IDX-MOV FROM WKS-COS-LONG BY -1
                      UNTIL IDX-MOV NOT > WKS-POSICION
                 SET IDX-CSH TO IDX-MOV
                 SET IDX-CSH DOWN BY 1
                 MOVE WKS-COSECHA-ENT (IDX-CSH)
                   TO WKS-COSECHA-ENT (IDX-MOV)
              END-PERFORM
           END-IF
           SET IDX-CSH TO WKS-POSICION
           MOVE WKS-COSECHA-BUSCADA TO WKS-CSH-COSECHA (IDX-CSH)
           MOVE ZEROS TO WKS-CSH-CUENTAS (IDX-CSH)
                         WKS-CSH-CASTIGADO (IDX-CSH)
                         WKS-CSH-RECUPERADO (IDX-CSH)
                         WKS-CSH-RECUPERADO-MES (IDX-CSH)
           MOVE WKS-POSICION TO IDX-ENCONTRADO.
       350-UBICA-COSECHA-E. EXIT.

      ******************************************************************
      *  UBICA (O AGREGA) EL COBRADOR EN LA TABLA EN MEMORIA. SI LA    *
      *  TABLA DE 200 SE DESBORDA EL COBRADOR NUEVO SOLO SE CUENTA EN  *
      *  LAS ESTADISTICAS, IGUAL QUE HACE TLCOBEFE                     *
      ******************************************************************
       360-UBICA-COBRADOR SECTION.
           MOVE ZEROS TO IDX-ENCONTRADO
           PERFORM VARYING IDX-COB FROM 1 BY 1
                   UNTIL IDX-COB > WKS-TAB-LONG
              IF WKS-COB-CODIGO (IDX-COB) = WKS-COBRADOR-BUSCADO
                 SET IDX-ENCONTRADO TO IDX-COB
              END-IF
           END-PERFORM
           IF IDX-ENCONTRADO = ZEROS
              IF WKS-TAB-LONG < 200
                 ADD 1 TO WKS-TAB-LONG
                 SET IDX-COB TO WKS-TAB-LONG
                 MOVE WKS-COBRADOR-BUSCADO TO WKS-COB-CODIGO (IDX-COB)
                 MOVE ZEROS TO WKS-COB-CUENTAS (IDX-COB)
                               WKS-COB-CASTIGADO (IDX-COB)
                               WKS-COB-RECUPERADO (IDX-COB)
                               WKS-COB-RECUPERADO-MES (IDX-COB)
                 MOVE WKS-TAB-LONG TO IDX-ENCONTRADO
              ELSE
                 ADD 1 TO WKS-TABLA-DESBORDADA
              END-IF
           END-IF.
       360-UBICA-COBRADOR-E. EXIT.

       400-ESCRIBE-LISTADO SECTION.
           MOVE WKS-PERIODO-REPORTE TO WKS-HDR-PERIODO
           MOVE HEADER1 TO PRINT-LINE
           PERFORM 450-IMPRIME
           MOVE HEADER-COSECHA TO PRINT-LINE
           PERFORM 450-IMPRIME
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 450-IMPRIME
           PERFORM VARYING IDX-CSH FROM 1 BY 1
                   UNTIL IDX-CSH > WKS-COS-LONG
              MOVE WKS-CSH-COSECHA (IDX-CSH)    TO WKS-LIN-GRUPO
              MOVE WKS-CSH-CUENTAS (IDX-CSH)    TO WKS-TOT-CUENTAS
              MOVE WKS-CSH-CASTIGADO (IDX-CSH)  TO WKS-TOT-CASTIGADO
              MOVE WKS-CSH-RECUPERADO (IDX-CSH) TO WKS-TOT-RECUPERADO
              MOVE WKS-CSH-RECUPERADO-MES (IDX-CSH)
                TO WKS-TOT-RECUPERADO-MES
              PERFORM 410-ESCRIBE-DETALLE
           END-PERFORM
           MOVE 'TOTAL'         TO WKS-LIN-GRUPO
           MOVE WKS-GRAN-TOTAL  TO WKS-TOTALES-LINEA
           PERFORM 410-ESCRIBE-DETALLE
           MOVE SPACES TO PRINT-LINE
           PERFORM 450-IMPRIME
           MOVE HEADER-COBRADOR TO PRINT-LINE
           PERFORM 450-IMPRIME
           MOVE HEADER2 TO PRINT-LINE
           PERFORM 450-IMPRIME
           PERFORM VARYING IDX-COB FROM 1 BY 1
                   UNTIL IDX-COB > WKS-TAB-LONG
              MOVE WKS-COB-CODIGO (IDX-COB)     TO WKS-LIN-GRUPO
              MOVE WKS-COB-CUENTAS (IDX-COB)    TO WKS-TOT-CUENTAS
              MOVE WKS-COB-CASTIGADO (IDX-COB)  TO WKS-TOT-CASTIGADO
              MOVE WKS-COB-RECUPERADO (IDX-COB) TO WKS-TOT-RECUPERADO
              MOVE WKS-COB-RECUPERADO-MES (IDX-COB)
                TO WKS-TOT-RECUPERADO-MES
              PERFORM 410-ESCRIBE-DETALLE
           END-PERFORM
           MOVE 'TOTAL'         TO WKS-LIN-GRUPO
           MOVE WKS-GRAN-TOTAL  TO WKS-TOTALES-LINEA
           PERFORM 410-ESCRIBE-DETALLE.
       400-ESCRIBE-LISTADO-E. EXIT.

       410-ESCRIBE-DETALLE SECTION.
           MOVE WKS-TOT-CUENTAS        TO WKS-LIN-CUENTAS
           MOVE WKS-TOT-CASTIGADO      TO WKS-LIN-CASTIGADO
           MOVE WKS-TOT-RECUPERADO     TO WKS-LIN-RECUPERADO
           MOVE WKS-TOT-RECUPERADO-MES TO WKS-LIN-RECUPERADO-MES
           IF WKS-TOT-CASTIGADO > ZEROS
              COMPUTE WKS-LIN-TASA ROUNDED =
                      WKS-TOT-RECUPERADO * 100 / WKS-TOT-CASTIGADO
           ELSE
              MOVE ZEROS TO WKS-LIN-TASA
           END-IF
           MOVE WKS-LINEA-DETALLE TO PRINT-LINE
           PERFORM 450-IMPRIME.
       410-ESCRIBE-DETALLE-E. EXIT.

       450-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       450-IMPRIME-E. EXIT.

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
           MOVE    WKS-REGISTROS-LEIDOS      TO WKS-MASCARA
           DISPLAY 'CUENTAS LEIDAS DE TLRECUP      : ' WKS-MASCARA
           MOVE    WKS-POSTERIORES-PERIODO   TO WKS-MASCARA
           DISPLAY 'CASTIGADAS DESPUES DEL PERIODO : ' WKS-MASCARA
           MOVE    WKS-TABLA-DESBORDADA      TO WKS-MASCARA
           DISPLAY 'ENTRADAS FUERA DE TABLA        : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLRECUP FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
