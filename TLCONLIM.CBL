      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLCONLIM                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE SEMANAL DE CUMPLIMIENTO DE LA POLITICA   *
      *             : DE CONTACTO AL DEUDOR (TLTGEN TABLA TLT 013):    *
      *             :   MAXSEMANA  MAXIMO DE CONTACTOS POR CUENTA EN   *
      *             :              7 DIAS CORRIDOS                     *
      *             :   HORAINICIO/HORAFIN  HORARIO PERMITIDO HHMM     *
      *             :   DIASCARTAS DIAS MINIMOS ENTRE DOS CARTAS       *
      *             : (VALOR EN DESCRIPCION 1:4; UNA REGLA SIN         *
      *             : REGISTRO NO SE EVALUA). RECORRE LAS GESTIONES DE *
      *             : TLGESTI Y LAS CARTAS DE TLCARHIS DE LA SEMANA    *
      *             : QUE TERMINA EN LA FECHA DE LA TARJETA SYSIN, LAS *
      *             : ORDENA POR ANALISTA Y LISTA CADA INCUMPLIMIENTO  *
      *             : CON EL TOTAL DE CONTACTOS REVISADOS DE CADA      *
      *             : ANALISTA, PARA QUE CUMPLIMIENTO TENGA LA PRUEBA  *
      *             : DE QUE SE RESPETAN LOS LIMITES. LAS CARTAS SE    *
      *             : ATRIBUYEN AL BATCH TLCARTAS QUE LAS EMITE.       *
      *             : TARJETA SYSIN: FECHA FIN DE SEMANA AAAAMMDD.     *
      * ARCHIVOS    : TLTGEN=C, TLGESTI=C, TLCARHIS=C, FTPREP=A        *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLCONLIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
            SELECT TLGESTI ASSIGN  TO TLGESTI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLGS-LLAVE
                   FILE STATUS     IS FS-TLGESTI
                                      FSE-TLGESTI.
            SELECT TLCARHIS ASSIGN TO TLCARHIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLCH-LLAVE
                   FILE STATUS     IS FS-TLCARHIS
                                      FSE-TLCARHIS.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  TLTGEN.
           COPY TLTGEN.
       FD  TLGESTI.
           COPY TLGESTI.
       FD  TLCARHIS.
           COPY TLCARHIS.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
      *------->  REGISTRO DE TRABAJO: UN CONTACTO O UNA CARTA DE LA
      *------->  SEMANA CON SUS MARCAS DE INCUMPLIMIENTO, ORDENADO POR
      *------->  ANALISTA PARA EL CORTE DE CONTROL
       SD  WORKFILE.
       01  WORK-REG.
           05  WRKV-ANALISTA               PIC X(08).
           05  WRKV-CUENTA                 PIC X(16).
           05  WRKV-FECHA                  PIC 9(08).
           05  WRKV-HORA                   PIC 9(06).
           05  WRKV-ORIGEN                 PIC X(01).
               88  WRKV-ES-GESTION                  VALUE 'G'.
               88  WRKV-ES-CARTA                    VALUE 'C'.
           05  WRKV-MONEDA                 PIC 9(01).
           05  WRKV-FUERA-HORARIO          PIC X(01).
           05  WRKV-EXCESO-SEMANA          PIC X(01).
           05  WRKV-CARTA-ANTICIPADA       PIC X(01).
           05  WRKV-CONTACTOS-7-DIAS       PIC 9(03).
           05  WRKV-DIAS-ENTRE-CARTAS      PIC 9(05).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLGESTI                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLCARHIS                      PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLTGEN.
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
       01 FSE-TLCARHIS.
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
      *------->     TARJETA SYSIN: FECHA FIN DE SEMANA AAAAMMDD
       01 WKS-FECHA-FIN                    PIC 9(08)  VALUE ZEROS.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-TLGESTI               PIC 9(01)  VALUE ZEROS.
             88 FIN-TLGESTI                           VALUE 1.
          02 WKS-FIN-TLCARHIS              PIC 9(01)  VALUE ZEROS.
             88 FIN-TLCARHIS                          VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
      *------->   REGLAS DE LA POLITICA DE CONTACTO (CERO = NO RIGE)
       01 WKS-POLITICA-CONTACTO.
          02 WKS-REGLA-REGISTRO            PIC X(10)  VALUE SPACES.
          02 WKS-REGLA-VALOR               PIC 9(04)  VALUE ZEROS.
          02 WKS-MAX-SEMANA                PIC 9(04)  VALUE ZEROS.
          02 WKS-HORA-INICIO               PIC 9(04)  VALUE ZEROS.
          02 WKS-HORA-FIN                  PIC 9(04)  VALUE ZEROS.
          02 WKS-DIAS-CARTAS               PIC 9(04)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FECHA-INICIO              PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-CONTEXTO            PIC 9(08)  VALUE ZEROS.
          02 WKS-DIA-ACTUAL                PIC 9(07)  VALUE ZEROS.
          02 WKS-HORA-HHMM                 PIC 9(04)  VALUE ZEROS.
          02 WKS-CUENTA-ANTERIOR           PIC X(16)  VALUE SPACES.
          02 WKS-CONTADOR                  PIC 9(03)  VALUE ZEROS.
          02 WKS-I                         PIC 9(03)  VALUE ZEROS.
          02 WKS-J                         PIC 9(03)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->  DIAS (ENTERO DE FECHA) DE LOS CONTACTOS DE LA CUENTA
      *------->  EN CURSO QUE AUN CAEN DENTRO DE LOS 7 DIAS CORRIDOS
       01 WKS-VENTANA.
          02 WKS-VEN-CANT                  PIC 9(03)  VALUE ZEROS.
          02 WKS-VEN-DIA OCCURS 100 TIMES  PIC 9(07).
      *------->         ACUMULADORES POR ANALISTA Y GENERALES
       01 WKS-GRUPO.
          02 WKS-GRP-ANALISTA              PIC X(08)  VALUE SPACES.
          02 WKS-GRP-CONTACTOS             PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-FUERA-HORARIO         PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-EXCESO                PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-CARTAS                PIC 9(07)  VALUE ZEROS.
          02 WKS-GRP-ANTICIPADAS           PIC 9(07)  VALUE ZEROS.
       01 WKS-GENERAL.
          02 WKS-GEN-CONTACTOS             PIC 9(07)  VALUE ZEROS.
          02 WKS-GEN-FUERA-HORARIO         PIC 9(07)  VALUE ZEROS.
          02 WKS-GEN-EXCESO                PIC 9(07)  VALUE ZEROS.
          02 WKS-GEN-CARTAS                PIC 9(07)  VALUE ZEROS.
          02 WKS-GEN-ANTICIPADAS           PIC 9(07)  VALUE ZEROS.
          02 WKS-GEN-ANALISTAS             PIC 9(07)  VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
          05 FILLER                        PIC X(32)  VALUE
             'REPORTE SEMANAL DE CUMPLIMIENTO '.
          05 FILLER                        PIC X(28)  VALUE
             'DE LA POLITICA DE CONTACTO  '.
          05 FILLER                        PIC X(08)  VALUE ' DESDE: '.
          05 WKS-HD1-DESDE                 PIC 9(08).
          05 FILLER                        PIC X(08)  VALUE ' HASTA: '.
          05 WKS-HD1-HASTA                 PIC 9(08).
       01 HEADER2.
          05 FILLER                        PIC X(22)  VALUE
             'REGLAS TLTGEN TLT 013 '.
          05 FILLER                        PIC X(19)  VALUE
             'MAX.CONTACTOS 7D: '.
          05 WKS-HD2-MAXIMO                PIC ZZZ9.
          05 FILLER                        PIC X(12)  VALUE
             '  HORARIO: '.
          05 WKS-HD2-INICIO                PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '-'.
          05 WKS-HD2-FIN                   PIC 9(04).
          05 FILLER                        PIC X(23)  VALUE
             '  DIAS ENTRE CARTAS: '.
          05 WKS-HD2-DIAS                  PIC ZZZ9.
          05 FILLER                        PIC X(24)  VALUE
             '  (CERO = NO RIGE)'.
       01 HEADER3.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 FILLER                        PIC X(18)  VALUE 'CUENTA'.
          05 FILLER                        PIC X(04)  VALUE 'MON'.
          05 FILLER                        PIC X(10)  VALUE 'FECHA'.
          05 FILLER                        PIC X(08)  VALUE 'HORA'.
          05 FILLER                        PIC X(50)  VALUE
             'INCUMPLIMIENTO'.
       01 WKS-LINEA-ANALISTA.
          05 FILLER                        PIC X(10)  VALUE
             'ANALISTA: '.
          05 WKS-LAN-ANALISTA              PIC X(08).
       01 WKS-LINEA-DETALLE.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-DET-CUENTA                PIC X(16).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-DET-MONEDA                PIC X(01).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-DET-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-DET-HORA                  PIC 9(06).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-DET-MOTIVO                PIC X(60).
       01 WKS-MOTIVO-EXCESO.
          05 FILLER                        PIC X(09)  VALUE 'CONTACTO '.
          05 WKS-MEX-NUMERO                PIC ZZ9.
          05 FILLER                        PIC X(23)  VALUE
             ' EN 7 DIAS, MAXIMO ES '.
          05 WKS-MEX-MAXIMO                PIC ZZZ9.
       01 WKS-MOTIVO-HORARIO.
          05 FILLER                        PIC X(19)  VALUE
             'FUERA DEL HORARIO '.
          05 WKS-MHO-INICIO                PIC 9(04).
          05 FILLER                        PIC X(01)  VALUE '-'.
          05 WKS-MHO-FIN                   PIC 9(04).
       01 WKS-MOTIVO-CARTA.
          05 FILLER                        PIC X(09)  VALUE 'CARTA A '.
          05 WKS-MCA-DIAS                  PIC ZZZZ9.
          05 FILLER                        PIC X(32)  VALUE
             ' DIAS DE LA ANTERIOR, MINIMO ES '.
          05 WKS-MCA-MINIMO                PIC ZZZ9.
       01 WKS-LINEA-TOTALES.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-TOT-TITULO                PIC X(14).
          05 FILLER                        PIC X(12)  VALUE
             'CONTACTOS: '.
          05 WKS-TOT-CONTACTOS             PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(17)  VALUE
             '  FUERA HORARIO: '.
          05 WKS-TOT-FUERA-HORARIO         PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(17)  VALUE
             '  EXCESO 7 DIAS: '.
          05 WKS-TOT-EXCESO                PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(10)  VALUE
             '  CARTAS: '.
          05 WKS-TOT-CARTAS                PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(15)  VALUE
             '  ANTICIPADAS: '.
          05 WKS-TOT-ANTICIPADAS           PIC Z,ZZZ,ZZ9.
       01 WKS-LINEA-SIN-MOVIMIENTO.
          05 FILLER                        PIC X(60)  VALUE
             'SIN CONTACTOS NI CARTAS EN LA SEMANA'.
       01 WKS-ESTADISTICAS.
          05 WKS-GESTIONES-LEIDAS          PIC 9(07)  VALUE ZEROS.
          05 WKS-CARTAS-LEIDAS             PIC 9(07)  VALUE ZEROS.
          05 WKS-REGISTROS-LIBERADOS       PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-FIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-LEE-POLITICA
           PERFORM 300-ORDENA-Y-REPORTA
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  TLTGEN TLGESTI TLCARHIS
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLCONLIM' TO PROGRAMA
           IF (FS-TLTGEN = 97) AND (FS-TLGESTI = 97) AND
              (FS-TLCARHIS = 97) AND (FS-FTPREP = 97)
              MOVE ZEROS TO FS-TLTGEN FS-TLGESTI FS-TLCARHIS FS-FTPREP
           END-IF
           IF FS-TLTGEN NOT = 0 OR FS-TLGESTI NOT = 0 OR
              FS-TLCARHIS NOT = 0 OR FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLGESTI  : " FS-TLGESTI
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCARHIS : "
                      FS-TLCARHIS
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-FIN NOT NUMERIC OR WKS-FECHA-FIN = ZEROS
              DISPLAY '>>> FECHA FIN DE SEMANA INVALIDA EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
      *    LA SEMANA SON LOS 7 DIAS QUE TERMINAN EN LA FECHA DE LA
      *    TARJETA; LOS 6 DIAS PREVIOS SOLO SE LEEN PARA CONTAR LOS
      *    CONTACTOS CORRIDOS DE LOS PRIMEROS DIAS DE LA SEMANA
           COMPUTE WKS-FECHA-INICIO = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WKS-FECHA-FIN) - 6)
           COMPUTE WKS-FECHA-CONTEXTO = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WKS-FECHA-FIN) - 12).
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      ******************************************************************
      *  SERIE 220 LEE LAS REGLAS DE LA TABLA TLT 013. UNA REGLA SIN   *
      *  REGISTRO O EN CERO NO SE EVALUA Y SE AVISA EN CONSOLA         *
      ******************************************************************
       220-LEE-POLITICA SECTION.
           MOVE 'MAXSEMANA'  TO WKS-REGLA-REGISTRO
           PERFORM 225-LEE-REGLA
           MOVE WKS-REGLA-VALOR TO WKS-MAX-SEMANA
           MOVE 'HORAINICIO' TO WKS-REGLA-REGISTRO
           PERFORM 225-LEE-REGLA
           MOVE WKS-REGLA-VALOR TO WKS-HORA-INICIO
           MOVE 'HORAFIN'    TO WKS-REGLA-REGISTRO
           PERFORM 225-LEE-REGLA
           MOVE WKS-REGLA-VALOR TO WKS-HORA-FIN
           MOVE 'DIASCARTAS' TO WKS-REGLA-REGISTRO
           PERFORM 225-LEE-REGLA
           MOVE WKS-REGLA-VALOR TO WKS-DIAS-CARTAS.
       220-LEE-POLITICA-E. EXIT.

       225-LEE-REGLA SECTION.
           MOVE ZEROS              TO WKS-REGLA-VALOR
           MOVE 'TLT'              TO TLTG-CODIGO
           MOVE 013                TO TLTG-CORRELATIVO-TABLA
           MOVE WKS-REGLA-REGISTRO TO TLTG-CORRELATIVO-REGISTRO
           READ TLTGEN KEY IS TLTG-LLAVE
             INVALID KEY
                DISPLAY '>>> REGLA ' WKS-REGLA-REGISTRO
                        ' NO EXISTE EN TLTGEN TLT 013, NO SE EVALUA'
                        UPON CONSOLE
             NOT INVALID KEY
                IF TLTG-DESCRIPCION (1:4) NUMERIC
                   MOVE TLTG-DESCRIPCION (1:4) TO WKS-REGLA-VALOR
                ELSE
                   DISPLAY '>>> REGLA ' WKS-REGLA-REGISTRO
                           ' INVALIDA EN TLTGEN TLT 013, NO SE EVALUA'
                           UPON CONSOLE
                END-IF
           END-READ.
       225-LEE-REGLA-E. EXIT.

      *----> SERIE 300 ORDENA LOS CONTACTOS Y CARTAS POR ANALISTA Y
      *----> GENERA EL REPORTE CON CORTE DE CONTROL
       300-ORDENA-Y-REPORTA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKV-ANALISTA
              ASCENDING KEY WRKV-CUENTA
              ASCENDING KEY WRKV-FECHA
              ASCENDING KEY WRKV-HORA
                 INPUT  PROCEDURE IS 310-SELECCIONA-SEMANA
                 OUTPUT PROCEDURE IS 400-GENERA-REPORTE.
       300-ORDENA-Y-REPORTA-E. EXIT.

       310-SELECCIONA-SEMANA SECTION.
           PERFORM 320-BARRIDO-TLGESTI
           PERFORM 340-BARRIDO-TLCARHIS.
       310-SELECCIONA-SEMANA-E. EXIT.

      ******************************************************************
      *  SERIE 320 RECORRE TLGESTI (CUENTA + FECHA + HORA). POR CADA   *
      *  CUENTA SE LLEVA LA VENTANA DE CONTACTOS DE LOS ULTIMOS 7      *
      *  DIAS; UN CONTACTO QUE LA DEJA POR ENCIMA DEL MAXIMO ES EXCESO *
      ******************************************************************
       320-BARRIDO-TLGESTI SECTION.
           READ TLGESTI NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-TLGESTI
           END-READ
           PERFORM UNTIL FIN-TLGESTI
              EVALUATE FS-TLGESTI
                 WHEN 0
                    ADD 1 TO WKS-GESTIONES-LEIDAS
                    IF TLGS-FECHA NOT < WKS-FECHA-CONTEXTO AND
                       TLGS-FECHA NOT > WKS-FECHA-FIN
                       PERFORM 330-EVALUA-GESTION
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TLGS-LLAVE TO LLAVE
                    MOVE 'TLGESTI'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLGESTI, FSE-TLGESTI
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TLGESTI NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLGESTI
              END-READ
           END-PERFORM.
       320-BARRIDO-TLGESTI-E. EXIT.

       330-EVALUA-GESTION SECTION.
           IF TLGS-CUENTA NOT = WKS-CUENTA-ANTERIOR
              MOVE TLGS-CUENTA TO WKS-CUENTA-ANTERIOR
              MOVE ZEROS       TO WKS-VEN-CANT
           END-IF
           COMPUTE WKS-DIA-ACTUAL =
                   FUNCTION INTEGER-OF-DATE (TLGS-FECHA)
      *    SE DESCARTAN DEL FRENTE DE LA VENTANA LOS CONTACTOS DE HACE
      *    MAS DE 6 DIAS (O EL MAS VIEJO SI LA VENTANA ESTA LLENA)
           MOVE ZEROS TO WKS-J
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-VEN-CANT
              IF WKS-VEN-DIA (WKS-I) > WKS-DIA-ACTUAL - 7
                 ADD 1 TO WKS-J
                 MOVE WKS-VEN-DIA (WKS-I) TO WKS-VEN-DIA (WKS-J)
              END-IF
           END-PERFORM
           MOVE WKS-J TO WKS-VEN-CANT
           IF WKS-VEN-CANT = 100
              PERFORM VARYING WKS-I FROM 2 BY 1 UNTIL WKS-I > 100
                 MOVE WKS-VEN-DIA (WKS-I) TO WKS-VEN-DIA (WKS-I - 1)
              END-PERFORM
              SUBTRACT 1 FROM WKS-VEN-CANT
           END-IF
           ADD 1 TO WKS-VEN-CANT
           MOVE WKS-DIA-ACTUAL TO WKS-VEN-DIA (WKS-VEN-CANT)
           IF TLGS-FECHA < WKS-FECHA-INICIO
              GO TO 330-EVALUA-GESTION-E
           END-IF
           INITIALIZE WORK-REG
           MOVE TLGS-ANALISTA TO WRKV-ANALISTA
           MOVE TLGS-CUENTA   TO WRKV-CUENTA
           MOVE TLGS-FECHA    TO WRKV-FECHA
           MOVE TLGS-HORA     TO WRKV-HORA
           SET WRKV-ES-GESTION TO TRUE
           MOVE 'N'           TO WRKV-FUERA-HORARIO WRKV-EXCESO-SEMANA
                                 WRKV-CARTA-ANTICIPADA
           MOVE WKS-VEN-CANT  TO WRKV-CONTACTOS-7-DIAS
           MOVE TLGS-HORA (1:4) TO WKS-HORA-HHMM
           IF WKS-HORA-FIN > ZEROS AND
              (WKS-HORA-HHMM < WKS-HORA-INICIO OR
               WKS-HORA-HHMM NOT < WKS-HORA-FIN)
              MOVE 'S' TO WRKV-FUERA-HORARIO
           END-IF
           IF WKS-MAX-SEMANA > ZEROS AND
              WKS-VEN-CANT > WKS-MAX-SEMANA
              MOVE 'S' TO WRKV-EXCESO-SEMANA
           END-IF
           PERFORM 380-LIBERA-REGISTRO.
       330-EVALUA-GESTION-E. EXIT.

      ******************************************************************
      *  SERIE 340 RECORRE TLCARHIS: CADA CARTA EMITIDA EN LA SEMANA   *
      *  SE COMPARA CONTRA LA FECHA DE LA CARTA ANTERIOR DE LA SERIE   *
      ******************************************************************
       340-BARRIDO-TLCARHIS SECTION.
           READ TLCARHIS NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-TLCARHIS
           END-READ
           PERFORM UNTIL FIN-TLCARHIS
              EVALUATE FS-TLCARHIS
                 WHEN 0
                    ADD 1 TO WKS-CARTAS-LEIDAS
                    IF TLCH-FECHA-ULTIMA NOT < WKS-FECHA-INICIO AND
                       TLCH-FECHA-ULTIMA NOT > WKS-FECHA-FIN
                       PERFORM 350-EVALUA-CARTA
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TLCH-LLAVE TO LLAVE
                    MOVE 'TLCARHIS' TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLCARHIS, FSE-TLCARHIS
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TLCARHIS NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-TLCARHIS
              END-READ
           END-PERFORM.
       340-BARRIDO-TLCARHIS-E. EXIT.

       350-EVALUA-CARTA SECTION.
           INITIALIZE WORK-REG
           MOVE 'TLCARTAS'        TO WRKV-ANALISTA
           MOVE TLCH-CUENTA       TO WRKV-CUENTA
           MOVE TLCH-MONEDA       TO WRKV-MONEDA
           MOVE TLCH-FECHA-ULTIMA TO WRKV-FECHA
           SET WRKV-ES-CARTA      TO TRUE
           MOVE 'N'               TO WRKV-FUERA-HORARIO
                                     WRKV-EXCESO-SEMANA
                                     WRKV-CARTA-ANTICIPADA
           IF TLCH-FECHA-ANTERIOR NUMERIC AND
              TLCH-FECHA-ANTERIOR > ZEROS
              COMPUTE WRKV-DIAS-ENTRE-CARTAS =
                      FUNCTION INTEGER-OF-DATE (TLCH-FECHA-ULTIMA) -
                      FUNCTION INTEGER-OF-DATE (TLCH-FECHA-ANTERIOR)
              IF WKS-DIAS-CARTAS > ZEROS AND
                 WRKV-DIAS-ENTRE-CARTAS < WKS-DIAS-CARTAS
                 MOVE 'S' TO WRKV-CARTA-ANTICIPADA
              END-IF
           END-IF
           PERFORM 380-LIBERA-REGISTRO.
       350-EVALUA-CARTA-E. EXIT.

       380-LIBERA-REGISTRO SECTION.
           ADD 1 TO WKS-REGISTROS-LIBERADOS
           RELEASE WORK-REG.
       380-LIBERA-REGISTRO-E. EXIT.

      ******************************************************************
      *  CORTE DE CONTROL POR ANALISTA: SE LISTA CADA INCUMPLIMIENTO   *
      *  Y AL CIERRE DEL ANALISTA SUS CONTACTOS Y CARTAS REVISADOS     *
      ******************************************************************
       400-GENERA-REPORTE SECTION.
           MOVE WKS-FECHA-INICIO TO WKS-HD1-DESDE
           MOVE WKS-FECHA-FIN    TO WKS-HD1-HASTA
           MOVE HEADER1          TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE WKS-MAX-SEMANA   TO WKS-HD2-MAXIMO
           MOVE WKS-HORA-INICIO  TO WKS-HD2-INICIO
           MOVE WKS-HORA-FIN     TO WKS-HD2-FIN
           MOVE WKS-DIAS-CARTAS  TO WKS-HD2-DIAS
           MOVE HEADER2          TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES           TO PRINT-LINE
           PERFORM 480-IMPRIME
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 PERFORM 410-ABRE-ANALISTA
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WRKV-ANALISTA NOT = WKS-GRP-ANALISTA
                    PERFORM 430-CIERRA-ANALISTA
                    PERFORM 410-ABRE-ANALISTA
                 END-IF
              END-IF
              PERFORM 420-ACUMULA-Y-LISTA
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 430-CIERRA-ANALISTA
           ELSE
              MOVE WKS-LINEA-SIN-MOVIMIENTO TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF
           PERFORM 440-TOTAL-GENERAL.
       400-GENERA-REPORTE-E. EXIT.

       410-ABRE-ANALISTA SECTION.
           MOVE WRKV-ANALISTA      TO WKS-GRP-ANALISTA
           MOVE ZEROS              TO WKS-GRP-CONTACTOS
                                      WKS-GRP-FUERA-HORARIO
                                      WKS-GRP-EXCESO WKS-GRP-CARTAS
                                      WKS-GRP-ANTICIPADAS
           ADD 1                   TO WKS-GEN-ANALISTAS
           MOVE WRKV-ANALISTA      TO WKS-LAN-ANALISTA
           MOVE WKS-LINEA-ANALISTA TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE HEADER3            TO PRINT-LINE
           PERFORM 480-IMPRIME.
       410-ABRE-ANALISTA-E. EXIT.

       420-ACUMULA-Y-LISTA SECTION.
           MOVE WRKV-CUENTA TO WKS-DET-CUENTA
           MOVE WRKV-FECHA  TO WKS-DET-FECHA
           MOVE WRKV-HORA   TO WKS-DET-HORA
           IF WRKV-ES-CARTA
              MOVE WRKV-MONEDA TO WKS-DET-MONEDA
              ADD 1 TO WKS-GRP-CARTAS
              IF WRKV-CARTA-ANTICIPADA = 'S'
                 ADD 1 TO WKS-GRP-ANTICIPADAS
                 MOVE WRKV-DIAS-ENTRE-CARTAS TO WKS-MCA-DIAS
                 MOVE WKS-DIAS-CARTAS        TO WKS-MCA-MINIMO
                 MOVE WKS-MOTIVO-CARTA       TO WKS-DET-MOTIVO
                 PERFORM 425-IMPRIME-DETALLE
              END-IF
           ELSE
              MOVE SPACES TO WKS-DET-MONEDA
              ADD 1 TO WKS-GRP-CONTACTOS
              IF WRKV-FUERA-HORARIO = 'S'
                 ADD 1 TO WKS-GRP-FUERA-HORARIO
                 MOVE WKS-HORA-INICIO    TO WKS-MHO-INICIO
                 MOVE WKS-HORA-FIN       TO WKS-MHO-FIN
                 MOVE WKS-MOTIVO-HORARIO TO WKS-DET-MOTIVO
                 PERFORM 425-IMPRIME-DETALLE
              END-IF
              IF WRKV-EXCESO-SEMANA = 'S'
                 ADD 1 TO WKS-GRP-EXCESO
                 MOVE WRKV-CONTACTOS-7-DIAS TO WKS-MEX-NUMERO
                 MOVE WKS-MAX-SEMANA        TO WKS-MEX-MAXIMO
                 MOVE WKS-MOTIVO-EXCESO     TO WKS-DET-MOTIVO
                 PERFORM 425-IMPRIME-DETALLE
              END-IF
           END-IF.
       420-ACUMULA-Y-LISTA-E. EXIT.

       425-IMPRIME-DETALLE SECTION.
           MOVE WKS-LINEA-DETALLE TO PRINT-LINE
           PERFORM 480-IMPRIME.
       425-IMPRIME-DETALLE-E. EXIT.

       430-CIERRA-ANALISTA SECTION.
           MOVE 'TOTAL ANALISTA'      TO WKS-TOT-TITULO
           MOVE WKS-GRP-CONTACTOS     TO WKS-TOT-CONTACTOS
           MOVE WKS-GRP-FUERA-HORARIO TO WKS-TOT-FUERA-HORARIO
           MOVE WKS-GRP-EXCESO        TO WKS-TOT-EXCESO
           MOVE WKS-GRP-CARTAS        TO WKS-TOT-CARTAS
           MOVE WKS-GRP-ANTICIPADAS   TO WKS-TOT-ANTICIPADAS
           MOVE WKS-LINEA-TOTALES     TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE SPACES                TO PRINT-LINE
           PERFORM 480-IMPRIME
           ADD WKS-GRP-CONTACTOS      TO WKS-GEN-CONTACTOS
           ADD WKS-GRP-FUERA-HORARIO  TO WKS-GEN-FUERA-HORARIO
           ADD WKS-GRP-EXCESO         TO WKS-GEN-EXCESO
           ADD WKS-GRP-CARTAS         TO WKS-GEN-CARTAS
           ADD WKS-GRP-ANTICIPADAS    TO WKS-GEN-ANTICIPADAS.
       430-CIERRA-ANALISTA-E. EXIT.

       440-TOTAL-GENERAL SECTION.
           MOVE 'TOTAL SEMANA'        TO WKS-TOT-TITULO
           MOVE WKS-GEN-CONTACTOS     TO WKS-TOT-CONTACTOS
           MOVE WKS-GEN-FUERA-HORARIO TO WKS-TOT-FUERA-HORARIO
           MOVE WKS-GEN-EXCESO        TO WKS-TOT-EXCESO
           MOVE WKS-GEN-CARTAS        TO WKS-TOT-CARTAS
           MOVE WKS-GEN-ANTICIPADAS   TO WKS-TOT-ANTICIPADAS
           MOVE WKS-LINEA-TOTALES     TO PRINT-LINE
           PERFORM 480-IMPRIME.
       440-TOTAL-GENERAL-E. EXIT.

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
           MOVE    WKS-GESTIONES-LEIDAS    TO WKS-MASCARA
           DISPLAY 'GESTIONES LEIDAS DE TLGESTI    : ' WKS-MASCARA
           MOVE    WKS-CARTAS-LEIDAS       TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS DE TLCARHIS   : ' WKS-MASCARA
           MOVE    WKS-REGISTROS-LIBERADOS TO WKS-MASCARA
           DISPLAY 'CONTACTOS Y CARTAS DE LA SEMANA: ' WKS-MASCARA
           MOVE    WKS-GEN-ANALISTAS       TO WKS-MASCARA
           DISPLAY 'ANALISTAS EN EL REPORTE        : ' WKS-MASCARA
           MOVE    WKS-GEN-FUERA-HORARIO   TO WKS-MASCARA
           DISPLAY 'CONTACTOS FUERA DE HORARIO     : ' WKS-MASCARA
           MOVE    WKS-GEN-EXCESO          TO WKS-MASCARA
           DISPLAY 'CONTACTOS SOBRE EL MAXIMO 7D   : ' WKS-MASCARA
           MOVE    WKS-GEN-ANTICIPADAS     TO WKS-MASCARA
           DISPLAY 'CARTAS ANTES DE LOS DIAS MINIMO: ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLTGEN TLGESTI TLCARHIS FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
