      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : FONDOS DE PROTECCION MUTUALISTA                  *
      * PROGRAMA    : FPAPOCON                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CONFIRMACION DEL COBRO MENSUAL DE LAS            *
      *             : APORTACIONES DESPUES DEL POSTEO MODIARIO. CARGA  *
      *             : EN MEMORIA LOS DEBITOS QUE FPAPORTA ENVIO AL     *
      *             : DIARIO (ORIGEN 56) Y QUE MODIARIO DEJO           *
      *             : POSTEADOS EN MOMDPOS, Y LOS QUE EL POSTEO        *
      *             : RECHAZO EN LA FECHA (COLA MORECHQ). LUEGO        *
      *             : RECORRE EL MAESTRO FPMCTAN Y A CADA FONDO CON EL *
      *             : DEBITO PENDIENTE (P) O RECHAZADO (R) LE BUSCA    *
      *             : SU RESULTADO POR LA CUENTA ENLACE Y EL DOCUMENTO *
      *             : (ULTIMOS CUATRO DIGITOS DEL FONDO Y MES COBRADO  *
      *             : AAMM). POSTEADO: LA CUOTA SE CUENTA COMO PAGADA, *
      *             : SE SUMA A LO APORTADO Y SE LIMPIA LA MORA.       *
      *             : RECHAZADO: LA CUOTA SE CUENTA COMO NO PAGADA,    *
      *             : SUBE LA MORA Y SE LISTA EL MOTIVO DEL POSTEO EN  *
      *             : EL LOG; EL LISTADO FPMORA DEL SIGUIENTE COBRO    *
      *             : LO RECOGE. UN DEBITO RECHAZADO QUE SE CORRIGE Y  *
      *             : SE REPOSTEA DESPUES (MOREPROC) SE CONFIRMA AL    *
      *             : VERLO POSTEADO SI EL FONDO SIGUE RECHAZADO EN    *
      *             : ESE MES. UNA SEGUNDA CORRIDA NO CUENTA DOS       *
      *             : VECES: SOLO SE TOCAN FONDOS P O R. LOS DEBITOS   *
      *             : SIN FONDO EN ESE ESTADO SE AVISAN EN EL LOG PARA *
      *             : SU REVISION MANUAL.                              *
      *             : SE CORRE DESPUES DE MODIARIO CON SU MISMA FECHA. *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8.                                             *
      * ARCHIVOS    : MOMDPOS=C, MORECHQ=C, FPMCTAN=A                  *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPAPOCON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MOMDPOS ASSIGN  TO MOMDPOS
                   ORGANIZATION    IS SEQUENTIAL
                   FILE STATUS     IS FS-MOMDPOS.
            SELECT MORECHQ ASSIGN  TO MORECHQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MORQ-LLAVE
                   FILE STATUS     IS FS-MORECHQ
                                      FSE-MORECHQ.
            SELECT FPMCTAN ASSIGN  TO FPMCTAN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS FPMC-LLAVE
                   FILE STATUS     IS FS-FPMCTAN
                                      FSE-FPMCTAN.
       DATA DIVISION.
       FILE SECTION.
       FD  MOMDPOS.
           COPY MOMDCO REPLACING MOMDCO BY REG-MOMDPOS.
       FD  MORECHQ.
           COPY MORECHQ.
       FD  FPMCTAN.
           COPY FPMCTAN.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMDPOS                       PIC 9(02)  VALUE ZEROS.
       01 FS-MORECHQ                       PIC 9(02)  VALUE ZEROS.
       01 FS-FPMCTAN                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MORECHQ.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-FPMCTAN.
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
          02 WKS-FIN-MORECHQ               PIC 9(01)  VALUE ZEROS.
             88 FIN-MORECHQ                           VALUE 1.
          02 WKS-FIN-FPMCTAN               PIC 9(01)  VALUE ZEROS.
             88 FIN-FPMCTAN                           VALUE 1.
          02 WKS-RESULTADO-SW              PIC 9(01)  VALUE ZEROS.
             88 SIN-RESULTADO                         VALUE 0.
             88 RESULTADO-UBICADO                     VALUE 1.
      *------->                 TARJETA SYSIN
       01 WKS-TARJETA-SYSIN.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
      *------->   DOCUMENTO DEL DEBITO: FINAL DEL FONDO Y MES COBRADO
          02 WKS-DOCUMENTO-COBRO           PIC 9(08)  VALUE ZEROS.
          02 WKS-DOCUMENTO-COBRO-R REDEFINES WKS-DOCUMENTO-COBRO.
             03 WKS-DOC-REFERENCIA         PIC 9(04).
             03 WKS-DOC-PERIODO            PIC 9(04).
          02 WKS-PERIODO-COBRO             PIC 9(06)  VALUE ZEROS.
          02 WKS-PERIODO-COBRO-R REDEFINES WKS-PERIODO-COBRO.
             03 WKS-PCO-SIGLO              PIC 9(02).
             03 WKS-PCO-AAMM               PIC 9(04).
          02 WKS-CUENTA-ENLACE             PIC 9(10)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->   IMAGEN DEL MOVIMIENTO RECHAZADO EN LA COLA MORECHQ
           COPY MOMDCO REPLACING ==01  MOMDCO== BY
                                 ==01  WKS-MOVIMIENTO-RECHAZADO==
                       LEADING ==MOMC== BY ==RCHC==.
      *------->   RESULTADOS DEL POSTEO DE LOS DEBITOS DE APORTACION:
      *------->   P = POSTEADO (MOMDPOS), R = RECHAZADO (MORECHQ). LOS
      *------->   POSTEADOS SE CARGAN PRIMERO Y LA BUSQUEDA LOS PREFIERE
       01 WKS-TABLA-RESULTADOS.
          02 WKS-RES-LONG                  PIC 9(05)  VALUE ZEROS.
          02 WKS-RES-MAXIMO                PIC 9(05)  VALUE 20000.
          02 WKS-RES-ENT OCCURS 0 TO 20000
                         DEPENDING ON  WKS-RES-LONG
                         INDEXED   BY  IDX-RES.
             03 WKS-RES-CUENTA             PIC 9(10).
             03 WKS-RES-DOCUMENTO          PIC 9(08).
             03 WKS-RES-VALOR              PIC S9(09)V99 COMP-3.
             03 WKS-RES-TIPO               PIC X(01).
                88 WKS-RES-POSTEADO                   VALUE 'P'.
                88 WKS-RES-RECHAZADO                  VALUE 'R'.
             03 WKS-RES-MOTIVO             PIC X(45).
             03 WKS-RES-USADO              PIC X(01).
                88 WKS-RES-LIBRE                      VALUE 'N'.
                88 WKS-RES-APLICADO                   VALUE 'S'.
       01 WKS-ESTADISTICAS.
          05 WKS-MOVS-LEIDOS               PIC 9(07)  VALUE ZEROS.
          05 WKS-DEBITOS-POSTEADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-DEBITOS-RECHAZADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-CUOTAS-CONFIRMADAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-REPOSTEOS-CONFIRMADOS     PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-CERRADOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-CUOTAS-RECHAZADAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-AUN-PENDIENTES            PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-APLICADOS              PIC 9(07)  VALUE ZEROS.
          05 WKS-POSTEADOS-SIN-FONDO       PIC 9(07)  VALUE ZEROS.
          05 WKS-RECHAZOS-OMITIDOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-CONFIRMADO            PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-CARGA-POSTEADOS
           PERFORM 320-CARGA-RECHAZOS
           PERFORM 400-BARRIDO-FPMCTAN
           PERFORM 500-RESULTADOS-SIN-FONDO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'FPAPOCON' TO PROGRAMA
           OPEN INPUT  MOMDPOS MORECHQ
           OPEN I-O    FPMCTAN
           IF (FS-MOMDPOS = 97) AND (FS-MORECHQ = 97) AND
              (FS-FPMCTAN = 97)
              MOVE ZEROS TO FS-MOMDPOS FS-MORECHQ FS-FPMCTAN
           END-IF
           IF FS-MOMDPOS NOT = 0 OR FS-MORECHQ NOT = 0 OR
              FS-FPMCTAN NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDPOS  : " FS-MOMDPOS
              DISPLAY "* FILE STATUS DEL ARCHIVO MORECHQ  : " FS-MORECHQ
              DISPLAY "* FILE STATUS DEL ARCHIVO FPMCTAN  : " FS-FPMCTAN
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (FECHA DE '
                      'PROCESO) <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      *----> SERIE 300 CARGA LOS RESULTADOS DEL POSTEO DE LOS DEBITOS
      *----> DE APORTACION: PRIMERO LOS POSTEADOS EN MOMDPOS
       300-CARGA-POSTEADOS SECTION.
           READ MOMDPOS
                AT END MOVE 1 TO WKS-FIN-MOMDPOS
           END-READ
           PERFORM UNTIL FIN-MOMDPOS
              ADD 1 TO WKS-MOVS-LEIDOS
              IF MOMC-ORIGEN-TRANSACCION = 56 AND
                 MOMC-GRABA-VERIF = 'FPAPORTA'
                 ADD 1 TO WKS-DEBITOS-POSTEADOS
                 PERFORM 310-AGREGA-RESULTADO
                 MOVE MOMC-NUMERO-CUENTA TO WKS-RES-CUENTA (IDX-RES)
                 MOVE MOMC-DOCUMENTO     TO WKS-RES-DOCUMENTO (IDX-RES)
                 MOVE MOMC-VALOR         TO WKS-RES-VALOR (IDX-RES)
                 MOVE 'P'                TO WKS-RES-TIPO (IDX-RES)
              END-IF
              READ MOMDPOS
                   AT END MOVE 1 TO WKS-FIN-MOMDPOS
              END-READ
           END-PERFORM.
       300-CARGA-POSTEADOS-E. EXIT.

      *----> ABRE UNA ENTRADA EN LA TABLA (QUEDA EN IDX-RES); UN
      *----> VOLUMEN MAYOR QUE LA TABLA DETIENE EL PROCESO PARA NO
      *----> DEJAR RESULTADOS SIN VER
       310-AGREGA-RESULTADO SECTION.
           IF WKS-RES-LONG NOT < WKS-RES-MAXIMO
              DISPLAY '>>> MAS DEBITOS DE APORTACION QUE LA TABLA DE '
                      'RESULTADOS (' WKS-RES-MAXIMO ') <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1 TO WKS-RES-LONG
           SET IDX-RES TO WKS-RES-LONG
           MOVE SPACES TO WKS-RES-MOTIVO (IDX-RES)
           MOVE 'N'    TO WKS-RES-USADO (IDX-RES).
       310-AGREGA-RESULTADO-E. EXIT.

      ******************************************************************
      *  LOS RECHAZOS DEL POSTEO DE LA FECHA EN LA COLA MORECHQ        *
      *  (LLAVE FECHA + SECUENCIA) QUE SON DEBITOS DE APORTACION       *
      *  ENTRAN A LA TABLA CON EL MOTIVO DEL POSTEO                    *
      ******************************************************************
       320-CARGA-RECHAZOS SECTION.
           MOVE WKS-FECHA-PROCESO TO MORQ-FECHA-RECHAZO
           MOVE ZEROS             TO MORQ-SECUENCIA
           START MORECHQ KEY IS NOT LESS THAN MORQ-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-MORECHQ
           END-START
           PERFORM UNTIL FIN-MORECHQ
              READ MORECHQ NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-MORECHQ
              END-READ
              EVALUATE TRUE
                 WHEN FIN-MORECHQ
                      CONTINUE
                 WHEN FS-MORECHQ NOT = 0
                      MOVE 'READ NEXT' TO ACCION
                      MOVE MORQ-LLAVE  TO LLAVE
                      MOVE 'MORECHQ'   TO ARCHIVO
                      CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                      LLAVE, FS-MORECHQ, FSE-MORECHQ
                      MOVE 91 TO RETURN-CODE
                      PERFORM 700-CIERRA-ARCHIVOS
                      STOP RUN
                 WHEN MORQ-FECHA-RECHAZO NOT = WKS-FECHA-PROCESO
                      MOVE 1 TO WKS-FIN-MORECHQ
                 WHEN OTHER
                      MOVE MORQ-MOVIMIENTO TO WKS-MOVIMIENTO-RECHAZADO
                      IF RCHC-ORIGEN-TRANSACCION = 56 AND
                         RCHC-GRABA-VERIF = 'FPAPORTA'
                         ADD 1 TO WKS-DEBITOS-RECHAZADOS
                         PERFORM 310-AGREGA-RESULTADO
                         MOVE RCHC-NUMERO-CUENTA
                                          TO WKS-RES-CUENTA (IDX-RES)
                         MOVE RCHC-DOCUMENTO
                                          TO WKS-RES-DOCUMENTO (IDX-RES)
                         MOVE RCHC-VALOR  TO WKS-RES-VALOR (IDX-RES)
                         MOVE 'R'         TO WKS-RES-TIPO (IDX-RES)
                         MOVE MORQ-MOTIVO TO WKS-RES-MOTIVO (IDX-RES)
                      END-IF
              END-EVALUATE
           END-PERFORM.
       320-CARGA-RECHAZOS-E. EXIT.

      *----> SERIE 400 APLICA EL RESULTADO A LOS FONDOS CON EL DEBITO
      *----> DEL MES EN CURSO; LOS YA CONFIRMADOS SOLO LO CONSUMEN
       400-BARRIDO-FPMCTAN SECTION.
           READ FPMCTAN NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-FPMCTAN
           END-READ
           PERFORM UNTIL FIN-FPMCTAN
              EVALUATE FS-FPMCTAN
                 WHEN 0
                    ADD 1 TO WKS-FONDOS-LEIDOS
                    IF FPMC-ESTADO-COBRO NOT = SPACES
                       PERFORM 410-EVALUA-FONDO
                    END-IF
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE FPMC-LLAVE TO LLAVE
                    MOVE 'FPMCTAN'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-FPMCTAN, FSE-FPMCTAN
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ FPMCTAN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-FPMCTAN
              END-READ
           END-PERFORM.
       400-BARRIDO-FPMCTAN-E. EXIT.

      ******************************************************************
      *  EL DEBITO DEL FONDO SE UBICA POR LA CUENTA ENLACE (PRIMERAS   *
      *  10 POSICIONES, LA CUENTA DEL MOVIMIENTO) Y EL DOCUMENTO DEL   *
      *  MES COBRADO. POSTEADO: SE CONFIRMA LA CUOTA, Y SI EL FONDO    *
      *  ESTABA RECHAZADO (REPOSTEO) SE DESCUENTA ESA CUOTA NO PAGADA. *
      *  RECHAZADO: SOLO CAMBIA UN FONDO PENDIENTE. UN RESULTADO QUE   *
      *  YA SE HABIA APLICADO (SEGUNDA CORRIDA) NO CAMBIA EL FONDO.    *
      *  SIN RESULTADO EL FONDO SIGUE COMO ESTA                        *
      ******************************************************************
       410-EVALUA-FONDO SECTION.
           MOVE FPMC-LLAVE (13:4)         TO WKS-DOC-REFERENCIA
           MOVE FPMC-MES-ULTIMO-COBRO     TO WKS-PERIODO-COBRO
           MOVE WKS-PCO-AAMM              TO WKS-DOC-PERIODO
           MOVE FPMC-CUENTA-ENLACE (1:10) TO WKS-CUENTA-ENLACE
           PERFORM 415-BUSCA-RESULTADO
           EVALUATE TRUE
              WHEN SIN-RESULTADO
                   IF FPMC-COBRO-PENDIENTE
                      ADD 1 TO WKS-AUN-PENDIENTES
                   END-IF
              WHEN FPMC-COBRO-CONFIRMADO
                   ADD 1 TO WKS-YA-APLICADOS
              WHEN WKS-RES-POSTEADO (IDX-RES)
                   PERFORM 420-CONFIRMA-CUOTA
              WHEN FPMC-COBRO-PENDIENTE
                   PERFORM 430-RECHAZA-CUOTA
              WHEN OTHER
                   ADD 1 TO WKS-YA-APLICADOS
           END-EVALUATE.
       410-EVALUA-FONDO-E. EXIT.

      *----> PRIMERO SE BUSCA EL DEBITO POSTEADO Y SOLO SIN EL, EL
      *----> RECHAZADO. LA ENTRADA UBICADA QUEDA APLICADA
       415-BUSCA-RESULTADO SECTION.
           MOVE ZEROS TO WKS-RESULTADO-SW
           SET IDX-RES TO 1
           SEARCH WKS-RES-ENT
              WHEN WKS-RES-CUENTA (IDX-RES) = WKS-CUENTA-ENLACE AND
                   WKS-RES-DOCUMENTO (IDX-RES) = WKS-DOCUMENTO-COBRO AND
                   WKS-RES-POSTEADO (IDX-RES) AND
                   WKS-RES-LIBRE (IDX-RES)
                   SET RESULTADO-UBICADO TO TRUE
           END-SEARCH
           IF SIN-RESULTADO
              SET IDX-RES TO 1
              SEARCH WKS-RES-ENT
                 WHEN WKS-RES-CUENTA (IDX-RES) = WKS-CUENTA-ENLACE AND
                      WKS-RES-DOCUMENTO (IDX-RES) = WKS-DOCUMENTO-COBRO
                      AND WKS-RES-RECHAZADO (IDX-RES) AND
                      WKS-RES-LIBRE (IDX-RES)
                      SET RESULTADO-UBICADO TO TRUE
              END-SEARCH
           END-IF
           IF RESULTADO-UBICADO
              MOVE 'S' TO WKS-RES-USADO (IDX-RES)
           END-IF.
       415-BUSCA-RESULTADO-E. EXIT.

      ******************************************************************
      *  DEBITO POSTEADO: LA CUOTA SE CUENTA COMO PAGADA, SE SUMA A LO *
      *  APORTADO Y LA MORA SEGUIDA VUELVE A CERO. SI EL FONDO SE      *
      *  LIQUIDO O RESCATO MIENTRAS EL DEBITO ESTABA EN CAMINO, LA     *
      *  CUOTA YA NO ENTRA AL FONDO Y SE AVISA PARA DEVOLVERLA         *
      ******************************************************************
       420-CONFIRMA-CUOTA SECTION.
           IF FPMC-LIQUIDADO OR FPMC-RESCATADO
              ADD 1 TO WKS-FONDOS-CERRADOS
              DISPLAY 'POSTEADO EN FONDO CERRADO, DEVOLVER: '
                      FPMC-LLAVE ' CUENTA ' FPMC-CUENTA-ENLACE
              SET FPMC-COBRO-CONFIRMADO TO TRUE
              PERFORM 450-ACTUALIZA-FONDO
              GO TO 420-CONFIRMA-CUOTA-E
           END-IF
           IF FPMC-COBRO-RECHAZADO
              IF FPMC-CUOTAS-NO-PAGADAS > ZEROS
                 SUBTRACT 1 FROM FPMC-CUOTAS-NO-PAGADAS
              END-IF
              ADD 1 TO WKS-REPOSTEOS-CONFIRMADOS
           END-IF
           ADD 1                        TO FPMC-CUOTAS-PAGADAS
           MOVE ZEROS                   TO FPMC-CUOTAS-MORA-SEGUIDAS
           ADD WKS-RES-VALOR (IDX-RES)  TO FPMC-TOTAL-APORTADO
           SET FPMC-COBRO-CONFIRMADO    TO TRUE
           ADD 1                        TO WKS-CUOTAS-CONFIRMADAS
           ADD WKS-RES-VALOR (IDX-RES)  TO WKS-TOT-CONFIRMADO
           PERFORM 450-ACTUALIZA-FONDO.
       420-CONFIRMA-CUOTA-E. EXIT.

      *----> DEBITO RECHAZADO: LA CUOTA DEL FONDO PENDIENTE SE CUENTA
      *----> COMO NO PAGADA Y SUBE LA MORA SEGUIDA
       430-RECHAZA-CUOTA SECTION.
           ADD 1 TO FPMC-CUOTAS-NO-PAGADAS FPMC-CUOTAS-MORA-SEGUIDAS
           SET FPMC-COBRO-RECHAZADO TO TRUE
           ADD 1 TO WKS-CUOTAS-RECHAZADAS
           DISPLAY 'APORTACION RECHAZADA: ' FPMC-LLAVE ' CUENTA '
                   FPMC-CUENTA-ENLACE ' ' WKS-RES-MOTIVO (IDX-RES)
           PERFORM 450-ACTUALIZA-FONDO.
       430-RECHAZA-CUOTA-E. EXIT.

       450-ACTUALIZA-FONDO SECTION.
           REWRITE REG-FPMCTA
           IF FS-FPMCTAN NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE FPMC-LLAVE TO LLAVE
              MOVE 'FPMCTAN'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-FPMCTAN, FSE-FPMCTAN
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       450-ACTUALIZA-FONDO-E. EXIT.

      *----> LOS DEBITOS POSTEADOS QUE NO ENCONTRARON SU FONDO EN ESE
      *----> MES SE AVISAN PARA SU REVISION MANUAL; LOS RECHAZOS SIN
      *----> FONDO YA SE HABIAN RESUELTO
       500-RESULTADOS-SIN-FONDO SECTION.
           PERFORM VARYING IDX-RES FROM 1 BY 1
                   UNTIL IDX-RES > WKS-RES-LONG
              IF WKS-RES-LIBRE (IDX-RES)
                 IF WKS-RES-POSTEADO (IDX-RES)
                    ADD 1 TO WKS-POSTEADOS-SIN-FONDO
                    DISPLAY 'DEBITO POSTEADO SIN FONDO, CUENTA '
                            WKS-RES-CUENTA (IDX-RES) ' DOCUMENTO '
                            WKS-RES-DOCUMENTO (IDX-RES)
                 ELSE
                    ADD 1 TO WKS-RECHAZOS-OMITIDOS
                 END-IF
              END-IF
           END-PERFORM.
       500-RESULTADOS-SIN-FONDO-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-MOVS-LEIDOS        TO WKS-MASCARA
           DISPLAY 'MOVIMIENTOS LEIDOS DE MOMDPOS : ' WKS-MASCARA
           MOVE    WKS-DEBITOS-POSTEADOS  TO WKS-MASCARA
           DISPLAY 'DEBITOS DE APORTACION POSTEAD.: ' WKS-MASCARA
           MOVE    WKS-DEBITOS-RECHAZADOS TO WKS-MASCARA
           DISPLAY 'DEBITOS DE APORTACION RECHAZ. : ' WKS-MASCARA
           MOVE    WKS-FONDOS-LEIDOS      TO WKS-MASCARA
           DISPLAY 'FONDOS LEIDOS DE FPMCTAN      : ' WKS-MASCARA
           MOVE    WKS-CUOTAS-CONFIRMADAS TO WKS-MASCARA
           DISPLAY 'CUOTAS CONFIRMADAS (PAGADAS)  : ' WKS-MASCARA
           MOVE    WKS-REPOSTEOS-CONFIRMADOS TO WKS-MASCARA
           DISPLAY '  DE ELLAS REPOSTEOS          : ' WKS-MASCARA
           MOVE    WKS-CUOTAS-RECHAZADAS  TO WKS-MASCARA
           DISPLAY 'CUOTAS RECHAZADAS (NO PAGADAS): ' WKS-MASCARA
           MOVE    WKS-AUN-PENDIENTES     TO WKS-MASCARA
           DISPLAY 'FONDOS AUN SIN RESULTADO      : ' WKS-MASCARA
           MOVE    WKS-YA-APLICADOS       TO WKS-MASCARA
           DISPLAY 'RESULTADOS YA APLICADOS       : ' WKS-MASCARA
           MOVE    WKS-FONDOS-CERRADOS    TO WKS-MASCARA
           DISPLAY 'POSTEADOS EN FONDO CERRADO    : ' WKS-MASCARA
           MOVE    WKS-POSTEADOS-SIN-FONDO TO WKS-MASCARA
           DISPLAY 'POSTEADOS SIN FONDO O MES     : ' WKS-MASCARA
           MOVE    WKS-RECHAZOS-OMITIDOS  TO WKS-MASCARA
           DISPLAY 'RECHAZOS YA RESUELTOS         : ' WKS-MASCARA
           MOVE    WKS-TOT-CONFIRMADO     TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL CONFIRMADO              : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOMDPOS MORECHQ FPMCTAN.
       700-CIERRA-ARCHIVOS-E. EXIT.
