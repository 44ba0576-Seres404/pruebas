      * PROGRAMA    : MOARQREP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : ARQUEO DE CAJEROS Y AGENCIAS DESDE EL DIARIO     *
      *             : MOMDCO. ORDENA LOS MOVIMIENTOS POR REGION,       *
      *             : DISTRITO, AGENCIA, CAJERO, CODIGO DE TRANSACCION *
      *             : Y MONEDA (REGION Y DISTRITO DEL MAESTRO DE       *
      *             : AGENCIAS BTRAGEN, RUTINA BTRAGE00), Y EMITE      *
      *             : POR CADA CAJERO EL CONTEO Y VALOR POR CODIGO Y   *
      *             : MONEDA, EL NETO DE DEPOSITOS CONTRA RETIROS      *
      *             : (NATURALEZA SEGUN MOTGEN 005) Y UNA MARCA DE     *
      *             : ALERTA CUANDO SUS REVERSAS (TIPO MOVIMIENTO 9)   *
      *             : SUPERAN EL UMBRAL RECIBIDO POR SYSIN.            *
      *             : EL DIARIO DIURNO MOMDDIA DE LA VENTANILLA EN     *
      *             : LINEA MO5D1VT3 LLEGA JUNTO AL DIARIO MOMDCO; SUS *
      *             : MOVIMIENTOS (SITUACION 5, YA APLICADOS AL SALDO) *
      *             : SE ARQUEAN IGUAL QUE LOS DEMAS Y SE CUENTAN      *
      *             : APARTE EN LAS ESTADISTICAS. LOS PARES DE CAMBIO  *
      *             : DE MONEDA DE MO5D1FX3 (ORIGEN 02) Y LOS DEBITOS  *
      *             : DE ORDENES ACH DE MO5D1AC3 (ORIGEN 03) NO MUEVEN *
      *             : EFECTIVO Y QUEDAN FUERA DEL ARQUEO.              *
      *             : CADA REGION, DISTRITO Y AGENCIA SE ENCABEZA CON  *
      *             : SU NOMBRE Y CIERRA CON SU TOTAL DE DEPOSITOS,    *
      *             : RETIROS Y NETO; AL FINAL VA EL TOTAL GENERAL.    *
      *             : LAS AGENCIAS NO REGISTRADAS EN BTRAGEN SE        *
      *             : AGRUPAN APARTE BAJO SIN REGION / SIN DISTRITO.   *
      * ARCHIVOS    : MOMDCO=C, MOTGEN=C, FTPREP=A                     *
      *             : BTRAGEN=C, CFTGEN=C (RUTINA BTRAGE00)            *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRAGE00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       SD  WORKFILE.
           COPY MOMDCO REPLACING ==01  MOMDCO== BY ==01  WORK-REG==
                       LEADING ==MOMC== BY ==WRKC==.
           05  WRKC-REGION                     PIC X(03).
           05  WRKC-DISTRITO                   PIC X(03).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMDCO                        PIC 9(02)  VALUE ZEROS.
             03 WKS-NAT-CODIGO             PIC 9(02).
             03 WKS-NAT-NATURALEZA         PIC X(01).
      *------->   GRUPO DE CONTROL EN PROCESO
      *------->   NIVEL DEL CORTE DE CONTROL: 1=CODIGO+MONEDA,
      *------->   2=CAJERO, 3=AGENCIA, 4=DISTRITO, 5=REGION
       01 WKS-NIVEL-CORTE                  PIC 9(01)  VALUE ZEROS.
          88 SIN-CORTE                                VALUE 0.
      *------->   AREA DE LA RUTINA DEL MAESTRO DE AGENCIAS
       COPY BTRAGEC.
       01 WKS-GRUPO-ACTUAL.
          02 WKS-GRP-REGION                PIC X(03)  VALUE SPACES.
          02 WKS-GRP-DISTRITO              PIC X(03)  VALUE SPACES.
          02 WKS-GRP-AGENCIA               PIC 9(03)  VALUE ZEROS.
          02 WKS-GRP-CAJERO                PIC X(04)  VALUE SPACES.
          02 WKS-GRP-CODIGO                PIC 9(02)  VALUE ZEROS.
          02 WKS-CAJ-RETIROS               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-CAJ-NETO                  PIC S9(12)V99 VALUE ZEROS.
          02 WKS-CAJ-REVERSAS              PIC 9(05)  VALUE ZEROS.
      *------->   ACUMULADOS DE AGENCIA, DISTRITO, REGION Y GENERAL
       01 WKS-ACUMULADOS-ZONA.
          02 WKS-AGE-DEPOSITOS             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-AGE-RETIROS               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-DIS-DEPOSITOS             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-DIS-RETIROS               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-REG-DEPOSITOS             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-REG-RETIROS               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GEN-DEPOSITOS             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GEN-RETIROS               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-TOT-DEPOSITOS             PIC S9(13)V99 VALUE ZEROS.
          02 WKS-TOT-RETIROS               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-TOT-NETO                  PIC S9(13)V99 VALUE ZEROS.
       01 WKS-NATURALEZA                   PIC X(01)  VALUE SPACES.
       01 WKS-MASCARA                      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
          05 WKS-CAJ-L-RETIROS             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(07)  VALUE ' NETO: '.
          05 WKS-CAJ-L-NETO                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-LINEA-ENCABEZADO.
          05 WKS-ENC-L-NIVEL               PIC X(09).
          05 WKS-ENC-L-CODIGO              PIC X(04).
          05 FILLER                        PIC X(03)  VALUE ' - '.
          05 WKS-ENC-L-NOMBRE              PIC X(40).
          05 WKS-ENC-L-ESTADO              PIC X(30).
       01 WKS-LINEA-TOTAL.
          05 FILLER                        PIC X(06)  VALUE 'TOTAL '.
          05 WKS-TOT-L-NIVEL               PIC X(09).
          05 WKS-TOT-L-CODIGO              PIC X(04).
          05 FILLER                        PIC X(06)  VALUE ' DEP: '.
          05 WKS-TOT-L-DEPOSITOS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(06)  VALUE ' RET: '.
          05 WKS-TOT-L-RETIROS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(07)  VALUE ' NETO: '.
          05 WKS-TOT-L-NETO                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-LINEA-REVERSAS.
          05 FILLER                        PIC X(21)  VALUE
             'REVERSAS DEL CAJERO: '.
          05 WKS-REV-L-ALERTA              PIC X(30)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          05 WKS-MOVS-LEIDOS               PIC 9(09)  VALUE ZEROS.
          05 WKS-MOVS-EN-LINEA             PIC 9(09)  VALUE ZEROS.
          05 WKS-MOVS-CAMBIO               PIC 9(09)  VALUE ZEROS.
          05 WKS-MOVS-ACH                  PIC 9(09)  VALUE ZEROS.
          05 WKS-CAJEROS-REPORTADOS        PIC 9(05)  VALUE ZEROS.
          05 WKS-CAJEROS-ALERTADOS         PIC 9(05)  VALUE ZEROS.
          05 WKS-AGENCIAS-REPORTADAS       PIC 9(05)  VALUE ZEROS.
          05 WKS-AGENCIAS-NO-REGISTRADAS   PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-UMBRAL-REVERSAS FROM SYSIN
      *----> SERIE 300 ORDENA EL DIARIO Y GENERA EL ARQUEO
       300-ORDENA-Y-REPORTA SECTION.
           SORT WORKFILE
              ASCENDING KEY WRKC-REGION
              ASCENDING KEY WRKC-DISTRITO
              ASCENDING KEY WRKC-AGENCIA-ORIGEN
              ASCENDING KEY WRKC-CAJERO
              ASCENDING KEY WRKC-CODIGO-TRANSACCION
           END-READ
           PERFORM UNTIL FIN-MOMDCO
              ADD 1 TO WKS-MOVS-LEIDOS
              EVALUATE TRUE
              WHEN MOMC-ORIGEN-TRANSACCION = 02
                 ADD 1 TO WKS-MOVS-CAMBIO
              WHEN MOMC-ORIGEN-TRANSACCION = 03
                 ADD 1 TO WKS-MOVS-ACH
              WHEN OTHER
                 IF MOMC-APLICADO-EN-LINEA
                    ADD 1 TO WKS-MOVS-EN-LINEA
                 END-IF
                 MOVE REG-MOMDCO TO WORK-REG
                 MOVE 'BUSCA'             TO BTAC-ACCION
                 MOVE MOMC-AGENCIA-ORIGEN TO BTAC-AGENCIA
                 CALL 'BTRAGE00' USING BTAC-AREA
                 MOVE BTAC-REGION         TO WRKC-REGION
                 MOVE BTAC-DISTRITO       TO WRKC-DISTRITO
                 RELEASE WORK-REG
              END-EVALUATE
              READ MOMDCO
                   AT END MOVE 1 TO WKS-FIN-MOMDCO
              END-READ

      ******************************************************************
      *  CORTES DE CONTROL: DETALLE POR CODIGO+MONEDA DENTRO DEL       *
      *  CAJERO, TOTAL Y ALERTA DE REVERSAS AL CAMBIAR DE CAJERO Y     *
      *  TOTALES DE AGENCIA, DISTRITO Y REGION EN SUS CAMBIOS          *
      ******************************************************************
       320-GENERA-ARQUEO SECTION.
           RETURN WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 MOVE 5 TO WKS-NIVEL-CORTE
                 PERFORM 330-INICIA-GRUPOS
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 PERFORM 325-DETERMINA-CORTE
                 IF NOT SIN-CORTE
                    PERFORM 335-CIERRA-GRUPOS
                    PERFORM 330-INICIA-GRUPOS
                 END-IF
              END-IF
              PERFORM 360-ACUMULA-MOVIMIENTO
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              MOVE 5 TO WKS-NIVEL-CORTE
              PERFORM 335-CIERRA-GRUPOS
              PERFORM 395-TOTAL-GENERAL
           END-IF.
       320-GENERA-ARQUEO-E. EXIT.

       325-DETERMINA-CORTE SECTION.
           EVALUATE TRUE
              WHEN WRKC-REGION NOT = WKS-GRP-REGION
                 MOVE 5 TO WKS-NIVEL-CORTE
              WHEN WRKC-DISTRITO NOT = WKS-GRP-DISTRITO
                 MOVE 4 TO WKS-NIVEL-CORTE
              WHEN WRKC-AGENCIA-ORIGEN NOT = WKS-GRP-AGENCIA
                 MOVE 3 TO WKS-NIVEL-CORTE
              WHEN WRKC-CAJERO NOT = WKS-GRP-CAJERO
                 MOVE 2 TO WKS-NIVEL-CORTE
              WHEN WRKC-CODIGO-TRANSACCION NOT = WKS-GRP-CODIGO OR
                   WRKC-CODIGO-MONEDA NOT = WKS-GRP-MONEDA
                 MOVE 1 TO WKS-NIVEL-CORTE
              WHEN OTHER
                 MOVE 0 TO WKS-NIVEL-CORTE
           END-EVALUATE.
       325-DETERMINA-CORTE-E. EXIT.

      *----> ABRE LOS GRUPOS DESDE EL NIVEL DEL CORTE HACIA ABAJO; LOS
      *----> NOMBRES DE REGION, DISTRITO Y AGENCIA VIENEN DE BTRAGE00
       330-INICIA-GRUPOS SECTION.
           IF WKS-NIVEL-CORTE > 2
              MOVE 'BUSCA'             TO BTAC-ACCION
              MOVE WRKC-AGENCIA-ORIGEN TO BTAC-AGENCIA
              CALL 'BTRAGE00' USING BTAC-AREA
           END-IF
           IF WKS-NIVEL-CORTE > 4
              MOVE WRKC-REGION        TO WKS-GRP-REGION
              MOVE ZEROS TO WKS-REG-DEPOSITOS WKS-REG-RETIROS
              MOVE 'REGION   '        TO WKS-ENC-L-NIVEL
              MOVE WKS-GRP-REGION     TO WKS-ENC-L-CODIGO
              MOVE BTAC-NOMBRE-REGION TO WKS-ENC-L-NOMBRE
              MOVE SPACES             TO WKS-ENC-L-ESTADO
              PERFORM 345-ESCRIBE-ENCABEZADO
           END-IF
           IF WKS-NIVEL-CORTE > 3
              MOVE WRKC-DISTRITO        TO WKS-GRP-DISTRITO
              MOVE ZEROS TO WKS-DIS-DEPOSITOS WKS-DIS-RETIROS
              MOVE 'DISTRITO '          TO WKS-ENC-L-NIVEL
              MOVE WKS-GRP-DISTRITO     TO WKS-ENC-L-CODIGO
              MOVE BTAC-NOMBRE-DISTRITO TO WKS-ENC-L-NOMBRE
              MOVE SPACES               TO WKS-ENC-L-ESTADO
              PERFORM 345-ESCRIBE-ENCABEZADO
           END-IF
           IF WKS-NIVEL-CORTE > 2
              ADD 1 TO WKS-AGENCIAS-REPORTADAS
              MOVE WRKC-AGENCIA-ORIGEN TO WKS-GRP-AGENCIA
              MOVE ZEROS TO WKS-AGE-DEPOSITOS WKS-AGE-RETIROS
              MOVE 'AGENCIA  '         TO WKS-ENC-L-NIVEL
              MOVE WKS-GRP-AGENCIA     TO WKS-ENC-L-CODIGO
              MOVE BTAC-NOMBRE         TO WKS-ENC-L-NOMBRE
              EVALUATE TRUE
                 WHEN BTAC-NO-REGISTRADA
                    ADD 1 TO WKS-AGENCIAS-NO-REGISTRADAS
                    MOVE SPACES TO WKS-ENC-L-NOMBRE
                    MOVE ' *** NO REGISTRADA EN BTRAGEN'
                         TO WKS-ENC-L-ESTADO
                 WHEN BTAC-CERRADA
                    MOVE ' (CERRADA)' TO WKS-ENC-L-ESTADO
                 WHEN OTHER
                    MOVE SPACES TO WKS-ENC-L-ESTADO
              END-EVALUATE
              PERFORM 345-ESCRIBE-ENCABEZADO
           END-IF
           IF WKS-NIVEL-CORTE > 1
              MOVE WRKC-CAJERO TO WKS-GRP-CAJERO
              MOVE ZEROS TO WKS-CAJ-DEPOSITOS WKS-CAJ-RETIROS
                            WKS-CAJ-REVERSAS
           END-IF
           MOVE WRKC-CODIGO-TRANSACCION TO WKS-GRP-CODIGO
           MOVE WRKC-CODIGO-MONEDA      TO WKS-GRP-MONEDA
           MOVE ZEROS TO WKS-DET-CANTIDAD WKS-DET-VALOR.
       330-INICIA-GRUPOS-E. EXIT.

      *----> CIERRA LOS GRUPOS DESDE EL DETALLE HASTA EL NIVEL DEL CORTE
       335-CIERRA-GRUPOS SECTION.
           PERFORM 340-CIERRA-DETALLE
           IF WKS-NIVEL-CORTE > 1
              PERFORM 350-CIERRA-CAJERO
           END-IF
           IF WKS-NIVEL-CORTE > 2
              PERFORM 370-CIERRA-AGENCIA
           END-IF
           IF WKS-NIVEL-CORTE > 3
              PERFORM 380-CIERRA-DISTRITO
           END-IF
           IF WKS-NIVEL-CORTE > 4
              PERFORM 390-CIERRA-REGION
           END-IF.
       335-CIERRA-GRUPOS-E. EXIT.

       340-CIERRA-DETALLE SECTION.
           IF WKS-DET-CANTIDAD > ZEROS
              MOVE WKS-GRP-AGENCIA  TO WKS-DET-L-AGENCIA
           MOVE ZEROS TO WKS-DET-CANTIDAD WKS-DET-VALOR.
       340-CIERRA-DETALLE-E. EXIT.

       345-ESCRIBE-ENCABEZADO SECTION.
           MOVE WKS-LINEA-ENCABEZADO TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       345-ESCRIBE-ENCABEZADO-E. EXIT.

       350-CIERRA-CAJERO SECTION.
           ADD 1 TO WKS-CAJEROS-REPORTADOS
           COMPUTE WKS-CAJ-NETO = WKS-CAJ-DEPOSITOS - WKS-CAJ-RETIROS
           ADD WKS-CAJ-DEPOSITOS  TO WKS-AGE-DEPOSITOS
           ADD WKS-CAJ-RETIROS    TO WKS-AGE-RETIROS
           MOVE WKS-GRP-CAJERO    TO WKS-CAJ-L-CAJERO
           MOVE WKS-CAJ-DEPOSITOS TO WKS-CAJ-L-DEPOSITOS
           MOVE WKS-CAJ-RETIROS   TO WKS-CAJ-L-RETIROS
           END-IF.
       360-ACUMULA-MOVIMIENTO-E. EXIT.

       370-CIERRA-AGENCIA SECTION.
           ADD WKS-AGE-DEPOSITOS  TO WKS-DIS-DEPOSITOS
           ADD WKS-AGE-RETIROS    TO WKS-DIS-RETIROS
           MOVE 'AGENCIA  '       TO WKS-TOT-L-NIVEL
           MOVE WKS-GRP-AGENCIA   TO WKS-TOT-L-CODIGO
           MOVE WKS-AGE-DEPOSITOS TO WKS-TOT-DEPOSITOS
           MOVE WKS-AGE-RETIROS   TO WKS-TOT-RETIROS
           PERFORM 375-ESCRIBE-TOTAL.
       370-CIERRA-AGENCIA-E. EXIT.

       375-ESCRIBE-TOTAL SECTION.
           COMPUTE WKS-TOT-NETO = WKS-TOT-DEPOSITOS - WKS-TOT-RETIROS
           MOVE WKS-TOT-DEPOSITOS TO WKS-TOT-L-DEPOSITOS
           MOVE WKS-TOT-RETIROS   TO WKS-TOT-L-RETIROS
           MOVE WKS-TOT-NETO      TO WKS-TOT-L-NETO
           MOVE WKS-LINEA-TOTAL   TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       375-ESCRIBE-TOTAL-E. EXIT.

       380-CIERRA-DISTRITO SECTION.
           ADD WKS-DIS-DEPOSITOS  TO WKS-REG-DEPOSITOS
           ADD WKS-DIS-RETIROS    TO WKS-REG-RETIROS
           MOVE 'DISTRITO '       TO WKS-TOT-L-NIVEL
           MOVE WKS-GRP-DISTRITO  TO WKS-TOT-L-CODIGO
           MOVE WKS-DIS-DEPOSITOS TO WKS-TOT-DEPOSITOS
           MOVE WKS-DIS-RETIROS   TO WKS-TOT-RETIROS
           PERFORM 375-ESCRIBE-TOTAL.
       380-CIERRA-DISTRITO-E. EXIT.

       390-CIERRA-REGION SECTION.
           ADD WKS-REG-DEPOSITOS  TO WKS-GEN-DEPOSITOS
           ADD WKS-REG-RETIROS    TO WKS-GEN-RETIROS
           MOVE 'REGION   '       TO WKS-TOT-L-NIVEL
           MOVE WKS-GRP-REGION    TO WKS-TOT-L-CODIGO
           MOVE WKS-REG-DEPOSITOS TO WKS-TOT-DEPOSITOS
           MOVE WKS-REG-RETIROS   TO WKS-TOT-RETIROS
           PERFORM 375-ESCRIBE-TOTAL.
       390-CIERRA-REGION-E. EXIT.

       395-TOTAL-GENERAL SECTION.
           MOVE 'GENERAL  '       TO WKS-TOT-L-NIVEL
           MOVE SPACES            TO WKS-TOT-L-CODIGO
           MOVE WKS-GEN-DEPOSITOS TO WKS-TOT-DEPOSITOS
           MOVE WKS-GEN-RETIROS   TO WKS-TOT-RETIROS
           PERFORM 375-ESCRIBE-TOTAL.
       395-TOTAL-GENERAL-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-FTPREP NOT = 0
           DISPLAY '******************************************'
           MOVE    WKS-MOVS-LEIDOS        TO WKS-MASCARA
           DISPLAY 'MOVIMIENTOS LEIDOS           : ' WKS-MASCARA
           MOVE    WKS-MOVS-EN-LINEA      TO WKS-MASCARA
           DISPLAY 'DE ELLOS DE VENTANILLA LINEA : ' WKS-MASCARA
           MOVE    WKS-MOVS-CAMBIO        TO WKS-MASCARA
           DISPLAY 'CAMBIOS DE MONEDA EXCLUIDOS  : ' WKS-MASCARA
           MOVE    WKS-MOVS-ACH           TO WKS-MASCARA
           DISPLAY 'ORDENES ACH EXCLUIDAS        : ' WKS-MASCARA
           MOVE    WKS-CAJEROS-REPORTADOS TO WKS-MASCARA
           DISPLAY 'CAJEROS REPORTADOS           : ' WKS-MASCARA
           MOVE    WKS-CAJEROS-ALERTADOS  TO WKS-MASCARA
           DISPLAY 'CAJEROS CON ALERTA REVERSAS  : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-REPORTADAS     TO WKS-MASCARA
           DISPLAY 'AGENCIAS REPORTADAS          : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-NO-REGISTRADAS TO WKS-MASCARA
           DISPLAY 'AGENCIAS NO REGISTRADAS      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO BTAC-ACCION
           CALL 'BTRAGE00' USING BTAC-AREA
           CLOSE MOMDCO MOTGEN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
