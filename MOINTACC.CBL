      *             : NORMALES) Y DEJA EL ACUMULADO EN CERO.           *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8, BLANCO, CODIGO DE TRANSACCION DE            *
      *             : CAPITALIZACION (MOT 005, NATURALEZA C) EN 10-11, *
      *             : BLANCO, CODIGO DE TRANSACCION DE RETENCION DE    *
      *             : ISR (MOT 005, NATURALEZA D) EN 13-14.            *
      *             : EN LA CAPITALIZACION RETIENE EL ISR SOBRE EL     *
      *             : INTERES: LA TASA VIVE EN MOT 012 CORRELATIVO     *
      *             : TASA, RESTO (1:5) = PORCENTAJE 9(03)V99, Y LAS   *
      *             : SITUACIONES DE CUENTA EXENTAS SON LOS DEMAS      *
      *             : CORRELATIVOS DE MOT 012 (SITUACION 2 DIGITOS).   *
      *             : LA RETENCION SALE COMO MOVIMIENTO DE CARGO       *
      *             : PROPIO EN MOMDCON Y SE ACUMULA POR CLIENTE       *
      *             : (MOMA-CODIGO-UNIVERSAL), ANIO Y MES EN MORETIS.  *
      *             : ANTES DE PROCESAR CUADRA MOSLIN CONTRA LOS       *
      *             : TOTALES QUE MODIARIO DEJO EN BTRHAND (RUTINA     *
      *             : BTRHND00); SI NO CUADRA TERMINA CON RC 92.       *
      *             : LA TASA DE MOT 006 ES LA VIGENTE A LA FECHA DE   *
      *             : PROCESO SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG *
      *             : (RUTINA BTRVIG00).                               *
      * ARCHIVOS    : MOSLIN=C, MOMAES=C, MOTGEN=C, TLCALEN=C          *
      *             : MOINTAC=A, MOMDCON=A, MORETIS=A                  *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      FSE-MOINTAC.
            SELECT MOMDCON ASSIGN  TO MOMDCON
                   FILE STATUS     IS FS-MOMDCON.
            SELECT MORETIS ASSIGN  TO MORETIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MORI-LLAVE
                   FILE STATUS     IS FS-MORETIS
                                      FSE-MORETIS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOSLIN.
       FD  MOMDCON
           RECORDING MODE IS F.
       01 MOVN-LINE                        PIC X(100).
       FD  MORETIS.
           COPY MORETIS.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOSLIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOINTAC                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMDCON                       PIC 9(02)  VALUE ZEROS.
       01 FS-MORETIS                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOSLIN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MORETIS.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
             03 WKS-PRC-DD                 PIC 9(02).
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-CODIGO-CAPITALIZA         PIC 9(02)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-CODIGO-RETENCION          PIC 9(02)  VALUE ZEROS.
      *   VALOR VIGENTE A LA FECHA DE PROCESO (BTRVIG00)
       01 WKS-VIGENCIA.
          02 WKS-VIG-ACCION          PIC X(08) VALUE SPACES.
          02 WKS-VIG-ARCHIVO         PIC X(08) VALUE SPACES.
          02 WKS-VIG-LLAVE           PIC X(16) VALUE SPACES.
          02 WKS-VIG-VALOR           PIC X(45) VALUE SPACES.
          02 WKS-VIG-RESULTADO       PIC X(01) VALUE SPACES.
      *   ENLACE CON EL TABLERO DE CONTROL DE LA CADENA (BTRCTL00)
       01 WKS-RUN-CONTROL.
          02 WKS-RC-ACCION           PIC X(08) VALUE SPACES.
          02 WKS-RC-FECHA            PIC 9(08) VALUE ZEROS.
          02 WKS-RC-JOB              PIC X(08) VALUE SPACES.
          02 WKS-RC-PREDECESOR       PIC X(08) VALUE SPACES.
          02 WKS-RC-RESULTADO        PIC X(01) VALUE SPACES.
             88 RC-PREDECESOR-OK               VALUE 'O'.
      *   TOTALES DE CONTROL DE LA ENTREGA DE MOSLIN (BTRHND00)
       01 WKS-HAND-OFF.
          02 WKS-HO-ACCION           PIC X(08) VALUE SPACES.
          02 WKS-HO-FECHA            PIC 9(08) VALUE ZEROS.
          02 WKS-HO-DATASET          PIC X(08) VALUE SPACES.
          02 WKS-HO-JOB              PIC X(08) VALUE SPACES.
          02 WKS-HO-CONTEO           PIC 9(11) VALUE ZEROS.
          02 WKS-HO-HASH             PIC 9(18) VALUE ZEROS.
          02 WKS-HO-VALOR            PIC S9(15)V99 VALUE ZEROS.
          02 WKS-HO-RESULTADO        PIC X(01) VALUE SPACES.
             88 HO-ENTREGA-OK                  VALUE 'O'.
          02 WKS-HO-FIN-DATASET      PIC 9(01) VALUE ZEROS.
             88 HO-FIN-DATASET                 VALUE 1.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-TASA-ANUAL                PIC 9(03)V9(04) VALUE ZEROS.
             88 HAY-MOINTAC                           VALUE 1.
          02 WKS-MONEDA-CAPITALIZA         PIC 9(01)  VALUE ZEROS.
          02 WKS-VALOR-CAPITALIZA          PIC S9(09)V99 VALUE ZEROS.
          02 WKS-CODIGO-MOVIMIENTO         PIC 9(02)  VALUE ZEROS.
          02 WKS-VALOR-MOVIMIENTO          PIC S9(09)V99 VALUE ZEROS.
      *------->       RETENCION DE ISR SOBRE LA CAPITALIZACION
          02 WKS-TASA-ISR                  PIC 9(03)V99 VALUE ZEROS.
          02 WKS-TASA-ISR-X                PIC X(05)  VALUE SPACES.
          02 WKS-TASA-ISR-9 REDEFINES WKS-TASA-ISR-X
                                           PIC 9(03)V99.
          02 WKS-CUENTA-EXENTA             PIC 9(01)  VALUE ZEROS.
             88 CUENTA-EXENTA                         VALUE 1.
          02 WKS-HAY-CLIENTE               PIC 9(01)  VALUE ZEROS.
             88 HAY-CLIENTE                           VALUE 1.
          02 WKS-RETENCION                 PIC S9(09)V99 VALUE ZEROS.
          02 WKS-INTERES-MES-Q             PIC S9(11)V99 VALUE ZEROS.
          02 WKS-RETENIDO-MES-Q            PIC S9(11)V99 VALUE ZEROS.
          02 WKS-INTERES-MES-D             PIC S9(11)V99 VALUE ZEROS.
          02 WKS-RETENIDO-MES-D            PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
          05 WKS-CAPITALIZACIONES          PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-DEVENGADO             PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-CAPITALIZADO          PIC S9(13)V99 VALUE ZEROS.
          05 WKS-RETENCIONES               PIC 9(07)  VALUE ZEROS.
          05 WKS-CAPITALIZ-EXENTAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-RETENIDO              PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICA-ENTREGA-MOSLIN
           PERFORM 220-CONSULTA-FIN-DE-MES
           IF ES-FIN-DE-MES
              PERFORM 230-PARAMETROS-ISR
           END-IF
           PERFORM 300-BARRIDO-MOSLIN
           IF ES-FIN-DE-MES
              PERFORM 400-CAPITALIZA-ACUMULADOS
              OPEN I-O MOINTAC
           END-IF
           OPEN OUTPUT MOMDCON
           OPEN I-O    MORETIS
           IF FS-MORETIS = 35
              OPEN OUTPUT MORETIS
              CLOSE MORETIS
              OPEN I-O MORETIS
           END-IF
           IF (FS-MOSLIN = 97) AND (FS-MOMAES = 97) AND
              (FS-MOTGEN = 97) AND (FS-TLCALEN = 97) AND
              (FS-MOINTAC = 97) AND (FS-MOMDCON = 97) AND
              (FS-MORETIS = 97)
              MOVE ZEROS TO FS-MOSLIN FS-MOMAES FS-MOTGEN
                            FS-TLCALEN FS-MOINTAC FS-MOMDCON
                            FS-MORETIS
           END-IF
           IF FS-MOSLIN NOT = 0 OR FS-MOMAES NOT = 0 OR
              FS-MOTGEN NOT = 0 OR FS-TLCALEN NOT = 0 OR
              FS-MOINTAC NOT = 0 OR FS-MOMDCON NOT = 0 OR
              FS-MORETIS NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOINTAC  : " FS-MOINTAC
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDCON  : " FS-MOMDCON
              DISPLAY "* FILE STATUS DEL ARCHIVO MORETIS  : " FS-MORETIS
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS OR
              WKS-CODIGO-CAPITALIZA NOT NUMERIC OR
              WKS-CODIGO-RETENCION NOT NUMERIC
              DISPLAY '>>> TARJETA SYSIN INVALIDA (FECHA Y CODIGOS '
                      'DE CAPITALIZACION Y RETENCION) <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  ANTES DE DEVENGAR SE CUADRA MOSLIN CONTRA LOS TOTALES QUE     *
      *  DEJO MODIARIO EN BTRHAND (MISMA FORMULA DE CONTEO Y HASH). SI *
      *  NO CUADRA SE MARCA EL JOB CON ERROR EN EL TABLERO Y TERMINA   *
      *  CON RETURN-CODE 92 PARA QUE LA CADENA NO SIGA ADELANTE        *
      ******************************************************************
       210-VERIFICA-ENTREGA-MOSLIN SECTION.
           MOVE ZEROS TO WKS-HO-CONTEO WKS-HO-HASH WKS-HO-VALOR
                         WKS-HO-FIN-DATASET
           PERFORM UNTIL HO-FIN-DATASET
              READ MOSLIN NEXT RECORD
                AT END
                   MOVE 1 TO WKS-HO-FIN-DATASET
                NOT AT END
                   ADD 1 TO WKS-HO-CONTEO
                   ADD MOSL-FECHA-ULT-MOVIMIENTO TO WKS-HO-HASH
                   COMPUTE WKS-HO-VALOR = WKS-HO-VALOR +
                           MOSL-SALDO-DISPONIBLE-Q +
                           MOSL-SALDO-DISPONIBLE-D
              END-READ
           END-PERFORM
           CLOSE MOSLIN
           OPEN  INPUT MOSLIN
           IF FS-MOSLIN = 97
              MOVE ZEROS TO FS-MOSLIN
           END-IF
           IF FS-MOSLIN NOT = 0
              MOVE 'OPEN'     TO ACCION
              MOVE SPACES     TO LLAVE
              MOVE 'MOSLIN'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MOSLIN, FSE-MOSLIN
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE 'VERIFICA'        TO WKS-HO-ACCION
           MOVE WKS-FECHA-PROCESO TO WKS-HO-FECHA
           MOVE 'MOSLIN'          TO WKS-HO-DATASET
           MOVE 'MOINTACC'        TO WKS-HO-JOB
           CALL 'BTRHND00' USING WKS-HO-ACCION, WKS-HO-FECHA,
                                 WKS-HO-DATASET, WKS-HO-JOB,
                                 WKS-HO-CONTEO, WKS-HO-HASH,
                                 WKS-HO-VALOR, WKS-HO-RESULTADO
           IF NOT HO-ENTREGA-OK
              MOVE 'FIN-ERR'  TO WKS-RC-ACCION
              MOVE WKS-FECHA-PROCESO TO WKS-RC-FECHA
              MOVE 'MOINTACC' TO WKS-RC-JOB
              MOVE SPACES     TO WKS-RC-PREDECESOR
              CALL 'BTRCTL00' USING WKS-RC-ACCION, WKS-RC-FECHA,
                                    WKS-RC-JOB, WKS-RC-PREDECESOR,
                                    WKS-RC-RESULTADO
              DISPLAY '>>> MOSLIN NO CUADRA CON LO ENTREGADO POR '
                      'MODIARIO, EL PROCESO NO CONTINUA <<<'
                      UPON CONSOLE
              MOVE 92 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       210-VERIFICA-ENTREGA-MOSLIN-E. EXIT.

       220-CONSULTA-FIN-DE-MES SECTION.
           MOVE WKS-FECHA-PROCESO TO TLCA-FECHA
           READ TLCALEN KEY IS TLCA-LLAVE
           END-READ.
       220-CONSULTA-FIN-DE-MES-E. EXIT.

      ******************************************************************
      *  TASA DE RETENCION DE ISR SOBRE INTERESES: MOT 012,            *
      *  CORRELATIVO TASA, RESTO (1:5) = PORCENTAJE 9(03)V99. SIN      *
      *  TASA NO SE CAPITALIZA, PARA NO ABONAR INTERES SIN RETENER     *
      ******************************************************************
       230-PARAMETROS-ISR SECTION.
           MOVE 'MOT'  TO MOTC-TABLA
           MOVE 012    TO MOTC-CODIGO-TABLA
           MOVE 'TASA' TO MOTC-CORRELATIVO
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE MOTC-RESTO (1:5) TO WKS-TASA-ISR-X
                IF WKS-TASA-ISR-X NUMERIC
                   MOVE WKS-TASA-ISR-9 TO WKS-TASA-ISR
                END-IF
           END-READ
           IF WKS-TASA-ISR = ZEROS OR WKS-TASA-ISR > 100
              DISPLAY '>>> MOT 012 SIN TASA DE RETENCION DE ISR '
                      'VALIDA, NO SE CAPITALIZA <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       230-PARAMETROS-ISR-E. EXIT.

      *----> SERIE 300 DEVENGA EL DIA SOBRE CADA SALDO DE MOSLIN
       300-BARRIDO-MOSLIN SECTION.
           READ MOSLIN NEXT RECORD
                ADD 1 TO WKS-SIN-TASA
                GO TO 310-DEVENGA-CUENTA-E
             NOT INVALID KEY
                PERFORM 315-VALOR-VIGENTE
                MOVE MOTC-RESTO (1:7) TO WKS-TASA-X
                IF WKS-TASA-X NUMERIC
                   MOVE WKS-TASA-9 TO WKS-TASA-ANUAL
           PERFORM 320-ACUMULA-DEVENGO.
       310-DEVENGA-CUENTA-E. EXIT.

      *----> LA TASA DE LA SITUACION ES LA VIGENTE A LA FECHA DE
      *----> PROCESO SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG
       315-VALOR-VIGENTE SECTION.
           MOVE 'BUSCA'    TO WKS-VIG-ACCION
           MOVE 'MOTGEN'   TO WKS-VIG-ARCHIVO
           MOVE MOTC-LLAVE TO WKS-VIG-LLAVE
           MOVE MOTC-RESTO TO WKS-VIG-VALOR
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           MOVE WKS-VIG-VALOR TO MOTC-RESTO.
       315-VALOR-VIGENTE-E. EXIT.

       320-ACUMULA-DEVENGO SECTION.
           MOVE MOSL-LLAVE TO MOIN-LLAVE
           MOVE ZEROS      TO WKS-HAY-MOINTAC
                   AT END MOVE 1 TO WKS-FIN-MOINTAC
              END-READ
              IF NOT FIN-MOINTAC AND FS-MOINTAC = 0
                 PERFORM 405-DATOS-RETENCION
                 IF MOIN-ACUM-DEVENGADO-Q > ZEROS
                    MOVE 1 TO WKS-MONEDA-CAPITALIZA
                    MOVE MOIN-ACUM-DEVENGADO-Q TO WKS-VALOR-CAPITALIZA
                    PERFORM 407-CAPITALIZA-MONEDA
                    MOVE WKS-VALOR-CAPITALIZA TO WKS-INTERES-MES-Q
                    MOVE WKS-RETENCION        TO WKS-RETENIDO-MES-Q
                    MOVE ZEROS TO MOIN-ACUM-DEVENGADO-Q
                 END-IF
                 IF MOIN-ACUM-DEVENGADO-D > ZEROS
                    MOVE 2 TO WKS-MONEDA-CAPITALIZA
                    MOVE MOIN-ACUM-DEVENGADO-D TO WKS-VALOR-CAPITALIZA
                    PERFORM 407-CAPITALIZA-MONEDA
                    MOVE WKS-VALOR-CAPITALIZA TO WKS-INTERES-MES-D
                    MOVE WKS-RETENCION        TO WKS-RETENIDO-MES-D
                    MOVE ZEROS TO MOIN-ACUM-DEVENGADO-D
                 END-IF
                 PERFORM 430-ACUMULA-RETENCION
                 REWRITE REG-MOINTAC
                 IF FS-MOINTAC NOT = 0
                    MOVE 'REWRITE'   TO ACCION
           END-PERFORM.
       400-CAPITALIZA-ACUMULADOS-E. EXIT.

      ******************************************************************
      *  CLIENTE Y EXENCION DE LA CUENTA: LA SITUACION DE MOMAES ES    *
      *  EXENTA CUANDO EXISTE COMO CORRELATIVO EN MOT 012              *
      ******************************************************************
       405-DATOS-RETENCION SECTION.
           MOVE ZEROS TO WKS-CUENTA-EXENTA WKS-HAY-CLIENTE
                         WKS-INTERES-MES-Q WKS-RETENIDO-MES-Q
                         WKS-INTERES-MES-D WKS-RETENIDO-MES-D
           MOVE MOIN-LLAVE TO MOMA-LLAVE
           READ MOMAES KEY IS MOMA-LLAVE
             INVALID KEY
                GO TO 405-DATOS-RETENCION-E
             NOT INVALID KEY
                IF MOMA-CODIGO-UNIVERSAL NOT = SPACES
                   MOVE 1 TO WKS-HAY-CLIENTE
                END-IF
           END-READ
           MOVE 'MOT'  TO MOTC-TABLA
           MOVE 012    TO MOTC-CODIGO-TABLA
           MOVE SPACES TO MOTC-CORRELATIVO
           MOVE MOMA-SITUACION-CUENTA TO MOTC-CORRELATIVO (1:2)
           READ MOTGEN KEY IS MOTC-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 1 TO WKS-CUENTA-EXENTA
           END-READ.
       405-DATOS-RETENCION-E. EXIT.

      *--> ABONO DEL INTERES Y, SI NO ES EXENTA, CARGO DEL ISR RETENIDO
       407-CAPITALIZA-MONEDA SECTION.
           MOVE WKS-CODIGO-CAPITALIZA TO WKS-CODIGO-MOVIMIENTO
           MOVE WKS-VALOR-CAPITALIZA  TO WKS-VALOR-MOVIMIENTO
           PERFORM 410-ESCRIBE-MOVIMIENTO
           ADD 1                     TO WKS-CAPITALIZACIONES
           ADD WKS-VALOR-CAPITALIZA  TO WKS-TOT-CAPITALIZADO
           MOVE ZEROS TO WKS-RETENCION
           IF CUENTA-EXENTA
              ADD 1 TO WKS-CAPITALIZ-EXENTAS
              GO TO 407-CAPITALIZA-MONEDA-E
           END-IF
           COMPUTE WKS-RETENCION ROUNDED =
                   WKS-VALOR-CAPITALIZA * WKS-TASA-ISR / 100
           IF WKS-RETENCION > ZEROS
              MOVE WKS-CODIGO-RETENCION TO WKS-CODIGO-MOVIMIENTO
              MOVE WKS-RETENCION        TO WKS-VALOR-MOVIMIENTO
              PERFORM 410-ESCRIBE-MOVIMIENTO
              ADD 1                     TO WKS-RETENCIONES
              ADD WKS-RETENCION         TO WKS-TOT-RETENIDO
           END-IF.
       407-CAPITALIZA-MONEDA-E. EXIT.

       410-ESCRIBE-MOVIMIENTO SECTION.
           INITIALIZE WKS-MOVIMIENTO-DIARIO
           MOVE WKS-CODIGO-MOVIMIENTO TO MOMC-CODIGO-TRANSACCION
           MOVE WKS-PRC-DD            TO MOMC-DIA
           MOVE WKS-PRC-MM            TO MOMC-MES
           MOVE 1                     TO MOMC-CLASE-CUENTA
           MOVE MOIN-LLAVE (1:10)     TO MOMC-NUMERO-CUENTA
           MOVE WKS-VALOR-MOVIMIENTO  TO MOMC-VALOR
           MOVE 50                    TO MOMC-ORIGEN-TRANSACCION
           MOVE WKS-MONEDA-CAPITALIZA TO MOMC-CODIGO-MONEDA
           MOVE 'MOINTACC'            TO MOMC-GRABA-VERIF
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       410-ESCRIBE-MOVIMIENTO-E. EXIT.

      ******************************************************************
      *  ACUMULA EN MORETIS, POR CLIENTE Y ANIO, EL INTERES            *
      *  CAPITALIZADO Y EL ISR RETENIDO EN EL MES DE PROCESO. LAS      *
      *  CUENTAS EXENTAS TAMBIEN INFORMAN SU INTERES (RETENIDO CERO)   *
      ******************************************************************
       430-ACUMULA-RETENCION SECTION.
           IF NOT HAY-CLIENTE OR
              (WKS-INTERES-MES-Q = ZEROS AND WKS-INTERES-MES-D = ZEROS)
              GO TO 430-ACUMULA-RETENCION-E
           END-IF
           MOVE MOMA-CODIGO-UNIVERSAL TO MORI-CODIGO-UNIVERSAL
           MOVE WKS-PRC-AAAA          TO MORI-ANIO
           READ MORETIS KEY IS MORI-LLAVE
             INVALID KEY
                INITIALIZE REG-MORETIS
                MOVE MOMA-CODIGO-UNIVERSAL TO MORI-CODIGO-UNIVERSAL
                MOVE WKS-PRC-AAAA          TO MORI-ANIO
           END-READ
           ADD WKS-INTERES-MES-Q  TO MORI-INTERES-Q  (WKS-PRC-MM)
           ADD WKS-RETENIDO-MES-Q TO MORI-RETENIDO-Q (WKS-PRC-MM)
           ADD WKS-INTERES-MES-D  TO MORI-INTERES-D  (WKS-PRC-MM)
           ADD WKS-RETENIDO-MES-D TO MORI-RETENIDO-D (WKS-PRC-MM)
           MOVE WKS-FECHA-PROCESO TO MORI-FECHA-ULT-RETENCION
           IF FS-MORETIS = 0
              REWRITE REG-MORETIS
           ELSE
              WRITE REG-MORETIS
           END-IF
           IF FS-MORETIS NOT = 0
              MOVE 'WRITE'     TO ACCION
              MOVE MORI-LLAVE  TO LLAVE
              MOVE 'MORETIS'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MORETIS, FSE-MORETIS
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       430-ACUMULA-RETENCION-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-SALDOS-LEIDOS      TO WKS-MASCARA
           MOVE    WKS-TOT-CAPITALIZADO   TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL CAPITALIZADO            : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-RETENCIONES        TO WKS-MASCARA
           DISPLAY 'MOVIMIENTOS DE RETENCION ISR  : ' WKS-MASCARA
           MOVE    WKS-CAPITALIZ-EXENTAS  TO WKS-MASCARA
           DISPLAY 'CAPITALIZACIONES EXENTAS      : ' WKS-MASCARA
           MOVE    WKS-TOT-RETENIDO       TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ISR RETENIDO            : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           CLOSE MOSLIN MOMAES MOTGEN TLCALEN MOINTAC MOMDCON
                 MORETIS.
       700-CIERRA-ARCHIVOS-E. EXIT.
