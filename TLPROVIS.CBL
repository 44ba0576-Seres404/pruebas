      *             : CUENTA Y UN TRAILER DE TOTALES DE CONTROL PARA   *
      *             : QUE CONTABILIDAD CUADRE CONTRA LO QUE CONTO      *
      *             : CIERRES1.                                        *
      *             : ANTES DE PROCESAR CUADRA TLIMOR CONTRA LOS       *
      *             : TOTALES QUE CIERRES1 DEJO EN BTRHAND (RUTINA     *
      *             : BTRHND00); SI NO CUADRA TERMINA CON RC 92. AL    *
      *             : TERMINAR REGISTRA EN BTRHAND LOS TOTALES DE      *
      *             : PROVFIL PARA QUE TLCONTAB VERIFIQUE LA ENTREGA.  *
      * ARCHIVOS    : TLIMOR=C, TLPRCT=C, TLAXLQ=C, TLAXLD=C, TIAXL1=C *
      *             : TLCALEN=C, TLTCAMB=C (TASA DE LA FECHA DE        *
      *             : PROCESO; SIN TASA LA CORRIDA SE RECHAZA)         *
      *------->          TOTALES DE CONTROL DEL TRAILER
       01 WKS-CONTROLES.
          02 WKS-CON-DETALLES              PIC 9(07)  VALUE ZEROS.
          02 WKS-TOT-HASH-CUENTAS          PIC 9(18)  VALUE ZEROS.
          02 WKS-TOT-SALDO-MORA            PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TOT-RESERVA               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-TOT-RESERVA-Q             PIC S9(11)V99 VALUE ZEROS.
      *   ENLACE CON EL TABLERO DE CONTROL DE LA CADENA (BTRCTL00)
       01 WKS-RUN-CONTROL.
          02 WKS-RC-ACCION           PIC X(08) VALUE SPACES.
          02 WKS-RC-FECHA            PIC 9(08) VALUE ZEROS.
          02 WKS-RC-JOB              PIC X(08) VALUE SPACES.
          02 WKS-RC-PREDECESOR       PIC X(08) VALUE SPACES.
          02 WKS-RC-RESULTADO        PIC X(01) VALUE SPACES.
             88 RC-PREDECESOR-OK               VALUE 'O'.
      *   TOTALES DE CONTROL DE LA ENTREGA DE TLIMOR/PROVFIL (BTRHND00)
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
      *------->          LINEAS DEL ARCHIVO DE PROVISION
       01 WKS-LINEA-HEADER.
          05 FILLER                        PIC X(03)  VALUE 'HDR'.
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 215-LEE-TIPO-CAMBIO
           PERFORM 220-ESCRIBE-HEADER
           PERFORM 250-VERIFICA-ENTREGA-TLIMOR
           PERFORM 300-BARRIDO-TLIMOR
           PERFORM 400-ESCRIBE-TRAILER
           PERFORM 410-TOTALES-ENTREGA-PROVFIL
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
           PERFORM 500-ERRORES-ESCRITURA-PS.
       220-ESCRIBE-HEADER-E. EXIT.

      ******************************************************************
      *  ANTES DE PROCESAR SE CUADRA TLIMOR CONTRA LOS TOTALES QUE     *
      *  DEJO CIERRES1 EN BTRHAND (MISMA FORMULA DE CONTEO Y HASH). SI *
      *  NO CUADRA SE MARCA EL JOB CON ERROR EN EL TABLERO Y TERMINA   *
      *  CON RETURN-CODE 92 PARA QUE LA CADENA NO SIGA ADELANTE        *
      ******************************************************************
       250-VERIFICA-ENTREGA-TLIMOR SECTION.
           MOVE ZEROS TO WKS-HO-CONTEO WKS-HO-HASH WKS-HO-VALOR
                         WKS-HO-FIN-DATASET
           PERFORM UNTIL HO-FIN-DATASET
              READ TLIMOR NEXT RECORD
                AT END
                   MOVE 1 TO WKS-HO-FIN-DATASET
                NOT AT END
                   ADD 1 TO WKS-HO-CONTEO
                   COMPUTE WKS-HO-HASH = WKS-HO-HASH +
                           TLIM-BIN * 100000 + TLIM-NUMERO-CORRELATIVO
                   ADD TLIM-DIAS-MORA (1) TO WKS-HO-VALOR
              END-READ
           END-PERFORM
           CLOSE TLIMOR
           OPEN  INPUT TLIMOR
           IF FS-TLIMOR = 97
              MOVE ZEROS TO FS-TLIMOR
           END-IF
           IF FS-TLIMOR NOT = 0
              MOVE 'OPEN'     TO ACCION
              MOVE SPACES     TO LLAVE
              MOVE 'TLIMOR'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLIMOR, FSE-TLIMOR
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE 'VERIFICA' TO WKS-HO-ACCION
           MOVE WKS-FECHA-PROCESO TO WKS-HO-FECHA
           MOVE 'TLIMOR'   TO WKS-HO-DATASET
           MOVE 'TLPROVIS' TO WKS-HO-JOB
           CALL 'BTRHND00' USING WKS-HO-ACCION, WKS-HO-FECHA,
                                 WKS-HO-DATASET, WKS-HO-JOB,
                                 WKS-HO-CONTEO, WKS-HO-HASH,
                                 WKS-HO-VALOR, WKS-HO-RESULTADO
           IF NOT HO-ENTREGA-OK
              MOVE 'FIN-ERR'  TO WKS-RC-ACCION
              MOVE WKS-FECHA-PROCESO TO WKS-RC-FECHA
              MOVE 'TLPROVIS' TO WKS-RC-JOB
              MOVE SPACES     TO WKS-RC-PREDECESOR
              CALL 'BTRCTL00' USING WKS-RC-ACCION, WKS-RC-FECHA,
                                    WKS-RC-JOB, WKS-RC-PREDECESOR,
                                    WKS-RC-RESULTADO
              DISPLAY '>>> TLIMOR NO CUADRA CON LO ENTREGADO POR '
                      'CIERRES1, EL PROCESO NO CONTINUA <<<'
                      UPON CONSOLE
              MOVE 92 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       250-VERIFICA-ENTREGA-TLIMOR-E. EXIT.

      *----> SERIE 300 RECORRE TLIMOR Y CALCULA LA PROVISION POR CUENTA
       300-BARRIDO-TLIMOR SECTION.
           READ TLIMOR NEXT RECORD
           MOVE WKS-RESERVA     TO WKS-DET-RESERVA
           MOVE WKS-LINEA-DETALLE TO PROV-LINE
           WRITE PROV-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           COMPUTE WKS-TOT-HASH-CUENTAS = WKS-TOT-HASH-CUENTAS +
                   TLIM-BIN * 100000 + TLIM-NUMERO-CORRELATIVO.
       340-ESCRIBE-DETALLE-E. EXIT.

       400-ESCRIBE-TRAILER SECTION.
           PERFORM 500-ERRORES-ESCRITURA-PS.
       400-ESCRIBE-TRAILER-E. EXIT.

      ******************************************************************
      *  TOTALES DE CONTROL DE PROVFIL PARA TLCONTAB: LINEAS DE        *
      *  DETALLE, SUMA DE BIN + CORRELATIVO DE LAS CUENTAS Y SUMA DE   *
      *  LA RESERVA, LOS MISMOS QUE TLCONTAB ARMA AL LEER EL ARCHIVO   *
      ******************************************************************
       410-TOTALES-ENTREGA-PROVFIL SECTION.
           MOVE 'PRODUCE'            TO WKS-HO-ACCION
           MOVE WKS-FECHA-PROCESO    TO WKS-HO-FECHA
           MOVE 'PROVFIL'            TO WKS-HO-DATASET
           MOVE 'TLPROVIS'           TO WKS-HO-JOB
           MOVE WKS-CON-DETALLES     TO WKS-HO-CONTEO
           MOVE WKS-TOT-HASH-CUENTAS TO WKS-HO-HASH
           MOVE WKS-TOT-RESERVA      TO WKS-HO-VALOR
           CALL 'BTRHND00' USING WKS-HO-ACCION, WKS-HO-FECHA,
                                 WKS-HO-DATASET, WKS-HO-JOB,
                                 WKS-HO-CONTEO, WKS-HO-HASH,
                                 WKS-HO-VALOR, WKS-HO-RESULTADO
           IF NOT HO-ENTREGA-OK
              DISPLAY '>>> NO SE REGISTRARON LOS TOTALES DE ENTREGA '
                      'DE PROVFIL <<<' UPON CONSOLE
           END-IF.
       410-TOTALES-ENTREGA-PROVFIL-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-PROVFIL NOT = 0
