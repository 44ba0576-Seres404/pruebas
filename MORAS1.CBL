      *             : MORA                                             *
      * ARCHIVOS    : TLMATH=C,TIMATH=C,TLPRCT=C , TIAXL1=C, TLTGEN=C  *
      *             : TLAXLQ=C,TLAXLD=C, TLIMOR=A                      *
      *             : AL TERMINAR DEJA EN BTRHAND (RUTINA BTRHND00) EL *
      *             : CONTEO Y LOS TOTALES HASH DE TLIMOR PARA QUE     *
      *             : SUS CONSUMIDORES VERIFIQUEN LA ENTREGA           *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE, C=CONSULTAR, K=ARCHIVO   *
      * INSTALADO   : DD/MM/AAAA                                       *
      * BPM/RATIONAL: 228866                                           *
          02 WKS-RC-RESULTADO        PIC X(01) VALUE SPACES.
             88 RC-PREDECESOR-OK               VALUE 'O'.

      *   TOTALES DE CONTROL DE LA ENTREGA DE TLIMOR (BTRHND00)
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
          02 WKS-HO-FIN-TLIMOR       PIC 9(01) VALUE ZEROS.
             88 HO-FIN-TLIMOR                  VALUE 1.

       01  TABLA-DIAS.
           02 FILLER        PIC X(24) VALUE '312831303130313130313031'.
       01  F REDEFINES TABLA-DIAS.
           PERFORM GRABA-CHECKPOINT-FIN
           TERMINATE TLIMOR-REPORTE
           PERFORM GRABA-ESTADISTICAS-CORRIDA
           PERFORM TOTALES-ENTREGA-TLIMOR
           MOVE 'FIN-OK'   TO WKS-RC-ACCION
           MOVE WKS-FECHA  TO WKS-RC-FECHA
           MOVE 'CIERRES1' TO WKS-RC-JOB
           END-IF.
       GRABA-ESTADISTICAS-CORRIDA-E. EXIT.

      ******************************************************************
      *  TOTALES DE CONTROL DE TLIMOR PARA SUS CONSUMIDORES. COMO EL   *
      *  ARCHIVO SE ACTUALIZA EN I-O Y PUEDE VENIR DE UN REINICIO, LOS *
      *  TOTALES SE TOMAN DE UN BARRIDO COMPLETO DEL TLIMOR TERMINADO  *
      *  Y NO DE LOS CONTADORES DE LA CORRIDA. LA FORMULA DEBE SER LA  *
      *  MISMA QUE APLICAN TLMORAGE, TLESTRAT Y TLPROVIS AL LEERLO     *
      ******************************************************************
       TOTALES-ENTREGA-TLIMOR SECTION.
           CLOSE TLIMOR
           OPEN  INPUT TLIMOR
           IF FS-TLIMOR = 97
              MOVE ZEROS TO FS-TLIMOR
           END-IF
           IF FS-TLIMOR NOT = 0
              MOVE 'OPEN'     TO    ACCION
              MOVE SPACES     TO    LLAVE
              MOVE 'TLIMOR'   TO    ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION, LLAVE,
                                    FS-TLIMOR, FSE-TLIMOR
              MOVE 91 TO RETURN-CODE
              PERFORM CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE ZEROS TO WKS-HO-CONTEO WKS-HO-HASH WKS-HO-VALOR
                         WKS-HO-FIN-TLIMOR
           PERFORM UNTIL HO-FIN-TLIMOR
              READ TLIMOR NEXT RECORD
                AT END
                   MOVE 1 TO WKS-HO-FIN-TLIMOR
                NOT AT END
                   ADD 1 TO WKS-HO-CONTEO
                   COMPUTE WKS-HO-HASH = WKS-HO-HASH +
                           TLIM-BIN * 100000 + TLIM-NUMERO-CORRELATIVO
                   ADD TLIM-DIAS-MORA (1) TO WKS-HO-VALOR
              END-READ
           END-PERFORM
           MOVE 'PRODUCE'  TO WKS-HO-ACCION
           MOVE WKS-FECHA  TO WKS-HO-FECHA
           MOVE 'TLIMOR'   TO WKS-HO-DATASET
           MOVE 'CIERRES1' TO WKS-HO-JOB
           CALL 'BTRHND00' USING WKS-HO-ACCION, WKS-HO-FECHA,
                                 WKS-HO-DATASET, WKS-HO-JOB,
                                 WKS-HO-CONTEO, WKS-HO-HASH,
                                 WKS-HO-VALOR, WKS-HO-RESULTADO
           IF NOT HO-ENTREGA-OK
              DISPLAY '>>> NO SE REGISTRARON LOS TOTALES DE ENTREGA '
                      'DE TLIMOR <<<' UPON CONSOLE
           END-IF.
       TOTALES-ENTREGA-TLIMOR-E. EXIT.

       ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-CON-MORA-Q    TO   WKS-MASCARA
