      *             : MINIMOS CUMPLE LA CUENTA. REGENERA COMPLETO EL   *
      *             : ARCHIVO TLESTRA QUE EL WORKLIST TL5D1MOR USA     *
      *             : PARA MOSTRAR Y ORDENAR POR PRIORIDAD.            *
      *             : ANTES DE PROCESAR CUADRA TLIMOR CONTRA LOS       *
      *             : TOTALES QUE CIERRES1 DEJO EN BTRHAND (RUTINA     *
      *             : BTRHND00); SI NO CUADRA TERMINA CON RC 92.       *
      *             : CADA RENGLON DE LA MATRIZ TOMA EL VALOR VIGENTE  *
      *             : A LA FECHA DE PROCESO SEGUN LOS CAMBIOS          *
      *             : PROGRAMADOS DE BTRPVIG (RUTINA BTRVIG00), ASI UN *
      *             : REPROCESO USA LA MATRIZ QUE REGIA ESE DIA.       *
      * ARCHIVOS    : TLIMOR=C, TLTGEN=C, TLAXLQ=C, TLAXLD=C, TIAXL1=C *
      *             : TLDISPU=C (CUENTAS CON DISPUTA ABIERTA NO SE     *
      *             : SEGMENTAN Y SE LISTAN EN ESTRSKIP)               *
      *             : TLESTRA=A, ESTRSKIP=A                            *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
          88 FIN-TLTGEN                               VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
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
          02 WKS-HO-FIN-DATASET      PIC 9(01) VALUE ZEROS.
             88 HO-FIN-DATASET                 VALUE 1.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-CARGA-MATRIZ-TLT007
           PERFORM 250-VERIFICA-ENTREGA-TLIMOR
           PERFORM 300-BARRIDO-TLIMOR
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
                 WHEN 0
                   IF TLTG-CODIGO = 'TLT' AND
                      TLTG-CORRELATIVO-TABLA = 007
                      PERFORM 225-VALOR-VIGENTE
                      ADD 1 TO WKS-MAT-LONG
                      MOVE TLTG-CORRELATIVO-REGISTRO (1:2)
                        TO WKS-MAT-PRIORIDAD  (WKS-MAT-LONG)
           END-IF.
       220-CARGA-MATRIZ-TLT007-E. EXIT.

      *----> EL RENGLON TOMA EL VALOR VIGENTE A LA FECHA DE PROCESO
      *----> SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG
       225-VALOR-VIGENTE SECTION.
           MOVE 'BUSCA'          TO WKS-VIG-ACCION
           MOVE 'TLTGEN'         TO WKS-VIG-ARCHIVO
           MOVE TLTG-LLAVE       TO WKS-VIG-LLAVE
           MOVE TLTG-DESCRIPCION TO WKS-VIG-VALOR
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           MOVE WKS-VIG-VALOR    TO TLTG-DESCRIPCION.
       225-VALOR-VIGENTE-E. EXIT.

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
           MOVE 'TLESTRAT' TO WKS-HO-JOB
           CALL 'BTRHND00' USING WKS-HO-ACCION, WKS-HO-FECHA,
                                 WKS-HO-DATASET, WKS-HO-JOB,
                                 WKS-HO-CONTEO, WKS-HO-HASH,
                                 WKS-HO-VALOR, WKS-HO-RESULTADO
           IF NOT HO-ENTREGA-OK
              MOVE 'FIN-ERR'  TO WKS-RC-ACCION
              MOVE WKS-FECHA-PROCESO TO WKS-RC-FECHA
              MOVE 'TLESTRAT' TO WKS-RC-JOB
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

      *----> SERIE 300 RECORRE TLIMOR Y SEGMENTA CADA CUENTA EN MORA
       300-BARRIDO-TLIMOR SECTION.
           READ TLIMOR NEXT RECORD
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           CLOSE TLIMOR TLTGEN TLAXLQ TLAXLD TIAXL1 TLDISPU
                 TLESTRA ESTRSKIP.
       700-CIERRA-ARCHIVOS-E. EXIT.
