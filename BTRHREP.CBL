      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRHREP                                          *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MATUTINO DE ENTREGAS DE DATASETS DE LA   *
      *             : CADENA NOCTURNA. LISTA LOS REGISTROS DE BTRHAND  *
      *             : PARA LA FECHA RECIBIDA POR SYSIN: POR CADA       *
      *             : DATASET EL PRODUCTOR Y CADA CONSUMIDOR, CON EL   *
      *             : CONTEO Y EL TOTAL DE VALOR DE AMBOS LADOS Y SI   *
      *             : LA ENTREGA CUADRO, NO CUADRO, NO TENIA TOTALES   *
      *             : DEL PRODUCTOR O NADIE LA VERIFICO. TERMINA CON   *
      *             : RETURN-CODE 4 SI ALGUNA ENTREGA NO CUADRO.       *
      * ARCHIVOS    : BTRHAND=C                                        *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRHREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRHAND ASSIGN TO BTRHAND
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS BTRH-LLAVE
                  FILE STATUS     IS FS-BTRHAND
                                     FSE-BTRHAND.
       DATA DIVISION.
       FILE SECTION.
       FD BTRHAND.
          COPY BTRHAND.
       WORKING-STORAGE SECTION.
       01 FS-BTRHAND                       PIC 9(02)  VALUE ZEROS.
       01 FSE-BTRHAND.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FIN-BROWSE                   PIC 9(01)  VALUE ZEROS.
          88 FIN-BROWSE                               VALUE 1.
      *------->  PRODUCTOR DEL DATASET EN CURSO Y SUS CONSUMIDORES
       01 WKS-DATASET-EN-CURSO.
          02 WKS-DS-DATASET                PIC X(08)  VALUE SPACES.
          02 WKS-DS-HAY-PRODUCTOR          PIC 9(01)  VALUE ZEROS.
             88 DS-HAY-PRODUCTOR                      VALUE 1.
          02 WKS-DS-PRODUCTOR              PIC X(08)  VALUE SPACES.
          02 WKS-DS-CONTEO                 PIC 9(11)  VALUE ZEROS.
          02 WKS-DS-VALOR                  PIC S9(15)V99 VALUE ZEROS.
          02 WKS-DS-CONSUMIDORES           PIC 9(03)  VALUE ZEROS.
      *------->          TITULO Y LINEA DEL REPORTE DE ENTREGAS
       01 WKS-LINEA-TITULO.
          05 FILLER                        PIC X(09)  VALUE 'DATASET'.
          05 FILLER                        PIC X(09)  VALUE 'PRODUCT'.
          05 FILLER                        PIC X(09)  VALUE 'CONSUMID'.
          05 FILLER                        PIC X(15)
                                           VALUE '   CONTEO PROD.'.
          05 FILLER                        PIC X(15)
                                           VALUE '   CONTEO CONS.'.
          05 FILLER                        PIC X(24)
                                    VALUE '         VALOR PRODUCTOR'.
          05 FILLER                        PIC X(24)
                                    VALUE '        VALOR CONSUMIDOR'.
          05 FILLER                        PIC X(14)
                                           VALUE ' RESULTADO'.
       01 WKS-LINEA-ENTREGA.
          05 WKS-LIN-DATASET               PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-PRODUCTOR             PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-CONSUMIDOR            PIC X(08).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-CONTEO-PRO            PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-CONTEO-CON            PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-VALOR-PRO             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-VALOR-CON             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-RESULTADO             PIC X(14).
       01 WKS-ESTADISTICAS.
          02 WKS-ENTREGAS-LISTADAS         PIC 9(05)  VALUE ZEROS.
          02 WKS-ENTREGAS-CUADRADAS        PIC 9(05)  VALUE ZEROS.
          02 WKS-ENTREGAS-DESCUADRADAS     PIC 9(05)  VALUE ZEROS.
          02 WKS-ENTREGAS-SIN-PRODUCTOR    PIC 9(05)  VALUE ZEROS.
          02 WKS-ENTREGAS-NO-VERIFICADAS   PIC 9(05)  VALUE ZEROS.
       01 WKS-MASCARA                      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-LISTA-ENTREGAS
           PERFORM 600-ESTADISTICAS
           CLOSE BTRHAND
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'BTRHREP ' TO PROGRAMA
           OPEN INPUT BTRHAND
           IF FS-BTRHAND = 97
              MOVE ZEROS TO FS-BTRHAND
           END-IF
           IF FS-BTRHAND NOT = 0
              MOVE 'OPEN'     TO ACCION
              MOVE SPACES     TO LLAVE
              MOVE 'BTRHAND'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-BTRHAND, FSE-BTRHAND
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  LA LLAVE ORDENA POR DATASET Y, DENTRO DE CADA DATASET, EL     *
      *  PRODUCTOR (CONSUMIDOR EN ESPACIOS) VIENE ANTES QUE SUS        *
      *  CONSUMIDORES; SE CONSERVAN SUS TOTALES PARA COMPARARLOS EN    *
      *  CADA LINEA. UN PRODUCTOR SIN CONSUMIDORES SE LISTA COMO NO    *
      *  VERIFICADO AL CAMBIAR DE DATASET                              *
      ******************************************************************
       300-LISTA-ENTREGAS SECTION.
           MOVE WKS-FECHA-PROCESO TO BTRH-FECHA-PROCESO
           MOVE LOW-VALUES        TO BTRH-DATASET BTRH-CONSUMIDOR
           START BTRHAND KEY IS NOT LESS THAN BTRH-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BROWSE
           END-START
           DISPLAY '=============================================='
                   '=============================================='
                   '=============='
           DISPLAY 'ENTREGAS DE DATASETS, FECHA DE PROCESO '
                   WKS-FECHA-PROCESO
           DISPLAY WKS-LINEA-TITULO
           DISPLAY '=============================================='
                   '=============================================='
                   '=============='
           PERFORM UNTIL FIN-BROWSE
              READ BTRHAND NEXT RECORD
              END-READ
              IF FS-BTRHAND NOT = 0 OR
                 BTRH-FECHA-PROCESO NOT = WKS-FECHA-PROCESO
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF BTRH-DATASET NOT = WKS-DS-DATASET
                    PERFORM 320-CIERRA-DATASET
                    INITIALIZE WKS-DATASET-EN-CURSO
                    MOVE BTRH-DATASET TO WKS-DS-DATASET
                 END-IF
                 IF BTRH-ES-PRODUCTOR
                    MOVE 1           TO WKS-DS-HAY-PRODUCTOR
                    MOVE BTRH-JOB    TO WKS-DS-PRODUCTOR
                    MOVE BTRH-CONTEO TO WKS-DS-CONTEO
                    MOVE BTRH-VALOR  TO WKS-DS-VALOR
                 ELSE
                    ADD 1 TO WKS-DS-CONSUMIDORES
                    PERFORM 310-LISTA-CONSUMIDOR
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 320-CIERRA-DATASET
           IF WKS-ENTREGAS-LISTADAS = ZEROS
              DISPLAY '  (NINGUNA ENTREGA REGISTRADA PARA ESTA FECHA)'
           END-IF
           DISPLAY '=============================================='
                   '=============================================='
                   '=============='.
       300-LISTA-ENTREGAS-E. EXIT.

       310-LISTA-CONSUMIDOR SECTION.
           ADD 1 TO WKS-ENTREGAS-LISTADAS
           MOVE BTRH-DATASET    TO WKS-LIN-DATASET
           MOVE BTRH-CONSUMIDOR TO WKS-LIN-CONSUMIDOR
           MOVE BTRH-CONTEO     TO WKS-LIN-CONTEO-CON
           MOVE BTRH-VALOR      TO WKS-LIN-VALOR-CON
           IF DS-HAY-PRODUCTOR
              MOVE WKS-DS-PRODUCTOR TO WKS-LIN-PRODUCTOR
              MOVE WKS-DS-CONTEO    TO WKS-LIN-CONTEO-PRO
              MOVE WKS-DS-VALOR     TO WKS-LIN-VALOR-PRO
           ELSE
              MOVE '(NINGUNO)'      TO WKS-LIN-PRODUCTOR
              MOVE ZEROS            TO WKS-LIN-CONTEO-PRO
                                       WKS-LIN-VALOR-PRO
           END-IF
           EVALUATE TRUE
              WHEN BTRH-CUADRADO
                   MOVE 'BALANCEADO'     TO WKS-LIN-RESULTADO
                   ADD 1 TO WKS-ENTREGAS-CUADRADAS
              WHEN BTRH-DESCUADRADO
                   MOVE 'DESCUADRADO'    TO WKS-LIN-RESULTADO
                   ADD 1 TO WKS-ENTREGAS-DESCUADRADAS
              WHEN OTHER
                   MOVE 'SIN PRODUCTOR'  TO WKS-LIN-RESULTADO
                   ADD 1 TO WKS-ENTREGAS-SIN-PRODUCTOR
           END-EVALUATE
           DISPLAY WKS-LINEA-ENTREGA.
       310-LISTA-CONSUMIDOR-E. EXIT.

       320-CIERRA-DATASET SECTION.
           IF NOT DS-HAY-PRODUCTOR OR WKS-DS-CONSUMIDORES > ZEROS
              GO TO 320-CIERRA-DATASET-E
           END-IF
           ADD 1 TO WKS-ENTREGAS-LISTADAS
           ADD 1 TO WKS-ENTREGAS-NO-VERIFICADAS
           MOVE WKS-DS-DATASET   TO WKS-LIN-DATASET
           MOVE WKS-DS-PRODUCTOR TO WKS-LIN-PRODUCTOR
           MOVE '(NINGUNO)'      TO WKS-LIN-CONSUMIDOR
           MOVE WKS-DS-CONTEO    TO WKS-LIN-CONTEO-PRO
           MOVE ZEROS            TO WKS-LIN-CONTEO-CON
           MOVE WKS-DS-VALOR     TO WKS-LIN-VALOR-PRO
           MOVE ZEROS            TO WKS-LIN-VALOR-CON
           MOVE 'NO VERIFICADO'  TO WKS-LIN-RESULTADO
           DISPLAY WKS-LINEA-ENTREGA.
       320-CIERRA-DATASET-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-ENTREGAS-LISTADAS       TO WKS-MASCARA
           DISPLAY 'ENTREGAS LISTADAS               : ' WKS-MASCARA
           MOVE    WKS-ENTREGAS-CUADRADAS      TO WKS-MASCARA
           DISPLAY 'ENTREGAS BALANCEADAS            : ' WKS-MASCARA
           MOVE    WKS-ENTREGAS-DESCUADRADAS   TO WKS-MASCARA
           DISPLAY 'ENTREGAS DESCUADRADAS           : ' WKS-MASCARA
           MOVE    WKS-ENTREGAS-SIN-PRODUCTOR  TO WKS-MASCARA
           DISPLAY 'ENTREGAS SIN TOTALES PRODUCTOR  : ' WKS-MASCARA
           MOVE    WKS-ENTREGAS-NO-VERIFICADAS TO WKS-MASCARA
           DISPLAY 'ENTREGAS NO VERIFICADAS         : ' WKS-MASCARA
           DISPLAY '******************************************'
           IF WKS-ENTREGAS-DESCUADRADAS  > ZEROS OR
              WKS-ENTREGAS-SIN-PRODUCTOR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       600-ESTADISTICAS-E. EXIT.
