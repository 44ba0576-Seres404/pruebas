      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRHND00                                         *
      * TIPO        : RUTINA BATCH                                     *
      * DESCRIPCION : RUTINA COMUN DE TOTALES DE CONTROL DE LA ENTREGA *
      *             : DE DATASETS ENTRE JOBS (BTRHAND). LOS JOBS LA    *
      *             : INVOCAN CON UNA ACCION:                          *
      *             :   PRODUCE   EL PRODUCTOR REGISTRA EL CONTEO, EL  *
      *             :             TOTAL HASH Y EL TOTAL DE VALOR DEL   *
      *             :             DATASET QUE DEJO PARA LA FECHA (UN   *
      *             :             RERUN REEMPLAZA LOS TOTALES)         *
      *             :   VERIFICA  EL CONSUMIDOR COMPARA LO QUE LEYO    *
      *             :             CONTRA LO REGISTRADO POR EL          *
      *             :             PRODUCTOR; DEJA SU PROPIO REGISTRO   *
      *             :             CON EL RESULTADO Y DEVUELVE O/N EN   *
      *             :             EL CAMPO DE RESULTADO PARA QUE EL    *
      *             :             JOB NO PROCESE UNA COPIA TRUNCADA    *
      * ARCHIVOS    : BTRHAND=A                                        *
      * PROGRAMA(S) : NO APLICA                                        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRHND00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRHAND ASSIGN TO BTRHAND
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS BTRH-LLAVE
                  FILE STATUS     IS FS-BTRHAND.
       DATA DIVISION.
       FILE SECTION.
       FD BTRHAND.
          COPY BTRHAND.
       WORKING-STORAGE SECTION.
       01 FS-BTRHAND               PIC 9(02) VALUE ZEROS.
       01 WKS-HORA-HOY             PIC 9(08) VALUE ZEROS.
      *   TOTALES DEL PRODUCTOR LEIDOS DEL REGISTRO
       01 WKS-PRODUCTOR.
          02 WKS-PRO-JOB           PIC X(08) VALUE SPACES.
          02 WKS-PRO-CONTEO        PIC 9(11) VALUE ZEROS.
          02 WKS-PRO-HASH          PIC 9(18) VALUE ZEROS.
          02 WKS-PRO-VALOR         PIC S9(15)V99 VALUE ZEROS.
       01 WKS-RESULTADO-CONSUMO    PIC X(01) VALUE SPACES.
       01 WKS-MASCARA-CONTEO       PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WKS-MASCARA-VALOR        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       LINKAGE SECTION.
       01 LK-ACCION                PIC X(08).
          88 LK-ACC-PRODUCE                  VALUE 'PRODUCE'.
          88 LK-ACC-VERIFICA                 VALUE 'VERIFICA'.
       01 LK-FECHA-PROCESO         PIC 9(08).
       01 LK-DATASET               PIC X(08).
       01 LK-JOB                   PIC X(08).
       01 LK-CONTEO                PIC 9(11).
       01 LK-HASH                  PIC 9(18).
       01 LK-VALOR                 PIC S9(15)V99.
       01 LK-RESULTADO             PIC X(01).
          88 LK-ENTREGA-OK                   VALUE 'O'.
          88 LK-ENTREGA-MAL                  VALUE 'N'.
       PROCEDURE DIVISION USING LK-ACCION, LK-FECHA-PROCESO,
                                LK-DATASET, LK-JOB, LK-CONTEO,
                                LK-HASH, LK-VALOR, LK-RESULTADO.
       100-PRINCIPAL SECTION.
           MOVE 'N' TO LK-RESULTADO
           OPEN I-O BTRHAND
           IF FS-BTRHAND = 35
              OPEN OUTPUT BTRHAND
              CLOSE BTRHAND
              OPEN I-O BTRHAND
           END-IF
           IF FS-BTRHAND = 97
              MOVE ZEROS TO FS-BTRHAND
           END-IF
           IF FS-BTRHAND NOT = 0
              DISPLAY 'BTRHND00 - REGISTRO BTRHAND NO DISPONIBLE, '
                      'FS:' FS-BTRHAND UPON CONSOLE
              GOBACK
           END-IF
           ACCEPT WKS-HORA-HOY FROM TIME
           EVALUATE TRUE
              WHEN LK-ACC-PRODUCE
                   PERFORM 200-REGISTRA-PRODUCTOR
              WHEN LK-ACC-VERIFICA
                   PERFORM 300-VERIFICA-CONSUMIDOR
              WHEN OTHER
                   DISPLAY 'BTRHND00 - ACCION NO RECONOCIDA: '
                           LK-ACCION UPON CONSOLE
           END-EVALUATE
           CLOSE BTRHAND
           GOBACK.
       100-PRINCIPAL-E. EXIT.

      ******************************************************************
      *  EL PRODUCTOR DEJA SUS TOTALES CON EL CONSUMIDOR EN ESPACIOS;  *
      *  SI EL JOB SE REPROCESA EN LA MISMA FECHA LOS TOTALES NUEVOS   *
      *  REEMPLAZAN A LOS ANTERIORES                                   *
      ******************************************************************
       200-REGISTRA-PRODUCTOR SECTION.
           INITIALIZE REG-BTRHAND
           MOVE LK-FECHA-PROCESO    TO BTRH-FECHA-PROCESO
           MOVE LK-DATASET          TO BTRH-DATASET
           MOVE SPACES              TO BTRH-CONSUMIDOR
           MOVE LK-JOB              TO BTRH-JOB
           MOVE LK-CONTEO           TO BTRH-CONTEO
           MOVE LK-HASH             TO BTRH-HASH
           MOVE LK-VALOR            TO BTRH-VALOR
           MOVE WKS-HORA-HOY (1:6)  TO BTRH-HORA
           SET  BTRH-PRODUCIDO      TO TRUE
           PERFORM 400-GRABA-REGISTRO
           IF FS-BTRHAND = 0
              MOVE 'O' TO LK-RESULTADO
           END-IF.
       200-REGISTRA-PRODUCTOR-E. EXIT.

      ******************************************************************
      *  EL CONSUMIDOR COMPARA CONTEO, HASH Y VALOR CONTRA EL          *
      *  PRODUCTOR. SIN REGISTRO DEL PRODUCTOR PARA LA FECHA NO HAY    *
      *  CONTRA QUE CUADRAR Y LA ENTREGA SE DA POR MALA. EN TODOS LOS  *
      *  CASOS QUEDA EL REGISTRO DEL CONSUMIDOR PARA EL REPORTE        *
      ******************************************************************
       300-VERIFICA-CONSUMIDOR SECTION.
           MOVE LK-FECHA-PROCESO TO BTRH-FECHA-PROCESO
           MOVE LK-DATASET       TO BTRH-DATASET
           MOVE SPACES           TO BTRH-CONSUMIDOR
           READ BTRHAND KEY IS BTRH-LLAVE
             INVALID KEY
                MOVE 'S' TO WKS-RESULTADO-CONSUMO
                DISPLAY 'BTRHND00 - ' LK-DATASET ' SIN TOTALES DEL '
                        'PRODUCTOR PARA LA FECHA ' LK-FECHA-PROCESO
                        UPON CONSOLE
             NOT INVALID KEY
                MOVE BTRH-JOB    TO WKS-PRO-JOB
                MOVE BTRH-CONTEO TO WKS-PRO-CONTEO
                MOVE BTRH-HASH   TO WKS-PRO-HASH
                MOVE BTRH-VALOR  TO WKS-PRO-VALOR
                IF LK-CONTEO = WKS-PRO-CONTEO AND
                   LK-HASH   = WKS-PRO-HASH   AND
                   LK-VALOR  = WKS-PRO-VALOR
                   MOVE 'B' TO WKS-RESULTADO-CONSUMO
                ELSE
                   MOVE 'D' TO WKS-RESULTADO-CONSUMO
                   PERFORM 350-MUESTRA-DESCUADRE
                END-IF
           END-READ
           INITIALIZE REG-BTRHAND
           MOVE LK-FECHA-PROCESO      TO BTRH-FECHA-PROCESO
           MOVE LK-DATASET            TO BTRH-DATASET
           MOVE LK-JOB                TO BTRH-CONSUMIDOR
           MOVE LK-JOB                TO BTRH-JOB
           MOVE LK-CONTEO             TO BTRH-CONTEO
           MOVE LK-HASH               TO BTRH-HASH
           MOVE LK-VALOR              TO BTRH-VALOR
           MOVE WKS-HORA-HOY (1:6)    TO BTRH-HORA
           MOVE WKS-RESULTADO-CONSUMO TO BTRH-RESULTADO
           PERFORM 400-GRABA-REGISTRO
           IF BTRH-CUADRADO
              MOVE 'O' TO LK-RESULTADO
           END-IF.
       300-VERIFICA-CONSUMIDOR-E. EXIT.

       350-MUESTRA-DESCUADRE SECTION.
           DISPLAY 'BTRHND00 - ' LK-DATASET ' NO CUADRA ENTRE '
                   WKS-PRO-JOB ' Y ' LK-JOB UPON CONSOLE
           MOVE WKS-PRO-CONTEO TO WKS-MASCARA-CONTEO
           DISPLAY '   CONTEO PRODUCTOR  : ' WKS-MASCARA-CONTEO
                   UPON CONSOLE
           MOVE LK-CONTEO      TO WKS-MASCARA-CONTEO
           DISPLAY '   CONTEO CONSUMIDOR : ' WKS-MASCARA-CONTEO
                   UPON CONSOLE
           DISPLAY '   HASH PRODUCTOR    : ' WKS-PRO-HASH
                   UPON CONSOLE
           DISPLAY '   HASH CONSUMIDOR   : ' LK-HASH
                   UPON CONSOLE
           MOVE WKS-PRO-VALOR  TO WKS-MASCARA-VALOR
           DISPLAY '   VALOR PRODUCTOR   : ' WKS-MASCARA-VALOR
                   UPON CONSOLE
           MOVE LK-VALOR       TO WKS-MASCARA-VALOR
           DISPLAY '   VALOR CONSUMIDOR  : ' WKS-MASCARA-VALOR
                   UPON CONSOLE.
       350-MUESTRA-DESCUADRE-E. EXIT.

       400-GRABA-REGISTRO SECTION.
           WRITE REG-BTRHAND
           IF FS-BTRHAND = 22
              REWRITE REG-BTRHAND
           END-IF
           IF FS-BTRHAND NOT = 0
              DISPLAY 'BTRHND00 - NO SE PUDO ACTUALIZAR BTRHAND, '
                      'FS:' FS-BTRHAND UPON CONSOLE
           END-IF.
       400-GRABA-REGISTRO-E. EXIT.
