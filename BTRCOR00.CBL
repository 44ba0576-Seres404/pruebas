      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRCOR00                                         *
      * TIPO        : RUTINA BATCH                                     *
      * DESCRIPCION : RUTINA COMUN DE CORRIMIENTO DE FECHAS DE PAGO Y  *
      *             : VENCIMIENTO AL DIA HABIL SEGUN EL CALENDARIO     *
      *             : TLCALEN. LOS BATCH DE MOVIMIENTOS PROGRAMADOS LA *
      *             : INVOCAN CON UNA ACCION:                          *
      *             :   CORRE     RECIBE EL PRODUCTO, LA FECHA NOMINAL *
      *             :             Y LA REFERENCIA DEL ITEM; DEVUELVE   *
      *             :             LA FECHA AJUSTADA SEGUN LA REGLA DEL *
      *             :             PRODUCTO EN TLTGEN TABLA 015         *
      *             :             (F=SIGUIENTE HABIL, M=SIGUIENTE      *
      *             :             HABIL SIN CAMBIAR DE MES, P=ANTERIOR *
      *             :             HABIL; SIN REGISTRO SE USA F) Y EL   *
      *             :             RESULTADO S=SE CORRIO, N=YA ERA      *
      *             :             HABIL, E=FECHA FUERA DEL CALENDARIO  *
      *             :             (SE DEVUELVE SIN CORRER). SI LA      *
      *             :             FECHA AJUSTADA ES LA DE PROCESO EL   *
      *             :             CORRIMIENTO QUEDA EN BTRCORR PARA EL *
      *             :             REPORTE BTRCORRP                     *
      *             :   CIERRA    CIERRA LOS ARCHIVOS AL FINAL DEL JOB *
      *             : LOS ARCHIVOS SE ABREN EN LA PRIMERA LLAMADA Y    *
      *             : QUEDAN ABIERTOS HASTA EL CIERRE, PORQUE LA       *
      *             : RUTINA SE INVOCA POR CADA ITEM DEL BARRIDO.      *
      * ARCHIVOS    : TLCALEN=C, TLTGEN=C, BTRCORR=A                   *
      * PROGRAMA(S) : NO APLICA                                        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRCOR00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TLCALEN ASSIGN TO TLCALEN
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS TLCA-LLAVE
                  FILE STATUS     IS FS-TLCALEN.
           SELECT TLTGEN ASSIGN TO TLTGEN
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS TLTG-LLAVE
                  FILE STATUS     IS FS-TLTGEN.
           SELECT BTRCORR ASSIGN TO BTRCORR
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS BTCR-LLAVE
                  FILE STATUS     IS FS-BTRCORR.
       DATA DIVISION.
       FILE SECTION.
       FD TLCALEN.
          COPY TLCALEN.
       FD TLTGEN.
          COPY TLTGEN.
       FD BTRCORR.
          COPY BTRCORR.
       WORKING-STORAGE SECTION.
       01 FS-TLCALEN               PIC 9(02) VALUE ZEROS.
       01 FS-TLTGEN                PIC 9(02) VALUE ZEROS.
       01 FS-BTRCORR               PIC 9(02) VALUE ZEROS.
       01 WKS-HORA-HOY             PIC 9(08) VALUE ZEROS.
       01 WKS-ARCHIVOS             PIC X(01) VALUE 'N'.
          88 ARCHIVOS-ABIERTOS               VALUE 'S'.
          88 ARCHIVOS-CERRADOS               VALUE 'N'.
      *   REGLA DEL ULTIMO PRODUCTO CONSULTADO (EVITA RELEER TLTGEN
      *   EN CADA ITEM DEL MISMO BARRIDO)
       01 WKS-ULTIMO-PRODUCTO      PIC X(10) VALUE HIGH-VALUES.
       01 WKS-REGLA                PIC X(01) VALUE 'F'.
          88 REGLA-SIGUIENTE                 VALUE 'F'.
          88 REGLA-SIGUIENTE-MODIFICADO      VALUE 'M'.
          88 REGLA-ANTERIOR                  VALUE 'P'.
          88 REGLA-VALIDA                    VALUE 'F' 'M' 'P'.
      *   BUSQUEDA DEL DIA HABIL: DIAS JULIANOS Y SENTIDO (+1/-1)
       01 WKS-DIA-NOMINAL          PIC S9(07) VALUE ZEROS.
       01 WKS-DIA-BUSQUEDA         PIC S9(07) VALUE ZEROS.
       01 WKS-SENTIDO              PIC S9(01) VALUE ZEROS.
       01 WKS-PASOS                PIC 9(02)  VALUE ZEROS.
       01 WKS-MAX-PASOS            PIC 9(02)  VALUE 15.
       01 WKS-FECHA-BUSQUEDA       PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-HABIL          PIC 9(08)  VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-ACCION                PIC X(08).
          88 LK-ACC-CORRE                    VALUE 'CORRE'.
          88 LK-ACC-CIERRA                   VALUE 'CIERRA'.
       01 LK-PRODUCTO              PIC X(10).
       01 LK-FECHA-PROCESO         PIC 9(08).
       01 LK-FECHA-NOMINAL         PIC 9(08).
       01 LK-REFERENCIA            PIC X(32).
       01 LK-PROGRAMA              PIC X(08).
       01 LK-FECHA-AJUSTADA        PIC 9(08).
       01 LK-RESULTADO             PIC X(01).
          88 LK-SE-CORRIO                    VALUE 'S'.
          88 LK-ERA-HABIL                    VALUE 'N'.
          88 LK-FUERA-DE-CALENDARIO          VALUE 'E'.
       PROCEDURE DIVISION USING LK-ACCION, LK-PRODUCTO,
                                LK-FECHA-PROCESO, LK-FECHA-NOMINAL,
                                LK-REFERENCIA, LK-PROGRAMA,
                                LK-FECHA-AJUSTADA, LK-RESULTADO.
       100-PRINCIPAL SECTION.
           IF LK-ACC-CIERRA
              IF ARCHIVOS-ABIERTOS
                 CLOSE TLCALEN TLTGEN BTRCORR
                 SET ARCHIVOS-CERRADOS TO TRUE
              END-IF
              GOBACK
           END-IF
           MOVE 'E'              TO LK-RESULTADO
           MOVE LK-FECHA-NOMINAL TO LK-FECHA-AJUSTADA
           IF NOT LK-ACC-CORRE
              DISPLAY 'BTRCOR00 - ACCION NO RECONOCIDA: '
                      LK-ACCION UPON CONSOLE
              GOBACK
           END-IF
           IF ARCHIVOS-CERRADOS
              PERFORM 150-ABRE-ARCHIVOS
              IF ARCHIVOS-CERRADOS
                 GOBACK
              END-IF
           END-IF
           PERFORM 200-REGLA-PRODUCTO
           PERFORM 300-CORRE-FECHA
           IF LK-SE-CORRIO AND LK-FECHA-AJUSTADA = LK-FECHA-PROCESO
              PERFORM 400-REGISTRA-BITACORA
           END-IF
           GOBACK.
       100-PRINCIPAL-E. EXIT.

       150-ABRE-ARCHIVOS SECTION.
           OPEN INPUT TLCALEN TLTGEN
           OPEN I-O   BTRCORR
           IF FS-BTRCORR = 35
              OPEN OUTPUT BTRCORR
              CLOSE BTRCORR
              OPEN I-O BTRCORR
           END-IF
           IF FS-TLCALEN = 97
              MOVE ZEROS TO FS-TLCALEN
           END-IF
           IF FS-TLTGEN = 97
              MOVE ZEROS TO FS-TLTGEN
           END-IF
           IF FS-BTRCORR = 97
              MOVE ZEROS TO FS-BTRCORR
           END-IF
           IF FS-TLCALEN NOT = 0 OR FS-TLTGEN NOT = 0 OR
              FS-BTRCORR NOT = 0
              DISPLAY 'BTRCOR00 - ARCHIVOS NO DISPONIBLES, FS TLCALEN:'
                      FS-TLCALEN ' TLTGEN:' FS-TLTGEN
                      ' BTRCORR:' FS-BTRCORR UPON CONSOLE
              CLOSE TLCALEN TLTGEN BTRCORR
              GO TO 150-ABRE-ARCHIVOS-E
           END-IF
           SET ARCHIVOS-ABIERTOS TO TRUE.
       150-ABRE-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  LA REGLA DEL PRODUCTO ESTA EN TLTGEN 'TLT' 015 CON EL CODIGO  *
      *  DEL PRODUCTO COMO REGISTRO Y LA REGLA EN LA POSICION 1 DE LA  *
      *  DESCRIPCION. SIN REGISTRO, O CON UNA REGLA NO RECONOCIDA, SE  *
      *  CORRE AL SIGUIENTE DIA HABIL                                  *
      ******************************************************************
       200-REGLA-PRODUCTO SECTION.
           IF LK-PRODUCTO = WKS-ULTIMO-PRODUCTO
              GO TO 200-REGLA-PRODUCTO-E
           END-IF
           MOVE LK-PRODUCTO TO WKS-ULTIMO-PRODUCTO
           MOVE 'F'         TO WKS-REGLA
           MOVE 'TLT'       TO TLTG-CODIGO
           MOVE 015         TO TLTG-CORRELATIVO-TABLA
           MOVE LK-PRODUCTO TO TLTG-CORRELATIVO-REGISTRO
           READ TLTGEN KEY IS TLTG-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE TLTG-DESCRIPCION (1:1) TO WKS-REGLA
                IF NOT REGLA-VALIDA
                   DISPLAY 'BTRCOR00 - REGLA ' WKS-REGLA
                           ' NO RECONOCIDA PARA ' LK-PRODUCTO
                           ', SE USA F' UPON CONSOLE
                   MOVE 'F' TO WKS-REGLA
                END-IF
           END-READ.
       200-REGLA-PRODUCTO-E. EXIT.

      ******************************************************************
      *  UNA FECHA HABIL SE DEVUELVE TAL CUAL. SI NO LO ES SE BUSCA EL *
      *  DIA HABIL EN EL SENTIDO DE LA REGLA; CON M, SI EL SIGUIENTE   *
      *  HABIL YA ES DEL MES PROXIMO SE TOMA EL ANTERIOR HABIL         *
      ******************************************************************
       300-CORRE-FECHA SECTION.
           IF LK-FECHA-NOMINAL NOT NUMERIC OR LK-FECHA-NOMINAL = ZEROS
              GO TO 300-CORRE-FECHA-E
           END-IF
           MOVE LK-FECHA-NOMINAL TO TLCA-FECHA
           READ TLCALEN KEY IS TLCA-LLAVE
             INVALID KEY
                GO TO 300-CORRE-FECHA-E
           END-READ
           IF TLCA-DIA-HABIL
              MOVE 'N' TO LK-RESULTADO
              GO TO 300-CORRE-FECHA-E
           END-IF
           COMPUTE WKS-DIA-NOMINAL =
                   FUNCTION INTEGER-OF-DATE (LK-FECHA-NOMINAL)
           IF REGLA-ANTERIOR
              MOVE -1 TO WKS-SENTIDO
           ELSE
              MOVE  1 TO WKS-SENTIDO
           END-IF
           PERFORM 320-BUSCA-HABIL
           IF REGLA-SIGUIENTE-MODIFICADO AND WKS-FECHA-HABIL > ZEROS
              AND WKS-FECHA-HABIL (1:6) NOT = LK-FECHA-NOMINAL (1:6)
              MOVE -1 TO WKS-SENTIDO
              PERFORM 320-BUSCA-HABIL
           END-IF
           IF WKS-FECHA-HABIL > ZEROS
              MOVE WKS-FECHA-HABIL TO LK-FECHA-AJUSTADA
              MOVE 'S'             TO LK-RESULTADO
           END-IF.
       300-CORRE-FECHA-E. EXIT.

      *----> AVANZA O RETROCEDE DIA A DIA HASTA UN HABIL; UNA FECHA
      *----> FUERA DEL CALENDARIO O DEMASIADOS DIAS SIN HABIL DEJAN
      *----> WKS-FECHA-HABIL EN CEROS
       320-BUSCA-HABIL SECTION.
           MOVE ZEROS           TO WKS-FECHA-HABIL WKS-PASOS
           MOVE WKS-DIA-NOMINAL TO WKS-DIA-BUSQUEDA
           PERFORM UNTIL WKS-FECHA-HABIL > ZEROS OR
                         WKS-PASOS NOT < WKS-MAX-PASOS
              ADD 1           TO WKS-PASOS
              ADD WKS-SENTIDO TO WKS-DIA-BUSQUEDA
              COMPUTE WKS-FECHA-BUSQUEDA =
                      FUNCTION DATE-OF-INTEGER (WKS-DIA-BUSQUEDA)
              MOVE WKS-FECHA-BUSQUEDA TO TLCA-FECHA
              READ TLCALEN KEY IS TLCA-LLAVE
                INVALID KEY
                   MOVE WKS-MAX-PASOS TO WKS-PASOS
                NOT INVALID KEY
                   IF TLCA-DIA-HABIL
                      MOVE WKS-FECHA-BUSQUEDA TO WKS-FECHA-HABIL
                   END-IF
              END-READ
           END-PERFORM.
       320-BUSCA-HABIL-E. EXIT.

      ******************************************************************
      *  SOLO SE REGISTRA EL ITEM QUE SE EJECUTA ESTA NOCHE POR EL     *
      *  CORRIMIENTO; UN REPROCESO DE LA MISMA FECHA REEMPLAZA EL      *
      *  REGISTRO                                                      *
      ******************************************************************
       400-REGISTRA-BITACORA SECTION.
           ACCEPT WKS-HORA-HOY FROM TIME
           INITIALIZE REG-BTRCORR
           MOVE LK-FECHA-PROCESO    TO BTCR-FECHA-PROCESO
           MOVE LK-PRODUCTO         TO BTCR-PRODUCTO
           MOVE LK-REFERENCIA       TO BTCR-REFERENCIA
           MOVE LK-FECHA-NOMINAL    TO BTCR-FECHA-NOMINAL
           MOVE LK-FECHA-AJUSTADA   TO BTCR-FECHA-AJUSTADA
           MOVE WKS-REGLA           TO BTCR-REGLA
           MOVE LK-PROGRAMA         TO BTCR-PROGRAMA
           MOVE WKS-HORA-HOY (1:6)  TO BTCR-HORA
           WRITE REG-BTRCORR
           IF FS-BTRCORR = 22
              REWRITE REG-BTRCORR
           END-IF
           IF FS-BTRCORR NOT = 0
              DISPLAY 'BTRCOR00 - NO SE PUDO ACTUALIZAR BTRCORR, '
                      'FS:' FS-BTRCORR UPON CONSOLE
           END-IF.
       400-REGISTRA-BITACORA-E. EXIT.
