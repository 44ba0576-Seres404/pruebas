      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRCORRP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MATUTINO DE CORRIMIENTOS DE FECHA. LISTA *
      *             : LOS REGISTROS DE BTRCORR PARA LA FECHA RECIBIDA  *
      *             : POR SYSIN: POR CADA PRODUCTO LOS PAGOS Y         *
      *             : VENCIMIENTOS QUE SE EJECUTARON ESA NOCHE PORQUE  *
      *             : SU FECHA NOMINAL CAYO EN DIA NO HABIL, CON LA    *
      *             : FECHA NOMINAL, LA FECHA AJUSTADA, LA REGLA       *
      *             : APLICADA Y EL PROGRAMA QUE LO PROCESO, Y EL      *
      *             : TOTAL POR PRODUCTO.                              *
      * ARCHIVOS    : BTRCORR=C                                        *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRCORRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRCORR ASSIGN TO BTRCORR
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS BTCR-LLAVE
                  FILE STATUS     IS FS-BTRCORR
                                     FSE-BTRCORR.
       DATA DIVISION.
       FILE SECTION.
       FD BTRCORR.
          COPY BTRCORR.
       WORKING-STORAGE SECTION.
       01 FS-BTRCORR                       PIC 9(02)  VALUE ZEROS.
       01 FSE-BTRCORR.
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
       01 WKS-PRODUCTO-EN-CURSO            PIC X(10)  VALUE SPACES.
       01 WKS-ITEMS-PRODUCTO               PIC 9(07)  VALUE ZEROS.
      *------->          TITULO Y LINEA DEL REPORTE DE CORRIMIENTOS
       01 WKS-LINEA-TITULO.
          05 FILLER                        PIC X(11)  VALUE 'PRODUCTO'.
          05 FILLER                        PIC X(33)  VALUE
             'REFERENCIA'.
          05 FILLER                        PIC X(11)  VALUE 'NOMINAL'.
          05 FILLER                        PIC X(11)  VALUE 'AJUSTADA'.
          05 FILLER                        PIC X(21)  VALUE
             'REGLA'.
          05 FILLER                        PIC X(08)  VALUE 'PROGRAMA'.
       01 WKS-LINEA-CORRIMIENTO.
          05 WKS-LIN-PRODUCTO              PIC X(10).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-REFERENCIA            PIC X(32).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-NOMINAL               PIC 9(08).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-LIN-AJUSTADA              PIC 9(08).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-LIN-REGLA                 PIC X(20).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-PROGRAMA              PIC X(08).
       01 WKS-LINEA-TOTAL.
          05 FILLER                        PIC X(11)  VALUE SPACES.
          05 FILLER                        PIC X(22)  VALUE
             'TOTAL DEL PRODUCTO   :'.
          05 WKS-TOT-ITEMS                 PIC Z,ZZZ,ZZ9.
       01 WKS-ESTADISTICAS.
          02 WKS-ITEMS-LISTADOS            PIC 9(07)  VALUE ZEROS.
          02 WKS-PRODUCTOS-LISTADOS        PIC 9(05)  VALUE ZEROS.
          02 WKS-ITEMS-SIGUIENTE           PIC 9(07)  VALUE ZEROS.
          02 WKS-ITEMS-MODIFICADO          PIC 9(07)  VALUE ZEROS.
          02 WKS-ITEMS-ANTERIOR            PIC 9(07)  VALUE ZEROS.
       01 WKS-MASCARA                      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-LISTA-CORRIMIENTOS
           PERFORM 600-ESTADISTICAS
           CLOSE BTRCORR
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'BTRCORRP' TO PROGRAMA
           OPEN INPUT BTRCORR
           IF FS-BTRCORR = 97
              MOVE ZEROS TO FS-BTRCORR
           END-IF
           IF FS-BTRCORR NOT = 0
              MOVE 'OPEN'     TO ACCION
              MOVE SPACES     TO LLAVE
              MOVE 'BTRCORR'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-BTRCORR, FSE-BTRCORR
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  LA LLAVE ORDENA POR FECHA DE PROCESO Y PRODUCTO; AL CAMBIAR   *
      *  DE PRODUCTO SE IMPRIME EL TOTAL DEL ANTERIOR                  *
      ******************************************************************
       300-LISTA-CORRIMIENTOS SECTION.
           MOVE WKS-FECHA-PROCESO TO BTCR-FECHA-PROCESO
           MOVE LOW-VALUES        TO BTCR-PRODUCTO BTCR-REFERENCIA
           MOVE ZEROS             TO BTCR-FECHA-NOMINAL
           START BTRCORR KEY IS NOT LESS THAN BTCR-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BROWSE
           END-START
           DISPLAY '=============================================='
                   '=============================================='
                   '==========='
           DISPLAY 'PAGOS Y VENCIMIENTOS CORRIDOS A DIA HABIL, FECHA '
                   'DE PROCESO ' WKS-FECHA-PROCESO
           DISPLAY WKS-LINEA-TITULO
           DISPLAY '=============================================='
                   '=============================================='
                   '==========='
           PERFORM UNTIL FIN-BROWSE
              READ BTRCORR NEXT RECORD
              END-READ
              IF FS-BTRCORR NOT = 0 OR
                 BTCR-FECHA-PROCESO NOT = WKS-FECHA-PROCESO
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF BTCR-PRODUCTO NOT = WKS-PRODUCTO-EN-CURSO
                    PERFORM 320-TOTAL-PRODUCTO
                    MOVE BTCR-PRODUCTO TO WKS-PRODUCTO-EN-CURSO
                    ADD  1             TO WKS-PRODUCTOS-LISTADOS
                 END-IF
                 PERFORM 310-LISTA-CORRIMIENTO
              END-IF
           END-PERFORM
           PERFORM 320-TOTAL-PRODUCTO
           IF WKS-ITEMS-LISTADOS = ZEROS
              DISPLAY '  (NINGUN CORRIMIENTO REGISTRADO PARA ESTA '
                      'FECHA)'
           END-IF
           DISPLAY '=============================================='
                   '=============================================='
                   '==========='.
       300-LISTA-CORRIMIENTOS-E. EXIT.

       310-LISTA-CORRIMIENTO SECTION.
           ADD 1 TO WKS-ITEMS-LISTADOS WKS-ITEMS-PRODUCTO
           MOVE BTCR-PRODUCTO       TO WKS-LIN-PRODUCTO
           MOVE BTCR-REFERENCIA     TO WKS-LIN-REFERENCIA
           MOVE BTCR-FECHA-NOMINAL  TO WKS-LIN-NOMINAL
           MOVE BTCR-FECHA-AJUSTADA TO WKS-LIN-AJUSTADA
           MOVE BTCR-PROGRAMA       TO WKS-LIN-PROGRAMA
           EVALUATE TRUE
              WHEN BTCR-SIGUIENTE
                   MOVE 'F SIGUIENTE HABIL'    TO WKS-LIN-REGLA
                   ADD 1 TO WKS-ITEMS-SIGUIENTE
              WHEN BTCR-SIGUIENTE-MODIFICADO
                   MOVE 'M SIGUIENTE MODIFIC.' TO WKS-LIN-REGLA
                   ADD 1 TO WKS-ITEMS-MODIFICADO
              WHEN OTHER
                   MOVE 'P ANTERIOR HABIL'     TO WKS-LIN-REGLA
                   ADD 1 TO WKS-ITEMS-ANTERIOR
           END-EVALUATE
           DISPLAY WKS-LINEA-CORRIMIENTO.
       310-LISTA-CORRIMIENTO-E. EXIT.

       320-TOTAL-PRODUCTO SECTION.
           IF WKS-ITEMS-PRODUCTO = ZEROS
              GO TO 320-TOTAL-PRODUCTO-E
           END-IF
           MOVE WKS-ITEMS-PRODUCTO TO WKS-TOT-ITEMS
           DISPLAY WKS-LINEA-TOTAL
           MOVE ZEROS TO WKS-ITEMS-PRODUCTO.
       320-TOTAL-PRODUCTO-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-ITEMS-LISTADOS      TO WKS-MASCARA
           DISPLAY 'ITEMS CORRIDOS LISTADOS         : ' WKS-MASCARA
           MOVE    WKS-PRODUCTOS-LISTADOS  TO WKS-MASCARA
           DISPLAY 'PRODUCTOS CON CORRIMIENTOS      : ' WKS-MASCARA
           MOVE    WKS-ITEMS-SIGUIENTE     TO WKS-MASCARA
           DISPLAY 'CORRIDOS AL SIGUIENTE HABIL     : ' WKS-MASCARA
           MOVE    WKS-ITEMS-MODIFICADO    TO WKS-MASCARA
           DISPLAY 'CORRIDOS CON SIGUIENTE MODIFIC. : ' WKS-MASCARA
           MOVE    WKS-ITEMS-ANTERIOR      TO WKS-MASCARA
           DISPLAY 'CORRIDOS AL ANTERIOR HABIL      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.
