      *             :       CARGO RESERVA 2105 / ABONO CARTERA 1104    *
      *             :       EN EL ARCHIVO CASTCON, CON HEADER Y        *
      *             :       TRAILER AL ESTILO DEL CONTASAL DE          *
      *             :       TLCONTAB. CADA CASTIGO APLICADO SIEMBRA  *
      *             :       SU REGISTRO EN EL MAESTRO DE RECUPERACION  *
      *             :       TLRECUP CON EL MONTO CASTIGADO Y EL        *
      *             :       COBRADOR QUE TENIA ASIGNADO EN TLCOBAS.    *
      *             : CADA LINEA LLEVA EL USUARIO QUE PROPUSO (EL DE   *
      *             : LA SYSIN DE LA PASADA P) Y EL QUE APROBO, QUE    *
      *             : EL COMITE ANOTA JUNTO A LA MARCA 'A'; UNA LINEA  *
      *             : MARCADA SIN APROBADOR NO SE CASTIGA. AMBOS       *
      *             : QUEDAN EN TLRECUP PARA LA REVISION DE            *
      *             : SEGREGACION DE FUNCIONES (BTRSODRP).             *
      *             : FORMATO DE LA TARJETA SYSIN: MODO (P/E) EN 1,    *
      *             : BLANCO, UMBRAL DE DIAS EN 3-5, BLANCO, FECHA DE  *
      *             : PROCESO AAAAMMDD EN 7-14, BLANCO, USUARIO QUE    *
      *             : PROPONE EN 16-23 (OBLIGATORIO EN MODO P).        *
      * ARCHIVOS    : TLIMOR=A, TLMATH=A, TIMATH=A, TLIMARC=A          *
      *             : TLAXLQ=C, TLAXLD=C, TIAXL1=C                     *
      *             : CASTPRO=A (PROPUESTAS), CASTAPR=C (APROBADAS)    *
      *             : CASTCON=A (PARTIDAS CONTABLES)                   *
      *             : TLCOBAS=C, TLRECUP=A                             *
      * ACCION (ES) : A=ACTUALIZA (MODO E), K=ARCHIVO (MODO P)         *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
                   RECORD KEY      IS TIAL-LLAVE
                   FILE STATUS     IS FS-TIAXL1
                                      FSE-TIAXL1.
            SELECT TLCOBAS ASSIGN  TO TLCOBAS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCB-LLAVE
                   FILE STATUS     IS FS-TLCOBAS
                                      FSE-TLCOBAS.
            SELECT TLRECUP ASSIGN  TO TLRECUP
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLRC-LLAVE
                   FILE STATUS     IS FS-TLRECUP
                                      FSE-TLRECUP.
            SELECT CASTPRO ASSIGN  TO CASTPRO
                   FILE STATUS     IS FS-CASTPRO.
            SELECT CASTAPR ASSIGN  TO CASTAPR
           COPY TLAXLD.
       FD  TIAXL1.
           COPY TIAXL1.
       FD  TLCOBAS.
           COPY TLCOBAS.
       FD  TLRECUP.
           COPY TLRECUP.
       FD  CASTPRO
           RECORDING MODE IS F.
       01 PROP-LINE                        PIC X(80).
       01 FS-TLAXLQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLD                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIAXL1                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCOBAS                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLRECUP                       PIC 9(02)  VALUE ZEROS.
       01 FS-CASTPRO                       PIC 9(02)  VALUE ZEROS.
       01 FS-CASTAPR                       PIC 9(02)  VALUE ZEROS.
       01 FS-CASTCON                       PIC 9(02)  VALUE ZEROS.
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLCOBAS.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLRECUP.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
             03 WKS-FEC-AAAA               PIC 9(04).
             03 WKS-FEC-MM                 PIC 9(02).
             03 WKS-FEC-DD                 PIC 9(02).
          02 FILLER                        PIC X(01).
          02 WKS-USUARIO-PROPONE           PIC X(08)  VALUE SPACES.
      *------->  FECHA DE CAMBIO EN EL FORMATO 0DDMMAAAA DEL MAESTRO
       01 WKS-FECHA-CAMBIO                 PIC 9(09)  VALUE ZEROS.
       01 WKS-FECHA-CAMBIO-R REDEFINES WKS-FECHA-CAMBIO.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PRO-MARCA-APROBACION      PIC X(01).
             88 PROPUESTA-APROBADA                    VALUE 'A'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PRO-USUARIO-PROPUSO       PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PRO-USUARIO-APROBO        PIC X(08).
      *------->          TOTALES DE CONTROL DEL TRAILER
       01 WKS-CONTROLES.
          02 WKS-CON-PARTIDAS              PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-CASTIGADAS             PIC 9(07)  VALUE ZEROS.
          05 WKS-CASTIGOS-APLICADOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-NO-APROBADAS              PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-APROBADOR             PIC 9(07)  VALUE ZEROS.
          05 WKS-CICLOS-ARCHIVADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-TLIMOR                PIC 9(07)  VALUE ZEROS.
          05 WKS-RECUPERACIONES-SEMBRADAS  PIC 9(07)  VALUE ZEROS.
          05 WKS-RECUPERACIONES-EXISTENTES PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-SYSIN FROM SYSIN
           MOVE WKS-FEC-DD   TO WKS-CAM-DD
           MOVE WKS-FEC-MM   TO WKS-CAM-MM
           MOVE WKS-FEC-AAAA TO WKS-CAM-AAAA
           IF MODO-PROPONE AND WKS-USUARIO-PROPONE = SPACES
              DISPLAY '>>> USUARIO QUE PROPONE OBLIGATORIO EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           EVALUATE TRUE
              WHEN MODO-PROPONE
                   PERFORM 200-PASADA-PROPONE
                   (WKS-SALDO-MORA - WKS-PRO-SALDO-ENT) * 100
           MOVE WKS-LLAVE-MAESTRO  TO WKS-PRO-LLAVE-MAESTRO
           MOVE SPACES             TO WKS-PRO-MARCA-APROBACION
                                      WKS-PRO-USUARIO-APROBO
           MOVE WKS-USUARIO-PROPONE TO WKS-PRO-USUARIO-PROPUSO
           MOVE WKS-LINEA-PROPUESTA TO PROP-LINE
           WRITE PROP-LINE
           IF FS-CASTPRO NOT = 0
       400-PASADA-EJECUTA SECTION.
           OPEN INPUT  CASTAPR
           OPEN I-O    TLIMOR TLMATH TIMATH TLIMARC
           OPEN INPUT  TLCOBAS
           OPEN I-O    TLRECUP
           IF FS-TLRECUP = 35
              OPEN OUTPUT TLRECUP
              CLOSE TLRECUP
              OPEN I-O TLRECUP
           END-IF
           OPEN OUTPUT CASTCON
           IF (FS-TLIMOR = 97) AND (FS-TLMATH = 97) AND
              (FS-TIMATH = 97) AND (FS-TLIMARC = 97) AND
              (FS-CASTAPR = 97) AND (FS-CASTCON = 97) AND
              (FS-TLCOBAS = 97) AND (FS-TLRECUP = 97)
              MOVE ZEROS TO FS-TLIMOR FS-TLMATH FS-TIMATH
                            FS-TLIMARC FS-CASTAPR FS-CASTCON
                            FS-TLCOBAS FS-TLRECUP
           END-IF
           IF FS-TLIMOR NOT = 0 OR FS-TLMATH NOT = 0 OR
              FS-TIMATH NOT = 0 OR FS-TLIMARC NOT = 0 OR
              FS-CASTAPR NOT = 0 OR FS-CASTCON NOT = 0 OR
              FS-TLCOBAS NOT = 0 OR FS-TLRECUP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLIMARC  : " FS-TLIMARC
              DISPLAY "* FILE STATUS DEL ARCHIVO CASTAPR  : " FS-CASTAPR
              DISPLAY "* FILE STATUS DEL ARCHIVO CASTCON  : " FS-CASTCON
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCOBAS  : " FS-TLCOBAS
              DISPLAY "* FILE STATUS DEL ARCHIVO TLRECUP  : " FS-TLRECUP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 710-CIERRA-EJECUTA
       410-LEE-CASTAPR-E. EXIT.

       420-APLICA-CASTIGO SECTION.
           IF PROPUESTA-APROBADA AND WKS-PRO-USUARIO-APROBO = SPACES
              ADD 1 TO WKS-SIN-APROBADOR
              DISPLAY 'MARCADA SIN USUARIO QUE APRUEBA, NO SE CASTIGA: '
                      WKS-PRO-CUENTA
              PERFORM 410-LEE-CASTAPR
              GO TO 420-APLICA-CASTIGO-E
           END-IF
           IF NOT PROPUESTA-APROBADA
              ADD 1 TO WKS-NO-APROBADAS
           ELSE
              END-IF
              PERFORM 435-DESCARGA-TLIMOR
              PERFORM 440-GENERA-PARTIDA
              PERFORM 447-SIEMBRA-RECUPERACION
              ADD 1 TO WKS-CASTIGOS-APLICADOS
           END-IF
           PERFORM 410-LEE-CASTAPR.
           ADD 1 TO WKS-CON-PARTIDAS.
       445-ESCRIBE-PARTIDA-E. EXIT.

      ******************************************************************
      *  ABRE LA CUENTA CASTIGADA EN EL MAESTRO DE RECUPERACION CON EL *
      *  MONTO CASTIGADO Y EL COBRADOR ACTIVO EN TLCOBAS. SI LA PASADA *
      *  SE RELANZA, EL REGISTRO YA SEMBRADO NO SE TOCA: PUEDE TENER   *
      *  PAGOS APLICADOS                                               *
      ******************************************************************
       447-SIEMBRA-RECUPERACION SECTION.
           INITIALIZE REG-TLRECUP
           MOVE WKS-PRO-CUENTA        TO TLRC-CUENTA
           MOVE WKS-PRO-MONEDA        TO TLRC-MONEDA
           MOVE WKS-FECHA-PROCESO     TO TLRC-FECHA-CASTIGO
           MOVE WKS-PRO-LLAVE-MAESTRO TO TLRC-LLAVE-MAESTRO
           MOVE WKS-PRO-DIAS          TO TLRC-DIAS-MORA-CASTIGO
           COMPUTE TLRC-MONTO-CASTIGADO = WKS-PRO-SALDO-ENT +
                   WKS-PRO-SALDO-DEC / 100
           MOVE SPACES                TO TLRC-COBRADOR
           MOVE WKS-PRO-CUENTA        TO TLCB-CUENTA
           READ TLCOBAS KEY IS TLCB-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF TLCB-ACTIVO
                   MOVE TLCB-COBRADOR TO TLRC-COBRADOR
                END-IF
           END-READ
           MOVE WKS-PRO-USUARIO-PROPUSO TO TLRC-USUARIO-PROPUSO
           MOVE WKS-PRO-USUARIO-APROBO  TO TLRC-USUARIO-APROBO
           SET TLRC-EN-RECUPERACION   TO TRUE
           WRITE REG-TLRECUP
           EVALUATE FS-TLRECUP
              WHEN 0
                   ADD 1 TO WKS-RECUPERACIONES-SEMBRADAS
              WHEN 22
                   ADD 1 TO WKS-RECUPERACIONES-EXISTENTES
              WHEN OTHER
                   MOVE 'WRITE'     TO ACCION
                   MOVE TLRC-LLAVE  TO LLAVE
                   MOVE 'TLRECUP'   TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                   LLAVE, FS-TLRECUP, FSE-TLRECUP
                   MOVE 91 TO RETURN-CODE
                   PERFORM 710-CIERRA-EJECUTA
                   STOP RUN
           END-EVALUATE.
       447-SIEMBRA-RECUPERACION-E. EXIT.

       450-ESCRIBE-HEADER SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           MOVE WKS-LINEA-HEADER  TO CONTA-LINE
           DISPLAY 'CASTIGOS APLICADOS             : ' WKS-MASCARA
           MOVE    WKS-NO-APROBADAS        TO WKS-MASCARA
           DISPLAY 'LINEAS NO APROBADAS            : ' WKS-MASCARA
           MOVE    WKS-SIN-APROBADOR       TO WKS-MASCARA
           DISPLAY 'MARCADAS SIN USUARIO APROBADOR : ' WKS-MASCARA
           MOVE    WKS-CICLOS-ARCHIVADOS   TO WKS-MASCARA
           DISPLAY 'CICLOS DESCARGADOS A TLIMARC   : ' WKS-MASCARA
           MOVE    WKS-SIN-TLIMOR          TO WKS-MASCARA
           DISPLAY 'CUENTAS NO HALLADAS EN TLIMOR  : ' WKS-MASCARA
           MOVE    WKS-RECUPERACIONES-SEMBRADAS  TO WKS-MASCARA
           DISPLAY 'CUENTAS SEMBRADAS EN TLRECUP   : ' WKS-MASCARA
           MOVE    WKS-RECUPERACIONES-EXISTENTES TO WKS-MASCARA
           DISPLAY 'YA EXISTIAN EN TLRECUP         : ' WKS-MASCARA
           MOVE    WKS-TOT-CARGOS          TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL CARGOS A RESERVA 2105    : '
                    WKS-MASCARA-MONTO
       700-CIERRA-PROPONE-E. EXIT.

       710-CIERRA-EJECUTA SECTION.
           CLOSE CASTAPR TLIMOR TLMATH TIMATH TLIMARC CASTCON
                 TLCOBAS TLRECUP.
       710-CIERRA-EJECUTA-E. EXIT.
