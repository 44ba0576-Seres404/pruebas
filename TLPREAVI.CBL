      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLPREAVI                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : EXTRACTO DIARIO DE RECORDATORIOS DE PAGO PREVIOS *
      *             : AL VENCIMIENTO PARA TARJETAHABIENTES CON         *
      *             : HISTORIA DE MORA. RECORRE TLSCORE (CUENTAS CON   *
      *             : CICLOS DE MORA ARCHIVADOS IGUAL O ARRIBA DEL     *
      *             : MINIMO DE LA TARJETA), TOMA EL DIA DE CORTE DE   *
      *             : TLMATH (O TIMATH PARA EL BIN INSTITUCIONAL) Y    *
      *             : CALCULA LA PROXIMA FECHA DE ESE DIA A PARTIR DE  *
      *             : LA FECHA DE PROCESO (EN MESES CORTOS SE TOMA EL  *
      *             : ULTIMO DIA DEL MES). SI CAE DENTRO DE LOS DIAS   *
      *             : DE LA VENTANA, LA CUENTA NO TIENE DISPUTA        *
      *             : ABIERTA EN TLDISPU Y EL CLIENTE TIENE TELEFONO O *
      *             : CORREO EN CFDIREC, SE GRABA UN AVISO EN AVISOS   *
      *             : PARA EL ENVIO DE SMS/CORREO. EL CONTROL TLAVHIS  *
      *             : EVITA REPETIR EL AVISO DEL MISMO VENCIMIENTO.    *
      *             : FORMATO DE LA TARJETA SYSIN: DIAS DE VENTANA EN  *
      *             : 1-3, BLANCO, FECHA DE PROCESO AAAAMMDD EN 5-12,  *
      *             : BLANCO, MINIMO DE CICLOS DE MORA EN 14-16 (CERO  *
      *             : O BLANCO = 001).                                 *
      * ARCHIVOS    : TLSCORE=C, TLMATH=C, TIMATH=C, TLDISPU=C         *
      *             : CFCNAT=C, CFCJUR=C, CFDIREC=C                    *
      *             : TLAVHIS=A, AVISOS=A                              *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA CFGD2QL2, EDIT DE NOMBRES                 *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLPREAVI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TLSCORE ASSIGN  TO TLSCORE
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS TLSC-LLAVE
                   FILE STATUS     IS FS-TLSCORE
                                      FSE-TLSCORE.
            SELECT TLMATH ASSIGN   TO TLMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLMT-LLAVE
                   FILE STATUS     IS FS-TLMATH
                                      FSE-TLMATH.
            SELECT TIMATH ASSIGN   TO TIMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TIMT-LLAVE
                   FILE STATUS     IS FS-TIMATH
                                      FSE-TIMATH.
            SELECT TLDISPU ASSIGN  TO TLDISPU
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLDS-LLAVE
                   FILE STATUS     IS FS-TLDISPU
                                      FSE-TLDISPU.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR
                                      FSE-CFCJUR.
            SELECT CFDIREC ASSIGN  TO CFDIREC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFDR-LLAVE
                   FILE STATUS     IS FS-CFDIREC
                                      FSE-CFDIREC.
            SELECT TLAVHIS ASSIGN  TO TLAVHIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAH-LLAVE
                   FILE STATUS     IS FS-TLAVHIS
                                      FSE-TLAVHIS.
            SELECT AVISOS ASSIGN   TO AVISOS
                   FILE STATUS     IS FS-AVISOS.
       DATA DIVISION.
       FILE SECTION.
       FD  TLSCORE.
           COPY TLSCORE.
       FD  TLMATH.
           COPY TLMATH4.
       FD  TIMATH.
           COPY TIMATH2.
       FD  TLDISPU.
           COPY TLDISPU.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CFDIREC.
           COPY CFDIREC.
       FD  TLAVHIS.
           COPY TLAVHIS.
       FD  AVISOS
           RECORDING MODE IS F.
       01 AVISO-LINE                       PIC X(150).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLSCORE                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLDISPU                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFDIREC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLAVHIS                       PIC 9(02)  VALUE ZEROS.
       01 FS-AVISOS                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLSCORE.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLMATH.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TIMATH.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLDISPU.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCNAT.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCJUR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFDIREC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLAVHIS.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
      *------->             CONTROLADOR DE LECTURAS
       01 WKS-FIN-ARCHIVOS                 PIC X(01)  VALUE SPACES.
          88 WKS-FIN-TLSCORE                          VALUE HIGH-VALUES.
      *------->  TARJETA SYSIN: VENTANA, FECHA DE PROCESO Y CICLOS
       01 WKS-TARJETA-SYSIN.
          02 WKS-DIAS-VENTANA              PIC 9(03)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-MINIMO-CICLOS             PIC 9(03)  VALUE ZEROS.
      *------->    BANDERAS DEL CONTROL DE AVISOS Y DEL CONTACTO
       01 WKS-AVISO-EXISTE                 PIC X(01)  VALUE 'N'.
          88 AVISO-EXISTE                             VALUE 'S'.
       01 WKS-CANAL                        PIC X(01)  VALUE SPACES.
          88 SIN-CANAL-DE-CONTACTO                    VALUE SPACES.
      *------->     CALCULO DE LA PROXIMA FECHA DE VENCIMIENTO
       01 WKS-FECHA-VENCE                  PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-VENCE-R REDEFINES WKS-FECHA-VENCE.
          02 WKS-VEN-ANIO                  PIC 9(04).
          02 WKS-VEN-MES                   PIC 9(02).
          02 WKS-VEN-DIA                   PIC 9(02).
       01 WKS-FECHA-AUX                    PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
          02 WKS-AUX-ANIO                  PIC 9(04).
          02 WKS-AUX-MES                   PIC 9(02).
          02 WKS-AUX-DIA                   PIC 9(02).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DIA-CORTE                 PIC 9(02)  VALUE ZEROS.
          02 WKS-ULTIMO-DIA-MES            PIC 9(02)  VALUE ZEROS.
          02 WKS-DIAS-FALTAN               PIC S9(05) VALUE ZEROS.
          02 WKS-COD-CLIENTE               PIC X(08)  VALUE SPACES.
          02 WKS-NOMBRE-CLIENTE            PIC X(40)  VALUE SPACES.
          02 WKS-TELEFONO                  PIC 9(08)  VALUE ZEROS.
          02 WKS-BIN-INSTITU               PIC 9(06)  VALUE ZEROS.
             88 BIN-INSTITU                           VALUE 050837.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       COPY CFNM.
      *------->        LINEA DEL EXTRACTO DE AVISOS SMS/CORREO
       01 WKS-LINEA-AVISO.
          05 WKS-AVI-CUENTA                PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-COD-CLIENTE           PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-NOMBRE                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-CANAL                 PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-TELEFONO              PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-CORREO                PIC X(40).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-FECHA-VENCE           PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-DIAS-FALTAN           PIC 9(03).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-AVI-PEOR-MORA             PIC 9(03).
       01 WKS-ESTADISTICAS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-BAJO-MINIMO               PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-MAESTRO               PIC 9(07)  VALUE ZEROS.
          05 WKS-FUERA-VENTANA             PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-AVISADAS               PIC 9(07)  VALUE ZEROS.
          05 WKS-CON-DISPUTA               PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CONTACTO              PIC 9(07)  VALUE ZEROS.
          05 WKS-AVISOS-ESCRITOS           PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-BARRIDO-TLSCORE
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  TLSCORE TLMATH TIMATH TLDISPU CFCNAT CFCJUR
                       CFDIREC
           OPEN I-O    TLAVHIS
      *------> EN LA PRIMERA CORRIDA EL CONTROL DE AVISOS AUN NO EXISTE
           IF FS-TLAVHIS = 35
              OPEN OUTPUT TLAVHIS
              CLOSE TLAVHIS
              OPEN I-O TLAVHIS
           END-IF
           OPEN OUTPUT AVISOS.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLPREAVI' TO PROGRAMA
           IF (FS-TLSCORE = 97) AND (FS-TLMATH = 97) AND
              (FS-TIMATH = 97) AND (FS-TLDISPU = 97) AND
              (FS-CFCNAT = 97) AND (FS-CFCJUR = 97) AND
              (FS-CFDIREC = 97) AND (FS-TLAVHIS = 97) AND
              (FS-AVISOS = 97)
              MOVE ZEROS TO FS-TLSCORE FS-TLMATH FS-TIMATH
                            FS-TLDISPU FS-CFCNAT FS-CFCJUR
                            FS-CFDIREC FS-TLAVHIS FS-AVISOS
           END-IF
           IF FS-TLSCORE NOT = 0 OR FS-TLMATH NOT = 0 OR
              FS-TIMATH NOT = 0 OR FS-TLDISPU NOT = 0 OR
              FS-CFCNAT NOT = 0 OR FS-CFCJUR NOT = 0 OR
              FS-CFDIREC NOT = 0 OR FS-TLAVHIS NOT = 0 OR
              FS-AVISOS NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO TLSCORE  : " FS-TLSCORE
              DISPLAY "* FILE STATUS DEL ARCHIVO TLMATH   : " FS-TLMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TIMATH   : " FS-TIMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TLDISPU  : " FS-TLDISPU
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFDIREC  : " FS-CFDIREC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAVHIS  : " FS-TLAVHIS
              DISPLAY "* FILE STATUS DEL ARCHIVO AVISOS   : " FS-AVISOS
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-MINIMO-CICLOS NOT NUMERIC OR
              WKS-MINIMO-CICLOS = ZEROS
              MOVE 1 TO WKS-MINIMO-CICLOS
           END-IF
           IF WKS-DIAS-VENTANA NOT NUMERIC OR
              WKS-DIAS-VENTANA = ZEROS OR
              WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (DIAS DE VENTANA Y '
                      'FECHA DE PROCESO) <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      *----> SERIE 300 RECORRE TLSCORE Y EVALUA CADA CUENTA CON MORA
      *----> HISTORICA
       300-BARRIDO-TLSCORE SECTION.
           READ TLSCORE NEXT RECORD
                AT END SET WKS-FIN-TLSCORE TO TRUE
           END-READ
           PERFORM UNTIL WKS-FIN-TLSCORE
              EVALUATE FS-TLSCORE
                 WHEN 0
                    ADD 1 TO WKS-REGISTROS-LEIDOS
                    PERFORM 310-EVALUA-CUENTA
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE TLSC-LLAVE TO LLAVE
                    MOVE 'TLSCORE'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLSCORE, FSE-TLSCORE
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ TLSCORE NEXT RECORD
                   AT END SET WKS-FIN-TLSCORE TO TRUE
              END-READ
           END-PERFORM.
       300-BARRIDO-TLSCORE-E. EXIT.

       310-EVALUA-CUENTA SECTION.
           IF TLSC-CANT-CICLOS < WKS-MINIMO-CICLOS
              ADD 1 TO WKS-BAJO-MINIMO
              GO TO 310-EVALUA-CUENTA-E
           END-IF
           PERFORM 320-RESUELVE-MAESTRO
           IF WKS-COD-CLIENTE = SPACES OR
              WKS-DIA-CORTE = ZEROS OR WKS-DIA-CORTE > 31
              ADD 1 TO WKS-SIN-MAESTRO
              GO TO 310-EVALUA-CUENTA-E
           END-IF
           PERFORM 330-CALCULA-VENCIMIENTO
           IF WKS-DIAS-FALTAN > WKS-DIAS-VENTANA
              ADD 1 TO WKS-FUERA-VENTANA
              GO TO 310-EVALUA-CUENTA-E
           END-IF
           PERFORM 340-CONSULTA-CONTROL
           IF AVISO-EXISTE AND TLAH-FECHA-VENCE = WKS-FECHA-VENCE
              ADD 1 TO WKS-YA-AVISADAS
              GO TO 310-EVALUA-CUENTA-E
           END-IF
           MOVE TLSC-CUENTA TO TLDS-CUENTA
           READ TLDISPU KEY IS TLDS-LLAVE
             NOT INVALID KEY
                IF TLDS-ABIERTA
                   ADD 1 TO WKS-CON-DISPUTA
                   GO TO 310-EVALUA-CUENTA-E
                END-IF
           END-READ
           PERFORM 350-CONTACTO-DEL-CLIENTE
           IF SIN-CANAL-DE-CONTACTO
              ADD 1 TO WKS-SIN-CONTACTO
              GO TO 310-EVALUA-CUENTA-E
           END-IF
           PERFORM 360-NOMBRE-DEL-CLIENTE
           PERFORM 370-ESCRIBE-AVISO
           PERFORM 380-ACTUALIZA-CONTROL.
       310-EVALUA-CUENTA-E. EXIT.

      ******************************************************************
      *  SERIE 320 RESUELVE EL CLIENTE Y EL DIA DE CORTE EN EL MAESTRO *
      *  DE TARJETA QUE CORRESPONDE AL BIN DE LA CUENTA                *
      ******************************************************************
       320-RESUELVE-MAESTRO SECTION.
           MOVE SPACES TO WKS-COD-CLIENTE
           MOVE ZEROS  TO WKS-DIA-CORTE
           IF TLSC-CUENTA (1:6) NUMERIC
              MOVE TLSC-CUENTA (1:6) TO WKS-BIN-INSTITU
           ELSE
              MOVE ZEROS TO WKS-BIN-INSTITU
           END-IF
           IF BIN-INSTITU
              MOVE TLSC-CUENTA TO TIMT-LLAVE
              READ TIMATH KEY IS TIMT-LLAVE
                NOT INVALID KEY
                   MOVE TIMT-CODIGO-CLIENTE TO WKS-COD-CLIENTE
                   MOVE TIMT-DIA-CORTE      TO WKS-DIA-CORTE
              END-READ
           ELSE
      *       LA CUENTA ES EL PREFIJO DE 16 DE TLMT-LLAVE; SE POSICIONA
      *       POR PREFIJO Y SE VERIFICA LA CUENTA ALCANZADA
              MOVE LOW-VALUES  TO TLMT-LLAVE
              MOVE TLSC-CUENTA TO TLMT-LLAVE (1:16)
              START TLMATH KEY IS NOT LESS THAN TLMT-LLAVE
                NOT INVALID KEY
                   READ TLMATH NEXT RECORD
                   END-READ
                   IF FS-TLMATH = 0 AND
                      TLMT-LLAVE (1:16) = TLSC-CUENTA
                      MOVE TLMT-CODIGO-CLIENTE TO WKS-COD-CLIENTE
                      MOVE TLMT-DIA-CORTE      TO WKS-DIA-CORTE
                   END-IF
              END-START
           END-IF.
       320-RESUELVE-MAESTRO-E. EXIT.

      ******************************************************************
      *  SERIE 330 PROXIMA FECHA CON EL DIA DE CORTE DE LA CUENTA EN O *
      *  DESPUES DE LA FECHA DE PROCESO. SI EL MES NO TIENE ESE DIA    *
      *  (29-31) SE TOMA SU ULTIMO DIA. DEJA LOS DIAS QUE FALTAN       *
      ******************************************************************
       330-CALCULA-VENCIMIENTO SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-VENCE
           PERFORM 335-AJUSTA-DIA-DEL-MES
           IF WKS-FECHA-VENCE < WKS-FECHA-PROCESO
              ADD 1 TO WKS-VEN-MES
              IF WKS-VEN-MES > 12
                 MOVE 01 TO WKS-VEN-MES
                 ADD  1  TO WKS-VEN-ANIO
              END-IF
              PERFORM 335-AJUSTA-DIA-DEL-MES
           END-IF
           COMPUTE WKS-DIAS-FALTAN =
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-VENCE) -
                   FUNCTION INTEGER-OF-DATE (WKS-FECHA-PROCESO).
       330-CALCULA-VENCIMIENTO-E. EXIT.

      *--> ULTIMO DIA DEL MES: DIA ANTERIOR AL PRIMERO DEL MES QUE SIGUE
       335-AJUSTA-DIA-DEL-MES SECTION.
           MOVE WKS-VEN-ANIO TO WKS-AUX-ANIO
           MOVE WKS-VEN-MES  TO WKS-AUX-MES
           MOVE 01           TO WKS-AUX-DIA
           ADD  1            TO WKS-AUX-MES
           IF WKS-AUX-MES > 12
              MOVE 01 TO WKS-AUX-MES
              ADD  1  TO WKS-AUX-ANIO
           END-IF
           COMPUTE WKS-FECHA-AUX = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WKS-FECHA-AUX) - 1)
           MOVE WKS-AUX-DIA TO WKS-ULTIMO-DIA-MES
           IF WKS-DIA-CORTE > WKS-ULTIMO-DIA-MES
              MOVE WKS-ULTIMO-DIA-MES TO WKS-VEN-DIA
           ELSE
              MOVE WKS-DIA-CORTE      TO WKS-VEN-DIA
           END-IF.
       335-AJUSTA-DIA-DEL-MES-E. EXIT.

       340-CONSULTA-CONTROL SECTION.
           MOVE 'N'         TO WKS-AVISO-EXISTE
           MOVE TLSC-CUENTA TO TLAH-CUENTA
           READ TLAVHIS KEY IS TLAH-LLAVE
             NOT INVALID KEY
                MOVE 'S' TO WKS-AVISO-EXISTE
           END-READ.
       340-CONSULTA-CONTROL-E. EXIT.

      ******************************************************************
      *  SERIE 350 CANAL DE CONTACTO EN CFDIREC: S=SMS (SOLO TELEFONO) *
      *  E=CORREO (SOLO CORREO), A=AMBOS; EN BLANCO SI EL CLIENTE NO   *
      *  TIENE NINGUNO Y NO SE LE PUEDE AVISAR                         *
      ******************************************************************
       350-CONTACTO-DEL-CLIENTE SECTION.
           MOVE SPACES          TO WKS-CANAL
           MOVE ZEROS           TO WKS-TELEFONO
           MOVE WKS-COD-CLIENTE TO CFDR-CODIGO-CLIENTE
           READ CFDIREC KEY IS CFDR-LLAVE
             INVALID KEY
                MOVE SPACES TO CFDR-CORREO
             NOT INVALID KEY
                IF CFDR-TELEFONO1 NUMERIC AND CFDR-TELEFONO1 > ZEROS
                   MOVE CFDR-TELEFONO1 TO WKS-TELEFONO
                ELSE
                   IF CFDR-TELEFONO2 NUMERIC AND
                      CFDR-TELEFONO2 > ZEROS
                      MOVE CFDR-TELEFONO2 TO WKS-TELEFONO
                   END-IF
                END-IF
                EVALUATE TRUE
                   WHEN WKS-TELEFONO > ZEROS AND
                        CFDR-CORREO NOT = SPACES
                        MOVE 'A' TO WKS-CANAL
                   WHEN WKS-TELEFONO > ZEROS
                        MOVE 'S' TO WKS-CANAL
                   WHEN CFDR-CORREO NOT = SPACES
                        MOVE 'E' TO WKS-CANAL
                END-EVALUATE
           END-READ.
       350-CONTACTO-DEL-CLIENTE-E. EXIT.

      *----> SERIE 360 NOMBRE DEL CLIENTE: CFCNAT EDITADO POR CFGD2QL2
      *----> O RAZON SOCIAL DE CFCJUR
       360-NOMBRE-DEL-CLIENTE SECTION.
           MOVE SPACES          TO WKS-NOMBRE-CLIENTE
           MOVE WKS-COD-CLIENTE TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE WKS-COD-CLIENTE TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  NOT INVALID KEY
                     MOVE CFCJ-RAZON-SOCIAL TO WKS-NOMBRE-CLIENTE
                END-READ
             NOT INVALID KEY
                INITIALIZE CFNM-CAMPO-RETORNO
                MOVE 'N'                 TO CFNM-ORDENAMIENTO
                MOVE 40                  TO CFNM-RANGO-LONGITUD
                MOVE 3                   TO CFNM-RANGO-APELLIDOS
                MOVE CFCN-NOMBRE-CLIENTE TO CFNM-NOMBRE-COMPLETO
                CALL 'CFGD2QL2' USING CFNM
                MOVE CFNM-CAMPO-RETORNO  TO WKS-NOMBRE-CLIENTE
           END-READ.
       360-NOMBRE-DEL-CLIENTE-E. EXIT.

       370-ESCRIBE-AVISO SECTION.
           MOVE TLSC-CUENTA         TO WKS-AVI-CUENTA
           MOVE TLSC-MONEDA         TO WKS-AVI-MONEDA
           MOVE WKS-COD-CLIENTE     TO WKS-AVI-COD-CLIENTE
           MOVE WKS-NOMBRE-CLIENTE  TO WKS-AVI-NOMBRE
           MOVE WKS-CANAL           TO WKS-AVI-CANAL
           MOVE WKS-TELEFONO        TO WKS-AVI-TELEFONO
           MOVE CFDR-CORREO         TO WKS-AVI-CORREO
           MOVE WKS-FECHA-VENCE     TO WKS-AVI-FECHA-VENCE
           MOVE WKS-DIAS-FALTAN     TO WKS-AVI-DIAS-FALTAN
           MOVE TLSC-PEOR-DIAS-MORA TO WKS-AVI-PEOR-MORA
           MOVE WKS-LINEA-AVISO     TO AVISO-LINE
           WRITE AVISO-LINE
           IF FS-AVISOS NOT = 0
              DISPLAY 'ERROR AL GRABAR AVISOS, STATUS: ' FS-AVISOS
                      ' CUENTA: ' TLSC-CUENTA
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1 TO WKS-AVISOS-ESCRITOS.
       370-ESCRIBE-AVISO-E. EXIT.

       380-ACTUALIZA-CONTROL SECTION.
           MOVE TLSC-CUENTA       TO TLAH-CUENTA
           MOVE WKS-FECHA-VENCE   TO TLAH-FECHA-VENCE
           MOVE WKS-FECHA-PROCESO TO TLAH-FECHA-AVISO
           MOVE WKS-CANAL         TO TLAH-CANAL
           IF AVISO-EXISTE
              MOVE 'REWRITE' TO ACCION
              REWRITE REG-TLAVHIS
           ELSE
              MOVE 'WRITE'   TO ACCION
              WRITE REG-TLAVHIS
           END-IF
           IF FS-TLAVHIS NOT = 0
              MOVE TLAH-LLAVE TO LLAVE
              MOVE 'TLAVHIS'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-TLAVHIS, FSE-TLAVHIS
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       380-ACTUALIZA-CONTROL-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-REGISTROS-LEIDOS   TO WKS-MASCARA
           DISPLAY 'CUENTAS LEIDAS DE TLSCORE      : ' WKS-MASCARA
           MOVE    WKS-BAJO-MINIMO        TO WKS-MASCARA
           DISPLAY 'BAJO EL MINIMO DE CICLOS       : ' WKS-MASCARA
           MOVE    WKS-SIN-MAESTRO        TO WKS-MASCARA
           DISPLAY 'SIN MAESTRO O DIA DE CORTE     : ' WKS-MASCARA
           MOVE    WKS-FUERA-VENTANA      TO WKS-MASCARA
           DISPLAY 'VENCIMIENTO FUERA DE VENTANA   : ' WKS-MASCARA
           MOVE    WKS-YA-AVISADAS        TO WKS-MASCARA
           DISPLAY 'VENCIMIENTO YA AVISADO         : ' WKS-MASCARA
           MOVE    WKS-CON-DISPUTA        TO WKS-MASCARA
           DISPLAY 'SALTADAS POR DISPUTA ABIERTA   : ' WKS-MASCARA
           MOVE    WKS-SIN-CONTACTO       TO WKS-MASCARA
           DISPLAY 'SIN TELEFONO NI CORREO         : ' WKS-MASCARA
           MOVE    WKS-AVISOS-ESCRITOS    TO WKS-MASCARA
           DISPLAY 'AVISOS ESCRITOS EN AVISOS      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLSCORE TLMATH TIMATH TLDISPU CFCNAT CFCJUR CFDIREC
                 TLAVHIS AVISOS.
       700-CIERRA-ARCHIVOS-E. EXIT.
