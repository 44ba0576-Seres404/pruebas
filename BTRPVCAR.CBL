      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRPVCAR                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : CARGA Y APLICACION DE CAMBIOS PROGRAMADOS DE     *
      *             : PARAMETROS. EN LA PRIMERA FASE LEE LOS CAMBIOS   *
      *             : APROBADOS DEL ARCHIVO BTRPVSOL (RENGLON DE       *
      *             : TLTGEN, MOTGEN, CFTGEN O EDTARIF, FECHA DE       *
      *             : VIGENCIA Y VALOR NUEVO) Y LOS GRABA EN BTRPVIG.  *
      *             : LA VIGENCIA DEBE SER POSTERIOR A LA FECHA DE     *
      *             : PROCESO Y EL RENGLON DEBE EXISTIR EN SU TABLA.   *
      *             : LA PRIMERA VEZ QUE SE PROGRAMA UN RENGLON SE     *
      *             : GUARDA TAMBIEN SU VALOR ACTUAL COMO VALOR BASE,  *
      *             : PARA QUE UN REPROCESO DE FECHAS ANTERIORES SIGA  *
      *             : TOMANDO EL VALOR QUE REGIA ENTONCES. UN SEGUNDO  *
      *             : CAMBIO PARA EL MISMO RENGLON Y FECHA CORRIGE EL  *
      *             : PRIMERO. EN LA SEGUNDA FASE RECORRE BTRPVIG Y    *
      *             : COPIA A LA TABLA BASE EL VALOR QUE ENTRA EN      *
      *             : VIGOR A LA FECHA DE PROCESO, PARA QUE LAS        *
      *             : CONSULTAS EN LINEA LO VEAN; LOS PENDIENTES MAS   *
      *             : ANTIGUOS DEL MISMO RENGLON QUEDAN SUSTITUIDOS.   *
      *             : LOS BATCH CONSULTAN LA VIGENCIA CON LA RUTINA    *
      *             : BTRVIG00. UNA VEZ PROGRAMADO UN RENGLON, SUS     *
      *             : CAMBIOS DEBEN ENTRAR POR ESTE PROCESO.           *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      *             : FORMATO DE BTRPVSOL: ARCHIVO EN 1-8, BLANCO,     *
      *             : LLAVE DEL RENGLON EN 10-25, BLANCO, FECHA DE     *
      *             : VIGENCIA AAAAMMDD EN 27-34, BLANCO, VALOR NUEVO  *
      *             : EN 36-80 (EDTARIF: 9(05)V9(04) EN 36-44),        *
      *             : BLANCO, USUARIO QUE APROBO EN 82-89.             *
      * ARCHIVOS    : BTRPVSOL=C, BTRPVIG=A, TLTGEN=A, MOTGEN=A        *
      *             : CFTGEN=A, EDTARIF=A, TLCALEN=C, BTRPVLIS=A       *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRPVCAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BTRPVIG ASSIGN  TO BTRPVIG
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS BTPV-LLAVE
                   FILE STATUS     IS FS-BTRPVIG
                                      FSE-BTRPVIG.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOTC-LLAVE
                   FILE STATUS     IS FS-MOTGEN
                                      FSE-MOTGEN.
            SELECT CFTGEN ASSIGN   TO CFTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFTB-LLAVE
                   FILE STATUS     IS FS-CFTGEN
                                      FSE-CFTGEN.
            SELECT EDTARIF ASSIGN  TO EDTARIF
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDTF-LLAVE
                   FILE STATUS     IS FS-EDTARIF
                                      FSE-EDTARIF.
            SELECT TLCALEN ASSIGN  TO TLCALEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCA-LLAVE
                   FILE STATUS     IS FS-TLCALEN.
            SELECT BTRPVSOL ASSIGN TO BTRPVSOL
                   FILE STATUS     IS FS-BTRPVSOL.
            SELECT BTRPVLIS ASSIGN TO BTRPVLIS
                   FILE STATUS     IS FS-BTRPVLIS.
       DATA DIVISION.
       FILE SECTION.
       FD  BTRPVIG.
           COPY BTRPVIG.
       FD  TLTGEN.
           COPY TLTGEN.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  CFTGEN.
           COPY CFTGEN REPLACING CFTGEN BY REG-CFTGEN.
       FD  EDTARIF.
           COPY EDTARIF.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  BTRPVSOL
           RECORDING MODE IS F.
       01 PVSOL-LINE.
          02 SOL-ARCHIVO                   PIC X(08).
             88 SOL-ARCHIVO-VALIDO         VALUE 'TLTGEN' 'MOTGEN'
                                                 'CFTGEN' 'EDTARIF'.
             88 SOL-ES-EDTARIF             VALUE 'EDTARIF'.
          02 FILLER                        PIC X(01).
          02 SOL-LLAVE-PARAMETRO           PIC X(16).
          02 FILLER                        PIC X(01).
          02 SOL-FECHA-VIGENCIA            PIC 9(08).
          02 FILLER                        PIC X(01).
          02 SOL-VALOR                     PIC X(45).
          02 FILLER                        PIC X(01).
          02 SOL-USUARIO                   PIC X(08).
          02 FILLER                        PIC X(01).
       FD  BTRPVLIS
           RECORDING MODE IS F.
       01 PVLIS-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-BTRPVIG                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-EDTARIF                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-BTRPVSOL                      PIC 9(02)  VALUE ZEROS.
       01 FS-BTRPVLIS                      PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-BTRPVIG.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLTGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOTGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFTGEN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDTARIF.
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
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-BTRPVSOL              PIC 9(01)  VALUE ZEROS.
             88 FIN-BTRPVSOL                          VALUE 1.
          02 WKS-FIN-BTRPVIG               PIC 9(01)  VALUE ZEROS.
             88 FIN-BTRPVIG                           VALUE 1.
          02 WKS-EXISTE-BASE               PIC 9(01)  VALUE ZEROS.
             88 EXISTE-RENGLON-BASE                   VALUE 1.
          02 WKS-VIGENTE-HALLADO           PIC 9(01)  VALUE ZEROS.
             88 VIGENTE-HALLADO                       VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
      *       RENGLON DE PARAMETROS QUE SE LEE O ACTUALIZA
          02 WKS-PAR-ARCHIVO               PIC X(08)  VALUE SPACES.
          02 WKS-PAR-LLAVE                 PIC X(16)  VALUE SPACES.
          02 WKS-VALOR-BASE                PIC X(45)  VALUE SPACES.
      *       RENGLON EN CURSO DEL BARRIDO DE BTRPVIG
          02 WKS-GRUPO-ARCHIVO             PIC X(08)  VALUE SPACES.
          02 WKS-GRUPO-LLAVE               PIC X(16)  VALUE SPACES.
      *       EDTF-VALOR VISTO COMO TEXTO PARA GUARDARLO EN BTRPVIG
          02 WKS-VALOR-EDTARIF             PIC 9(05)V9(04)
                                                      VALUE ZEROS.
          02 WKS-VALOR-EDTARIF-X REDEFINES WKS-VALOR-EDTARIF
                                           PIC X(09).
          02 WKS-MOTIVO                    PIC X(36)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->            LINEAS DEL LISTADO BTRPVLIS
       01 WKS-LIS-TITULO.
          02 FILLER                        PIC X(10)  VALUE 'BTRPVCAR'.
          02 FILLER                        PIC X(44)  VALUE
             'CAMBIOS PROGRAMADOS DE PARAMETROS - PROCESO '.
          02 WKS-TIT-FECHA                 PIC 9(08)  VALUE ZEROS.
          02 FILLER                        PIC X(70)  VALUE SPACES.
       01 WKS-LIS-COLUMNAS.
          02 FILLER                        PIC X(09)  VALUE 'ARCHIVO'.
          02 FILLER                        PIC X(17)  VALUE
             'LLAVE DEL RENGLON'.
          02 FILLER                        PIC X(09)  VALUE 'VIGENCIA'.
          02 FILLER                        PIC X(26)  VALUE
             'VALOR ANTERIOR'.
          02 FILLER                        PIC X(26)  VALUE
             'VALOR NUEVO'.
          02 FILLER                        PIC X(09)  VALUE 'USUARIO'.
          02 FILLER                        PIC X(36)  VALUE 'RESULTADO'.
       01 WKS-LIS-DETALLE.
          02 WKS-LIS-ARCHIVO               PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-LIS-LLAVE                 PIC X(16)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-LIS-FECHA                 PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-LIS-ANTES                 PIC X(25)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-LIS-NUEVO                 PIC X(25)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-LIS-USUARIO               PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-LIS-MENSAJE               PIC X(36)  VALUE SPACES.
       01 WKS-ESTADISTICAS.
          05 WKS-SOLICITUDES-LEIDAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-CAMBIOS-REGISTRADOS       PIC 9(07)  VALUE ZEROS.
          05 WKS-CAMBIOS-CORREGIDOS        PIC 9(07)  VALUE ZEROS.
          05 WKS-SOLICITUDES-RECHAZADAS    PIC 9(07)  VALUE ZEROS.
          05 WKS-VALORES-BASE              PIC 9(07)  VALUE ZEROS.
          05 WKS-CAMBIOS-APLICADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-CAMBIOS-SUSTITUIDOS       PIC 9(07)  VALUE ZEROS.
          05 WKS-CAMBIOS-SIN-RENGLON       PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-VALIDA-FECHA-PROCESO
           PERFORM 250-ENCABEZADO
           PERFORM 300-CARGA-SOLICITUDES
           PERFORM 400-APLICA-VIGENTES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'BTRPVCAR' TO PROGRAMA
           OPEN I-O BTRPVIG
           IF FS-BTRPVIG = 35
              OPEN OUTPUT BTRPVIG
              CLOSE BTRPVIG
              OPEN I-O BTRPVIG
           END-IF
           OPEN I-O    TLTGEN MOTGEN CFTGEN EDTARIF
           OPEN INPUT  TLCALEN BTRPVSOL
           OPEN OUTPUT BTRPVLIS
           IF (FS-BTRPVIG = 97) AND (FS-TLTGEN = 97) AND
              (FS-MOTGEN = 97) AND (FS-CFTGEN = 97) AND
              (FS-EDTARIF = 97) AND (FS-TLCALEN = 97)
              MOVE ZEROS TO FS-BTRPVIG FS-TLTGEN FS-MOTGEN FS-CFTGEN
                            FS-EDTARIF FS-TLCALEN
           END-IF
           IF FS-BTRPVIG NOT = 0 OR FS-TLTGEN   NOT = 0 OR
              FS-MOTGEN  NOT = 0 OR FS-CFTGEN   NOT = 0 OR
              FS-EDTARIF NOT = 0 OR FS-TLCALEN  NOT = 0 OR
              FS-BTRPVSOL NOT = 0 OR FS-BTRPVLIS NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRPVIG  : "
                      FS-BTRPVIG
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO CFTGEN   : " FS-CFTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO EDTARIF  : "
                      FS-EDTARIF
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRPVSOL : "
                      FS-BTRPVSOL
              DISPLAY "* FILE STATUS DEL ARCHIVO BTRPVLIS : "
                      FS-BTRPVLIS
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (FECHA DE PROCESO) '
                      '<<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

       220-VALIDA-FECHA-PROCESO SECTION.
           MOVE WKS-FECHA-PROCESO TO TLCA-FECHA
           READ TLCALEN KEY IS TLCA-LLAVE
             INVALID KEY
                DISPLAY '>>> LA FECHA DE PROCESO NO EXISTE EN EL '
                        'CALENDARIO TLCALEN <<<' UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
           END-READ.
       220-VALIDA-FECHA-PROCESO-E. EXIT.

       250-ENCABEZADO SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-TIT-FECHA
           MOVE WKS-LIS-TITULO    TO PVLIS-LINE
           PERFORM 500-ESCRIBE-LISTADO
           MOVE WKS-LIS-COLUMNAS  TO PVLIS-LINE
           PERFORM 500-ESCRIBE-LISTADO.
       250-ENCABEZADO-E. EXIT.

      *----> SERIE 300 REGISTRA LOS CAMBIOS PROGRAMADOS DE BTRPVSOL
       300-CARGA-SOLICITUDES SECTION.
           READ BTRPVSOL
                AT END MOVE 1 TO WKS-FIN-BTRPVSOL
           END-READ
           PERFORM UNTIL FIN-BTRPVSOL
              IF PVSOL-LINE NOT = SPACES
                 ADD 1 TO WKS-SOLICITUDES-LEIDAS
                 PERFORM 310-PROCESA-SOLICITUD
              END-IF
              READ BTRPVSOL
                   AT END MOVE 1 TO WKS-FIN-BTRPVSOL
              END-READ
           END-PERFORM.
       300-CARGA-SOLICITUDES-E. EXIT.

      ******************************************************************
      *  UN CAMBIO SE ACEPTA SI EL ARCHIVO ES UNO DE LOS CUATRO DE     *
      *  PARAMETROS, LA VIGENCIA ES UNA FECHA DEL CALENDARIO POSTERIOR *
      *  A LA DE PROCESO (LO DE HOY O ANTES NO SE PROGRAMA, SE DIGITA) *
      *  Y EL RENGLON EXISTE EN SU TABLA                               *
      ******************************************************************
       310-PROCESA-SOLICITUD SECTION.
           MOVE SPACES              TO WKS-MOTIVO WKS-VALOR-BASE
           MOVE SOL-ARCHIVO         TO WKS-PAR-ARCHIVO
           MOVE SOL-LLAVE-PARAMETRO TO WKS-PAR-LLAVE
           EVALUATE TRUE
              WHEN NOT SOL-ARCHIVO-VALIDO
                   MOVE 'ARCHIVO DE PARAMETROS NO RECONOCIDO'
                     TO WKS-MOTIVO
              WHEN SOL-LLAVE-PARAMETRO = SPACES
                   MOVE 'SOLICITUD SIN LLAVE DEL RENGLON'
                     TO WKS-MOTIVO
              WHEN SOL-FECHA-VIGENCIA NOT NUMERIC
                   MOVE 'FECHA DE VIGENCIA INVALIDA' TO WKS-MOTIVO
              WHEN SOL-FECHA-VIGENCIA NOT > WKS-FECHA-PROCESO
                   MOVE 'VIGENCIA NO ES POSTERIOR AL PROCESO'
                     TO WKS-MOTIVO
              WHEN SOL-VALOR = SPACES
                   MOVE 'SOLICITUD SIN VALOR NUEVO' TO WKS-MOTIVO
              WHEN SOL-USUARIO = SPACES
                   MOVE 'SOLICITUD SIN USUARIO QUE APROBO'
                     TO WKS-MOTIVO
              WHEN SOL-ES-EDTARIF AND SOL-VALOR (1:9) NOT NUMERIC
                   MOVE 'VALOR DE EDTARIF NO NUMERICO' TO WKS-MOTIVO
           END-EVALUATE
           IF WKS-MOTIVO = SPACES
              MOVE SOL-FECHA-VIGENCIA TO TLCA-FECHA
              READ TLCALEN KEY IS TLCA-LLAVE
                INVALID KEY
                   MOVE 'VIGENCIA FUERA DEL CALENDARIO TLCALEN'
                     TO WKS-MOTIVO
              END-READ
           END-IF
           IF WKS-MOTIVO = SPACES
              PERFORM 320-LEE-TABLA-BASE
              IF NOT EXISTE-RENGLON-BASE
                 MOVE 'EL RENGLON NO EXISTE EN SU TABLA'
                   TO WKS-MOTIVO
              END-IF
           END-IF
           MOVE SOL-ARCHIVO         TO WKS-LIS-ARCHIVO
           MOVE SOL-LLAVE-PARAMETRO TO WKS-LIS-LLAVE
           MOVE SOL-FECHA-VIGENCIA  TO WKS-LIS-FECHA
           MOVE WKS-VALOR-BASE      TO WKS-LIS-ANTES
           MOVE SOL-VALOR           TO WKS-LIS-NUEVO
           MOVE SOL-USUARIO         TO WKS-LIS-USUARIO
           IF WKS-MOTIVO NOT = SPACES
              ADD 1 TO WKS-SOLICITUDES-RECHAZADAS
              MOVE WKS-MOTIVO       TO WKS-LIS-MENSAJE
              MOVE WKS-LIS-DETALLE  TO PVLIS-LINE
              PERFORM 500-ESCRIBE-LISTADO
              GO TO 310-PROCESA-SOLICITUD-E
           END-IF
           PERFORM 330-GUARDA-VALOR-BASE
           PERFORM 340-GRABA-CAMBIO.
       310-PROCESA-SOLICITUD-E. EXIT.

      ******************************************************************
      *  LEE EL RENGLON WKS-PAR-LLAVE DE LA TABLA WKS-PAR-ARCHIVO Y    *
      *  DEJA SU VALOR EN WKS-VALOR-BASE CON EL MISMO FORMATO QUE      *
      *  BTPV-VALOR. EN EDTARIF LA LLAVE SON LAS POSICIONES 1:10       *
      ******************************************************************
       320-LEE-TABLA-BASE SECTION.
           MOVE ZEROS  TO WKS-EXISTE-BASE
           MOVE SPACES TO WKS-VALOR-BASE
           EVALUATE WKS-PAR-ARCHIVO
              WHEN 'TLTGEN'
                 MOVE WKS-PAR-LLAVE TO TLTG-LLAVE
                 READ TLTGEN KEY IS TLTG-LLAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 1                TO WKS-EXISTE-BASE
                      MOVE TLTG-DESCRIPCION TO WKS-VALOR-BASE
                 END-READ
              WHEN 'MOTGEN'
                 MOVE WKS-PAR-LLAVE TO MOTC-LLAVE
                 READ MOTGEN KEY IS MOTC-LLAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 1          TO WKS-EXISTE-BASE
                      MOVE MOTC-RESTO TO WKS-VALOR-BASE
                 END-READ
              WHEN 'CFTGEN'
                 MOVE WKS-PAR-LLAVE TO CFTB-LLAVE
                 READ CFTGEN KEY IS CFTB-LLAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 1          TO WKS-EXISTE-BASE
                      MOVE CFTB-RESTO TO WKS-VALOR-BASE
                 END-READ
              WHEN 'EDTARIF'
                 MOVE WKS-PAR-LLAVE (1:10) TO EDTF-LLAVE
                 READ EDTARIF KEY IS EDTF-LLAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 1                   TO WKS-EXISTE-BASE
                      MOVE EDTF-VALOR          TO WKS-VALOR-EDTARIF
                      MOVE WKS-VALOR-EDTARIF-X TO WKS-VALOR-BASE (1:9)
                 END-READ
           END-EVALUATE.
       320-LEE-TABLA-BASE-E. EXIT.

      ******************************************************************
      *  LA PRIMERA VEZ QUE SE PROGRAMA UN RENGLON SE GUARDA SU VALOR  *
      *  ACTUAL CON FECHA DE VIGENCIA 00000000 (LLAVE INVERTIDA        *
      *  99999999): ES EL QUE REGIA ANTES DE CUALQUIER CAMBIO          *
      ******************************************************************
       330-GUARDA-VALOR-BASE SECTION.
           MOVE SOL-ARCHIVO         TO BTPV-ARCHIVO
           MOVE SOL-LLAVE-PARAMETRO TO BTPV-LLAVE-PARAMETRO
           MOVE 99999999            TO BTPV-FECHA-INVERSA
           READ BTRPVIG KEY IS BTPV-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                GO TO 330-GUARDA-VALOR-BASE-E
           END-READ
           INITIALIZE REG-BTRPVIG
           MOVE SOL-ARCHIVO         TO BTPV-ARCHIVO
           MOVE SOL-LLAVE-PARAMETRO TO BTPV-LLAVE-PARAMETRO
           MOVE 99999999            TO BTPV-FECHA-INVERSA
           MOVE ZEROS               TO BTPV-FECHA-VIGENCIA
           MOVE WKS-VALOR-BASE      TO BTPV-VALOR
           SET BTPV-VALOR-BASE      TO TRUE
           MOVE WKS-FECHA-PROCESO   TO BTPV-FECHA-APLICACION
                                       BTPV-FECHA-CAPTURA
           MOVE SOL-USUARIO         TO BTPV-USUARIO-CAPTURA
           WRITE REG-BTRPVIG
           IF FS-BTRPVIG NOT = 0
              MOVE 'WRITE'     TO ACCION
              PERFORM 490-ERROR-BTRPVIG
           END-IF
           ADD 1 TO WKS-VALORES-BASE.
       330-GUARDA-VALOR-BASE-E. EXIT.

      *----> UN CAMBIO YA PROGRAMADO PARA EL MISMO RENGLON Y FECHA SE
      *----> REEMPLAZA (ES UNA CORRECCION DEL VALOR O DEL APROBADOR)
       340-GRABA-CAMBIO SECTION.
           INITIALIZE REG-BTRPVIG
           MOVE SOL-ARCHIVO         TO BTPV-ARCHIVO
           MOVE SOL-LLAVE-PARAMETRO TO BTPV-LLAVE-PARAMETRO
           COMPUTE BTPV-FECHA-INVERSA = 99999999 - SOL-FECHA-VIGENCIA
           MOVE SOL-FECHA-VIGENCIA  TO BTPV-FECHA-VIGENCIA
           MOVE SOL-VALOR           TO BTPV-VALOR
           SET BTPV-PENDIENTE       TO TRUE
           MOVE ZEROS               TO BTPV-FECHA-APLICACION
           MOVE SOL-USUARIO         TO BTPV-USUARIO-CAPTURA
           MOVE WKS-FECHA-PROCESO   TO BTPV-FECHA-CAPTURA
           WRITE REG-BTRPVIG
           IF FS-BTRPVIG = 22
              REWRITE REG-BTRPVIG
              MOVE 'REWRITE'   TO ACCION
              MOVE 'CAMBIO PROGRAMADO CORREGIDO' TO WKS-LIS-MENSAJE
              ADD 1 TO WKS-CAMBIOS-CORREGIDOS
           ELSE
              MOVE 'WRITE'     TO ACCION
              MOVE 'CAMBIO PROGRAMADO REGISTRADO' TO WKS-LIS-MENSAJE
              ADD 1 TO WKS-CAMBIOS-REGISTRADOS
           END-IF
           IF FS-BTRPVIG NOT = 0
              PERFORM 490-ERROR-BTRPVIG
           END-IF
           MOVE WKS-LIS-DETALLE TO PVLIS-LINE
           PERFORM 500-ESCRIBE-LISTADO.
       340-GRABA-CAMBIO-E. EXIT.

      ******************************************************************
      *  SERIE 400: RECORRE BTRPVIG. DENTRO DE CADA RENGLON LOS        *
      *  REGISTROS VIENEN DEL MAS RECIENTE AL MAS ANTIGUO; EL PRIMERO  *
      *  CON VIGENCIA HASTA LA FECHA DE PROCESO ES EL VIGENTE Y, SI    *
      *  ESTA PENDIENTE, SE COPIA A LA TABLA BASE. LOS PENDIENTES MAS  *
      *  ANTIGUOS QUE QUEDEN DETRAS YA NO REGIRAN Y SE SUSTITUYEN      *
      ******************************************************************
       400-APLICA-VIGENTES SECTION.
           MOVE LOW-VALUES TO BTPV-LLAVE
           START BTRPVIG KEY NOT LESS THAN BTPV-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BTRPVIG
           END-START
           PERFORM UNTIL FIN-BTRPVIG
              READ BTRPVIG NEXT RECORD
                AT END
                   MOVE 1 TO WKS-FIN-BTRPVIG
                NOT AT END
                   PERFORM 405-EVALUA-REGISTRO
              END-READ
           END-PERFORM.
       400-APLICA-VIGENTES-E. EXIT.

       405-EVALUA-REGISTRO SECTION.
           IF BTPV-ARCHIVO         NOT = WKS-GRUPO-ARCHIVO OR
              BTPV-LLAVE-PARAMETRO NOT = WKS-GRUPO-LLAVE
              MOVE BTPV-ARCHIVO         TO WKS-GRUPO-ARCHIVO
              MOVE BTPV-LLAVE-PARAMETRO TO WKS-GRUPO-LLAVE
              MOVE ZEROS                TO WKS-VIGENTE-HALLADO
           END-IF
           IF BTPV-FECHA-VIGENCIA > WKS-FECHA-PROCESO
              GO TO 405-EVALUA-REGISTRO-E
           END-IF
           IF VIGENTE-HALLADO
              IF BTPV-PENDIENTE
                 PERFORM 420-SUSTITUYE-CAMBIO
              END-IF
              GO TO 405-EVALUA-REGISTRO-E
           END-IF
           MOVE 1 TO WKS-VIGENTE-HALLADO
           IF BTPV-PENDIENTE
              PERFORM 410-APLICA-CAMBIO
           END-IF.
       405-EVALUA-REGISTRO-E. EXIT.

       410-APLICA-CAMBIO SECTION.
           MOVE BTPV-ARCHIVO         TO WKS-PAR-ARCHIVO
                                        WKS-LIS-ARCHIVO
           MOVE BTPV-LLAVE-PARAMETRO TO WKS-PAR-LLAVE
                                        WKS-LIS-LLAVE
           MOVE BTPV-FECHA-VIGENCIA  TO WKS-LIS-FECHA
           MOVE BTPV-VALOR           TO WKS-LIS-NUEVO
           MOVE BTPV-USUARIO-CAPTURA TO WKS-LIS-USUARIO
           PERFORM 320-LEE-TABLA-BASE
           MOVE WKS-VALOR-BASE       TO WKS-LIS-ANTES
           IF NOT EXISTE-RENGLON-BASE
              ADD 1 TO WKS-CAMBIOS-SIN-RENGLON
              MOVE 'EL RENGLON YA NO EXISTE EN SU TABLA'
                TO WKS-LIS-MENSAJE
              MOVE WKS-LIS-DETALLE   TO PVLIS-LINE
              PERFORM 500-ESCRIBE-LISTADO
              GO TO 410-APLICA-CAMBIO-E
           END-IF
           PERFORM 430-ACTUALIZA-TABLA-BASE
           SET BTPV-APLICADO        TO TRUE
           MOVE WKS-FECHA-PROCESO   TO BTPV-FECHA-APLICACION
           REWRITE REG-BTRPVIG
           IF FS-BTRPVIG NOT = 0
              MOVE 'REWRITE'   TO ACCION
              PERFORM 490-ERROR-BTRPVIG
           END-IF
           ADD 1 TO WKS-CAMBIOS-APLICADOS
           MOVE 'APLICADO A LA TABLA BASE' TO WKS-LIS-MENSAJE
           MOVE WKS-LIS-DETALLE     TO PVLIS-LINE
           PERFORM 500-ESCRIBE-LISTADO.
       410-APLICA-CAMBIO-E. EXIT.

       420-SUSTITUYE-CAMBIO SECTION.
           SET BTPV-SUSTITUIDO      TO TRUE
           MOVE WKS-FECHA-PROCESO   TO BTPV-FECHA-APLICACION
           REWRITE REG-BTRPVIG
           IF FS-BTRPVIG NOT = 0
              MOVE 'REWRITE'   TO ACCION
              PERFORM 490-ERROR-BTRPVIG
           END-IF
           ADD 1 TO WKS-CAMBIOS-SUSTITUIDOS
           MOVE BTPV-ARCHIVO         TO WKS-LIS-ARCHIVO
           MOVE BTPV-LLAVE-PARAMETRO TO WKS-LIS-LLAVE
           MOVE BTPV-FECHA-VIGENCIA  TO WKS-LIS-FECHA
           MOVE SPACES               TO WKS-LIS-ANTES
           MOVE BTPV-VALOR           TO WKS-LIS-NUEVO
           MOVE BTPV-USUARIO-CAPTURA TO WKS-LIS-USUARIO
           MOVE 'SUSTITUIDO POR UN CAMBIO POSTERIOR'
             TO WKS-LIS-MENSAJE
           MOVE WKS-LIS-DETALLE      TO PVLIS-LINE
           PERFORM 500-ESCRIBE-LISTADO.
       420-SUSTITUYE-CAMBIO-E. EXIT.

      *----> EL RENGLON QUEDO LEIDO POR 320-LEE-TABLA-BASE; SE REGRABA
      *----> CON EL VALOR VIGENTE Y, DONDE LA TABLA LA LLEVA, LA
      *----> AUDITORIA DEL ULTIMO CAMBIO
       430-ACTUALIZA-TABLA-BASE SECTION.
           MOVE 'REWRITE' TO ACCION
           EVALUATE BTPV-ARCHIVO
              WHEN 'TLTGEN'
                 MOVE BTPV-VALOR           TO TLTG-DESCRIPCION
                 MOVE WKS-FECHA-PROCESO    TO TLTG-FECHA-ULT-CAMBIO
                 MOVE BTPV-USUARIO-CAPTURA TO TLTG-USUARIO-ULT-CAMBIO
                 REWRITE REG-TLTGEN
                 IF FS-TLTGEN NOT = 0
                    MOVE TLTG-LLAVE TO LLAVE
                    MOVE 'TLTGEN'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLTGEN, FSE-TLTGEN
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
              WHEN 'MOTGEN'
                 MOVE BTPV-VALOR           TO MOTC-RESTO
                 REWRITE REG-MOTGEN
                 IF FS-MOTGEN NOT = 0
                    MOVE MOTC-LLAVE TO LLAVE
                    MOVE 'MOTGEN'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MOTGEN, FSE-MOTGEN
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
              WHEN 'CFTGEN'
                 MOVE BTPV-VALOR           TO CFTB-RESTO
                 MOVE WKS-FECHA-PROCESO    TO CFTB-FECHA-ULT-CAMBIO
                 MOVE BTPV-USUARIO-CAPTURA TO CFTB-USUARIO-ULT-CAMBIO
                 REWRITE REG-CFTGEN
                 IF FS-CFTGEN NOT = 0
                    MOVE CFTB-LLAVE TO LLAVE
                    MOVE 'CFTGEN'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFTGEN, FSE-CFTGEN
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
              WHEN 'EDTARIF'
                 MOVE BTPV-VALOR (1:9)     TO WKS-VALOR-EDTARIF-X
                 MOVE WKS-VALOR-EDTARIF    TO EDTF-VALOR
                 REWRITE REG-EDTARIF
                 IF FS-EDTARIF NOT = 0
                    MOVE EDTF-LLAVE TO LLAVE
                    MOVE 'EDTARIF'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDTARIF, FSE-EDTARIF
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
           END-EVALUATE.
       430-ACTUALIZA-TABLA-BASE-E. EXIT.

       490-ERROR-BTRPVIG SECTION.
           MOVE BTPV-LLAVE  TO LLAVE
           MOVE 'BTRPVIG'   TO ARCHIVO
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                           LLAVE, FS-BTRPVIG, FSE-BTRPVIG
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       490-ERROR-BTRPVIG-E. EXIT.

       500-ESCRIBE-LISTADO SECTION.
           WRITE PVLIS-LINE
           IF FS-BTRPVLIS NOT = 0
              DISPLAY 'ERROR AL GRABAR BTRPVLIS, STATUS: ' FS-BTRPVLIS
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       500-ESCRIBE-LISTADO-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-SOLICITUDES-LEIDAS     TO WKS-MASCARA
           DISPLAY 'CAMBIOS SOLICITADOS LEIDOS    : ' WKS-MASCARA
           MOVE    WKS-CAMBIOS-REGISTRADOS    TO WKS-MASCARA
           DISPLAY 'CAMBIOS PROGRAMADOS NUEVOS    : ' WKS-MASCARA
           MOVE    WKS-CAMBIOS-CORREGIDOS     TO WKS-MASCARA
           DISPLAY 'CAMBIOS PROGRAMADOS CORREGIDOS: ' WKS-MASCARA
           MOVE    WKS-SOLICITUDES-RECHAZADAS TO WKS-MASCARA
           DISPLAY 'SOLICITUDES RECHAZADAS        : ' WKS-MASCARA
           MOVE    WKS-VALORES-BASE           TO WKS-MASCARA
           DISPLAY 'VALORES BASE GUARDADOS        : ' WKS-MASCARA
           MOVE    WKS-CAMBIOS-APLICADOS      TO WKS-MASCARA
           DISPLAY 'CAMBIOS APLICADOS A LA TABLA  : ' WKS-MASCARA
           MOVE    WKS-CAMBIOS-SUSTITUIDOS    TO WKS-MASCARA
           DISPLAY 'CAMBIOS SUSTITUIDOS           : ' WKS-MASCARA
           MOVE    WKS-CAMBIOS-SIN-RENGLON    TO WKS-MASCARA
           DISPLAY 'CAMBIOS SIN RENGLON EN TABLA  : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE BTRPVIG TLTGEN MOTGEN CFTGEN EDTARIF TLCALEN BTRPVSOL
                 BTRPVLIS.
       700-CIERRA-ARCHIVOS-E. EXIT.
