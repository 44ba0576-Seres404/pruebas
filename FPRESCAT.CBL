      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : FONDOS DE PROTECCION MUTUALISTA                  *
      * PROGRAMA    : FPRESCAT                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : RESCATE ANTICIPADO DE FONDOS ANTES DEL           *
      *             : VENCIMIENTO. LEE LAS SOLICITUDES DE LAS AGENCIAS *
      *             : EN EL ARCHIVO FPSOLRES Y POR CADA FONDO VIGENTE  *
      *             : Y NO VENCIDO CALCULA EL INTERES GANADO A LA      *
      *             : FECHA A LA TASA PACTADA, APLICA LA PENALIZACION  *
      *             : DE SALIDA ANTICIPADA SEGUN LOS MESES QUE FALTAN  *
      *             : PARA EL VENCIMIENTO (TABLA TLTGEN 017), GENERA   *
      *             : EL ABONO DEL NETO A LA CUENTA ENLACE EN EL       *
      *             : ARCHIVO MOMDCOS (LAYOUT DEL DIARIO MOMDCO, PARA  *
      *             : CONCATENARSE AL DIARIO DEL DIA Y QUE MODIARIO LO *
      *             : POSTEE CON SUS CONTROLES NORMALES), CIERRA EL    *
      *             : FONDO (SITUACION 98 = RESCATADO), DEJA EL        *
      *             : DETALLE EN LA BITACORA FPRESCA E IMPRIME EL      *
      *             : CERTIFICADO DE RESCATE EN FPCERTIF. LAS          *
      *             : SOLICITUDES QUE NO PROCEDEN SE LISTAN CON SU     *
      *             : MOTIVO EN FPRESEXC.                              *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8, BLANCO, CODIGO DE TRANSACCION DE ABONO      *
      *             : (MOT 005, NATURALEZA C) EN 10-11.                *
      *             : FORMATO DE FPSOLRES: NUMERO DE FONDO EN 1-16,    *
      *             : BLANCO, USUARIO QUE SOLICITA EN 18-25.           *
      * ARCHIVOS    : FPMCTAN=A, MOMAES=C, TLTGEN=C, TLCALEN=C         *
      *             : FPSOLRES=C, FPRESCA=A, MOMDCOS=A, FPCERTIF=A     *
      *             : FPRESEXC=A                                       *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO, R=REPORTE                *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPRESCAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPMCTAN ASSIGN  TO FPMCTAN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS FPMC-LLAVE
                   FILE STATUS     IS FS-FPMCTAN
                                      FSE-FPMCTAN.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT TLTGEN ASSIGN   TO TLTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLTG-LLAVE
                   FILE STATUS     IS FS-TLTGEN
                                      FSE-TLTGEN.
            SELECT TLCALEN ASSIGN  TO TLCALEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCA-LLAVE
                   FILE STATUS     IS FS-TLCALEN.
            SELECT FPRESCA ASSIGN  TO FPRESCA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS FPRS-LLAVE
                   FILE STATUS     IS FS-FPRESCA
                                      FSE-FPRESCA.
            SELECT FPSOLRES ASSIGN TO FPSOLRES
                   FILE STATUS     IS FS-FPSOLRES.
            SELECT MOMDCOS ASSIGN  TO MOMDCOS
                   FILE STATUS     IS FS-MOMDCOS.
            SELECT FPCERTIF ASSIGN TO FPCERTIF
                   FILE STATUS     IS FS-FPCERTIF.
            SELECT FPRESEXC ASSIGN TO FPRESEXC
                   FILE STATUS     IS FS-FPRESEXC.
       DATA DIVISION.
       FILE SECTION.
       FD  FPMCTAN.
           COPY FPMCTAN.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  TLTGEN.
           COPY TLTGEN.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  FPRESCA.
           COPY FPRESCA.
       FD  FPSOLRES
           RECORDING MODE IS F.
       01 SOLRES-LINE.
          02 SOLR-NUMERO-FONDO             PIC X(16).
          02 FILLER                        PIC X(01).
          02 SOLR-USUARIO                  PIC X(08).
          02 FILLER                        PIC X(55).
       FD  MOMDCOS
           RECORDING MODE IS F.
       01 MOVR-LINE                        PIC X(100).
       FD  FPCERTIF
           RECORDING MODE IS F.
       01 CERTIF-LINE                      PIC X(80).
       FD  FPRESEXC
           RECORDING MODE IS F.
       01 RESEXC-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-FPMCTAN                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-FPRESCA                       PIC 9(02)  VALUE ZEROS.
       01 FS-FPSOLRES                      PIC 9(02)  VALUE ZEROS.
       01 FS-MOMDCOS                       PIC 9(02)  VALUE ZEROS.
       01 FS-FPCERTIF                      PIC 9(02)  VALUE ZEROS.
       01 FS-FPRESEXC                      PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-FPMCTAN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOMAES.
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
       01 FSE-FPRESCA.
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
          02 WKS-FIN-FPSOLRES              PIC 9(01)  VALUE ZEROS.
             88 FIN-FPSOLRES                          VALUE 1.
          02 WKS-FIN-TLTGEN                PIC 9(01)  VALUE ZEROS.
             88 FIN-TLTGEN                            VALUE 1.
      *------->                 TARJETA SYSIN
       01 WKS-TARJETA-SYSIN.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
             03 WKS-PRC-AAAA               PIC 9(04).
             03 WKS-PRC-MM                 PIC 9(02).
             03 WKS-PRC-DD                 PIC 9(02).
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-CODIGO-ABONO              PIC 9(02)  VALUE ZEROS.
      *------->  TABLA DE PENALIZACION POR MESES RESTANTES (TLT 017)
       01 WKS-TABLA-PENALIZACION.
          02 WKS-PEN-LONG                  PIC 9(02)  VALUE ZEROS.
          02 WKS-PEN-FILA OCCURS 20 TIMES.
             03 WKS-PEN-MESES-HASTA        PIC 9(03).
             03 WKS-PEN-PORCENTAJE         PIC 9(03)V99.
       01 WKS-I                            PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NUMERO-FONDO              PIC 9(16)  VALUE ZEROS.
          02 WKS-FECHA-VENCIMIENTO         PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-VENCIMIENTO-R REDEFINES WKS-FECHA-VENCIMIENTO.
             03 WKS-VEN-AAAA               PIC 9(04).
             03 WKS-VEN-MM                 PIC 9(02).
             03 WKS-VEN-DD                 PIC 9(02).
          02 WKS-MESES-RESTANTES           PIC S9(05) VALUE ZEROS.
          02 WKS-MESES-TRANSCURRIDOS       PIC S9(05) VALUE ZEROS.
          02 WKS-CAPITAL                   PIC S9(11)V99 VALUE ZEROS.
          02 WKS-INTERES                   PIC S9(09)V99 VALUE ZEROS.
          02 WKS-BRUTO                     PIC S9(11)V99 VALUE ZEROS.
          02 WKS-PORCENTAJE                PIC 9(03)V99  VALUE ZEROS.
          02 WKS-PENALIZACION              PIC S9(11)V99 VALUE ZEROS.
          02 WKS-NETO                      PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MOTIVO                    PIC X(40)  VALUE SPACES.
          02 WKS-SECUENCIA                 PIC 9(04)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->    MOVIMIENTO DE ABONO HACIA EL DIARIO
       COPY MOMDCO REPLACING MOMDCO BY WKS-MOVIMIENTO-DIARIO.
      *------->   LINEA DEL LISTADO DE SOLICITUDES QUE NO PROCEDEN
       01 WKS-LINEA-EXCEPCION.
          02 WKS-EXC-FONDO                 PIC X(16)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-EXC-USUARIO               PIC X(08)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-EXC-MOTIVO                PIC X(40)  VALUE SPACES.
      *------->          LINEAS DEL CERTIFICADO DE RESCATE
       01 WKS-CER-TITULO.
          02 FILLER                        PIC X(05)  VALUE SPACES.
          02 FILLER                        PIC X(37)  VALUE
             'CERTIFICADO DE RESCATE ANTICIPADO DE '.
          02 FILLER                        PIC X(30)  VALUE
             'FONDO DE PROTECCION MUTUALISTA'.
       01 WKS-CER-LINEA-TEXTO.
          02 WKS-CER-ETIQUETA              PIC X(34)  VALUE SPACES.
          02 WKS-CER-VALOR                 PIC X(40)  VALUE SPACES.
       01 WKS-CER-MONTO                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WKS-CER-PORCENTAJE               PIC ZZ9.99.
       01 WKS-CER-MESES                    PIC ZZ9.
       01 WKS-CER-SEPARADOR                PIC X(80)  VALUE ALL '-'.
       01 WKS-ESTADISTICAS.
          05 WKS-SOLICITUDES-LEIDAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-RESCATADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-SOLICITUDES-RECHAZADAS    PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-PENALIZACION          PIC S9(13)V99 VALUE ZEROS.
          05 WKS-TOT-NETO                  PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-VALIDA-FECHA-PROCESO
           PERFORM 230-CARGA-PENALIZACION-TLT017
           PERFORM 300-LEE-SOLICITUDES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'FPRESCAT' TO PROGRAMA
           OPEN I-O    FPMCTAN FPRESCA
           OPEN INPUT  MOMAES TLTGEN TLCALEN FPSOLRES
           OPEN OUTPUT MOMDCOS FPCERTIF FPRESEXC
           IF (FS-FPMCTAN = 97) AND (FS-FPRESCA = 97) AND
              (FS-MOMAES = 97) AND (FS-TLTGEN = 97) AND
              (FS-TLCALEN = 97)
              MOVE ZEROS TO FS-FPMCTAN FS-FPRESCA FS-MOMAES FS-TLTGEN
                            FS-TLCALEN
           END-IF
           IF FS-FPMCTAN NOT = 0 OR FS-FPRESCA  NOT = 0 OR
              FS-MOMAES  NOT = 0 OR FS-TLTGEN   NOT = 0 OR
              FS-TLCALEN NOT = 0 OR FS-FPSOLRES NOT = 0 OR
              FS-MOMDCOS NOT = 0 OR FS-FPCERTIF NOT = 0 OR
              FS-FPRESEXC NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO FPMCTAN  : "
                      FS-FPMCTAN
              DISPLAY "* FILE STATUS DEL ARCHIVO FPRESCA  : "
                      FS-FPRESCA
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO TLTGEN   : " FS-TLTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO FPSOLRES : "
                      FS-FPSOLRES
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDCOS  : "
                      FS-MOMDCOS
              DISPLAY "* FILE STATUS DEL ARCHIVO FPCERTIF : "
                      FS-FPCERTIF
              DISPLAY "* FILE STATUS DEL ARCHIVO FPRESEXC : "
                      FS-FPRESEXC
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS OR
              WKS-CODIGO-ABONO NOT NUMERIC OR
              WKS-CODIGO-ABONO = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (FECHA Y CODIGO '
                      'DE ABONO) <<<' UPON CONSOLE
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

      ******************************************************************
      *  CARGA LA ESCALA DE PENALIZACION DESDE TLTGEN 017. EL          *
      *  CORRELATIVO (1:3) ES EL MAXIMO DE MESES RESTANTES DEL TRAMO   *
      *  Y LA DESCRIPCION (1:5) EL PORCENTAJE 999V99 QUE SE DESCUENTA  *
      *  DEL CAPITAL MAS INTERES. LOS TRAMOS DEBEN VENIR CON MESES     *
      *  CRECIENTES; SIN TABLA NO SE PUEDE RESCATAR Y EL PROCESO ABORTA*
      ******************************************************************
       230-CARGA-PENALIZACION-TLT017 SECTION.
           MOVE 'TLT' TO TLTG-CODIGO
           MOVE 017   TO TLTG-CORRELATIVO-TABLA
           MOVE ZEROS TO TLTG-CORRELATIVO-REGISTRO
           START TLTGEN KEY GREATER TLTG-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-TLTGEN
           END-START
           PERFORM UNTIL FIN-TLTGEN OR WKS-PEN-LONG = 20
              READ TLTGEN NEXT RECORD
              END-READ
              EVALUATE FS-TLTGEN
                 WHEN 0
                   IF TLTG-CODIGO = 'TLT' AND
                      TLTG-CORRELATIVO-TABLA = 017
                      IF TLTG-CORRELATIVO-REGISTRO (1:3) NUMERIC AND
                         TLTG-DESCRIPCION (1:5) NUMERIC
                         ADD 1 TO WKS-PEN-LONG
                         MOVE TLTG-CORRELATIVO-REGISTRO (1:3)
                           TO WKS-PEN-MESES-HASTA (WKS-PEN-LONG)
                         MOVE TLTG-DESCRIPCION (1:5)
                           TO WKS-PEN-PORCENTAJE  (WKS-PEN-LONG)
                      END-IF
                   ELSE
                      MOVE 1 TO WKS-FIN-TLTGEN
                   END-IF
                 WHEN 10
                   MOVE 1 TO WKS-FIN-TLTGEN
                 WHEN OTHER
                   MOVE 'READ'     TO ACCION
                   MOVE TLTG-LLAVE TO LLAVE
                   MOVE 'TLTGEN'   TO ARCHIVO
                   CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                   LLAVE, FS-TLTGEN, FSE-TLTGEN
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
              END-EVALUATE
           END-PERFORM
           IF WKS-PEN-LONG = ZEROS
              DISPLAY '>>> NO HAY ESCALA DE PENALIZACION EN TLTGEN '
                      '017 <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       230-CARGA-PENALIZACION-TLT017-E. EXIT.

      *----> SERIE 300 PROCESA CADA SOLICITUD DE RESCATE
       300-LEE-SOLICITUDES SECTION.
           READ FPSOLRES
                AT END MOVE 1 TO WKS-FIN-FPSOLRES
           END-READ
           PERFORM UNTIL FIN-FPSOLRES
              IF SOLRES-LINE NOT = SPACES
                 ADD 1 TO WKS-SOLICITUDES-LEIDAS
                 PERFORM 310-PROCESA-SOLICITUD
              END-IF
              READ FPSOLRES
                   AT END MOVE 1 TO WKS-FIN-FPSOLRES
              END-READ
           END-PERFORM.
       300-LEE-SOLICITUDES-E. EXIT.

      ******************************************************************
      *  SOLO SE RESCATA UN FONDO VIGENTE (NI LIQUIDADO NI RESCATADO)  *
      *  CON FECHA DE VENCIMIENTO POSTERIOR A LA FECHA DE PROCESO (EL  *
      *  VENCIDO LO LIQUIDA FPVENCIM SIN PENALIZACION) Y CON CUENTA    *
      *  ENLACE EXISTENTE EN MOMAES                                    *
      ******************************************************************
       310-PROCESA-SOLICITUD SECTION.
           MOVE SPACES TO WKS-MOTIVO
           IF SOLR-NUMERO-FONDO NOT NUMERIC OR SOLR-USUARIO = SPACES
              MOVE 'SOLICITUD SIN FONDO O SIN USUARIO' TO WKS-MOTIVO
              PERFORM 390-RECHAZA-SOLICITUD
              GO TO 310-PROCESA-SOLICITUD-E
           END-IF
           MOVE SOLR-NUMERO-FONDO TO WKS-NUMERO-FONDO
           MOVE WKS-NUMERO-FONDO  TO FPMC-LLAVE
           READ FPMCTAN KEY IS FPMC-LLAVE
             INVALID KEY
                MOVE 'EL FONDO NO EXISTE EN FPMCTAN' TO WKS-MOTIVO
           END-READ
           IF WKS-MOTIVO = SPACES
              IF FPMC-FECHA-VENCIMIENTO NOT NUMERIC
                 MOVE ZEROS TO FPMC-FECHA-VENCIMIENTO
              END-IF
              EVALUATE TRUE
                 WHEN FPMC-LIQUIDADO
                      MOVE 'EL FONDO YA FUE LIQUIDADO' TO WKS-MOTIVO
                 WHEN FPMC-RESCATADO
                      MOVE 'EL FONDO YA FUE RESCATADO' TO WKS-MOTIVO
                 WHEN FPMC-FECHA-VENCIMIENTO = ZEROS
                      MOVE 'FONDO SIN FECHA DE VENCIMIENTO'
                        TO WKS-MOTIVO
                 WHEN FPMC-FECHA-VENCIMIENTO NOT > WKS-FECHA-PROCESO
                      MOVE 'FONDO VENCIDO: LO LIQUIDA FPVENCIM'
                        TO WKS-MOTIVO
              END-EVALUATE
           END-IF
           IF WKS-MOTIVO = SPACES
              MOVE FPMC-CUENTA-ENLACE TO MOMA-LLAVE
              READ MOMAES KEY IS MOMA-LLAVE
                INVALID KEY
                   MOVE 'CUENTA ENLACE NO EXISTE EN MOMAES'
                     TO WKS-MOTIVO
              END-READ
           END-IF
           IF WKS-MOTIVO NOT = SPACES
              PERFORM 390-RECHAZA-SOLICITUD
              GO TO 310-PROCESA-SOLICITUD-E
           END-IF
           PERFORM 320-CALCULA-RESCATE
           IF WKS-NETO > ZEROS
              PERFORM 330-ESCRIBE-MOVIMIENTO
           END-IF
           PERFORM 340-CIERRA-FONDO
           PERFORM 350-GRABA-BITACORA
           PERFORM 360-IMPRIME-CERTIFICADO
           ADD 1                TO WKS-FONDOS-RESCATADOS
           ADD WKS-PENALIZACION TO WKS-TOT-PENALIZACION
           ADD WKS-NETO         TO WKS-TOT-NETO.
       310-PROCESA-SOLICITUD-E. EXIT.

      ******************************************************************
      *  MESES RESTANTES = MESES CALENDARIO HASTA EL VENCIMIENTO, MAS  *
      *  UNO SI QUEDA FRACCION DE MES. EN FONDOS DEL COBRO MENSUAL     *
      *  (FPAPORTA) EL CAPITAL ES LO APORTADO Y EL INTERES EL          *
      *  ACUMULADO; EN LOS DEMAS EL CAPITAL ES LA APORTACION PACTADA   *
      *  Y EL INTERES SIMPLE POR LOS MESES TRANSCURRIDOS DEL PLAZO.    *
      *  EL PORCENTAJE ES EL DEL PRIMER TRAMO QUE CUBRE LOS MESES      *
      *  RESTANTES; SI NINGUNO LOS CUBRE SE USA EL ULTIMO              *
      ******************************************************************
       320-CALCULA-RESCATE SECTION.
           MOVE FPMC-FECHA-VENCIMIENTO TO WKS-FECHA-VENCIMIENTO
           COMPUTE WKS-MESES-RESTANTES =
                   (WKS-VEN-AAAA * 12 + WKS-VEN-MM) -
                   (WKS-PRC-AAAA * 12 + WKS-PRC-MM)
           IF WKS-VEN-DD > WKS-PRC-DD
              ADD 1 TO WKS-MESES-RESTANTES
           END-IF
           IF WKS-MESES-RESTANTES < 1
              MOVE 1 TO WKS-MESES-RESTANTES
           END-IF
           IF FPMC-MES-ULTIMO-COBRO NUMERIC AND
              FPMC-MES-ULTIMO-COBRO NOT = ZEROS
              MOVE FPMC-TOTAL-APORTADO    TO WKS-CAPITAL
              MOVE FPMC-INTERES-ACUMULADO TO WKS-INTERES
           ELSE
              COMPUTE WKS-MESES-TRANSCURRIDOS =
                      FPMC-PLAZO-DEL-FONDO - WKS-MESES-RESTANTES
              IF WKS-MESES-TRANSCURRIDOS < ZEROS
                 MOVE ZEROS TO WKS-MESES-TRANSCURRIDOS
              END-IF
              MOVE FPMC-APORTACION-PACTADA TO WKS-CAPITAL
              COMPUTE WKS-INTERES ROUNDED =
                      FPMC-APORTACION-PACTADA * FPMC-TASA-INTERES
                      / 100 * WKS-MESES-TRANSCURRIDOS / 12
           END-IF
           MOVE WKS-PEN-PORCENTAJE (WKS-PEN-LONG) TO WKS-PORCENTAJE
           PERFORM VARYING WKS-I FROM WKS-PEN-LONG BY -1
                   UNTIL WKS-I < 1
              IF WKS-PEN-MESES-HASTA (WKS-I) NOT < WKS-MESES-RESTANTES
                 MOVE WKS-PEN-PORCENTAJE (WKS-I) TO WKS-PORCENTAJE
              END-IF
           END-PERFORM
           COMPUTE WKS-BRUTO = WKS-CAPITAL + WKS-INTERES
           COMPUTE WKS-PENALIZACION ROUNDED =
                   WKS-BRUTO * WKS-PORCENTAJE / 100
           COMPUTE WKS-NETO = WKS-BRUTO - WKS-PENALIZACION
           IF WKS-NETO < ZEROS
              MOVE ZEROS TO WKS-NETO
           END-IF.
       320-CALCULA-RESCATE-E. EXIT.

      ******************************************************************
      *  EL ABONO VIAJA CON ORIGEN 56 (FONDOS DE PROTECCION), IGUAL    *
      *  QUE LA LIQUIDACION AL VENCIMIENTO DE FPVENCIM                 *
      ******************************************************************
       330-ESCRIBE-MOVIMIENTO SECTION.
           ADD 1 TO WKS-SECUENCIA
           INITIALIZE WKS-MOVIMIENTO-DIARIO
           MOVE WKS-CODIGO-ABONO      TO MOMC-CODIGO-TRANSACCION
           MOVE WKS-PRC-DD            TO MOMC-DIA
           MOVE WKS-PRC-MM            TO MOMC-MES
           MOVE 1                     TO MOMC-CLASE-CUENTA
           MOVE MOMA-LLAVE (1:10)     TO MOMC-NUMERO-CUENTA
           MOVE WKS-NETO              TO MOMC-VALOR
           MOVE FPMC-AGENCIA (2:3)    TO MOMC-AGENCIA-ORIGEN
           MOVE WKS-SECUENCIA         TO MOMC-NUM-SECUENCIA
           MOVE 56                    TO MOMC-ORIGEN-TRANSACCION
           MOVE 1                     TO MOMC-CODIGO-MONEDA
           MOVE 'FPRESCAT'            TO MOMC-GRABA-VERIF
           MOVE WKS-MOVIMIENTO-DIARIO TO MOVR-LINE
           WRITE MOVR-LINE
           IF FS-MOMDCOS NOT = 0
              DISPLAY 'ERROR AL GRABAR MOMDCOS, STATUS: ' FS-MOMDCOS
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       330-ESCRIBE-MOVIMIENTO-E. EXIT.

       340-CIERRA-FONDO SECTION.
           MOVE 98 TO FPMC-SITUACION-CUENTA
           REWRITE REG-FPMCTA
           IF FS-FPMCTAN NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE FPMC-LLAVE TO LLAVE
              MOVE 'FPMCTAN'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-FPMCTAN, FSE-FPMCTAN
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       340-CIERRA-FONDO-E. EXIT.

       350-GRABA-BITACORA SECTION.
           INITIALIZE REG-FPRESCA
           MOVE WKS-FECHA-PROCESO      TO FPRS-FECHA-RESCATE
           MOVE FPMC-LLAVE             TO FPRS-NUMERO-FONDO
           MOVE FPMC-AGENCIA           TO FPRS-AGENCIA
           MOVE FPMC-NUMERO-EJECUTIVO  TO FPRS-NUMERO-EJECUTIVO
           MOVE FPMC-CUENTA-ENLACE     TO FPRS-CUENTA-ENLACE
           MOVE SOLR-USUARIO           TO FPRS-USUARIO-SOLICITO
           MOVE FPMC-FECHA-VENCIMIENTO TO FPRS-FECHA-VENCIMIENTO
           MOVE WKS-MESES-RESTANTES    TO FPRS-MESES-RESTANTES
           MOVE WKS-CAPITAL            TO FPRS-CAPITAL
           MOVE WKS-INTERES            TO FPRS-INTERES-GANADO
           MOVE WKS-PORCENTAJE         TO FPRS-PORCENTAJE-PENALIZACION
           MOVE WKS-PENALIZACION       TO FPRS-MONTO-PENALIZACION
           MOVE WKS-NETO               TO FPRS-MONTO-NETO
           WRITE REG-FPRESCA
           IF FS-FPRESCA NOT = 0
              MOVE 'WRITE'    TO ACCION
              MOVE FPRS-LLAVE TO LLAVE
              MOVE 'FPRESCA'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-FPRESCA, FSE-FPRESCA
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       350-GRABA-BITACORA-E. EXIT.

      *----> SERIE 360 ARMA EL CERTIFICADO QUE LA AGENCIA ENTREGA
      *----> AL CLIENTE, UNA HOJA POR FONDO RESCATADO
       360-IMPRIME-CERTIFICADO SECTION.
           MOVE WKS-CER-SEPARADOR TO CERTIF-LINE
           PERFORM 370-ESCRIBE-CERTIFICADO
           MOVE WKS-CER-TITULO    TO CERTIF-LINE
           PERFORM 370-ESCRIBE-CERTIFICADO
           MOVE WKS-CER-SEPARADOR TO CERTIF-LINE
           PERFORM 370-ESCRIBE-CERTIFICADO
           MOVE 'FECHA DEL RESCATE               :' TO WKS-CER-ETIQUETA
           MOVE WKS-FECHA-PROCESO  TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'NUMERO DE FONDO                 :' TO WKS-CER-ETIQUETA
           MOVE FPMC-LLAVE         TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'AGENCIA                         :' TO WKS-CER-ETIQUETA
           MOVE FPMC-AGENCIA       TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'CUENTA ENLACE ACREDITADA        :' TO WKS-CER-ETIQUETA
           MOVE FPMC-CUENTA-ENLACE TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'FECHA DE VENCIMIENTO PACTADA    :' TO WKS-CER-ETIQUETA
           MOVE FPMC-FECHA-VENCIMIENTO TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'MESES RESTANTES AL VENCIMIENTO  :' TO WKS-CER-ETIQUETA
           MOVE WKS-MESES-RESTANTES TO WKS-CER-MESES
           MOVE WKS-CER-MESES      TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'CAPITAL APORTADO                :' TO WKS-CER-ETIQUETA
           MOVE WKS-CAPITAL        TO WKS-CER-MONTO
           MOVE WKS-CER-MONTO      TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'INTERES GANADO A LA FECHA       :' TO WKS-CER-ETIQUETA
           MOVE WKS-INTERES        TO WKS-CER-MONTO
           MOVE WKS-CER-MONTO      TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'PORCENTAJE DE PENALIZACION      :' TO WKS-CER-ETIQUETA
           MOVE WKS-PORCENTAJE     TO WKS-CER-PORCENTAJE
           MOVE WKS-CER-PORCENTAJE TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'PENALIZACION POR SALIDA ANTICIP.:' TO WKS-CER-ETIQUETA
           MOVE WKS-PENALIZACION   TO WKS-CER-MONTO
           MOVE WKS-CER-MONTO      TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'MONTO NETO ACREDITADO           :' TO WKS-CER-ETIQUETA
           MOVE WKS-NETO           TO WKS-CER-MONTO
           MOVE WKS-CER-MONTO      TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE 'SOLICITADO POR EL USUARIO       :' TO WKS-CER-ETIQUETA
           MOVE SOLR-USUARIO       TO WKS-CER-VALOR
           PERFORM 365-LINEA-TEXTO
           MOVE WKS-CER-SEPARADOR  TO CERTIF-LINE
           PERFORM 370-ESCRIBE-CERTIFICADO.
       360-IMPRIME-CERTIFICADO-E. EXIT.

       365-LINEA-TEXTO SECTION.
           MOVE WKS-CER-LINEA-TEXTO TO CERTIF-LINE
           PERFORM 370-ESCRIBE-CERTIFICADO
           MOVE SPACES TO WKS-CER-LINEA-TEXTO.
       365-LINEA-TEXTO-E. EXIT.

       370-ESCRIBE-CERTIFICADO SECTION.
           WRITE CERTIF-LINE
           IF FS-FPCERTIF NOT = 0
              DISPLAY 'ERROR AL GRABAR FPCERTIF, STATUS: ' FS-FPCERTIF
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       370-ESCRIBE-CERTIFICADO-E. EXIT.

       390-RECHAZA-SOLICITUD SECTION.
           ADD 1 TO WKS-SOLICITUDES-RECHAZADAS
           MOVE SOLR-NUMERO-FONDO   TO WKS-EXC-FONDO
           MOVE SOLR-USUARIO        TO WKS-EXC-USUARIO
           MOVE WKS-MOTIVO          TO WKS-EXC-MOTIVO
           MOVE WKS-LINEA-EXCEPCION TO RESEXC-LINE
           WRITE RESEXC-LINE
           IF FS-FPRESEXC NOT = 0
              DISPLAY 'ERROR AL GRABAR FPRESEXC, STATUS: ' FS-FPRESEXC
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       390-RECHAZA-SOLICITUD-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-SOLICITUDES-LEIDAS     TO WKS-MASCARA
           DISPLAY 'SOLICITUDES DE RESCATE LEIDAS : ' WKS-MASCARA
           MOVE    WKS-FONDOS-RESCATADOS      TO WKS-MASCARA
           DISPLAY 'FONDOS RESCATADOS             : ' WKS-MASCARA
           MOVE    WKS-SOLICITUDES-RECHAZADAS TO WKS-MASCARA
           DISPLAY 'SOLICITUDES RECHAZADAS        : ' WKS-MASCARA
           MOVE    WKS-TOT-PENALIZACION       TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL PENALIZACIONES          : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-TOT-NETO               TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL NETO ACREDITADO         : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE FPMCTAN MOMAES TLTGEN TLCALEN FPRESCA FPSOLRES
                 MOMDCOS FPCERTIF FPRESEXC.
       700-CIERRA-ARCHIVOS-E. EXIT.
