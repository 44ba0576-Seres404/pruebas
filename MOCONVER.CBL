      *             : DATASET DE CONVERSION CONVIN Y VALIDA CADA       *
      *             : REGISTRO IGUAL QUE LA CAPTURA EN LINEA: EL       *
      *             : CLIENTE DEBE EXISTIR EN CFCNAT (Y NO ESTAR       *
      *             : RETIRADO POR FUSION), LA AGENCIA REGISTRADA Y    *
      *             : ABIERTA EN EL MAESTRO DE AGENCIAS BTRAGEN        *
      *             : (RUTINA BTRAGE00) Y LA SITUACION EN MOTGEN 003.  *
      *             : EL NOMBRE Y EL DPI DEL CLIENTE SE TAMIZAN CONTRA *
      *             : LAS LISTAS DE SANCIONES Y PEP (CFLSTSA); UNA     *
      *             : COINCIDENCIA NUEVA SE ENCOLA PENDIENTE EN        *
      *             : CFALSCR Y LA CUENTA SE RECHAZA MIENTRAS          *
      *             : CUMPLIMIENTO NO LA DESCARTE. LOS ACEPTADOS SE    *
      *             : ESCRIBEN A MOMAES Y QUEDAN EN CONVACEP; LOS      *
      *             : RECHAZADOS EN CONVRECH CON SU MOTIVO. EL CLIENTE *
      *             : RESTRINGIDO EN CFKYC POR REVISION KYC VENCIDA    *
      *             : (CFKYCREV) SE RECHAZA HASTA QUE SE REGISTRE SU   *
      *             : REVISION EN CF5D1KY3.                            *
      * ARCHIVOS    : CONVIN=C, CFCNAT=C, MOTGEN=C                     *
      *             : BTRAGEN=C, CFTGEN=C (RUTINA BTRAGE00)            *
      *             : CFLSTSA=C, CFKYC=C, MOMAES=A, CFALSCR=A          *
      *             : CONVACEP=A                                       *
      *             : CONVRECH=A                                       *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : CFSCRCMP, RUTINA DEBD1R00, FILE STATUS EXTENDED  *
      *             : RUTINA BTRAGE00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT MOTGEN ASSIGN   TO MOTGEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT CFLSTSA ASSIGN  TO CFLSTSA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS CFLS-LLAVE
                   FILE STATUS     IS FS-CFLSTSA
                                      FSE-CFLSTSA.
            SELECT CFALSCR ASSIGN  TO CFALSCR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFAS-LLAVE
                   FILE STATUS     IS FS-CFALSCR
                                      FSE-CFALSCR.
            SELECT CFKYC ASSIGN    TO CFKYC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFKY-LLAVE
                   FILE STATUS     IS FS-CFKYC
                                      FSE-CFKYC.
            SELECT CONVACEP ASSIGN TO CONVACEP
                   FILE STATUS     IS FS-CONVACEP.
            SELECT CONVRECH ASSIGN TO CONVRECH
          02 FILLER                        PIC X(36).
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  MOTGEN.
           COPY MOTGEN REPLACING MOTGEN BY REG-MOTGEN.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  CFLSTSA.
           COPY CFLSTSA.
       FD  CFALSCR.
           COPY CFALSCR.
       FD  CFKYC.
           COPY CFKYC.
       FD  CONVACEP
           RECORDING MODE IS F.
       01 ACEP-LINE                        PIC X(80).
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CONVIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOTGEN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFLSTSA                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFALSCR                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFKYC                         PIC 9(02)  VALUE ZEROS.
       01 FS-CONVACEP                      PIC 9(02)  VALUE ZEROS.
       01 FS-CONVRECH                      PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
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
       01 FSE-MOMAES.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFLSTSA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFALSCR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFKYC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
      *------->             CONTROLADOR DE LECTURAS
       01 WKS-FIN-ARCHIVOS                 PIC X(01)  VALUE SPACES.
          88 WKS-FIN-CONVIN                           VALUE HIGH-VALUES.
       01 WKS-FIN-CFLSTSA                  PIC X(01)  VALUE SPACES.
          88 FIN-CFLSTSA                              VALUE HIGH-VALUES.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
      *------->   AREA DE LA RUTINA DEL MAESTRO DE AGENCIAS
       COPY BTRAGEC.
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-MOTIVO-RECHAZO            PIC X(45)  VALUE SPACES.
          02 WKS-FECHA-HOY                 PIC 9(08)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->  TAMIZAJE CONTRA LISTAS DE SANCIONES Y PEP
       01 WKS-TAMIZAJE.
          02 WKS-CLI-NOMBRE                PIC X(40)  VALUE SPACES.
          02 WKS-CLI-DOCUMENTO             PIC X(20)  VALUE SPACES.
          02 WKS-CLI-CANT-PALABRAS         PIC 9(02)  VALUE ZEROS.
          02 WKS-CLI-PALABRA               PIC X(20)  OCCURS 8 TIMES.
          02 WKS-PALABRA-BUSCADA           PIC X(20)  VALUE SPACES.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-TIPO-COINCIDENCIA         PIC X(01)  VALUE SPACES.
          02 WKS-PORCENTAJE                PIC 9(03)  VALUE ZEROS.
      *------->  PARAMETROS DE LA RUTINA CFSCRCMP
           COPY CFSC.
      *------->        LINEAS DE LOS LISTADOS DE SALIDA
       01 WKS-LINEA-ACEPTADA.
          05 WKS-ACE-CUENTA                PIC X(16).
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-ACEPTADAS                 PIC 9(07)  VALUE ZEROS.
          05 WKS-RECHAZADAS                PIC 9(07)  VALUE ZEROS.
          05 WKS-RECHAZADAS-LISTAS         PIC 9(07)  VALUE ZEROS.
          05 WKS-ALERTAS-NUEVAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-RECHAZADAS-KYC            PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  CONVIN CFCNAT MOTGEN CFLSTSA CFKYC
           OPEN I-O    MOMAES CFALSCR
           OPEN OUTPUT CONVACEP CONVRECH
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'MOCONVER' TO PROGRAMA
           IF (FS-CONVIN = 97) AND (FS-CFCNAT = 97) AND
              (FS-MOTGEN = 97) AND
              (FS-MOMAES = 97) AND (FS-CONVACEP = 97) AND
              (FS-CONVRECH = 97) AND (FS-CFLSTSA = 97) AND
              (FS-CFALSCR = 97) AND (FS-CFKYC = 97)
              MOVE ZEROS TO FS-CONVIN FS-CFCNAT
                            FS-MOTGEN FS-MOMAES FS-CONVACEP
                            FS-CONVRECH FS-CFLSTSA FS-CFALSCR
                            FS-CFKYC
           END-IF
           IF FS-CONVIN NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-MOTGEN NOT = 0 OR
              FS-MOMAES NOT = 0 OR FS-CONVACEP NOT = 0 OR
              FS-CONVRECH NOT = 0 OR FS-CFLSTSA NOT = 0 OR
              FS-CFALSCR NOT = 0 OR FS-CFKYC NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CONVIN   : " FS-CONVIN
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO MOTGEN   : " FS-MOTGEN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO CFLSTSA  : " FS-CFLSTSA
              DISPLAY "* FILE STATUS DEL ARCHIVO CFALSCR  : " FS-CFALSCR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFKYC    : " FS-CFKYC
              DISPLAY "* FILE STATUS DEL ARCHIVO CONVACEP : "
                      FS-CONVACEP
              DISPLAY "* FILE STATUS DEL ARCHIVO CONVRECH : "

      ******************************************************************
      *  VALIDACIONES EN EL MISMO ORDEN QUE LA CAPTURA EN LINEA:       *
      *  CLIENTE, RESTRICCION KYC, LISTAS DE SANCIONES Y PEP, AGENCIA, *
      *  SITUACION Y QUE LA CUENTA NO EXISTA YA                        *
      ******************************************************************
       300-PROCESA-REGISTRO SECTION.
           MOVE SPACES TO WKS-MOTIVO-RECHAZO
           PERFORM 310-VALIDA-CLIENTE
           IF WKS-MOTIVO-RECHAZO = SPACES
              PERFORM 312-VALIDA-KYC
              IF WKS-MOTIVO-RECHAZO NOT = SPACES
                 ADD 1 TO WKS-RECHAZADAS-KYC
              END-IF
           END-IF
           IF WKS-MOTIVO-RECHAZO = SPACES
              PERFORM 315-VALIDA-LISTAS
              IF WKS-MOTIVO-RECHAZO NOT = SPACES
                 ADD 1 TO WKS-RECHAZADAS-LISTAS
              END-IF
           END-IF
           IF WKS-MOTIVO-RECHAZO = SPACES
              PERFORM 320-VALIDA-AGENCIA
           END-IF
           END-READ.
       310-VALIDA-CLIENTE-E. EXIT.

      *----> CLIENTE RESTRINGIDO POR REVISION KYC VENCIDA (SIN CONTROL
      *----> EN CFKYC AUN NO HAY RESTRICCION)
       312-VALIDA-KYC SECTION.
           MOVE CONV-CODIGO-UNIVERSAL TO CFKY-CODIGO-CLIENTE
           READ CFKYC KEY IS CFKY-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF CFKY-RESTRINGIDO
                   MOVE 'REVISION KYC VENCIDA, CLIENTE RESTRINGIDO'
                        TO WKS-MOTIVO-RECHAZO
                END-IF
           END-READ.
       312-VALIDA-KYC-E. EXIT.

      ******************************************************************
      *  TAMIZAJE DEL CLIENTE CONTRA LISTAS DE SANCIONES Y PEP: SE     *
      *  BUSCA EL DPI Y CADA PALABRA DEL NOMBRE EN CFLSTSA Y SE        *
      *  COMPARA CON CFSCRCMP, IGUAL QUE EL TAMIZAJE BATCH CFSCREEN.   *
      *  UNA COINCIDENCIA DESCARTADA POR CUMPLIMIENTO NO DETIENE LA    *
      *  APERTURA; UNA PENDIENTE O CONFIRMADA SI, Y UNA NUEVA SE       *
      *  ENCOLA PENDIENTE EN CFALSCR                                   *
      ******************************************************************
       315-VALIDA-LISTAS SECTION.
           MOVE SPACES              TO WKS-CLI-NOMBRE
           STRING CFCN-NOMBRES          DELIMITED BY '  '
                  ' '                   DELIMITED BY SIZE
                  CFCN-PRIMER-APELLIDO  DELIMITED BY '  '
                  ' '                   DELIMITED BY SIZE
                  CFCN-SEGUNDO-APELLIDO DELIMITED BY '  '
                  INTO WKS-CLI-NOMBRE
           END-STRING
           INITIALIZE CFSC
           SET  CFSC-SEPARA         TO TRUE
           MOVE WKS-CLI-NOMBRE      TO CFSC-NOMBRE-CLIENTE
           CALL 'CFSCRCMP' USING CFSC
           MOVE CFSC-CANT-PALABRAS  TO WKS-CLI-CANT-PALABRAS
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 8
              MOVE CFSC-PALABRA (WKS-I) TO WKS-CLI-PALABRA (WKS-I)
           END-PERFORM
           SET  CFSC-NORMALIZA-DOCUMENTO TO TRUE
           MOVE CFCN-DPI            TO CFSC-DOCUMENTO
           CALL 'CFSCRCMP' USING CFSC
           MOVE CFSC-DOCUMENTO      TO WKS-CLI-DOCUMENTO
           MOVE SPACES                   TO WKS-PALABRA-BUSCADA
           MOVE '#'                      TO WKS-PALABRA-BUSCADA (1:1)
           MOVE WKS-CLI-DOCUMENTO (1:19) TO WKS-PALABRA-BUSCADA (2:19)
           PERFORM 316-BUSCA-EN-LISTA
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-CLI-CANT-PALABRAS
                      OR WKS-MOTIVO-RECHAZO NOT = SPACES
              MOVE WKS-CLI-PALABRA (WKS-I) TO WKS-PALABRA-BUSCADA
              PERFORM 316-BUSCA-EN-LISTA
           END-PERFORM.
       315-VALIDA-LISTAS-E. EXIT.

       316-BUSCA-EN-LISTA SECTION.
           MOVE SPACES              TO WKS-FIN-CFLSTSA
           MOVE LOW-VALUES          TO CFLS-LLAVE
           MOVE WKS-PALABRA-BUSCADA TO CFLS-PALABRA
           START CFLSTSA KEY IS NOT LESS THAN CFLS-LLAVE
             INVALID KEY
                SET FIN-CFLSTSA TO TRUE
           END-START
           PERFORM UNTIL FIN-CFLSTSA
              READ CFLSTSA NEXT RECORD
                   AT END SET FIN-CFLSTSA TO TRUE
              END-READ
              IF NOT FIN-CFLSTSA
                 IF FS-CFLSTSA NOT = 0
                    MOVE 'READ NEXT' TO ACCION
                    MOVE CFLS-LLAVE  TO LLAVE
                    MOVE 'CFLSTSA'   TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFLSTSA, FSE-CFLSTSA
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
                 END-IF
                 IF CFLS-PALABRA NOT = WKS-PALABRA-BUSCADA
                    SET FIN-CFLSTSA TO TRUE
                 ELSE
                    PERFORM 317-EVALUA-ENTRADA
                    IF WKS-MOTIVO-RECHAZO NOT = SPACES
                       SET FIN-CFLSTSA TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       316-BUSCA-EN-LISTA-E. EXIT.

      *----> EL DPI IGUAL ES COINCIDENCIA; POR NOMBRE SOLO SE COMPARA
      *----> CONTRA ENTRADAS DE PERSONA NATURAL
       317-EVALUA-ENTRADA SECTION.
           IF WKS-PALABRA-BUSCADA (1:1) = '#'
              IF CFLS-DOCUMENTO NOT = WKS-CLI-DOCUMENTO
                 GO TO 317-EVALUA-ENTRADA-E
              END-IF
              MOVE 'D'  TO WKS-TIPO-COINCIDENCIA
              MOVE 100  TO WKS-PORCENTAJE
           ELSE
              IF NOT CFLS-PERSONA-NATURAL
                 GO TO 317-EVALUA-ENTRADA-E
              END-IF
              SET  CFSC-COMPARA    TO TRUE
              MOVE ZEROS           TO CFSC-UMBRAL
              MOVE WKS-CLI-NOMBRE  TO CFSC-NOMBRE-CLIENTE
              MOVE CFLS-NOMBRE     TO CFSC-NOMBRE-LISTA
              CALL 'CFSCRCMP' USING CFSC
              IF CFSC-NO-COINCIDE
                 GO TO 317-EVALUA-ENTRADA-E
              END-IF
              MOVE 'N'             TO WKS-TIPO-COINCIDENCIA
              MOVE CFSC-PORCENTAJE TO WKS-PORCENTAJE
           END-IF
           PERFORM 318-VERIFICA-COLA.
       317-EVALUA-ENTRADA-E. EXIT.

       318-VERIFICA-COLA SECTION.
           MOVE CFCN-CODIGO-CLIENTE TO CFAS-CODIGO-CLIENTE
           MOVE CFLS-LISTA          TO CFAS-LISTA
           MOVE CFLS-ID-LISTA       TO CFAS-ID-LISTA
           READ CFALSCR
           EVALUATE FS-CFALSCR
              WHEN 0
                 EVALUATE TRUE
                    WHEN CFAS-CONFIRMADA
                         STRING 'CLIENTE CONFIRMADO EN LISTA '
                                CFLS-LISTA DELIMITED BY SIZE
                                INTO WKS-MOTIVO-RECHAZO
                         END-STRING
                    WHEN CFAS-PENDIENTE
                         STRING 'COINCIDENCIA PENDIENTE EN LISTA '
                                CFLS-LISTA DELIMITED BY SIZE
                                INTO WKS-MOTIVO-RECHAZO
                         END-STRING
                 END-EVALUATE
              WHEN 23
                 PERFORM 319-ENCOLA-ALERTA
                 STRING 'POSIBLE COINCIDENCIA EN LISTA '
                        CFLS-LISTA DELIMITED BY SIZE
                        INTO WKS-MOTIVO-RECHAZO
                 END-STRING
              WHEN OTHER
                 MOVE 'READ'     TO ACCION
                 PERFORM 314-ERROR-CFALSCR
           END-EVALUATE.
       318-VERIFICA-COLA-E. EXIT.

       319-ENCOLA-ALERTA SECTION.
           INITIALIZE REG-CFALSCR
           MOVE CFCN-CODIGO-CLIENTE   TO CFAS-CODIGO-CLIENTE
           MOVE CFLS-LISTA            TO CFAS-LISTA
           MOVE CFLS-ID-LISTA         TO CFAS-ID-LISTA
           SET  CFAS-PERSONA-NATURAL  TO TRUE
           MOVE WKS-CLI-NOMBRE        TO CFAS-NOMBRE-CLIENTE
           MOVE WKS-CLI-DOCUMENTO     TO CFAS-DOCUMENTO-CLIENTE
           MOVE CFLS-NOMBRE           TO CFAS-NOMBRE-LISTA
           MOVE CFLS-DOCUMENTO        TO CFAS-DOCUMENTO-LISTA
           MOVE WKS-TIPO-COINCIDENCIA TO CFAS-TIPO-COINCIDENCIA
           MOVE WKS-PORCENTAJE        TO CFAS-PORCENTAJE
           SET  CFAS-ORIGEN-MOCONVER  TO TRUE
           MOVE WKS-FECHA-HOY         TO CFAS-FECHA-DETECCION
           SET  CFAS-PENDIENTE        TO TRUE
           WRITE REG-CFALSCR
           IF FS-CFALSCR NOT = 0
              MOVE 'WRITE'    TO ACCION
              PERFORM 314-ERROR-CFALSCR
           END-IF
           ADD 1 TO WKS-ALERTAS-NUEVAS.
       319-ENCOLA-ALERTA-E. EXIT.

       314-ERROR-CFALSCR SECTION.
           MOVE CFAS-LLAVE TO LLAVE
           MOVE 'CFALSCR'  TO ARCHIVO
           CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                 LLAVE, FS-CFALSCR, FSE-CFALSCR
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       314-ERROR-CFALSCR-E. EXIT.

      *----> LA AGENCIA DEBE ESTAR REGISTRADA Y ABIERTA EN EL MAESTRO
      *----> DE AGENCIAS BTRAGEN
       320-VALIDA-AGENCIA SECTION.
           MOVE 'BUSCA'      TO BTAC-ACCION
           MOVE CONV-AGENCIA TO BTAC-AGENCIA
           CALL 'BTRAGE00' USING BTAC-AREA
           EVALUATE TRUE
              WHEN BTAC-NO-REGISTRADA
                 MOVE 'AGENCIA NO REGISTRADA EN BTRAGEN'
                      TO WKS-MOTIVO-RECHAZO
              WHEN BTAC-CERRADA
                 MOVE 'AGENCIA CERRADA EN BTRAGEN'
                      TO WKS-MOTIVO-RECHAZO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       320-VALIDA-AGENCIA-E. EXIT.

       330-VALIDA-SITUACION SECTION.
           DISPLAY 'CUENTAS ACEPTADAS              : ' WKS-MASCARA
           MOVE    WKS-RECHAZADAS       TO WKS-MASCARA
           DISPLAY 'CUENTAS RECHAZADAS             : ' WKS-MASCARA
           MOVE    WKS-RECHAZADAS-LISTAS TO WKS-MASCARA
           DISPLAY '  POR LISTAS DE SANCIONES/PEP  : ' WKS-MASCARA
           MOVE    WKS-RECHAZADAS-KYC   TO WKS-MASCARA
           DISPLAY '  POR REVISION KYC VENCIDA     : ' WKS-MASCARA
           MOVE    WKS-ALERTAS-NUEVAS   TO WKS-MASCARA
           DISPLAY 'ALERTAS NUEVAS EN CFALSCR      : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO BTAC-ACCION
           CALL 'BTRAGE00' USING BTAC-AREA
           CLOSE CONVIN CFCNAT MOTGEN MOMAES
                 CFLSTSA CFALSCR CFKYC CONVACEP CONVRECH.
       700-CIERRA-ARCHIVOS-E. EXIT.
