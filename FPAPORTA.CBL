      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : FONDOS DE PROTECCION MUTUALISTA                  *
      * PROGRAMA    : FPAPORTA                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : COBRO MENSUAL DE LA APORTACION PACTADA. RECORRE  *
      *             : EL MAESTRO FPMCTAN Y POR CADA FONDO VIGENTE, NO  *
      *             : VENCIDO, CON CUOTAS PENDIENTES DEL PLAZO Y AUN   *
      *             : NO PROCESADO EN EL MES QUE SE COBRA, COBRA LA    *
      *             : CUOTA CUANDO LLEGA SU FECHA: EL PRIMERO DEL MES  *
      *             : CORRIDO AL DIA HABIL CON LA RUTINA BTRCOR00      *
      *             : (PRODUCTO FONDOMUT), EVALUANDO EL MES ACTUAL Y   *
      *             : EL SIGUIENTE (UN CORRIMIENTO AL HABIL ANTERIOR   *
      *             : CRUZA DE MES). LA FECHA DE PROCESO SE VALIDA     *
      *             : CONTRA EL CALENDARIO TLCALEN. SE VERIFICA LA     *
      *             : CUENTA ENLACE Y SUS FONDOS CON LOS CONTROLES DEL *
      *             : POSTEO MODIARIO: CONGELAMIENTO Y EMBARGOS        *
      *             : VIGENTES (MOEMBAR), SALDO LIBRE (DISPONIBLE      *
      *             : MENOS RESERVADO EN MOSLIN, MENOS EMBARGADO) MAS  *
      *             : LA LINEA DE SOBREGIRO VIGENTE (MOSOBGI). CON     *
      *             : FONDOS GENERA EL DEBITO DE LA APORTACION EN EL   *
      *             : ARCHIVO MOMDCOJ (LAYOUT DEL DIARIO MOMDCO, PARA  *
      *             : CONCATENARSE AL DIARIO DEL DIA Y QUE MODIARIO LO *
      *             : POSTEE) Y DEJA EL COBRO PENDIENTE (P): LA CUOTA  *
      *             : SE CUENTA COMO PAGADA O NO PAGADA EN FPAPOCON    *
      *             : SEGUN EL RESULTADO DEL POSTEO. SIN FONDOS LA     *
      *             : CUENTA AQUI COMO NO PAGADA. UN FONDO CON EL      *
      *             : DEBITO ANTERIOR AUN PENDIENTE NO SE COBRA Y SE   *
      *             : AVISA EN EL LOG.                                 *
      *             : CADA MES ABONA AL FONDO EL INTERES DE UN MES     *
      *             : SOBRE LO YA APORTADO. LOS FONDOS EN MORA SE      *
      *             : LISTAN EN FPMORA POR REGION, DISTRITO Y AGENCIA  *
      *             : (MAESTRO DE AGENCIAS BTRAGEN, RUTINA BTRAGE00)   *
      *             : CON SUS NOMBRES, Y DENTRO DE LA AGENCIA POR      *
      *             : EJECUTIVO DE CUENTA PARA SU SEGUIMIENTO, CON     *
      *             : TOTALES POR EJECUTIVO, AGENCIA, DISTRITO Y       *
      *             : REGION.                                          *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8, BLANCO, CODIGO DE DEBITO (MOT 005, NAT D)   *
      *             : EN 10-11.                                        *
      * ARCHIVOS    : FPMCTAN=A, MOMAES=C, MOSLIN=C, MOEMBAR=C         *
      *             : MOSOBGI=C, TLCALEN=C, MOMDCOJ=A, FPMORA=A        *
      *             : BTRAGEN=C, CFTGEN=C (RUTINA BTRAGE00)            *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO, R=REPORTE                *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRAGE00                                  *
      *             : RUTINA BTRCOR00, CORRIMIENTO AL DIA HABIL        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPAPORTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FPMCTAN ASSIGN  TO FPMCTAN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS FPMC-LLAVE
                   FILE STATUS     IS FS-FPMCTAN
                                      FSE-FPMCTAN.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT MOSLIN ASSIGN   TO MOSLIN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOSL-LLAVE
                   FILE STATUS     IS FS-MOSLIN
                                      FSE-MOSLIN.
            SELECT MOEMBAR ASSIGN  TO MOEMBAR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MOEB-LLAVE
                   FILE STATUS     IS FS-MOEMBAR
                                      FSE-MOEMBAR.
            SELECT MOSOBGI ASSIGN  TO MOSOBGI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOSG-LLAVE
                   FILE STATUS     IS FS-MOSOBGI
                                      FSE-MOSOBGI.
            SELECT TLCALEN ASSIGN  TO TLCALEN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCA-LLAVE
                   FILE STATUS     IS FS-TLCALEN.
            SELECT MOMDCOJ ASSIGN  TO MOMDCOJ
                   FILE STATUS     IS FS-MOMDCOJ.
            SELECT FPMORA ASSIGN   TO FPMORA
                   FILE STATUS     IS FS-FPMORA.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  FPMCTAN.
           COPY FPMCTAN.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  MOSLIN.
           COPY MOSLIN REPLACING MOSLIN BY REG-MOSLIN.
       FD  MOEMBAR.
           COPY MOEMBAR.
       FD  MOSOBGI.
           COPY MOSOBGI.
       FD  TLCALEN.
           COPY TLCALEN.
       FD  MOMDCOJ
           RECORDING MODE IS F.
       01 MOVF-LINE                        PIC X(100).
       FD  FPMORA
           RECORDING MODE IS F.
       01 MORA-LINE                        PIC X(132).
       SD  WORKFILE.
       01 WORK-MORA.
          02 WMOR-REGION                   PIC X(03).
          02 WMOR-DISTRITO                 PIC X(03).
          02 WMOR-EJECUTIVO                PIC 9(04).
          02 WMOR-AGENCIA                  PIC 9(04).
          02 WMOR-FONDO                    PIC 9(16).
          02 WMOR-CUENTA-ENLACE            PIC 9(16).
          02 WMOR-APORTACION               PIC 9(09)V99.
          02 WMOR-PAGADAS                  PIC 9(03).
          02 WMOR-NO-PAGADAS               PIC 9(03).
          02 WMOR-SEGUIDAS                 PIC 9(03).
          02 WMOR-MOTIVO                   PIC X(24).
          02 WMOR-CONTACTO                 PIC X(25).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-FPMCTAN                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOSLIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOEMBAR                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOSOBGI                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLCALEN                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMDCOJ                       PIC 9(02)  VALUE ZEROS.
       01 FS-FPMORA                        PIC 9(02)  VALUE ZEROS.
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
       01 FSE-MOSLIN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOEMBAR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOSOBGI.
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
          02 WKS-FIN-FPMCTAN               PIC 9(01)  VALUE ZEROS.
             88 FIN-FPMCTAN                           VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-FIN-EMBARGOS              PIC 9(01)  VALUE ZEROS.
             88 FIN-EMBARGOS                          VALUE 1.
          02 WKS-HAY-CONGELAMIENTO         PIC 9(01)  VALUE ZEROS.
             88 HAY-CONGELAMIENTO                     VALUE 1.
      *------->                 TARJETA SYSIN
       01 WKS-TARJETA-SYSIN.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
             03 WKS-PRC-AAAAMM             PIC 9(06).
             03 WKS-PRC-AAAAMM-R REDEFINES WKS-PRC-AAAAMM.
                04 WKS-PRC-AAAA            PIC 9(04).
                04 WKS-PRC-MM              PIC 9(02).
             03 WKS-PRC-DD                 PIC 9(02).
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-CODIGO-DEBITO             PIC 9(02)  VALUE ZEROS.
      *------->   PARAMETROS DE LA RUTINA DE CORRIMIENTO BTRCOR00
       01 WKS-CORRIMIENTO.
          02 WKS-COR-ACCION                PIC X(08)  VALUE SPACES.
          02 WKS-COR-PRODUCTO              PIC X(10)  VALUE
                                                      'FONDOMUT'.
          02 WKS-COR-FECHA-NOMINAL         PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-NOMINAL-R REDEFINES WKS-COR-FECHA-NOMINAL.
             03 WKS-NOM-AAAAMM             PIC 9(06).
             03 WKS-NOM-AAAAMM-R REDEFINES WKS-NOM-AAAAMM.
                04 WKS-NOM-AAAA            PIC 9(04).
                04 WKS-NOM-MM              PIC 9(02).
             03 WKS-NOM-DD                 PIC 9(02).
          02 WKS-COR-REFERENCIA            PIC X(32)  VALUE SPACES.
          02 WKS-COR-PROGRAMA              PIC X(08)  VALUE
                                                      'FPAPORTA'.
          02 WKS-COR-FECHA-AJUSTADA        PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-RESULTADO             PIC X(01)  VALUE SPACES.
             88 WKS-COR-SE-CORRIO                     VALUE 'S'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DESPLAZAMIENTO            PIC S9(01) VALUE ZEROS.
          02 WKS-PERIODO-COBRO             PIC 9(06)  VALUE ZEROS.
          02 WKS-PERIODO-COBRO-R REDEFINES WKS-PERIODO-COBRO.
             03 WKS-PCO-SIGLO              PIC 9(02).
             03 WKS-PCO-AAMM               PIC 9(04).
      *------->   DOCUMENTO DEL DEBITO: FINAL DEL FONDO Y MES COBRADO
          02 WKS-DOCUMENTO-COBRO           PIC 9(08)  VALUE ZEROS.
          02 WKS-DOCUMENTO-COBRO-R REDEFINES WKS-DOCUMENTO-COBRO.
             03 WKS-DOC-REFERENCIA         PIC 9(04).
             03 WKS-DOC-PERIODO            PIC 9(04).
          02 WKS-SALDO-LIBRE               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MONTO-EMBARGADO           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-LINEA-SOBREGIRO           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-INTERES-MES               PIC S9(09)V99 VALUE ZEROS.
          02 WKS-MOTIVO                    PIC X(24)  VALUE SPACES.
          02 WKS-SECUENCIA                 PIC 9(04)  VALUE ZEROS.
          02 WKS-EJECUTIVO-EN-CURSO        PIC 9(04)  VALUE ZEROS.
          02 WKS-FONDOS-EJECUTIVO          PIC 9(05)  VALUE ZEROS.
          02 WKS-PRIMER-EJECUTIVO          PIC X(01)  VALUE 'S'.
             88 PRIMER-EJECUTIVO                      VALUE 'S'.
      *------->   NIVEL DEL CORTE DE CONTROL: 1=EJECUTIVO, 2=AGENCIA,
      *------->   3=DISTRITO, 4=REGION
          02 WKS-NIVEL-CORTE               PIC 9(01)  VALUE ZEROS.
             88 SIN-CORTE                             VALUE 0.
          02 WKS-REGION-EN-CURSO           PIC X(03)  VALUE SPACES.
          02 WKS-DISTRITO-EN-CURSO         PIC X(03)  VALUE SPACES.
          02 WKS-AGENCIA-EN-CURSO          PIC 9(04)  VALUE ZEROS.
          02 WKS-FONDOS-AGENCIA            PIC 9(05)  VALUE ZEROS.
          02 WKS-FONDOS-DISTRITO           PIC 9(05)  VALUE ZEROS.
          02 WKS-FONDOS-REGION             PIC 9(05)  VALUE ZEROS.
          02 WKS-APORT-AGENCIA             PIC 9(11)V99 VALUE ZEROS.
          02 WKS-APORT-DISTRITO            PIC 9(11)V99 VALUE ZEROS.
          02 WKS-APORT-REGION              PIC 9(11)V99 VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->   AREA DE LA RUTINA DEL MAESTRO DE AGENCIAS
       COPY BTRAGEC.
      *------->    MOVIMIENTO DE DEBITO HACIA EL DIARIO
       COPY MOMDCO REPLACING MOMDCO BY WKS-MOVIMIENTO-DIARIO.
      *------->   LINEAS DEL LISTADO DE FONDOS EN MORA POR EJECUTIVO
       01 WKS-LINEA-TITULO.
          02 FILLER                        PIC X(05)  VALUE 'EJEC'.
          02 FILLER                        PIC X(05)  VALUE 'AGEN'.
          02 FILLER                        PIC X(17)  VALUE 'FONDO'.
          02 FILLER                        PIC X(17)  VALUE
             'CUENTA ENLACE'.
          02 FILLER                        PIC X(13)  VALUE
             '   APORTACION'.
          02 FILLER                        PIC X(12)  VALUE
             ' PAG NOP SEG'.
          02 FILLER                        PIC X(25)  VALUE
             'MOTIVO DEL MES'.
          02 FILLER                        PIC X(25)  VALUE
             'CONTACTO'.
       01 WKS-LINEA-MORA.
          02 WKS-MOR-EJECUTIVO             PIC 9(04)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-AGENCIA               PIC 9(04)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-FONDO                 PIC 9(16)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-CUENTA-ENLACE         PIC 9(16)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-APORTACION            PIC ZZZ,ZZZ,ZZ9.99
                                                      VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-PAGADAS               PIC ZZ9    VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-NO-PAGADAS            PIC ZZ9    VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-SEGUIDAS              PIC ZZ9    VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-MOTIVO                PIC X(24)  VALUE SPACES.
          02 FILLER                        PIC X(01)  VALUE '|'.
          02 WKS-MOR-CONTACTO              PIC X(25)  VALUE SPACES.
       01 WKS-LINEA-TOTAL-EJECUTIVO.
          02 FILLER                        PIC X(10)  VALUE SPACES.
          02 FILLER                        PIC X(28)  VALUE
             'FONDOS EN MORA DEL EJECUTIVO'.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-TOT-EJECUTIVO             PIC 9(04)  VALUE ZEROS.
          02 FILLER                        PIC X(02)  VALUE ': '.
          02 WKS-TOT-FONDOS                PIC ZZ,ZZ9 VALUE ZEROS.
       01 WKS-LINEA-ZONA-MORA.
          02 WKS-ZON-NIVEL                 PIC X(09)  VALUE SPACES.
          02 WKS-ZON-CODIGO                PIC X(04)  VALUE SPACES.
          02 FILLER                        PIC X(03)  VALUE ' - '.
          02 WKS-ZON-NOMBRE                PIC X(40)  VALUE SPACES.
          02 WKS-ZON-ESTADO                PIC X(30)  VALUE SPACES.
       01 WKS-LINEA-TOTAL-ZONA.
          02 FILLER                        PIC X(10)  VALUE SPACES.
          02 FILLER                        PIC X(15)  VALUE
             'FONDOS EN MORA '.
          02 WKS-TZO-NIVEL                 PIC X(09)  VALUE SPACES.
          02 WKS-TZO-CODIGO                PIC X(04)  VALUE SPACES.
          02 FILLER                        PIC X(02)  VALUE ': '.
          02 WKS-TZO-FONDOS                PIC ZZ,ZZ9 VALUE ZEROS.
          02 FILLER                        PIC X(14)  VALUE
             '   APORTACION '.
          02 WKS-TZO-APORTACION            PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                                      VALUE ZEROS.
       01 WKS-ESTADISTICAS.
          05 WKS-FONDOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-CUOTAS-ENVIADAS           PIC 9(07)  VALUE ZEROS.
          05 WKS-CUOTAS-NO-COBRADAS        PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CUENTA-ENLACE         PIC 9(07)  VALUE ZEROS.
          05 WKS-COBROS-PENDIENTES         PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-CORRIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-PROCESADOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-FUERA-DE-DIA              PIC 9(07)  VALUE ZEROS.
          05 WKS-NO-APLICA                 PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-EN-MORA            PIC 9(07)  VALUE ZEROS.
          05 WKS-MORA-SIN-AGENCIA          PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-ENVIADO               PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-VALIDA-FECHA-PROCESO
           SORT WORKFILE ON ASCENDING KEY WMOR-REGION WMOR-DISTRITO
                                          WMOR-AGENCIA WMOR-EJECUTIVO
                                          WMOR-FONDO
              INPUT  PROCEDURE IS 300-BARRIDO-FPMCTAN
              OUTPUT PROCEDURE IS 400-LISTA-MORA
           MOVE 'CIERRA' TO WKS-COR-ACCION
           CALL 'BTRCOR00' USING WKS-COR-ACCION, WKS-COR-PRODUCTO,
                           WKS-FECHA-PROCESO, WKS-COR-FECHA-NOMINAL,
                           WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                           WKS-COR-FECHA-AJUSTADA, WKS-COR-RESULTADO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'FPAPORTA' TO PROGRAMA
           OPEN I-O    FPMCTAN
           OPEN INPUT  MOMAES MOSLIN MOEMBAR MOSOBGI TLCALEN
           OPEN OUTPUT MOMDCOJ FPMORA
           IF (FS-FPMCTAN = 97) AND (FS-MOMAES = 97) AND
              (FS-MOSLIN = 97) AND (FS-MOEMBAR = 97) AND
              (FS-MOSOBGI = 97) AND (FS-TLCALEN = 97) AND
              (FS-MOMDCOJ = 97) AND (FS-FPMORA = 97)
              MOVE ZEROS TO FS-FPMCTAN FS-MOMAES FS-MOSLIN FS-MOEMBAR
                            FS-MOSOBGI FS-TLCALEN FS-MOMDCOJ FS-FPMORA
           END-IF
           IF FS-FPMCTAN NOT = 0 OR FS-MOMAES  NOT = 0 OR
              FS-MOSLIN  NOT = 0 OR FS-MOEMBAR NOT = 0 OR
              FS-MOSOBGI NOT = 0 OR FS-TLCALEN NOT = 0 OR
              FS-MOMDCOJ NOT = 0 OR FS-FPMORA  NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO FPMCTAN  : "
                      FS-FPMCTAN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLIN   : " FS-MOSLIN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOEMBAR  : " FS-MOEMBAR
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSOBGI  : " FS-MOSOBGI
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCALEN  : " FS-TLCALEN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDCOJ  : "
                      FS-MOMDCOJ
              DISPLAY "* FILE STATUS DEL ARCHIVO FPMORA   : " FS-FPMORA
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS OR
              WKS-CODIGO-DEBITO NOT NUMERIC OR
              WKS-CODIGO-DEBITO = ZEROS
              DISPLAY '>>> TARJETA SYSIN INVALIDA (FECHA Y CODIGO '
                      'DE DEBITO) <<<' UPON CONSOLE
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

      *----> SERIE 300 COBRA LA CUOTA DEL MES DE CADA FONDO Y ENVIA
      *----> AL SORT LOS QUE QUEDAN EN MORA
       300-BARRIDO-FPMCTAN SECTION.
           READ FPMCTAN NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-FPMCTAN
           END-READ
           PERFORM UNTIL FIN-FPMCTAN
              EVALUATE FS-FPMCTAN
                 WHEN 0
                    ADD 1 TO WKS-FONDOS-LEIDOS
                    PERFORM 310-EVALUA-FONDO
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE FPMC-LLAVE TO LLAVE
                    MOVE 'FPMCTAN'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-FPMCTAN, FSE-FPMCTAN
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ FPMCTAN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-FPMCTAN
              END-READ
           END-PERFORM.
       300-BARRIDO-FPMCTAN-E. EXIT.

      ******************************************************************
      *  ENTRAN AL COBRO LOS FONDOS VIGENTES (SITUACION DISTINTA DE    *
      *  99 Y 98) CON APORTACION PACTADA, SIN VENCER A LA FECHA DE     *
      *  PROCESO, CON CUOTAS PENDIENTES DEL PLAZO Y CON UN MES AUN NO  *
      *  PROCESADO CUYA FECHA DE COBRO YA LLEGO (UNA SEGUNDA CORRIDA   *
      *  DEL MES NO VUELVE A DEBITAR). UN FONDO CUYO DEBITO ANTERIOR   *
      *  AUN NO CONFIRMA FPAPOCON NO SE COBRA. LOS FONDOS VIGENTES CON *
      *  CUOTAS SEGUIDAS EN MORA VAN AL LISTADO                        *
      ******************************************************************
       310-EVALUA-FONDO SECTION.
           MOVE SPACES TO WKS-MOTIVO
      *------> EN FONDOS ANTERIORES A LOS CAMPOS DEL COBRO MENSUAL
      *------> ESTOS TRAEN ESPACIOS: SE TOMAN COMO CERO
           IF FPMC-FECHA-VENCIMIENTO NOT NUMERIC
              MOVE ZEROS TO FPMC-FECHA-VENCIMIENTO
           END-IF
           IF FPMC-CUOTAS-PAGADAS NOT NUMERIC OR
              FPMC-CUOTAS-NO-PAGADAS NOT NUMERIC OR
              FPMC-CUOTAS-MORA-SEGUIDAS NOT NUMERIC OR
              FPMC-TOTAL-APORTADO NOT NUMERIC OR
              FPMC-INTERES-ACUMULADO NOT NUMERIC OR
              FPMC-MES-ULTIMO-COBRO NOT NUMERIC
              MOVE ZEROS TO FPMC-CUOTAS-PAGADAS FPMC-CUOTAS-NO-PAGADAS
                            FPMC-CUOTAS-MORA-SEGUIDAS
                            FPMC-TOTAL-APORTADO FPMC-INTERES-ACUMULADO
                            FPMC-MES-ULTIMO-COBRO
           END-IF
           EVALUATE TRUE
              WHEN FPMC-LIQUIDADO OR FPMC-RESCATADO
                   ADD 1 TO WKS-NO-APLICA
                   GO TO 310-EVALUA-FONDO-E
              WHEN FPMC-COBRO-PENDIENTE
                   ADD 1 TO WKS-COBROS-PENDIENTES
                   DISPLAY 'FONDO CON DEBITO SIN CONFIRMAR: '
                           FPMC-LLAVE ' MES ' FPMC-MES-ULTIMO-COBRO
              WHEN FPMC-APORTACION-PACTADA = ZEROS OR
                   (FPMC-FECHA-VENCIMIENTO NOT = ZEROS AND
                    FPMC-FECHA-VENCIMIENTO NOT > WKS-FECHA-PROCESO) OR
                   (FPMC-PLAZO-DEL-FONDO NOT = ZEROS AND
                    FPMC-CUOTAS-PAGADAS + FPMC-CUOTAS-NO-PAGADAS
                    NOT < FPMC-PLAZO-DEL-FONDO)
                   ADD 1 TO WKS-NO-APLICA
              WHEN OTHER
                   PERFORM 315-MES-A-COBRAR
                   IF WKS-PERIODO-COBRO = ZEROS
                      IF FPMC-MES-ULTIMO-COBRO NOT < WKS-PRC-AAAAMM
                         ADD 1 TO WKS-YA-PROCESADOS
                      ELSE
                         ADD 1 TO WKS-FUERA-DE-DIA
                      END-IF
                   ELSE
                      IF WKS-COR-SE-CORRIO
                         ADD 1 TO WKS-FONDOS-CORRIDOS
                      END-IF
                      PERFORM 320-COBRA-CUOTA
                   END-IF
           END-EVALUATE
           IF FPMC-CUOTAS-MORA-SEGUIDAS > ZEROS
              PERFORM 350-ENVIA-A-MORA
           END-IF.
       310-EVALUA-FONDO-E. EXIT.

      ******************************************************************
      *  LA CUOTA DEL MES VENCE EL PRIMERO, CORRIDO AL DIA HABIL. SE   *
      *  EVALUA EL MES ACTUAL Y EL SIGUIENTE (EL PRIMERO DEL SIGUIENTE *
      *  PUEDE CORRERSE AL HABIL ANTERIOR, DENTRO DE ESTE MES) Y SE    *
      *  COBRA EL PRIMER MES POSTERIOR AL ULTIMO PROCESADO CUYA FECHA  *
      *  AJUSTADA YA LLEGO                                             *
      ******************************************************************
       315-MES-A-COBRAR SECTION.
           MOVE ZEROS      TO WKS-PERIODO-COBRO
           MOVE FPMC-LLAVE TO WKS-COR-REFERENCIA
           MOVE 'CORRE'    TO WKS-COR-ACCION
           PERFORM VARYING WKS-DESPLAZAMIENTO FROM 0 BY 1
                   UNTIL WKS-DESPLAZAMIENTO > 1 OR
                         WKS-PERIODO-COBRO NOT = ZEROS
              MOVE WKS-PRC-AAAA TO WKS-NOM-AAAA
              IF WKS-PRC-MM + WKS-DESPLAZAMIENTO > 12
                 MOVE 1 TO WKS-NOM-MM
                 ADD 1  TO WKS-NOM-AAAA
              ELSE
                 COMPUTE WKS-NOM-MM = WKS-PRC-MM + WKS-DESPLAZAMIENTO
              END-IF
              MOVE 1 TO WKS-NOM-DD
              IF WKS-NOM-AAAAMM > FPMC-MES-ULTIMO-COBRO
                 CALL 'BTRCOR00' USING WKS-COR-ACCION,
                                 WKS-COR-PRODUCTO, WKS-FECHA-PROCESO,
                                 WKS-COR-FECHA-NOMINAL,
                                 WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                                 WKS-COR-FECHA-AJUSTADA,
                                 WKS-COR-RESULTADO
                 IF WKS-COR-FECHA-AJUSTADA NOT > WKS-FECHA-PROCESO
                    MOVE WKS-NOM-AAAAMM TO WKS-PERIODO-COBRO
                 END-IF
              END-IF
           END-PERFORM.
       315-MES-A-COBRAR-E. EXIT.

      ******************************************************************
      *  PRIMERO SE ABONA AL FONDO EL INTERES DE UN MES SOBRE LO YA    *
      *  APORTADO (TASA ANUAL / 12); LUEGO SE ENVIA EL DEBITO DE LA    *
      *  CUOTA SI LA CUENTA ENLACE EXISTE Y SUS FONDOS LA CUBREN, Y EL *
      *  COBRO QUEDA PENDIENTE HASTA QUE FPAPOCON VEA EL RESULTADO DEL *
      *  POSTEO; SI NO, LA CUOTA QUEDA NO PAGADA. LA CUOTA COBRADA     *
      *  EMPIEZA A GANAR INTERES EL MES SIGUIENTE                      *
      ******************************************************************
       320-COBRA-CUOTA SECTION.
           COMPUTE WKS-INTERES-MES ROUNDED =
                   FPMC-TOTAL-APORTADO * FPMC-TASA-INTERES / 1200
           ADD WKS-INTERES-MES TO FPMC-INTERES-ACUMULADO
           MOVE FPMC-CUENTA-ENLACE TO MOMA-LLAVE
           READ MOMAES KEY IS MOMA-LLAVE
             INVALID KEY
                ADD 1 TO WKS-SIN-CUENTA-ENLACE
                MOVE 'CUENTA ENLACE NO EXISTE' TO WKS-MOTIVO
           END-READ
           IF WKS-MOTIVO = SPACES
              PERFORM 325-VERIFICA-SALDO
           END-IF
           IF WKS-MOTIVO = SPACES
              PERFORM 330-ESCRIBE-MOVIMIENTO
              SET FPMC-COBRO-PENDIENTE    TO TRUE
              ADD 1                       TO WKS-CUOTAS-ENVIADAS
              ADD FPMC-APORTACION-PACTADA TO WKS-TOT-ENVIADO
           ELSE
              MOVE SPACES TO FPMC-ESTADO-COBRO
              ADD 1 TO FPMC-CUOTAS-NO-PAGADAS
                       FPMC-CUOTAS-MORA-SEGUIDAS
                       WKS-CUOTAS-NO-COBRADAS
           END-IF
           MOVE WKS-PERIODO-COBRO TO FPMC-MES-ULTIMO-COBRO
           PERFORM 340-ACTUALIZA-FONDO.
       320-COBRA-CUOTA-E. EXIT.

      ******************************************************************
      *  EL CONTROL DE FONDOS ES EL DEL POSTEO MODIARIO: UN            *
      *  CONGELAMIENTO TOTAL IMPIDE EL DEBITO Y EL SALDO LIBRE EN      *
      *  QUETZALES (DISPONIBLE MENOS RESERVADO EN MOSLIN, MENOS        *
      *  EMBARGADO) MAS LA LINEA DE SOBREGIRO VIGENTE DEBE CUBRIR LA   *
      *  CUOTA. UNA CUENTA SIN REGISTRO EN MOSLIN TIENE SALDO CERO     *
      ******************************************************************
       325-VERIFICA-SALDO SECTION.
           MOVE ZEROS TO WKS-SALDO-LIBRE
           PERFORM 326-VERIFICA-EMBARGO
           IF HAY-CONGELAMIENTO
              MOVE 'CUENTA ENLACE CONGELADA' TO WKS-MOTIVO
              GO TO 325-VERIFICA-SALDO-E
           END-IF
           MOVE FPMC-CUENTA-ENLACE TO MOSL-LLAVE
           READ MOSLIN KEY IS MOSL-LLAVE
             INVALID KEY
                INITIALIZE REG-MOSLIN
                MOVE FPMC-CUENTA-ENLACE TO MOSL-LLAVE
           END-READ
      *------> REGISTROS ANTERIORES AL CAMPO RESERVADO TRAEN ESPACIOS
      *------> (NO EMPACADO): VALEN CERO
           IF MOSL-RESERVADO-Q NOT NUMERIC
              MOVE ZEROS TO MOSL-RESERVADO-Q
           END-IF
           COMPUTE WKS-SALDO-LIBRE =
                   MOSL-SALDO-DISPONIBLE-Q - MOSL-RESERVADO-Q -
                   WKS-MONTO-EMBARGADO
           PERFORM 327-LINEA-SOBREGIRO
           IF WKS-SALDO-LIBRE + WKS-LINEA-SOBREGIRO <
              FPMC-APORTACION-PACTADA
              IF WKS-MONTO-EMBARGADO > ZEROS
                 MOVE 'EMBARGO, EXCEDE EL LIBRE' TO WKS-MOTIVO
              ELSE
                 MOVE 'SALDO LIBRE INSUFICIENTE' TO WKS-MOTIVO
              END-IF
           END-IF.
       325-VERIFICA-SALDO-E. EXIT.

      ******************************************************************
      *  SUMA LAS ORDENES DE EMBARGO VIGENTES DE LA CUENTA ENLACE      *
      *  (MOEMBAR) Y DETECTA UN CONGELAMIENTO TOTAL, IGUAL QUE EL      *
      *  POSTEO                                                        *
      ******************************************************************
       326-VERIFICA-EMBARGO SECTION.
           MOVE ZEROS  TO WKS-MONTO-EMBARGADO WKS-FIN-EMBARGOS
                          WKS-HAY-CONGELAMIENTO
           MOVE FPMC-CUENTA-ENLACE TO MOEB-CUENTA
           MOVE LOW-VALUES         TO MOEB-NUMERO-ORDEN
           START MOEMBAR KEY IS NOT LESS THAN MOEB-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-EMBARGOS
           END-START
           PERFORM UNTIL FIN-EMBARGOS
              READ MOEMBAR NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EMBARGOS
              END-READ
              IF NOT FIN-EMBARGOS
                 IF FS-MOEMBAR NOT = 0 OR
                    MOEB-CUENTA NOT = FPMC-CUENTA-ENLACE
                    MOVE 1 TO WKS-FIN-EMBARGOS
                 ELSE
                    IF MOEB-VIGENTE
                       IF MOEB-CONGELAMIENTO-TOTAL
                          MOVE 1 TO WKS-HAY-CONGELAMIENTO
                       ELSE
                          ADD MOEB-MONTO TO WKS-MONTO-EMBARGADO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       326-VERIFICA-EMBARGO-E. EXIT.

      *----> LINEA DE SOBREGIRO EN QUETZALES DE LA CUENTA ENLACE
      *----> (MOSOBGI): SOLO CUENTA SI ESTA VIGENTE Y NO HA VENCIDO
       327-LINEA-SOBREGIRO SECTION.
           MOVE ZEROS              TO WKS-LINEA-SOBREGIRO
           MOVE FPMC-CUENTA-ENLACE TO MOSG-CUENTA
           MOVE 1                  TO MOSG-MONEDA
           READ MOSOBGI KEY IS MOSG-LLAVE
             INVALID KEY
                GO TO 327-LINEA-SOBREGIRO-E
           END-READ
           IF MOSG-VIGENTE AND
              MOSG-FECHA-VENCIMIENTO NOT < WKS-FECHA-PROCESO
              MOVE MOSG-LIMITE TO WKS-LINEA-SOBREGIRO
           END-IF.
       327-LINEA-SOBREGIRO-E. EXIT.

      ******************************************************************
      *  EL DEBITO VIAJA CON ORIGEN 56 (FONDOS DE PROTECCION), EL      *
      *  MISMO DEL ABONO DE LIQUIDACION DE FPVENCIM. EL DOCUMENTO      *
      *  LLEVA LOS ULTIMOS CUATRO DIGITOS DEL FONDO Y EL MES COBRADO   *
      *  (AAMM) PARA QUE FPAPOCON UBIQUE EL FONDO CON EL RESULTADO     *
      ******************************************************************
       330-ESCRIBE-MOVIMIENTO SECTION.
           ADD 1 TO WKS-SECUENCIA
           MOVE FPMC-LLAVE (13:4)       TO WKS-DOC-REFERENCIA
           MOVE WKS-PCO-AAMM            TO WKS-DOC-PERIODO
           INITIALIZE WKS-MOVIMIENTO-DIARIO
           MOVE WKS-CODIGO-DEBITO       TO MOMC-CODIGO-TRANSACCION
           MOVE WKS-PRC-DD              TO MOMC-DIA
           MOVE WKS-PRC-MM              TO MOMC-MES
           MOVE 1                       TO MOMC-CLASE-CUENTA
           MOVE MOMA-LLAVE (1:10)       TO MOMC-NUMERO-CUENTA
           MOVE WKS-DOCUMENTO-COBRO     TO MOMC-DOCUMENTO
           MOVE FPMC-APORTACION-PACTADA TO MOMC-VALOR
           MOVE FPMC-AGENCIA (2:3)      TO MOMC-AGENCIA-ORIGEN
           MOVE WKS-SECUENCIA           TO MOMC-NUM-SECUENCIA
           MOVE 56                      TO MOMC-ORIGEN-TRANSACCION
           MOVE 1                       TO MOMC-CODIGO-MONEDA
           MOVE 'FPAPORTA'              TO MOMC-GRABA-VERIF
           MOVE WKS-MOVIMIENTO-DIARIO   TO MOVF-LINE
           WRITE MOVF-LINE
           IF FS-MOMDCOJ NOT = 0
              DISPLAY 'ERROR AL GRABAR MOMDCOJ, STATUS: ' FS-MOMDCOJ
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       330-ESCRIBE-MOVIMIENTO-E. EXIT.

       340-ACTUALIZA-FONDO SECTION.
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
       340-ACTUALIZA-FONDO-E. EXIT.

       350-ENVIA-A-MORA SECTION.
           ADD 1 TO WKS-FONDOS-EN-MORA
           MOVE FPMC-NUMERO-EJECUTIVO     TO WMOR-EJECUTIVO
           MOVE FPMC-AGENCIA              TO WMOR-AGENCIA
           MOVE FPMC-LLAVE                TO WMOR-FONDO
           MOVE FPMC-CUENTA-ENLACE        TO WMOR-CUENTA-ENLACE
           MOVE FPMC-APORTACION-PACTADA   TO WMOR-APORTACION
           MOVE FPMC-CUOTAS-PAGADAS       TO WMOR-PAGADAS
           MOVE FPMC-CUOTAS-NO-PAGADAS    TO WMOR-NO-PAGADAS
           MOVE FPMC-CUOTAS-MORA-SEGUIDAS TO WMOR-SEGUIDAS
           MOVE WKS-MOTIVO                TO WMOR-MOTIVO
           MOVE FPMC-CONTACTO-GERENCIAL   TO WMOR-CONTACTO
           MOVE 'BUSCA'                   TO BTAC-ACCION
           MOVE FPMC-AGENCIA              TO BTAC-AGENCIA
           CALL 'BTRAGE00' USING BTAC-AREA
           IF BTAC-NO-REGISTRADA
              ADD 1 TO WKS-MORA-SIN-AGENCIA
           END-IF
           MOVE BTAC-REGION               TO WMOR-REGION
           MOVE BTAC-DISTRITO             TO WMOR-DISTRITO
           RELEASE WORK-MORA.
       350-ENVIA-A-MORA-E. EXIT.

      ******************************************************************
      *  SERIE 400 LISTA LOS FONDOS EN MORA CORTANDO POR REGION,       *
      *  DISTRITO, AGENCIA Y EJECUTIVO                                 *
      ******************************************************************
       400-LISTA-MORA SECTION.
           MOVE WKS-LINEA-TITULO TO MORA-LINE
           PERFORM 430-ESCRIBE-MORA
           RETURN WORKFILE
             AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF PRIMER-EJECUTIVO
                 MOVE 4   TO WKS-NIVEL-CORTE
                 PERFORM 440-INICIA-GRUPOS
                 MOVE 'N' TO WKS-PRIMER-EJECUTIVO
              ELSE
                 PERFORM 405-DETERMINA-CORTE
                 IF NOT SIN-CORTE
                    PERFORM 450-CIERRA-GRUPOS
                    PERFORM 440-INICIA-GRUPOS
                 END-IF
              END-IF
              PERFORM 410-LINEA-MORA
              RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF NOT PRIMER-EJECUTIVO
              MOVE 4 TO WKS-NIVEL-CORTE
              PERFORM 450-CIERRA-GRUPOS
           END-IF.
       400-LISTA-MORA-E. EXIT.

       405-DETERMINA-CORTE SECTION.
           EVALUATE TRUE
              WHEN WMOR-REGION NOT = WKS-REGION-EN-CURSO
                 MOVE 4 TO WKS-NIVEL-CORTE
              WHEN WMOR-DISTRITO NOT = WKS-DISTRITO-EN-CURSO
                 MOVE 3 TO WKS-NIVEL-CORTE
              WHEN WMOR-AGENCIA NOT = WKS-AGENCIA-EN-CURSO
                 MOVE 2 TO WKS-NIVEL-CORTE
              WHEN WMOR-EJECUTIVO NOT = WKS-EJECUTIVO-EN-CURSO
                 MOVE 1 TO WKS-NIVEL-CORTE
              WHEN OTHER
                 MOVE 0 TO WKS-NIVEL-CORTE
           END-EVALUATE.
       405-DETERMINA-CORTE-E. EXIT.

       410-LINEA-MORA SECTION.
           ADD 1 TO WKS-FONDOS-EJECUTIVO
           ADD 1               TO WKS-FONDOS-AGENCIA
           ADD WMOR-APORTACION TO WKS-APORT-AGENCIA
           MOVE WMOR-EJECUTIVO     TO WKS-MOR-EJECUTIVO
           MOVE WMOR-AGENCIA       TO WKS-MOR-AGENCIA
           MOVE WMOR-FONDO         TO WKS-MOR-FONDO
           MOVE WMOR-CUENTA-ENLACE TO WKS-MOR-CUENTA-ENLACE
           MOVE WMOR-APORTACION    TO WKS-MOR-APORTACION
           MOVE WMOR-PAGADAS       TO WKS-MOR-PAGADAS
           MOVE WMOR-NO-PAGADAS    TO WKS-MOR-NO-PAGADAS
           MOVE WMOR-SEGUIDAS      TO WKS-MOR-SEGUIDAS
           MOVE WMOR-MOTIVO        TO WKS-MOR-MOTIVO
           MOVE WMOR-CONTACTO      TO WKS-MOR-CONTACTO
           MOVE WKS-LINEA-MORA     TO MORA-LINE
           PERFORM 430-ESCRIBE-MORA.
       410-LINEA-MORA-E. EXIT.

       420-TOTAL-EJECUTIVO SECTION.
           IF WKS-FONDOS-EJECUTIVO = ZEROS
              GO TO 420-TOTAL-EJECUTIVO-E
           END-IF
           MOVE WKS-EJECUTIVO-EN-CURSO    TO WKS-TOT-EJECUTIVO
           MOVE WKS-FONDOS-EJECUTIVO      TO WKS-TOT-FONDOS
           MOVE WKS-LINEA-TOTAL-EJECUTIVO TO MORA-LINE
           PERFORM 430-ESCRIBE-MORA
           MOVE ZEROS TO WKS-FONDOS-EJECUTIVO.
       420-TOTAL-EJECUTIVO-E. EXIT.

       430-ESCRIBE-MORA SECTION.
           WRITE MORA-LINE
           IF FS-FPMORA NOT = 0
              DISPLAY 'ERROR AL GRABAR FPMORA, STATUS: ' FS-FPMORA
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE SPACES TO MORA-LINE.
       430-ESCRIBE-MORA-E. EXIT.

      *----> ABRE LOS GRUPOS DESDE EL NIVEL DEL CORTE HACIA ABAJO CON
      *----> LOS NOMBRES DEL MAESTRO DE AGENCIAS
       440-INICIA-GRUPOS SECTION.
           IF WKS-NIVEL-CORTE > 1
              MOVE 'BUSCA'      TO BTAC-ACCION
              MOVE WMOR-AGENCIA TO BTAC-AGENCIA
              CALL 'BTRAGE00' USING BTAC-AREA
           END-IF
           IF WKS-NIVEL-CORTE > 3
              MOVE WMOR-REGION        TO WKS-REGION-EN-CURSO
              MOVE ZEROS TO WKS-FONDOS-REGION WKS-APORT-REGION
              MOVE 'REGION   '        TO WKS-ZON-NIVEL
              MOVE WMOR-REGION        TO WKS-ZON-CODIGO
              MOVE BTAC-NOMBRE-REGION TO WKS-ZON-NOMBRE
              MOVE SPACES             TO WKS-ZON-ESTADO
              MOVE WKS-LINEA-ZONA-MORA TO MORA-LINE
              PERFORM 430-ESCRIBE-MORA
           END-IF
           IF WKS-NIVEL-CORTE > 2
              MOVE WMOR-DISTRITO        TO WKS-DISTRITO-EN-CURSO
              MOVE ZEROS TO WKS-FONDOS-DISTRITO WKS-APORT-DISTRITO
              MOVE 'DISTRITO '          TO WKS-ZON-NIVEL
              MOVE WMOR-DISTRITO        TO WKS-ZON-CODIGO
              MOVE BTAC-NOMBRE-DISTRITO TO WKS-ZON-NOMBRE
              MOVE SPACES               TO WKS-ZON-ESTADO
              MOVE WKS-LINEA-ZONA-MORA  TO MORA-LINE
              PERFORM 430-ESCRIBE-MORA
           END-IF
           IF WKS-NIVEL-CORTE > 1
              MOVE WMOR-AGENCIA TO WKS-AGENCIA-EN-CURSO
              MOVE ZEROS TO WKS-FONDOS-AGENCIA WKS-APORT-AGENCIA
              MOVE 'AGENCIA  '  TO WKS-ZON-NIVEL
              MOVE WMOR-AGENCIA TO WKS-ZON-CODIGO
              MOVE BTAC-NOMBRE  TO WKS-ZON-NOMBRE
              EVALUATE TRUE
                 WHEN BTAC-NO-REGISTRADA
                    MOVE ' *** NO REGISTRADA EN BTRAGEN'
                         TO WKS-ZON-ESTADO
                 WHEN BTAC-CERRADA
                    MOVE ' (CERRADA)' TO WKS-ZON-ESTADO
                 WHEN OTHER
                    MOVE SPACES TO WKS-ZON-ESTADO
              END-EVALUATE
              MOVE WKS-LINEA-ZONA-MORA TO MORA-LINE
              PERFORM 430-ESCRIBE-MORA
           END-IF
           MOVE WMOR-EJECUTIVO TO WKS-EJECUTIVO-EN-CURSO.
       440-INICIA-GRUPOS-E. EXIT.

      *----> CIERRA LOS GRUPOS DESDE EL EJECUTIVO HASTA EL NIVEL DEL
      *----> CORTE, SUMANDO CADA NIVEL EN EL SUPERIOR
       450-CIERRA-GRUPOS SECTION.
           PERFORM 420-TOTAL-EJECUTIVO
           IF WKS-NIVEL-CORTE > 1
              ADD WKS-FONDOS-AGENCIA  TO WKS-FONDOS-DISTRITO
              ADD WKS-APORT-AGENCIA   TO WKS-APORT-DISTRITO
              MOVE 'AGENCIA  '          TO WKS-TZO-NIVEL
              MOVE WKS-AGENCIA-EN-CURSO TO WKS-TZO-CODIGO
              MOVE WKS-FONDOS-AGENCIA   TO WKS-TZO-FONDOS
              MOVE WKS-APORT-AGENCIA    TO WKS-TZO-APORTACION
              PERFORM 455-ESCRIBE-TOTAL-ZONA
           END-IF
           IF WKS-NIVEL-CORTE > 2
              ADD WKS-FONDOS-DISTRITO TO WKS-FONDOS-REGION
              ADD WKS-APORT-DISTRITO  TO WKS-APORT-REGION
              MOVE 'DISTRITO '           TO WKS-TZO-NIVEL
              MOVE WKS-DISTRITO-EN-CURSO TO WKS-TZO-CODIGO
              MOVE WKS-FONDOS-DISTRITO   TO WKS-TZO-FONDOS
              MOVE WKS-APORT-DISTRITO    TO WKS-TZO-APORTACION
              PERFORM 455-ESCRIBE-TOTAL-ZONA
           END-IF
           IF WKS-NIVEL-CORTE > 3
              MOVE 'REGION   '         TO WKS-TZO-NIVEL
              MOVE WKS-REGION-EN-CURSO TO WKS-TZO-CODIGO
              MOVE WKS-FONDOS-REGION   TO WKS-TZO-FONDOS
              MOVE WKS-APORT-REGION    TO WKS-TZO-APORTACION
              PERFORM 455-ESCRIBE-TOTAL-ZONA
           END-IF.
       450-CIERRA-GRUPOS-E. EXIT.

       455-ESCRIBE-TOTAL-ZONA SECTION.
           MOVE WKS-LINEA-TOTAL-ZONA TO MORA-LINE
           PERFORM 430-ESCRIBE-MORA.
       455-ESCRIBE-TOTAL-ZONA-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-FONDOS-LEIDOS      TO WKS-MASCARA
           DISPLAY 'FONDOS LEIDOS DE FPMCTAN      : ' WKS-MASCARA
           MOVE    WKS-CUOTAS-ENVIADAS    TO WKS-MASCARA
           DISPLAY 'CUOTAS ENVIADAS AL DIARIO     : ' WKS-MASCARA
           MOVE    WKS-CUOTAS-NO-COBRADAS TO WKS-MASCARA
           DISPLAY 'CUOTAS NO COBRADAS            : ' WKS-MASCARA
           MOVE    WKS-SIN-CUENTA-ENLACE  TO WKS-MASCARA
           DISPLAY '  DE ELLAS SIN CUENTA ENLACE  : ' WKS-MASCARA
           MOVE    WKS-COBROS-PENDIENTES  TO WKS-MASCARA
           DISPLAY 'FONDOS CON DEBITO SIN CONFIRM.: ' WKS-MASCARA
           MOVE    WKS-YA-PROCESADOS      TO WKS-MASCARA
           DISPLAY 'FONDOS YA PROCESADOS EN EL MES: ' WKS-MASCARA
           MOVE    WKS-FUERA-DE-DIA       TO WKS-MASCARA
           DISPLAY 'FONDOS AUN SIN FECHA DE COBRO : ' WKS-MASCARA
           MOVE    WKS-FONDOS-CORRIDOS    TO WKS-MASCARA
           DISPLAY 'COBROS CORRIDOS A DIA HABIL   : ' WKS-MASCARA
           MOVE    WKS-NO-APLICA          TO WKS-MASCARA
           DISPLAY 'FONDOS SIN CUOTA QUE COBRAR   : ' WKS-MASCARA
           MOVE    WKS-FONDOS-EN-MORA     TO WKS-MASCARA
           DISPLAY 'FONDOS EN MORA LISTADOS       : ' WKS-MASCARA
           MOVE    WKS-MORA-SIN-AGENCIA   TO WKS-MASCARA
           DISPLAY '  DE AGENCIA NO REGISTRADA    : ' WKS-MASCARA
           MOVE    WKS-TOT-ENVIADO        TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ENVIADO AL DIARIO       : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO BTAC-ACCION
           CALL 'BTRAGE00' USING BTAC-AREA
           CLOSE FPMCTAN MOMAES MOSLIN MOEMBAR MOSOBGI TLCALEN MOMDCOJ
                 FPMORA.
       700-CIERRA-ARCHIVOS-E. EXIT.
