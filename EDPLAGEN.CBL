      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : EDPLAGEN                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : GENERACION NOCTURNA DE LOS DEBITOS DE LOS        *
      *             : PLANES DE AHORRO PROGRAMADO EDPLAHO. EL DIA DE   *
      *             : COBRO DEL PLAN (TOPADO AL ULTIMO DIA DEL MES) SE *
      *             : CORRE AL DIA HABIL CON LA RUTINA BTRCOR00        *
      *             : (PRODUCTO AHORROEDU) Y SE EVALUA EN EL MES       *
      *             : ANTERIOR, EL ACTUAL Y EL SIGUIENTE (UN           *
      *             : CORRIMIENTO PUEDE CRUZAR DE MES); EL PLAN ACTIVO *
      *             : SE COBRA CUANDO LA FECHA AJUSTADA DE UN PERIODO  *
      *             : AUN NO INTENTADO YA LLEGO. SE VERIFICA LA CUENTA *
      *             : MONETARIA ORIGEN EN MOMAES, LA DE AHORRO EN      *
      *             : EDP1AH Y LOS FONDOS CON LOS MISMOS CONTROLES DEL *
      *             : POSTEO MODIARIO: CONGELAMIENTO Y EMBARGOS        *
      *             : VIGENTES (MOEMBAR), SALDO LIBRE (DISPONIBLE      *
      *             : MENOS RESERVADO EN MOSLIN, MENOS EMBARGADO,      *
      *             : MENOS LO YA COMPROMETIDO EN LA CORRIDA POR OTROS *
      *             : PLANES DE LA MISMA CUENTA) MAS LA LINEA DE       *
      *             : SOBREGIRO VIGENTE (MOSOBGI). CON FONDOS GENERA   *
      *             : EL DEBITO EN EL ARCHIVO MOMDCOH (LAYOUT DEL      *
      *             : DIARIO MOMDCO, PARA CONCATENARSE AL DIARIO DEL   *
      *             : DIA Y QUE MODIARIO LO POSTEE) Y DEJA EL PLAN     *
      *             : PENDIENTE (P); EL ABONO A EDP1AH LO HACE         *
      *             : EDPLACON SOLO CUANDO EL DEBITO SE POSTEO. LA     *
      *             : ULTIMA CUOTA SE TOPA A LO QUE FALTA PARA LA      *
      *             : META; SI PASA LA FECHA META SIN CUMPLIRLA EL     *
      *             : PLAN QUEDA VENCIDO (V). EL DEBITO QUE NO SE      *
      *             : PUEDE ENVIAR SE CUENTA EN EL PLAN CON SU MOTIVO  *
      *             : PARA EL REPORTE EDPLAREP. UN PLAN QUE SIGUE      *
      *             : PENDIENTE NO SE VUELVE A COBRAR Y SE AVISA EN    *
      *             : EL LOG.                                          *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8, BLANCO, CODIGO DE DEBITO (MOT 005, NAT D)   *
      *             : EN 10-11.                                        *
      * ARCHIVOS    : EDPLAHO=A, MOMAES=C, MOSLIN=C, MOEMBAR=C         *
      *             : MOSOBGI=C, EDP1AH=C, MOMDCOH=A                   *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRCOR00, CORRIMIENTO AL DIA HABIL        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDPLAGEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDPLAHO ASSIGN  TO EDPLAHO
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS SEQUENTIAL
                   RECORD KEY      IS EDPA-LLAVE
                   FILE STATUS     IS FS-EDPLAHO
                                      FSE-EDPLAHO.
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
            SELECT EDP1AH ASSIGN   TO EDP1AH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS EDMA-NUMERO-CUENTA
                   FILE STATUS     IS FS-EDP1AH
                                      FSE-EDP1AH.
            SELECT MOMDCOH ASSIGN  TO MOMDCOH
                   FILE STATUS     IS FS-MOMDCOH.
       DATA DIVISION.
       FILE SECTION.
       FD  EDPLAHO.
           COPY EDPLAHO.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  MOSLIN.
           COPY MOSLIN REPLACING MOSLIN BY REG-MOSLIN.
       FD  MOEMBAR.
           COPY MOEMBAR.
       FD  MOSOBGI.
           COPY MOSOBGI.
       FD  EDP1AH.
           COPY EDMAAH.
       FD  MOMDCOH
           RECORDING MODE IS F.
       01 MOVE-LINE                        PIC X(100).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-EDPLAHO                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOSLIN                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOEMBAR                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOSOBGI                       PIC 9(02)  VALUE ZEROS.
       01 FS-EDP1AH                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMDCOH                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-EDPLAHO.
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
       01 FSE-EDP1AH.
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
       01 WKS-FLAGS.
          02 WKS-FIN-EDPLAHO               PIC 9(01)  VALUE ZEROS.
             88 FIN-EDPLAHO                           VALUE 1.
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
                                                      'AHORROEDU'.
          02 WKS-COR-FECHA-NOMINAL         PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-NOMINAL-R REDEFINES WKS-COR-FECHA-NOMINAL.
             03 WKS-NOM-AAAAMM             PIC 9(06).
             03 WKS-NOM-AAAAMM-R REDEFINES WKS-NOM-AAAAMM.
                04 WKS-NOM-AAAA            PIC 9(04).
                04 WKS-NOM-MM              PIC 9(02).
             03 WKS-NOM-DD                 PIC 9(02).
          02 WKS-COR-REFERENCIA            PIC X(32)  VALUE SPACES.
          02 WKS-COR-PROGRAMA              PIC X(08)  VALUE
                                                      'EDPLAGEN'.
          02 WKS-COR-FECHA-AJUSTADA        PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-AJUSTADA-R REDEFINES WKS-COR-FECHA-AJUSTADA.
             03 WKS-AJU-AAAAMM             PIC 9(06).
             03 WKS-AJU-DD                 PIC 9(02).
          02 WKS-COR-RESULTADO             PIC X(01)  VALUE SPACES.
             88 WKS-COR-SE-CORRIO                     VALUE 'S'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DESPLAZAMIENTO            PIC S9(01) VALUE ZEROS.
          02 WKS-MES-CALCULO               PIC S9(03) VALUE ZEROS.
          02 WKS-ULTIMO-DIA-MES            PIC 9(02)  VALUE ZEROS.
          02 WKS-FECHA-AUX                 PIC 9(08)  VALUE ZEROS.
          02 WKS-PERIODO-COBRO             PIC 9(06)  VALUE ZEROS.
          02 WKS-PERIODO-COBRO-R REDEFINES WKS-PERIODO-COBRO.
             03 WKS-PCO-SIGLO              PIC 9(02).
             03 WKS-PCO-AAMM               PIC 9(04).
      *------->   DOCUMENTO DEL DEBITO: CORRELATIVO DEL PLAN Y PERIODO
          02 WKS-DOCUMENTO-COBRO           PIC 9(08)  VALUE ZEROS.
          02 WKS-DOCUMENTO-COBRO-R REDEFINES WKS-DOCUMENTO-COBRO.
             03 WKS-DOC-REFERENCIA         PIC 9(04).
             03 WKS-DOC-PERIODO            PIC 9(04).
          02 WKS-CUOTA                     PIC 9(09)V99 VALUE ZEROS.
          02 WKS-SALDO-LIBRE               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MONTO-EMBARGADO           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-LINEA-SOBREGIRO           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-CUENTA-EN-CURSO           PIC X(16)  VALUE SPACES.
          02 WKS-COMPROMETIDO              PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MOTIVO                    PIC X(30)  VALUE SPACES.
          02 WKS-SECUENCIA                 PIC 9(04)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
      *------->    MOVIMIENTO GENERADO HACIA EL DIARIO
       COPY MOMDCO REPLACING MOMDCO BY WKS-MOVIMIENTO-DIARIO.
       01 WKS-ESTADISTICAS.
          05 WKS-PLANES-LEIDOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-CUOTAS-ENVIADAS           PIC 9(07)  VALUE ZEROS.
          05 WKS-DEBITOS-FALLIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-PENDIENTES         PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-VENCIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-PROCESADOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-FUERA-DE-DIA              PIC 9(07)  VALUE ZEROS.
          05 WKS-NO-ACTIVOS                PIC 9(07)  VALUE ZEROS.
          05 WKS-PLANES-CORRIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-ENVIADO               PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-EDPLAHO
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
           MOVE 'EDPLAGEN' TO PROGRAMA
           OPEN I-O    EDPLAHO
           OPEN INPUT  MOMAES MOSLIN MOEMBAR MOSOBGI EDP1AH
           OPEN OUTPUT MOMDCOH
           IF (FS-EDPLAHO = 97) AND (FS-EDP1AH = 97) AND
              (FS-MOEMBAR = 97) AND (FS-MOSOBGI = 97) AND
              (FS-MOMAES = 97)  AND (FS-MOSLIN = 97)  AND
              (FS-MOMDCOH = 97)
              MOVE ZEROS TO FS-EDPLAHO FS-EDP1AH FS-MOEMBAR FS-MOSOBGI
                            FS-MOMAES FS-MOSLIN FS-MOMDCOH
           END-IF
           IF FS-EDPLAHO NOT = 0 OR FS-EDP1AH NOT = 0 OR
              FS-MOEMBAR NOT = 0 OR FS-MOSOBGI NOT = 0 OR
              FS-MOMAES  NOT = 0 OR FS-MOSLIN  NOT = 0 OR
              FS-MOMDCOH NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO EDPLAHO  : " FS-EDPLAHO
              DISPLAY "* FILE STATUS DEL ARCHIVO EDP1AH   : " FS-EDP1AH
              DISPLAY "* FILE STATUS DEL ARCHIVO MOEMBAR  : " FS-MOEMBAR
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSOBGI  : " FS-MOSOBGI
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSLIN   : " FS-MOSLIN
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDCOH  : " FS-MOMDCOH
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

      *----> SERIE 300 RECORRE LOS PLANES Y APLICA LAS CUOTAS DEL MES
       300-BARRIDO-EDPLAHO SECTION.
           READ EDPLAHO NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDPLAHO
           END-READ
           PERFORM UNTIL FIN-EDPLAHO
              EVALUATE FS-EDPLAHO
                 WHEN 0
                    ADD 1 TO WKS-PLANES-LEIDOS
                    PERFORM 310-EVALUA-PLAN
                 WHEN OTHER
                    MOVE 'READ'     TO ACCION
                    MOVE EDPA-LLAVE TO LLAVE
                    MOVE 'EDPLAHO'  TO ARCHIVO
                    CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDPLAHO, FSE-EDPLAHO
                    MOVE 91 TO RETURN-CODE
                    PERFORM 700-CIERRA-ARCHIVOS
                    STOP RUN
              END-EVALUATE
              READ EDPLAHO NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDPLAHO
              END-READ
           END-PERFORM.
       300-BARRIDO-EDPLAHO-E. EXIT.

      ******************************************************************
      *  ENTRAN AL COBRO LOS PLANES ACTIVOS CUYA FECHA META NO HA      *
      *  PASADO Y QUE TIENEN UN PERIODO AUN NO INTENTADO CUYA FECHA    *
      *  DE COBRO, CORRIDA AL DIA HABIL, YA LLEGO (UNA SEGUNDA CORRIDA *
      *  NO VUELVE A DEBITAR NI A REINTENTAR EL DEBITO FALLIDO). UN    *
      *  PLAN CUYO DEBITO ANTERIOR AUN NO CONFIRMA EDPLACON NO SE      *
      *  COBRA. LA FECHA META VENCIDA SIN CUMPLIR LA META CIERRA EL    *
      *  PLAN COMO VENCIDO                                             *
      ******************************************************************
       310-EVALUA-PLAN SECTION.
           EVALUATE TRUE
              WHEN NOT EDPA-ACTIVO
                   ADD 1 TO WKS-NO-ACTIVOS
              WHEN EDPA-ULT-PENDIENTE
                   ADD 1 TO WKS-PLANES-PENDIENTES
                   DISPLAY 'PLAN CON DEBITO SIN CONFIRMAR: '
                           EDPA-LLAVE ' PERIODO '
                           EDPA-PERIODO-ULT-INTENTO
              WHEN WKS-FECHA-PROCESO > EDPA-META-FECHA
                   SET  EDPA-VENCIDO      TO TRUE
                   MOVE WKS-FECHA-PROCESO TO EDPA-FECHA-FIN
                   PERFORM 350-ACTUALIZA-PLAN
                   ADD 1 TO WKS-PLANES-VENCIDOS
              WHEN OTHER
                   PERFORM 315-PERIODO-A-COBRAR
                   IF WKS-PERIODO-COBRO = ZEROS
                      IF EDPA-PERIODO-ULT-INTENTO NOT < WKS-PRC-AAAAMM
                         ADD 1 TO WKS-YA-PROCESADOS
                      ELSE
                         ADD 1 TO WKS-FUERA-DE-DIA
                      END-IF
                   ELSE
                      IF WKS-COR-SE-CORRIO
                         ADD 1 TO WKS-PLANES-CORRIDOS
                      END-IF
                      PERFORM 320-COBRA-CUOTA
                   END-IF
           END-EVALUATE.
       310-EVALUA-PLAN-E. EXIT.

      ******************************************************************
      *  PERIODO A COBRAR: EL DIA DEL PLAN EN EL MES ANTERIOR, EL      *
      *  ACTUAL Y EL SIGUIENTE, TOPADO AL ULTIMO DIA DE ESE MES, SE    *
      *  CORRE AL DIA HABIL. SE COBRA EL PRIMER PERIODO POSTERIOR AL   *
      *  ULTIMO INTENTADO CUYA FECHA AJUSTADA YA LLEGO; EL DEL MES     *
      *  ANTERIOR SOLO SI SU CORRIMIENTO CAYO EN ESTE MES Y SU FECHA   *
      *  NOMINAL NO ES ANTERIOR AL REGISTRO DEL PLAN                   *
      ******************************************************************
       315-PERIODO-A-COBRAR SECTION.
           MOVE ZEROS      TO WKS-PERIODO-COBRO
           MOVE EDPA-LLAVE TO WKS-COR-REFERENCIA
           MOVE 'CORRE'    TO WKS-COR-ACCION
           PERFORM VARYING WKS-DESPLAZAMIENTO FROM -1 BY 1
                   UNTIL WKS-DESPLAZAMIENTO > 1 OR
                         WKS-PERIODO-COBRO NOT = ZEROS
              COMPUTE WKS-MES-CALCULO = WKS-PRC-MM + WKS-DESPLAZAMIENTO
              MOVE WKS-PRC-AAAA TO WKS-NOM-AAAA
              EVALUATE TRUE
                 WHEN WKS-MES-CALCULO < 1
                      MOVE 12 TO WKS-NOM-MM
                      SUBTRACT 1 FROM WKS-NOM-AAAA
                 WHEN WKS-MES-CALCULO > 12
                      MOVE 1  TO WKS-NOM-MM
                      ADD 1   TO WKS-NOM-AAAA
                 WHEN OTHER
                      MOVE WKS-MES-CALCULO TO WKS-NOM-MM
              END-EVALUATE
              IF WKS-NOM-AAAAMM > EDPA-PERIODO-ULT-INTENTO
                 PERFORM 317-ULTIMO-DIA-DEL-MES
                 IF EDPA-DIA-DEL-MES > WKS-ULTIMO-DIA-MES
                    MOVE WKS-ULTIMO-DIA-MES TO WKS-NOM-DD
                 ELSE
                    MOVE EDPA-DIA-DEL-MES   TO WKS-NOM-DD
                 END-IF
                 CALL 'BTRCOR00' USING WKS-COR-ACCION,
                                 WKS-COR-PRODUCTO, WKS-FECHA-PROCESO,
                                 WKS-COR-FECHA-NOMINAL,
                                 WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                                 WKS-COR-FECHA-AJUSTADA,
                                 WKS-COR-RESULTADO
                 IF WKS-COR-FECHA-AJUSTADA NOT > WKS-FECHA-PROCESO AND
                    (WKS-DESPLAZAMIENTO NOT < 0 OR
                     (WKS-AJU-AAAAMM = WKS-PRC-AAAAMM AND
                      WKS-COR-FECHA-NOMINAL NOT < EDPA-FECHA-REGISTRO))
                    MOVE WKS-NOM-AAAAMM TO WKS-PERIODO-COBRO
                 END-IF
              END-IF
           END-PERFORM.
       315-PERIODO-A-COBRAR-E. EXIT.

      *----> ULTIMO DIA DEL MES DE LA FECHA NOMINAL: EL DIA ANTERIOR
      *----> AL PRIMERO DEL MES SIGUIENTE
       317-ULTIMO-DIA-DEL-MES SECTION.
           IF WKS-NOM-MM = 12
              COMPUTE WKS-FECHA-AUX = (WKS-NOM-AAAA + 1) * 10000 + 101
           ELSE
              COMPUTE WKS-FECHA-AUX = WKS-NOM-AAAA * 10000 +
                                      (WKS-NOM-MM + 1) * 100 + 1
           END-IF
           COMPUTE WKS-FECHA-AUX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WKS-FECHA-AUX) - 1)
           MOVE WKS-FECHA-AUX (7:2) TO WKS-ULTIMO-DIA-MES.
       317-ULTIMO-DIA-DEL-MES-E. EXIT.

      ******************************************************************
      *  LA CUOTA SE TOPA A LO QUE FALTA PARA LA META. SE ENVIA EL     *
      *  DEBITO SI LA CUENTA ORIGEN EXISTE SIN FONDOS ABANDONADOS, LA  *
      *  DE AHORRO EXISTE SIN ELIMINAR Y LOS FONDOS CUBREN LA CUOTA;   *
      *  EL PLAN QUEDA PENDIENTE HASTA QUE EDPLACON VEA EL RESULTADO   *
      *  DEL POSTEO. SI NO, EL PLAN QUEDA CON EL DEBITO FALLIDO Y SU   *
      *  MOTIVO                                                        *
      ******************************************************************
       320-COBRA-CUOTA SECTION.
           MOVE SPACES TO WKS-MOTIVO
           IF EDPA-MONTO-MENSUAL > EDPA-META-MONTO - EDPA-ACUMULADO
              COMPUTE WKS-CUOTA = EDPA-META-MONTO - EDPA-ACUMULADO
           ELSE
              MOVE EDPA-MONTO-MENSUAL TO WKS-CUOTA
           END-IF
           MOVE EDPA-CUENTA-ORIGEN TO MOMA-LLAVE
           READ MOMAES KEY IS MOMA-LLAVE
             INVALID KEY
                MOVE 'CUENTA ORIGEN NO EXISTE' TO WKS-MOTIVO
             NOT INVALID KEY
                IF MOMA-ESCHEATADA
                   MOVE 'CUENTA ORIGEN ABANDONADA' TO WKS-MOTIVO
                END-IF
           END-READ
           IF WKS-MOTIVO = SPACES
              MOVE EDPA-CUENTA-AHORRO TO EDMA-NUMERO-CUENTA
              READ EDP1AH KEY IS EDMA-NUMERO-CUENTA
                INVALID KEY
                   MOVE 'CUENTA DE AHORRO NO EXISTE' TO WKS-MOTIVO
                NOT INVALID KEY
                   IF EDMA-MARCA-ELIMINADO = 'E'
                      MOVE 'CUENTA DE AHORRO ELIMINADA' TO WKS-MOTIVO
                   END-IF
              END-READ
           END-IF
           IF WKS-MOTIVO = SPACES
              PERFORM 325-VERIFICA-SALDO
           END-IF
           IF WKS-MOTIVO = SPACES
              PERFORM 330-ESCRIBE-MOVIMIENTO
              SET EDPA-ULT-PENDIENTE TO TRUE
              ADD 1                  TO WKS-CUOTAS-ENVIADAS
              ADD WKS-CUOTA          TO WKS-TOT-ENVIADO
           ELSE
              ADD 1                  TO EDPA-DEBITOS-FALLIDOS
              MOVE WKS-FECHA-PROCESO TO EDPA-FECHA-ULT-FALLO
              MOVE WKS-MOTIVO        TO EDPA-MOTIVO-ULT-FALLO
              SET EDPA-ULT-FALLIDO   TO TRUE
              ADD 1                  TO WKS-DEBITOS-FALLIDOS
           END-IF
           MOVE WKS-PERIODO-COBRO TO EDPA-PERIODO-ULT-INTENTO
           PERFORM 350-ACTUALIZA-PLAN.
       320-COBRA-CUOTA-E. EXIT.

      ******************************************************************
      *  SUMA LAS ORDENES DE EMBARGO VIGENTES DE LA CUENTA ORIGEN      *
      *  (MOEMBAR), IGUAL QUE EL POSTEO: UN CONGELAMIENTO TOTAL        *
      *  IMPIDE EL DEBITO Y EL MONTO EMBARGADO SE DESCUENTA DEL LIBRE  *
      ******************************************************************
       322-VERIFICA-EMBARGO SECTION.
           MOVE ZEROS  TO WKS-MONTO-EMBARGADO WKS-FIN-EMBARGOS
                          WKS-HAY-CONGELAMIENTO
           MOVE EDPA-CUENTA-ORIGEN TO MOEB-CUENTA
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
                    MOEB-CUENTA NOT = EDPA-CUENTA-ORIGEN
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
       322-VERIFICA-EMBARGO-E. EXIT.

      ******************************************************************
      *  EL CONTROL DE FONDOS ES EL DEL POSTEO MODIARIO: EL SALDO      *
      *  LIBRE EN QUETZALES (DISPONIBLE MENOS RESERVADO EN MOSLIN,     *
      *  MENOS EMBARGADO) MAS LA LINEA DE SOBREGIRO VIGENTE DEBE       *
      *  CUBRIR LA CUOTA; AQUI SE DESCUENTA ADEMAS LO QUE ESTA CORRIDA *
      *  YA ENVIO CONTRA LA MISMA CUENTA (LOS PLANES VIENEN ORDENADOS  *
      *  POR CUENTA). UNA CUENTA SIN REGISTRO EN MOSLIN TIENE SALDO    *
      *  CERO                                                          *
      ******************************************************************
       325-VERIFICA-SALDO SECTION.
           IF EDPA-CUENTA-ORIGEN NOT = WKS-CUENTA-EN-CURSO
              MOVE EDPA-CUENTA-ORIGEN TO WKS-CUENTA-EN-CURSO
              MOVE ZEROS              TO WKS-COMPROMETIDO
           END-IF
           MOVE ZEROS TO WKS-SALDO-LIBRE
           PERFORM 322-VERIFICA-EMBARGO
           IF HAY-CONGELAMIENTO
              MOVE 'CUENTA ORIGEN CONGELADA' TO WKS-MOTIVO
              GO TO 325-VERIFICA-SALDO-E
           END-IF
           MOVE EDPA-CUENTA-ORIGEN TO MOSL-LLAVE
           READ MOSLIN KEY IS MOSL-LLAVE
             INVALID KEY
                INITIALIZE REG-MOSLIN
                MOVE EDPA-CUENTA-ORIGEN TO MOSL-LLAVE
           END-READ
      *------> REGISTROS ANTERIORES AL CAMPO RESERVADO TRAEN ESPACIOS
      *------> (NO EMPACADO): VALEN CERO
           IF MOSL-RESERVADO-Q NOT NUMERIC
              MOVE ZEROS TO MOSL-RESERVADO-Q
           END-IF
           COMPUTE WKS-SALDO-LIBRE =
                   MOSL-SALDO-DISPONIBLE-Q - MOSL-RESERVADO-Q -
                   WKS-MONTO-EMBARGADO - WKS-COMPROMETIDO
           PERFORM 327-LINEA-SOBREGIRO
           IF WKS-SALDO-LIBRE + WKS-LINEA-SOBREGIRO < WKS-CUOTA
              IF WKS-MONTO-EMBARGADO > ZEROS
                 MOVE 'CUENTA EMBARGADA, EXCEDE LIBRE' TO WKS-MOTIVO
              ELSE
                 MOVE 'SALDO LIBRE INSUFICIENTE' TO WKS-MOTIVO
              END-IF
           END-IF.
       325-VERIFICA-SALDO-E. EXIT.

      *----> LINEA DE SOBREGIRO EN QUETZALES DE LA CUENTA ORIGEN
      *----> (MOSOBGI): SOLO CUENTA SI ESTA VIGENTE Y NO HA VENCIDO
       327-LINEA-SOBREGIRO SECTION.
           MOVE ZEROS              TO WKS-LINEA-SOBREGIRO
           MOVE EDPA-CUENTA-ORIGEN TO MOSG-CUENTA
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
      *  EL DEBITO VIAJA CON ORIGEN 58 (AHORRO EDUCATIVO PROGRAMADO),  *
      *  EN QUETZALES, LA MONEDA DE LAS CUENTAS EDP1AH. EL DOCUMENTO   *
      *  LLEVA EL CORRELATIVO DEL PLAN Y EL PERIODO (AAMM) PARA QUE    *
      *  EDPLACON UBIQUE EL PLAN CON EL RESULTADO DEL POSTEO           *
      ******************************************************************
       330-ESCRIBE-MOVIMIENTO SECTION.
           ADD 1 TO WKS-SECUENCIA
           MOVE EDPA-CORRELATIVO        TO WKS-DOC-REFERENCIA
           MOVE WKS-PCO-AAMM            TO WKS-DOC-PERIODO
           INITIALIZE WKS-MOVIMIENTO-DIARIO
           MOVE WKS-CODIGO-DEBITO       TO MOMC-CODIGO-TRANSACCION
           MOVE WKS-PRC-DD              TO MOMC-DIA
           MOVE WKS-PRC-MM              TO MOMC-MES
           MOVE 1                       TO MOMC-CLASE-CUENTA
           MOVE EDPA-CUENTA-ORIGEN (1:10) TO MOMC-NUMERO-CUENTA
           MOVE WKS-DOCUMENTO-COBRO     TO MOMC-DOCUMENTO
           MOVE WKS-CUOTA               TO MOMC-VALOR
           MOVE MOMA-AGENCIA (2:3)      TO MOMC-AGENCIA-ORIGEN
           MOVE WKS-SECUENCIA           TO MOMC-NUM-SECUENCIA
           MOVE 58                      TO MOMC-ORIGEN-TRANSACCION
           MOVE 1                       TO MOMC-CODIGO-MONEDA
           MOVE 'EDPLAGEN'              TO MOMC-GRABA-VERIF
           MOVE WKS-MOVIMIENTO-DIARIO   TO MOVE-LINE
           WRITE MOVE-LINE
           IF FS-MOMDCOH NOT = 0
              DISPLAY 'ERROR AL GRABAR MOMDCOH, STATUS: ' FS-MOMDCOH
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD WKS-CUOTA TO WKS-COMPROMETIDO.
       330-ESCRIBE-MOVIMIENTO-E. EXIT.

       350-ACTUALIZA-PLAN SECTION.
           REWRITE REG-EDPLAHO
           IF FS-EDPLAHO NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDPA-LLAVE TO LLAVE
              MOVE 'EDPLAHO'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-EDPLAHO, FSE-EDPLAHO
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       350-ACTUALIZA-PLAN-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-PLANES-LEIDOS      TO WKS-MASCARA
           DISPLAY 'PLANES LEIDOS DE EDPLAHO      : ' WKS-MASCARA
           MOVE    WKS-CUOTAS-ENVIADAS    TO WKS-MASCARA
           DISPLAY 'CUOTAS ENVIADAS AL DIARIO     : ' WKS-MASCARA
           MOVE    WKS-DEBITOS-FALLIDOS   TO WKS-MASCARA
           DISPLAY 'DEBITOS FALLIDOS              : ' WKS-MASCARA
           MOVE    WKS-PLANES-PENDIENTES  TO WKS-MASCARA
           DISPLAY 'PLANES CON DEBITO SIN CONFIRM.: ' WKS-MASCARA
           MOVE    WKS-PLANES-VENCIDOS    TO WKS-MASCARA
           DISPLAY 'PLANES VENCIDOS SIN LA META   : ' WKS-MASCARA
           MOVE    WKS-YA-PROCESADOS      TO WKS-MASCARA
           DISPLAY 'PLANES YA PROCESADOS EN EL MES: ' WKS-MASCARA
           MOVE    WKS-FUERA-DE-DIA       TO WKS-MASCARA
           DISPLAY 'PLANES AUN SIN DIA DE COBRO   : ' WKS-MASCARA
           MOVE    WKS-NO-ACTIVOS         TO WKS-MASCARA
           DISPLAY 'PLANES NO ACTIVOS             : ' WKS-MASCARA
           MOVE    WKS-PLANES-CORRIDOS    TO WKS-MASCARA
           DISPLAY 'PLANES CORRIDOS A DIA HABIL   : ' WKS-MASCARA
           MOVE    WKS-TOT-ENVIADO        TO WKS-MASCARA-MONTO
           DISPLAY 'TOTAL ENVIADO AL DIARIO       : '
                    WKS-MASCARA-MONTO
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE EDPLAHO MOMAES MOSLIN MOEMBAR MOSOBGI EDP1AH MOMDCOH.
       700-CIERRA-ARCHIVOS-E. EXIT.
