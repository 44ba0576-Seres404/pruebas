      *             : RECHAZAN A MOVRECH. EL PROCESO SE PRUEBA A SI    *
      *             : MISMO CON TOTALES DE CONTROL: MOVIMIENTOS        *
      *             : LEIDOS CONTRA VALOR POSTEADO MAS RECHAZADO.      *
      *             : TODO DEBITO SE CONTROLA CONTRA EL SALDO LIBRE    *
      *             : (DISPONIBLE MENOS RESERVADO MENOS EMBARGADO) MAS *
      *             : LA LINEA DE SOBREGIRO VIGENTE DE LA CUENTA Y     *
      *             : MONEDA EN MOSOBGI; SI NO LO CUBRE SE RECHAZA A   *
      *             : MORECHQ POR FONDOS INSUFICIENTES.                *
      *             : LOS MOVIMIENTOS DEL DIARIO DIURNO MOMDDIA (QUE   *
      *             : LLEGAN JUNTO AL DIARIO, SITUACION 5) YA FUERON   *
      *             : APLICADOS AL SALDO EN LINEA POR MO5D1VT3: NO SE  *
      *             : VUELVEN A APLICAR A MOSLIN, SOLO SE ACUMULAN EN  *
      *             : MOMATS Y PASAN A MOMDPOS PARA LA CONTABILIDAD,   *
      *             : Y CUADRAN APARTE EN LOS TOTALES DE CONTROL.      *
      *             : EL PAGO DE UN CHEQUE (CODIGOS DE LA TABLA MOT    *
      *             : 016) SE RECHAZA A MORECHQ SI EL NUMERO DE        *
      *             : DOCUMENTO NO ESTA EN UNA CHEQUERA EMITIDA A LA   *
      *             : CUENTA (MOCHEQ), SI YA FUE PAGADO O SI TIENE     *
      *             : ORDEN DE NO PAGO VIGENTE (MOSUSPA); AL PAGARLO   *
      *             : SE MARCA PAGADO Y SU REVERSA LO DESMARCA.        *
      *             : CADA MOVIMIENTO APLICADO DEJA SU LLAVE (FECHA,   *
      *             : DOCUMENTO, TERMINAL, SECUENCIA) EN MOPOSTD; UN   *
      *             : MOVIMIENTO REENVIADO CON LA MISMA LLAVE SE       *
      *             : RECHAZA A MORECHQ COMO DUPLICADO, SALVO EL DE    *
      *             : SITUACION 5, QUE YA ESTA EN EL SALDO EN LINEA Y  *
      *             : SOLO SE CUENTA COMO REENVIO OMITIDO. EL PROCESO  *
      *             : GRABA CHECKPOINT EN MOCKPT (AL ESTILO DEL TLCKPT *
      *             : DE CIERRES1) CADA 500 MOVIMIENTOS Y EN CADA      *
      *             : RECHAZO; SI SE CAE, LA SIGUIENTE RECORRIDA CON   *
      *             : LA MISMA FECHA RETOMA DESDE EL ULTIMO MOVIMIENTO *
      *             : CONFIRMADO CON SUS TOTALES DE CONTROL.           *
      *             : AL TERMINAR DEJA EN BTRHAND (RUTINA BTRHND00) EL *
      *             : CONTEO Y LOS TOTALES HASH DE MOSLIN PARA QUE     *
      *             : MOINTACC VERIFIQUE LA ENTREGA, SOLO SI LA        *
      *             : CORRIDA CUADRO; CON DESCUADRE NO CIERRA EL       *
      *             : CHECKPOINT NI ENTREGA TOTALES.                   *
      * ARCHIVOS    : MOMDCO=C, MOMAES=C, MOTGEN=C                     *
      *             : MOEMBAR=C (DEBITOS CONTRA CUENTA EMBARGADA SE    *
      *             : RECHAZAN SI EXCEDEN EL SALDO LIBRE)              *
      *             : MOSOBGI=C (LINEAS DE SOBREGIRO AUTORIZADAS)      *
      *             : MOSUSPA=C (ORDENES DE NO PAGO DE CHEQUES)        *
      *             : MOCHEQ=A  (CHEQUERAS, MARCA DE CHEQUE PAGADO)    *
      *             : MOSLIN=A, MOMATS=A, MORESER=A, MOVRECH=A         *
      *             : MORECHQ=A (COLA DE REPARACION DE RECHAZOS)       *
      *             : MOMDPOS=A (MOVIMIENTOS POSTEADOS, LAYOUT MOMDCO, *
      *             : ENTRADA DEL EXTRACTO CONTABLE MOCONTAB)          *
      *             : MOPOSTD=A (LLAVES DE MOVIMIENTOS POSTEADOS)      *
      *             : MOCKPT=A  (CHECKPOINT DE REINICIO)               *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
                                      FSE-MOTGEN.
            SELECT MOSLIN ASSIGN   TO MOSLIN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MOSL-LLAVE
                   FILE STATUS     IS FS-MOSLIN
                                      FSE-MOSLIN.
                   RECORD KEY      IS MORE-LLAVE
                   FILE STATUS     IS FS-MORESER
                                      FSE-MORESER.
            SELECT MOSOBGI ASSIGN  TO MOSOBGI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOSG-LLAVE
                   FILE STATUS     IS FS-MOSOBGI
                                      FSE-MOSOBGI.
            SELECT MOCHEQ ASSIGN   TO MOCHEQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS MOCQ-LLAVE
                   FILE STATUS     IS FS-MOCHEQ
                                      FSE-MOCHEQ.
            SELECT MOSUSPA ASSIGN  TO MOSUSPA
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOSP-LLAVE
                   FILE STATUS     IS FS-MOSUSPA
                                      FSE-MOSUSPA.
            SELECT MOVRECH ASSIGN  TO MOVRECH
                   FILE STATUS     IS FS-MOVRECH.
            SELECT MOMDPOS ASSIGN  TO MOMDPOS
                   FILE STATUS     IS FS-MOMDPOS.
            SELECT MORECHQ ASSIGN  TO MORECHQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MORQ-LLAVE
                   FILE STATUS     IS FS-MORECHQ
                                      FSE-MORECHQ.
            SELECT MOPOSTD ASSIGN  TO MOPOSTD
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOPD-LLAVE
                   FILE STATUS     IS FS-MOPOSTD
                                      FSE-MOPOSTD.
            SELECT MOCKPT ASSIGN   TO MOCKPT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOCK-LLAVE
                   FILE STATUS     IS FS-MOCKPT
                                      FSE-MOCKPT.
       DATA DIVISION.
       FILE SECTION.
       FD  MOMDCO.
           COPY MOEMBAR.
       FD  MORESER.
           COPY MORESER.
       FD  MOSOBGI.
           COPY MOSOBGI.
       FD  MOCHEQ.
           COPY MOCHEQ.
       FD  MOSUSPA.
           COPY MOSUSPA.
       FD  MOVRECH
           RECORDING MODE IS F.
       01 RECH-LINE                        PIC X(80).
       FD  MOMDPOS
           RECORDING MODE IS F.
       01 POS-LINE                         PIC X(100).
       FD  MORECHQ.
           COPY MORECHQ.
       FD  MOPOSTD.
           COPY MOPOSTD.
       FD  MOCKPT.
           COPY MOCKPT.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMDCO                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMATS                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOEMBAR                       PIC 9(02)  VALUE ZEROS.
       01 FS-MORESER                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOSOBGI                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOVRECH                       PIC 9(02)  VALUE ZEROS.
       01 FS-MORECHQ                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOMDPOS                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOCHEQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOSUSPA                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOPOSTD                       PIC 9(02)  VALUE ZEROS.
       01 FS-MOCKPT                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-MOMAES.
          02 FSE-RETURN                    PIC S9(04) COMP-5
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
       01 FSE-MORECHQ.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOCHEQ.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOSUSPA.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOPOSTD.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOCKPT.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
             88 FIN-MOMDCO                            VALUE 1.
          02 WKS-FIN-MOTGEN                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOTGEN                            VALUE 1.
          02 WKS-REINICIO-JOB              PIC 9(01)  VALUE ZEROS.
             88 REINICIO-JOB                          VALUE 1.
          02 WKS-FORZAR-CHECKPOINT         PIC 9(01)  VALUE ZEROS.
             88 FORZAR-CHECKPOINT                     VALUE 1.
          02 WKS-ESTADO-POSTEO             PIC 9(01)  VALUE ZEROS.
             88 MOVIMIENTO-NUEVO                      VALUE 0.
             88 MOVIMIENTO-DUPLICADO                  VALUE 1.
             88 POSTEADO-ANTES-DEL-REINICIO           VALUE 2.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
          02 WKS-PROC-ANIO                 PIC 9(04).
          02 WKS-PROC-MES                  PIC 9(02).
          02 WKS-PROC-DIA                  PIC 9(02).
      *   TOTALES DE CONTROL DE LA ENTREGA DE MOSLIN (BTRHND00)
       01 WKS-HAND-OFF.
          02 WKS-HO-ACCION           PIC X(08) VALUE SPACES.
          02 WKS-HO-FECHA            PIC 9(08) VALUE ZEROS.
          02 WKS-HO-DATASET          PIC X(08) VALUE SPACES.
          02 WKS-HO-JOB              PIC X(08) VALUE SPACES.
          02 WKS-HO-CONTEO           PIC 9(11) VALUE ZEROS.
          02 WKS-HO-HASH             PIC 9(18) VALUE ZEROS.
          02 WKS-HO-VALOR            PIC S9(15)V99 VALUE ZEROS.
          02 WKS-HO-RESULTADO        PIC X(01) VALUE SPACES.
             88 HO-ENTREGA-OK                  VALUE 'O'.
          02 WKS-HO-FIN-DATASET      PIC 9(01) VALUE ZEROS.
             88 HO-FIN-DATASET                 VALUE 1.
      *--> CADA CUANTOS MOVIMIENTOS LEIDOS SE GRABA EL CHECKPOINT
       01 WKS-CHECKPOINT.
          02 WKS-INTERVALO-CHECKPOINT      PIC 9(04)  VALUE 0500.
          02 WKS-CONTADOR-CHECKPOINT       PIC 9(04)  VALUE ZEROES.
          02 WKS-MOVS-SALTADOS             PIC 9(09)  VALUE ZEROES.
      *------->   TABLA EN MEMORIA MOT 005: NATURALEZA POR CODIGO
       01 WKS-TABLA-NATURALEZA.
          02 WKS-NAT-LONG                  PIC 9(03)  VALUE ZEROS.
                         INDEXED   BY  IDX-NAT.
             03 WKS-NAT-CODIGO             PIC 9(02).
             03 WKS-NAT-NATURALEZA         PIC X(01).
      *------->   TABLA EN MEMORIA MOT 016: CODIGOS DE PAGO DE CHEQUE
       01 WKS-TABLA-CHEQUES.
          02 WKS-CHQ-LONG                  PIC 9(03)  VALUE ZEROS.
          02 WKS-CHQ-ENT OCCURS 0 TO 99
                         DEPENDING ON  WKS-CHQ-LONG
                         ASCENDING KEY WKS-CHQ-CODIGO
                         INDEXED   BY  IDX-CHQ.
             03 WKS-CHQ-CODIGO             PIC 9(02).
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-CUENTA-X                  PIC X(10)  VALUE SPACES.
          02 WKS-HAY-CONGELAMIENTO         PIC 9(01)  VALUE ZEROS.
             88 HAY-CONGELAMIENTO                     VALUE 1.
          02 WKS-SALDO-LIBRE               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-LINEA-SOBREGIRO           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MOTIVO-RETENCION          PIC X(45)  VALUE SPACES.
          02 WKS-SEC-RECHAZO               PIC 9(06)  VALUE ZEROS.
          02 WKS-RECHAZO-ENCOLADO          PIC 9(01)  VALUE ZEROS.
             88 RECHAZO-ENCOLADO                      VALUE 1.
          02 WKS-RETENCION-ESCRITA         PIC 9(01)  VALUE ZEROS.
             88 RETENCION-ESCRITA                     VALUE 1.
          02 WKS-ES-CHEQUE                 PIC 9(01)  VALUE ZEROS.
             88 ES-CHEQUE                             VALUE 1.
          02 WKS-HAY-CHEQUERA              PIC 9(01)  VALUE ZEROS.
             88 HAY-CHEQUERA                          VALUE 1.
          02 WKS-POSICION-CHEQUE           PIC 9(03)  VALUE ZEROS.
          02 WKS-LLAVE-POSTEO              PIC X(39)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          02 WKS-MASCARA-MONTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                                      VALUE ZEROS.
          02 WKS-MOVS-POSTEADOS            PIC 9(09)  VALUE ZEROS.
          02 WKS-MOVS-RECHAZADOS           PIC 9(09)  VALUE ZEROS.
          02 WKS-RETENCIONES-CREADAS       PIC 9(09)  VALUE ZEROS.
          02 WKS-RECHAZOS-FONDOS           PIC 9(09)  VALUE ZEROS.
          02 WKS-RECHAZOS-CHEQUE           PIC 9(09)  VALUE ZEROS.
          02 WKS-CHEQUES-PAGADOS           PIC 9(09)  VALUE ZEROS.
          02 WKS-MOVS-EN-LINEA             PIC 9(09)  VALUE ZEROS.
          02 WKS-RECHAZOS-DUPLICADO        PIC 9(09)  VALUE ZEROS.
          02 WKS-MOVS-YA-POSTEADOS         PIC 9(09)  VALUE ZEROS.
          02 WKS-EN-LINEA-REENVIADOS       PIC 9(09)  VALUE ZEROS.
          02 WKS-VALOR-LEIDO               PIC S9(13)V99 VALUE ZEROS.
          02 WKS-VALOR-POSTEADO            PIC S9(13)V99 VALUE ZEROS.
          02 WKS-VALOR-RECHAZADO           PIC S9(13)V99 VALUE ZEROS.
          02 WKS-VALOR-EN-LINEA            PIC S9(13)V99 VALUE ZEROS.
      *------->        LINEA DEL LISTADO DE RECHAZOS
       01 WKS-LINEA-RECHAZO.
          05 WKS-RCH-CUENTA                PIC 9(10).
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 220-CARGA-TABLA-NATURALEZA
           PERFORM 225-CARGA-TABLA-CHEQUES
           IF REINICIO-JOB
              PERFORM 240-POSICIONA-REINICIO
           END-IF
           PERFORM 230-LEE-MOMDCO
           PERFORM 300-POSTEA-MOVIMIENTO UNTIL FIN-MOMDCO
           PERFORM 600-ESTADISTICAS
      *--> CON DESCUADRE EL CHECKPOINT QUEDA EN FASE 1 Y NO HAY ENTREGA
           IF RETURN-CODE NOT = 91
              PERFORM 260-GRABA-CHECKPOINT-FIN
              IF RETURN-CODE NOT = 91
                 PERFORM 270-TOTALES-ENTREGA-MOSLIN
              END-IF
           END-IF
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN I-O    MOCKPT
           IF FS-MOCKPT = 35
              OPEN OUTPUT MOCKPT
              CLOSE MOCKPT
              OPEN I-O MOCKPT
           END-IF
           IF FS-MOCKPT = 0 OR 97
              PERFORM 205-LEE-CHECKPOINT
           END-IF
           OPEN INPUT  MOMDCO MOMAES MOTGEN
           OPEN I-O    MOSLIN
           IF FS-MOSLIN = 35
              CLOSE MOMATS
              OPEN I-O MOMATS
           END-IF
           OPEN INPUT  MOEMBAR MOSOBGI MOSUSPA
           OPEN I-O    MOCHEQ
           IF FS-MOCHEQ = 35
              OPEN OUTPUT MOCHEQ
              CLOSE MOCHEQ
              OPEN I-O MOCHEQ
           END-IF
           OPEN I-O    MORESER
           IF FS-MORESER = 35
              OPEN OUTPUT MORESER
              CLOSE MORESER
              OPEN I-O MORESER
           END-IF
      *--> EN UN REINICIO SE CONSERVA LO YA ESCRITO ANTES DE LA CAIDA
           IF REINICIO-JOB
              OPEN EXTEND MOVRECH MOMDPOS
           ELSE
              OPEN OUTPUT MOVRECH MOMDPOS
           END-IF
           OPEN I-O    MORECHQ
           IF FS-MORECHQ = 35
              OPEN OUTPUT MORECHQ
              CLOSE MORECHQ
              OPEN I-O MORECHQ
           END-IF
           OPEN I-O    MOPOSTD
           IF FS-MOPOSTD = 35
              OPEN OUTPUT MOPOSTD
              CLOSE MOPOSTD
              OPEN I-O MOPOSTD
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  CHECKPOINT DE REINICIO: SIN REGISTRO O CON LA CORRIDA ANTERIOR*
      *  TERMINADA SE ARRANCA DESDE CERO; SI QUEDO EN PROCESO SE       *
      *  RESTAURAN LOS TOTALES Y SE RETOMA DESPUES DEL ULTIMO          *
      *  MOVIMIENTO CONFIRMADO. UNA CORRIDA SIN TERMINAR DE OTRA FECHA *
      *  DETIENE EL PROCESO                                            *
      ******************************************************************
       205-LEE-CHECKPOINT SECTION.
           MOVE '1' TO MOCK-LLAVE
           READ MOCKPT KEY IS MOCK-LLAVE
             INVALID KEY
                MOVE 0        TO WKS-REINICIO-JOB
                INITIALIZE REG-MOCKPT
                MOVE '1'      TO MOCK-LLAVE
                MOVE '1'      TO MOCK-FASE
                MOVE WKS-FECHA-PROCESO TO MOCK-FECHA-PROCESO
                WRITE REG-MOCKPT
             NOT INVALID KEY
                IF MOCK-FASE-TERMINADO
                   MOVE 0        TO WKS-REINICIO-JOB
                   INITIALIZE REG-MOCKPT
                   MOVE '1'      TO MOCK-LLAVE
                   MOVE '1'      TO MOCK-FASE
                   MOVE WKS-FECHA-PROCESO TO MOCK-FECHA-PROCESO
                   REWRITE REG-MOCKPT
                ELSE
                   IF MOCK-FECHA-PROCESO NOT = WKS-FECHA-PROCESO
                      DISPLAY '>>> MODIARIO DEL ' MOCK-FECHA-PROCESO
                              ' NO TERMINO, NO PUEDE CORRER EL '
                              WKS-FECHA-PROCESO ' <<<' UPON CONSOLE
                      MOVE 91 TO RETURN-CODE
                      CLOSE MOCKPT
                      STOP RUN
                   END-IF
                   MOVE 1                  TO WKS-REINICIO-JOB
                   MOVE MOCK-MOVS-LEIDOS   TO WKS-MOVS-LEIDOS
                   MOVE MOCK-MOVS-POSTEADOS
                                           TO WKS-MOVS-POSTEADOS
                   MOVE MOCK-MOVS-RECHAZADOS
                                           TO WKS-MOVS-RECHAZADOS
                   MOVE MOCK-RETENCIONES-CREADAS
                                           TO WKS-RETENCIONES-CREADAS
                   MOVE MOCK-RECHAZOS-FONDOS
                                           TO WKS-RECHAZOS-FONDOS
                   MOVE MOCK-RECHAZOS-CHEQUE
                                           TO WKS-RECHAZOS-CHEQUE
                   MOVE MOCK-CHEQUES-PAGADOS
                                           TO WKS-CHEQUES-PAGADOS
                   MOVE MOCK-MOVS-EN-LINEA TO WKS-MOVS-EN-LINEA
                   MOVE MOCK-RECHAZOS-DUPLICADO
                                           TO WKS-RECHAZOS-DUPLICADO
                   MOVE MOCK-VALOR-LEIDO   TO WKS-VALOR-LEIDO
                   MOVE MOCK-VALOR-POSTEADO
                                           TO WKS-VALOR-POSTEADO
                   MOVE MOCK-VALOR-RECHAZADO
                                           TO WKS-VALOR-RECHAZADO
                   MOVE MOCK-VALOR-EN-LINEA
                                           TO WKS-VALOR-EN-LINEA
                   MOVE MOCK-SEC-RECHAZO   TO WKS-SEC-RECHAZO
                   MOVE MOCK-SEC-RETENCION TO WKS-SEC-RETENCION
                   DISPLAY '>>> MODIARIO REINICIADO DESDE CHECKPOINT, '
                           'MOVIMIENTOS YA PROCESADOS: '
                           MOCK-MOVS-LEIDOS UPON CONSOLE
                END-IF
           END-READ.
       205-LEE-CHECKPOINT-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'MODIARIO' TO PROGRAMA
           IF (FS-MOMDCO = 97) AND (FS-MOMAES = 97) AND
              (FS-MOTGEN = 97) AND (FS-MOSLIN = 97) AND
              (FS-MOMATS = 97) AND (FS-MORESER = 97) AND
              (FS-MOEMBAR = 97) AND (FS-MOVRECH = 97) AND
              (FS-MORECHQ = 97) AND (FS-MOSOBGI = 97) AND
              (FS-MOMDPOS = 97) AND (FS-MOCHEQ = 97) AND
              (FS-MOSUSPA = 97) AND (FS-MOPOSTD = 97) AND
              (FS-MOCKPT = 97)
              MOVE ZEROS TO FS-MOMDCO FS-MOMAES FS-MOTGEN
                            FS-MOSLIN FS-MOMATS FS-MORESER
                            FS-MOEMBAR FS-MOVRECH FS-MORECHQ
                            FS-MOSOBGI FS-MOMDPOS FS-MOCHEQ
                            FS-MOSUSPA FS-MOPOSTD FS-MOCKPT
           END-IF
           IF FS-MOMDCO NOT = 0 OR FS-MOMAES NOT = 0 OR
              FS-MOTGEN NOT = 0 OR FS-MOSLIN NOT = 0 OR
              FS-MOMATS NOT = 0 OR FS-MORESER NOT = 0 OR
              FS-MOEMBAR NOT = 0 OR FS-MOVRECH NOT = 0 OR
              FS-MORECHQ NOT = 0 OR FS-MOSOBGI NOT = 0 OR
              FS-MOMDPOS NOT = 0 OR FS-MOCHEQ NOT = 0 OR
              FS-MOSUSPA NOT = 0 OR FS-MOPOSTD NOT = 0 OR
              FS-MOCKPT NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOEMBAR  : " FS-MOEMBAR
              DISPLAY "* FILE STATUS DEL ARCHIVO MOVRECH  : " FS-MOVRECH
              DISPLAY "* FILE STATUS DEL ARCHIVO MORECHQ  : " FS-MORECHQ
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSOBGI  : " FS-MOSOBGI
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMDPOS  : " FS-MOMDPOS
              DISPLAY "* FILE STATUS DEL ARCHIVO MOCHEQ   : " FS-MOCHEQ
              DISPLAY "* FILE STATUS DEL ARCHIVO MOSUSPA  : " FS-MOSUSPA
              DISPLAY "* FILE STATUS DEL ARCHIVO MOPOSTD  : " FS-MOPOSTD
              DISPLAY "* FILE STATUS DEL ARCHIVO MOCKPT   : " FS-MOCKPT
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
           END-IF.
       220-CARGA-TABLA-NATURALEZA-E. EXIT.

      ******************************************************************
      *  CARGA EN MEMORIA LA TABLA MOT 016: CORRELATIVO = CODIGO DE    *
      *  TRANSACCION QUE PAGA UN CHEQUE (MOMC-DOCUMENTO = NUMERO DE    *
      *  CHEQUE). SIN CODIGOS EN LA TABLA NO SE CONTROLAN CHEQUES      *
      ******************************************************************
       225-CARGA-TABLA-CHEQUES SECTION.
           MOVE ZEROS  TO WKS-FIN-MOTGEN
           MOVE 'MOT'  TO MOTC-TABLA
           MOVE 016    TO MOTC-CODIGO-TABLA
           MOVE ZEROS  TO MOTC-CORRELATIVO
           START MOTGEN KEY IS > MOTC-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-MOTGEN
           END-START
           PERFORM UNTIL FIN-MOTGEN
              READ MOTGEN NEXT RECORD
              END-READ
              IF FS-MOTGEN NOT = 0 OR
                 MOTC-TABLA NOT = 'MOT' OR
                 MOTC-CODIGO-TABLA NOT = 016
                 MOVE 1 TO WKS-FIN-MOTGEN
              ELSE
                 IF WKS-CHQ-LONG < 99 AND
                    MOTC-CORRELATIVO (1:2) NUMERIC
                    ADD 1 TO WKS-CHQ-LONG
                    SET IDX-CHQ TO WKS-CHQ-LONG
                    MOVE MOTC-CORRELATIVO (1:2)
                         TO WKS-CHQ-CODIGO (IDX-CHQ)
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-CHQ-LONG = ZEROS
              DISPLAY '>>> TABLA MOT 016 (CODIGOS DE CHEQUE) VACIA, '
                      'NO SE CONTROLAN CHEQUERAS <<<' UPON CONSOLE
           END-IF.
       225-CARGA-TABLA-CHEQUES-E. EXIT.

       230-LEE-MOMDCO SECTION.
      *--> EL MOVIMIENTO ANTERIOR YA QUEDO PROCESADO: SE CONFIRMA LA
      *--> POSICION CADA INTERVALO O DESPUES DE UN RECHAZO
           ADD 1 TO WKS-CONTADOR-CHECKPOINT
           IF WKS-CONTADOR-CHECKPOINT >= WKS-INTERVALO-CHECKPOINT OR
              FORZAR-CHECKPOINT
              PERFORM 250-GRABA-CHECKPOINT
              MOVE 0 TO WKS-CONTADOR-CHECKPOINT
              MOVE 0 TO WKS-FORZAR-CHECKPOINT
           END-IF
           READ MOMDCO
             AT END
                MOVE 1 TO WKS-FIN-MOMDCO
           END-READ.
       230-LEE-MOMDCO-E. EXIT.

      ******************************************************************
      *  REINICIO: SE SALTAN LOS MOVIMIENTOS DE MOMDCO QUE YA QUEDARON *
      *  CONFIRMADOS EN EL CHECKPOINT (SUS TOTALES YA VIENEN DE EL)    *
      ******************************************************************
       240-POSICIONA-REINICIO SECTION.
           MOVE ZEROS TO WKS-MOVS-SALTADOS
           PERFORM UNTIL WKS-MOVS-SALTADOS >= WKS-MOVS-LEIDOS
              READ MOMDCO
                AT END
                   DISPLAY '>>> MOMDCO TIENE MENOS MOVIMIENTOS QUE EL '
                           'CHECKPOINT, NO SE PUEDE REINICIAR <<<'
                           UPON CONSOLE
                   DISPLAY '>>> LEIDOS: ' WKS-MOVS-SALTADOS
                           ' CHECKPOINT: ' WKS-MOVS-LEIDOS
                           UPON CONSOLE
                   MOVE 91 TO RETURN-CODE
                   PERFORM 700-CIERRA-ARCHIVOS
                   STOP RUN
              END-READ
              ADD 1 TO WKS-MOVS-SALTADOS
           END-PERFORM.
       240-POSICIONA-REINICIO-E. EXIT.

      ******************************************************************
      *          G R A B A C I O N   D E L   C H E C K P O I N T       *
      ******************************************************************
       250-GRABA-CHECKPOINT SECTION.
           MOVE '1'                     TO MOCK-LLAVE
           MOVE '1'                     TO MOCK-FASE
           PERFORM 255-MUEVE-TOTALES-CHECKPOINT
           REWRITE REG-MOCKPT
           IF FS-MOCKPT NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE MOCK-LLAVE TO LLAVE
              MOVE 'MOCKPT'   TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MOCKPT, FSE-MOCKPT
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       250-GRABA-CHECKPOINT-E. EXIT.

       255-MUEVE-TOTALES-CHECKPOINT SECTION.
           MOVE WKS-FECHA-PROCESO       TO MOCK-FECHA-PROCESO
           MOVE WKS-MOVS-LEIDOS         TO MOCK-MOVS-LEIDOS
           MOVE WKS-MOVS-POSTEADOS      TO MOCK-MOVS-POSTEADOS
           MOVE WKS-MOVS-RECHAZADOS     TO MOCK-MOVS-RECHAZADOS
           MOVE WKS-RETENCIONES-CREADAS TO MOCK-RETENCIONES-CREADAS
           MOVE WKS-RECHAZOS-FONDOS     TO MOCK-RECHAZOS-FONDOS
           MOVE WKS-RECHAZOS-CHEQUE     TO MOCK-RECHAZOS-CHEQUE
           MOVE WKS-CHEQUES-PAGADOS     TO MOCK-CHEQUES-PAGADOS
           MOVE WKS-MOVS-EN-LINEA       TO MOCK-MOVS-EN-LINEA
           MOVE WKS-RECHAZOS-DUPLICADO  TO MOCK-RECHAZOS-DUPLICADO
           MOVE WKS-VALOR-LEIDO         TO MOCK-VALOR-LEIDO
           MOVE WKS-VALOR-POSTEADO      TO MOCK-VALOR-POSTEADO
           MOVE WKS-VALOR-RECHAZADO     TO MOCK-VALOR-RECHAZADO
           MOVE WKS-VALOR-EN-LINEA      TO MOCK-VALOR-EN-LINEA
           MOVE WKS-SEC-RECHAZO         TO MOCK-SEC-RECHAZO
           MOVE WKS-SEC-RETENCION       TO MOCK-SEC-RETENCION.
       255-MUEVE-TOTALES-CHECKPOINT-E. EXIT.

      *--> FIN NORMAL: LA SIGUIENTE CORRIDA ARRANCA DESDE CERO
       260-GRABA-CHECKPOINT-FIN SECTION.
           MOVE '1'                     TO MOCK-LLAVE
           MOVE '9'                     TO MOCK-FASE
           PERFORM 255-MUEVE-TOTALES-CHECKPOINT
           REWRITE REG-MOCKPT
           IF FS-MOCKPT NOT = 0
              DISPLAY '>>> NO SE PUDO CERRAR EL CHECKPOINT MOCKPT, '
                      'STATUS: ' FS-MOCKPT UPON CONSOLE
              MOVE 91 TO RETURN-CODE
           END-IF.
       260-GRABA-CHECKPOINT-FIN-E. EXIT.

      ******************************************************************
      *  TOTALES DE CONTROL DE MOSLIN PARA MOINTACC. COMO EL ARCHIVO   *
      *  SE ACTUALIZA POR LLAVE Y PUEDE VENIR DE UN REINICIO, LOS      *
      *  TOTALES SE TOMAN DE UN BARRIDO COMPLETO DEL MOSLIN TERMINADO: *
      *  CONTEO, SUMA DE FECHA DE ULTIMO MOVIMIENTO Y SUMA DEL SALDO   *
      *  DISPONIBLE EN AMBAS MONEDAS (LA MISMA FORMULA DE MOINTACC)    *
      ******************************************************************
       270-TOTALES-ENTREGA-MOSLIN SECTION.
           MOVE ZEROS      TO WKS-HO-CONTEO WKS-HO-HASH WKS-HO-VALOR
                              WKS-HO-FIN-DATASET
           MOVE LOW-VALUES TO MOSL-LLAVE
           START MOSLIN KEY IS NOT LESS THAN MOSL-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-HO-FIN-DATASET
           END-START
           PERFORM UNTIL HO-FIN-DATASET
              READ MOSLIN NEXT RECORD
                AT END
                   MOVE 1 TO WKS-HO-FIN-DATASET
                NOT AT END
                   ADD 1 TO WKS-HO-CONTEO
                   ADD MOSL-FECHA-ULT-MOVIMIENTO TO WKS-HO-HASH
                   COMPUTE WKS-HO-VALOR = WKS-HO-VALOR +
                           MOSL-SALDO-DISPONIBLE-Q +
                           MOSL-SALDO-DISPONIBLE-D
              END-READ
           END-PERFORM
           MOVE 'PRODUCE'         TO WKS-HO-ACCION
           MOVE WKS-FECHA-PROCESO TO WKS-HO-FECHA
           MOVE 'MOSLIN'          TO WKS-HO-DATASET
           MOVE 'MODIARIO'        TO WKS-HO-JOB
           CALL 'BTRHND00' USING WKS-HO-ACCION, WKS-HO-FECHA,
                                 WKS-HO-DATASET, WKS-HO-JOB,
                                 WKS-HO-CONTEO, WKS-HO-HASH,
                                 WKS-HO-VALOR, WKS-HO-RESULTADO
           IF NOT HO-ENTREGA-OK
              DISPLAY '>>> NO SE REGISTRARON LOS TOTALES DE ENTREGA '
                      'DE MOSLIN <<<' UPON CONSOLE
           END-IF.
       270-TOTALES-ENTREGA-MOSLIN-E. EXIT.

      ******************************************************************
      *  POSTEO DE UN MOVIMIENTO: SE VALIDA LA CUENTA EN MOMAES Y LA   *
      *  NATURALEZA DEL CODIGO; EL VALOR FIRMADO (ABONO +, CARGO -,    *
       300-POSTEA-MOVIMIENTO SECTION.
           MOVE MOMC-NUMERO-CUENTA TO WKS-CUENTA-X
           MOVE WKS-CUENTA-X       TO WKS-LLAVE-CUENTA
           PERFORM 302-VERIFICA-DUPLICADO
      *--> EL MOVIMIENTO DE VENTANILLA YA ESTA EN EL SALDO EN LINEA: SI
      *--> SU LLAVE YA ESTA EN MOPOSTD ES UN REENVIO DEL DIARIO DIURNO
      *--> YA POSTEADO, NO UN RECHAZO; SOLO CUADRA EN LOS TOTALES
           IF MOVIMIENTO-DUPLICADO AND MOMC-APLICADO-EN-LINEA
              ADD 1          TO WKS-EN-LINEA-REENVIADOS
              ADD 1          TO WKS-MOVS-EN-LINEA
              ADD MOMC-VALOR TO WKS-VALOR-EN-LINEA
              PERFORM 230-LEE-MOMDCO
              GO TO 300-POSTEA-MOVIMIENTO-E
           END-IF
           IF MOVIMIENTO-DUPLICADO
              MOVE 'MOVIMIENTO DUPLICADO, YA FUE POSTEADO'
                   TO WKS-RCH-MOTIVO
              ADD 1 TO WKS-RECHAZOS-DUPLICADO
              PERFORM 340-ESCRIBE-RECHAZO
              PERFORM 230-LEE-MOMDCO
              GO TO 300-POSTEA-MOVIMIENTO-E
           END-IF
      *--> APLICADO ANTES DE LA CAIDA, DESPUES DEL ULTIMO CHECKPOINT:
      *--> SOLO SE RECUPERA EN LOS TOTALES DE CONTROL
           IF POSTEADO-ANTES-DEL-REINICIO
              ADD 1 TO WKS-MOVS-YA-POSTEADOS
              IF MOMC-APLICADO-EN-LINEA
                 ADD 1          TO WKS-MOVS-EN-LINEA
                 ADD MOMC-VALOR TO WKS-VALOR-EN-LINEA
              ELSE
                 ADD 1          TO WKS-MOVS-POSTEADOS
                 ADD MOMC-VALOR TO WKS-VALOR-POSTEADO
              END-IF
              PERFORM 230-LEE-MOMDCO
              GO TO 300-POSTEA-MOVIMIENTO-E
           END-IF
           IF MOMC-APLICADO-EN-LINEA
              PERFORM 305-MOVIMIENTO-EN-LINEA
              PERFORM 230-LEE-MOMDCO
              GO TO 300-POSTEA-MOVIMIENTO-E
           END-IF
           MOVE WKS-LLAVE-CUENTA   TO MOMA-LLAVE
           READ MOMAES KEY IS MOMA-LLAVE
             INVALID KEY
             NOT INVALID KEY
                PERFORM 310-NATURALEZA-DEL-CODIGO
                IF WKS-NATURALEZA = 'D' OR 'C'
      *            UN DEBITO SOLO PASA SI EL SALDO LIBRE (DISPONIBLE
      *            MENOS RESERVADO MENOS EMBARGADO) MAS LA LINEA DE
      *            SOBREGIRO VIGENTE LO CUBRE
                   SET DEBITO-PERMITIDO TO TRUE
                   MOVE SPACES TO WKS-MOTIVO-RETENCION
                   PERFORM 311-CODIGO-DE-CHEQUE
                   IF WKS-VALOR-FIRMADO < ZEROS
                      IF ES-CHEQUE
                         PERFORM 313-VERIFICA-CHEQUE
                      END-IF
                      IF DEBITO-PERMITIDO
                         PERFORM 312-VERIFICA-EMBARGO
                      END-IF
                      IF DEBITO-PERMITIDO
                         PERFORM 314-VERIFICA-FONDOS
                      END-IF
                   END-IF
                   IF DEBITO-PERMITIDO
                      PERFORM 320-APLICA-A-MOSLIN
                      PERFORM 330-APLICA-A-MOMATS
                      PERFORM 335-ESCRIBE-POSTEADO
                      IF ES-CHEQUE
                         PERFORM 337-MARCA-CHEQUE
                      END-IF
                      PERFORM 338-REGISTRA-POSTEADO
                      ADD 1          TO WKS-MOVS-POSTEADOS
                      ADD MOMC-VALOR TO WKS-VALOR-POSTEADO
                   ELSE
                      MOVE WKS-MOTIVO-RETENCION TO WKS-RCH-MOTIVO
                      PERFORM 340-ESCRIBE-RECHAZO
                   END-IF
                ELSE
           PERFORM 230-LEE-MOMDCO.
       300-POSTEA-MOVIMIENTO-E. EXIT.

      ******************************************************************
      *  LLAVE DEL MOVIMIENTO EN MOPOSTD: SI YA EXISTE ES UN REENVIO,  *
      *  SALVO EN UN REINICIO CUANDO LA GRABO ESTA MISMA FECHA DE      *
      *  PROCESO CON EL MISMO NUMERO DE REGISTRO DEL DIARIO (POSTEADO  *
      *  ANTES DE LA CAIDA). EL ANIO SE TOMA DE LA FECHA DE PROCESO;   *
      *  UN MES MAYOR AL DE PROCESO ES DEL ANIO ANTERIOR               *
      ******************************************************************
       302-VERIFICA-DUPLICADO SECTION.
           SET MOVIMIENTO-NUEVO TO TRUE
           MOVE WKS-PROC-ANIO             TO MOPD-ANIO
           IF MOMC-MES > WKS-PROC-MES
              SUBTRACT 1 FROM MOPD-ANIO
           END-IF
           MOVE MOMC-MES                  TO MOPD-MES
           MOVE MOMC-DIA                  TO MOPD-DIA
           MOVE MOMC-DOCUMENTO            TO MOPD-DOCUMENTO
           MOVE MOMC-TERMINAL-FINANCIERA  TO MOPD-TERMINAL
           MOVE MOMC-NUM-SECUENCIA        TO MOPD-SECUENCIA
           MOVE MOMC-NUMERO-CUENTA        TO MOPD-CUENTA
           MOVE MOMC-CODIGO-TRANSACCION   TO MOPD-CODIGO-TRANSACCION
           MOVE MOMC-TIPO-MOVIMIENTO      TO MOPD-TIPO-MOVIMIENTO
           MOVE MOMC-ORIGEN-TRANSACCION   TO MOPD-ORIGEN-TRANSACCION
           MOVE MOPD-LLAVE                TO WKS-LLAVE-POSTEO
           READ MOPOSTD KEY IS MOPD-LLAVE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF REINICIO-JOB AND
                   MOPD-FECHA-POSTEO    = WKS-FECHA-PROCESO AND
                   MOPD-REGISTRO-DIARIO = WKS-MOVS-LEIDOS
                   SET POSTEADO-ANTES-DEL-REINICIO TO TRUE
                ELSE
                   SET MOVIMIENTO-DUPLICADO TO TRUE
                END-IF
           END-READ.
       302-VERIFICA-DUPLICADO-E. EXIT.

      ******************************************************************
      *  MOVIMIENTO DE VENTANILLA YA APLICADO AL SALDO EN LINEA        *
      *  (MOMDDIA): NO SE TOCA MOSLIN NI SE CONTROLAN FONDOS, SOLO SE  *
      *  ACUMULA EN MOMATS Y SE DEJA EN MOMDPOS PARA MOCONTAB          *
      ******************************************************************
       305-MOVIMIENTO-EN-LINEA SECTION.
           PERFORM 310-NATURALEZA-DEL-CODIGO
           IF WKS-NATURALEZA = 'D' OR 'C'
              PERFORM 330-APLICA-A-MOMATS
           END-IF
           PERFORM 335-ESCRIBE-POSTEADO
           PERFORM 338-REGISTRA-POSTEADO
           ADD 1          TO WKS-MOVS-EN-LINEA
           ADD MOMC-VALOR TO WKS-VALOR-EN-LINEA.
       305-MOVIMIENTO-EN-LINEA-E. EXIT.

      *--> EL CODIGO PAGA UN CHEQUE SI ESTA EN LA TABLA MOT 016
       311-CODIGO-DE-CHEQUE SECTION.
           MOVE ZEROS TO WKS-ES-CHEQUE
           IF WKS-CHQ-LONG > ZEROS
              SET IDX-CHQ TO 1
              SEARCH ALL WKS-CHQ-ENT
                 AT END
                    CONTINUE
                 WHEN WKS-CHQ-CODIGO (IDX-CHQ) =
                      MOMC-CODIGO-TRANSACCION
                    MOVE 1 TO WKS-ES-CHEQUE
              END-SEARCH
           END-IF.
       311-CODIGO-DE-CHEQUE-E. EXIT.

      ******************************************************************
      *  PAGO DE CHEQUE: EL NUMERO (MOMC-DOCUMENTO) DEBE ESTAR EN UNA  *
      *  CHEQUERA EMITIDA A LA CUENTA, NO ESTAR PAGADO Y NO TENER      *
      *  ORDEN DE NO PAGO VIGENTE Y NO VENCIDA A LA FECHA DE PROCESO   *
      ******************************************************************
       313-VERIFICA-CHEQUE SECTION.
           PERFORM 315-BUSCA-CHEQUERA
           EVALUATE TRUE
              WHEN NOT HAY-CHEQUERA
                 SET DEBITO-RETENIDO TO TRUE
                 MOVE 'CHEQUE FUERA DE LAS CHEQUERAS DE LA CUENTA'
                      TO WKS-MOTIVO-RETENCION
              WHEN MOCQ-CHEQUE-PAGADO (WKS-POSICION-CHEQUE)
                 SET DEBITO-RETENIDO TO TRUE
                 MOVE 'CHEQUE YA PAGADO ANTERIORMENTE'
                      TO WKS-MOTIVO-RETENCION
              WHEN OTHER
                 MOVE WKS-LLAVE-CUENTA   TO MOSP-CUENTA
                 MOVE MOMC-DOCUMENTO     TO MOSP-CHEQUE
                 READ MOSUSPA KEY IS MOSP-LLAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF MOSP-VIGENTE AND
                         MOSP-FECHA-VENCIMIENTO NOT < WKS-FECHA-PROCESO
                         SET DEBITO-RETENIDO TO TRUE
                         MOVE 'CHEQUE CON ORDEN DE NO PAGO VIGENTE'
                              TO WKS-MOTIVO-RETENCION
                      END-IF
                 END-READ
           END-EVALUATE
           IF DEBITO-RETENIDO
              ADD 1 TO WKS-RECHAZOS-CHEQUE
           END-IF.
       313-VERIFICA-CHEQUE-E. EXIT.

      ******************************************************************
      *  UBICA LA CHEQUERA DEL CHEQUE: LA PRIMERA LLAVE IGUAL O MAYOR  *
      *  A CUENTA + NUMERO (LA LLAVE LLEVA EL ULTIMO CHEQUE DEL RANGO) *
      *  SI ES DE LA CUENTA Y SU RANGO EMPIEZA ANTES DEL NUMERO        *
      ******************************************************************
       315-BUSCA-CHEQUERA SECTION.
           MOVE ZEROS            TO WKS-HAY-CHEQUERA
           MOVE WKS-LLAVE-CUENTA TO MOCQ-CUENTA
           MOVE MOMC-DOCUMENTO   TO MOCQ-CHEQUE-FINAL
           START MOCHEQ KEY IS NOT LESS THAN MOCQ-LLAVE
             INVALID KEY
                GO TO 315-BUSCA-CHEQUERA-E
           END-START
           READ MOCHEQ NEXT RECORD
             AT END
                GO TO 315-BUSCA-CHEQUERA-E
           END-READ
           IF FS-MOCHEQ = 0 AND
              MOCQ-CUENTA = WKS-LLAVE-CUENTA AND
              MOCQ-CHEQUE-INICIAL NOT > MOMC-DOCUMENTO
              MOVE 1 TO WKS-HAY-CHEQUERA
              COMPUTE WKS-POSICION-CHEQUE =
                      MOMC-DOCUMENTO - MOCQ-CHEQUE-INICIAL + 1
           END-IF.
       315-BUSCA-CHEQUERA-E. EXIT.

      ******************************************************************
      *  SUMA LAS ORDENES DE EMBARGO VIGENTES DE LA CUENTA (MOEMBAR):  *
      *  UN CONGELAMIENTO TOTAL RECHAZA CUALQUIER DEBITO; SI NO, EL    *
      *  MONTO EMBARGADO SE DESCUENTA DEL SALDO LIBRE EN 314           *
      ******************************************************************
       312-VERIFICA-EMBARGO SECTION.
           MOVE ZEROS  TO WKS-MONTO-EMBARGADO WKS-FIN-EMBARGOS
                 END-IF
              END-IF
           END-PERFORM
           IF HAY-CONGELAMIENTO
              SET DEBITO-RETENIDO TO TRUE
              MOVE 'CUENTA EMBARGADA, DEBITO EXCEDE EL LIBRE'
                   TO WKS-MOTIVO-RETENCION
           END-IF.
       312-VERIFICA-EMBARGO-E. EXIT.

      ******************************************************************
      *  CONTROL DE FONDOS DE TODO DEBITO: EL SALDO LIBRE (DISPONIBLE  *
      *  MENOS RESERVADO MENOS EMBARGADO) MAS LA LINEA DE SOBREGIRO    *
      *  VIGENTE DE LA MONEDA DEBE CUBRIR EL DEBITO. UNA CUENTA SIN    *
      *  REGISTRO EN MOSLIN TIENE SALDO CERO                           *
      ******************************************************************
       314-VERIFICA-FONDOS SECTION.
           MOVE ZEROS TO WKS-SALDO-LIBRE
           MOVE WKS-LLAVE-CUENTA TO MOSL-LLAVE
           READ MOSLIN KEY IS MOSL-LLAVE
             INVALID KEY
                INITIALIZE REG-MOSLIN
                MOVE WKS-LLAVE-CUENTA TO MOSL-LLAVE
           END-READ
           PERFORM 318-SANEA-RESERVADO
           IF MOMC-CODIGO-MONEDA = 2
              COMPUTE WKS-SALDO-LIBRE = MOSL-SALDO-DISPONIBLE-Q -
                      MOSL-RESERVADO-Q - WKS-MONTO-EMBARGADO
           END-IF
           PERFORM 316-LINEA-SOBREGIRO
           IF WKS-SALDO-LIBRE + WKS-LINEA-SOBREGIRO +
              WKS-VALOR-FIRMADO < ZEROS
              SET DEBITO-RETENIDO TO TRUE
              IF WKS-MONTO-EMBARGADO > ZEROS
                 MOVE 'CUENTA EMBARGADA, DEBITO EXCEDE EL LIBRE'
                      TO WKS-MOTIVO-RETENCION
              ELSE
                 MOVE 'FONDOS INSUFICIENTES, EXCEDE LIBRE MAS LINEA'
                      TO WKS-MOTIVO-RETENCION
                 ADD 1 TO WKS-RECHAZOS-FONDOS
              END-IF
           END-IF.
       314-VERIFICA-FONDOS-E. EXIT.

      ******************************************************************
      *  LINEA DE SOBREGIRO DE LA CUENTA EN LA MONEDA DEL MOVIMIENTO   *
      *  (MOSOBGI): SOLO CUENTA SI ESTA VIGENTE Y NO HA VENCIDO A LA   *
      *  FECHA DE PROCESO                                              *
      ******************************************************************
       316-LINEA-SOBREGIRO SECTION.
           MOVE ZEROS            TO WKS-LINEA-SOBREGIRO
           MOVE WKS-LLAVE-CUENTA TO MOSG-CUENTA
           IF MOMC-CODIGO-MONEDA = 2
              MOVE 2 TO MOSG-MONEDA
           ELSE
              MOVE 1 TO MOSG-MONEDA
           END-IF
           READ MOSOBGI KEY IS MOSG-LLAVE
             INVALID KEY
                GO TO 316-LINEA-SOBREGIRO-E
           END-READ
           IF MOSG-VIGENTE AND
              MOSG-FECHA-VENCIMIENTO NOT < WKS-FECHA-PROCESO
              MOVE MOSG-LIMITE TO WKS-LINEA-SOBREGIRO
           END-IF.
       316-LINEA-SOBREGIRO-E. EXIT.

      ******************************************************************
      *  LOS RESERVADOS SALIERON DEL FILLER DE MOSLIN: UN REGISTRO     *
           END-IF.
       330-APLICA-A-MOMATS-E. EXIT.

      ******************************************************************
      *  EL CHEQUE PAGADO QUEDA MARCADO EN SU CHEQUERA PARA QUE NO SE  *
      *  PAGUE DOS VECES; LA REVERSA DEL PAGO LE QUITA LA MARCA        *
      ******************************************************************
       337-MARCA-CHEQUE SECTION.
           IF MOMC-TIPO-MOVIMIENTO NOT = 9 AND
              WKS-VALOR-FIRMADO NOT < ZEROS
              GO TO 337-MARCA-CHEQUE-E
           END-IF
           PERFORM 315-BUSCA-CHEQUERA
           IF NOT HAY-CHEQUERA
              GO TO 337-MARCA-CHEQUE-E
           END-IF
           IF MOMC-TIPO-MOVIMIENTO = 9
              MOVE SPACE TO MOCQ-MARCA-CHEQUE (WKS-POSICION-CHEQUE)
           ELSE
              SET MOCQ-CHEQUE-PAGADO (WKS-POSICION-CHEQUE) TO TRUE
              ADD 1 TO WKS-CHEQUES-PAGADOS
           END-IF
           REWRITE REG-MOCHEQ
           IF FS-MOCHEQ NOT = 0
              MOVE 'REWRITE'   TO ACCION
              MOVE MOCQ-LLAVE  TO LLAVE
              MOVE 'MOCHEQ'    TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-MOCHEQ, FSE-MOCHEQ
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       337-MARCA-CHEQUE-E. EXIT.

      ******************************************************************
      *  EL MOVIMIENTO POSTEADO SE COPIA TAL CUAL A MOMDPOS, DE DONDE  *
      *  EL EXTRACTO CONTABLE MOCONTAB ARMA LAS PARTIDAS DEL DIA       *
      ******************************************************************
       335-ESCRIBE-POSTEADO SECTION.
           MOVE REG-MOMDCO TO POS-LINE
           WRITE POS-LINE
           IF FS-MOMDPOS NOT = 0
              DISPLAY 'ERROR AL GRABAR MOMDPOS, STATUS: ' FS-MOMDPOS
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       335-ESCRIBE-POSTEADO-E. EXIT.

      *--> LA LLAVE DEL MOVIMIENTO APLICADO QUEDA EN MOPOSTD
       338-REGISTRA-POSTEADO SECTION.
           INITIALIZE REG-MOPOSTD
           MOVE WKS-LLAVE-POSTEO   TO MOPD-LLAVE
           MOVE WKS-FECHA-PROCESO  TO MOPD-FECHA-POSTEO
           MOVE WKS-MOVS-LEIDOS    TO MOPD-REGISTRO-DIARIO
           MOVE MOMC-VALOR         TO MOPD-VALOR
           WRITE REG-MOPOSTD
           IF FS-MOPOSTD NOT = 0
              MOVE 'WRITE'    TO ACCION
              MOVE MOPD-LLAVE TO LLAVE
              MOVE 'MOPOSTD'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-MOPOSTD, FSE-MOPOSTD
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       338-REGISTRA-POSTEADO-E. EXIT.

       340-ESCRIBE-RECHAZO SECTION.
           ADD 1          TO WKS-MOVS-RECHAZADOS
           ADD MOMC-VALOR TO WKS-VALOR-RECHAZADO
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           PERFORM 345-ENCOLA-RECHAZO
           MOVE 1 TO WKS-FORZAR-CHECKPOINT.
       340-ESCRIBE-RECHAZO-E. EXIT.

      ******************************************************************

      ******************************************************************
      *  TOTALES DE CONTROL: LO LEIDO DEBE SER IGUAL A LO POSTEADO MAS *
      *  LO RECHAZADO MAS LO YA APLICADO EN LINEA, TANTO EN CANTIDAD   *
      *  COMO EN VALOR ABSOLUTO                                        *
      ******************************************************************
       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           DISPLAY 'MOVIMIENTOS POSTEADOS        : ' WKS-MASCARA
           MOVE    WKS-MOVS-RECHAZADOS TO WKS-MASCARA
           DISPLAY 'MOVIMIENTOS RECHAZADOS       : ' WKS-MASCARA
           MOVE    WKS-MOVS-EN-LINEA   TO WKS-MASCARA
           DISPLAY 'MOVS. APLICADOS EN LINEA     : ' WKS-MASCARA
           MOVE    WKS-RETENCIONES-CREADAS TO WKS-MASCARA
           DISPLAY 'RETENCIONES CREADAS          : ' WKS-MASCARA
           MOVE    WKS-RECHAZOS-FONDOS TO WKS-MASCARA
           DISPLAY 'RECHAZOS POR FONDOS INSUFIC. : ' WKS-MASCARA
           MOVE    WKS-RECHAZOS-CHEQUE TO WKS-MASCARA
           DISPLAY 'RECHAZOS DE CHEQUES          : ' WKS-MASCARA
           MOVE    WKS-CHEQUES-PAGADOS TO WKS-MASCARA
           DISPLAY 'CHEQUES MARCADOS PAGADOS     : ' WKS-MASCARA
           MOVE    WKS-RECHAZOS-DUPLICADO TO WKS-MASCARA
           DISPLAY 'RECHAZOS POR DUPLICADO       : ' WKS-MASCARA
           MOVE    WKS-EN-LINEA-REENVIADOS TO WKS-MASCARA
           DISPLAY 'EN LINEA REENVIADOS (OMITID.): ' WKS-MASCARA
           IF REINICIO-JOB
              MOVE    WKS-MOVS-YA-POSTEADOS TO WKS-MASCARA
              DISPLAY 'YA POSTEADOS ANTES DE CAIDA  : ' WKS-MASCARA
           END-IF
           MOVE    WKS-VALOR-LEIDO     TO WKS-MASCARA-MONTO
           DISPLAY 'VALOR LEIDO                  : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-VALOR-RECHAZADO TO WKS-MASCARA-MONTO
           DISPLAY 'VALOR RECHAZADO              : '
                    WKS-MASCARA-MONTO
           MOVE    WKS-VALOR-EN-LINEA  TO WKS-MASCARA-MONTO
           DISPLAY 'VALOR YA APLICADO EN LINEA   : '
                    WKS-MASCARA-MONTO
           IF WKS-VALOR-LEIDO NOT =
              WKS-VALOR-POSTEADO + WKS-VALOR-RECHAZADO +
              WKS-VALOR-EN-LINEA
              DISPLAY '>>> DESCUADRE: LEIDO NO IGUALA POSTEADO MAS '
                      'RECHAZADO MAS EN LINEA <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
           END-IF
           DISPLAY '******************************************'.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE MOMDCO MOMAES MOTGEN MOSLIN MOMATS MORESER
                 MOEMBAR MOVRECH MORECHQ MOSOBGI MOMDPOS
                 MOCHEQ MOSUSPA MOPOSTD MOCKPT.
       700-CIERRA-ARCHIVOS-E. EXIT.
