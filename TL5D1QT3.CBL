      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA EMPRESARIAL                              *
      * PROGRAMA    : TL5D1QT3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : PROPUESTAS DE QUITA DE COBRANZA. CUANDO EL       *
      *             : ANALISTA NEGOCIA CON EL CLIENTE UN PAGO UNICO    *
      *             : MENOR AL SALDO EN MORA, AQUI REGISTRA LA         *
      *             : PROPUESTA (P): CUENTA, MONEDA, PAGO PROPUESTO Y  *
      *             : FECHA LIMITE DE PAGO. EL SALDO ADEUDADO SE TOMA  *
      *             : DE LOS CICLOS DE MORA (GRUPO 3) DE LOS ANEXOS    *
      *             : TLAXLQ/TLAXLD/TIAXL1, LA CUENTA DEBE TENER       *
      *             : CICLOS ABIERTOS EN TLIMOR Y SE CALCULAN LA QUITA *
      *             : Y SU PORCENTAJE. EL NIVEL DE AUTORIDAD QUE DEBE  *
      *             : APROBARLA ES EL MENOR NIVEL DE TLTGEN TLT 018    *
      *             : CUYOS LIMITES (PORCENTAJE Y MONTO MAXIMO DE      *
      *             : QUITA) LA CUBREN. UN APROBADOR DISTINTO DEL      *
      *             : ANALISTA, CON PERMISO A O R EN BTRPERM, LA       *
      *             : APRUEBA (A) O LA RECHAZA CON MOTIVO (R); SU      *
      *             : NIVEL ES EL MAS ALTO DE TLT 018 CUYO ROL TIENE   *
      *             : EN BTRUSER Y SUS LIMITES DEBEN CUBRIR LA QUITA.  *
      *             : LA ACCION I MUESTRA LA PROPUESTA VIGENTE O LA    *
      *             : ULTIMA DE LA CUENTA. EL PAGO, LA PARTIDA         *
      *             : CONTABLE Y EL CIERRE DE CICLOS LOS HACE EL BATCH *
      *             : NOCTURNO TLQUITBA.                               *
      * ARCHIVOS    : TLQUITA, TLIMOR, TLTGEN      (VSAM KSDS)         *
      *             : TLAXLQ, TLAXLD, TIAXL1       (VSAM KSDS)         *
      *             : BTRUSER                      (VSAM KSDS)         *
      * ACCION (ES) : P=PROPONER  I=CONSULTA                           *
      *             : A=APROBAR  R=RECHAZAR                            *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO DE COBRANZA                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TL5D1QT3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "TL5D1QT3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-I                   PIC 9(02)  VALUE ZEROS.
          02 WKS-CICLOS-ABIERTOS     PIC 9(02)  VALUE ZEROS.
          02 WKS-SALDO-ADEUDADO      PIC S9(09)V99 VALUE ZEROS.
          02 WKS-MONTO-QUITA         PIC S9(09)V99 VALUE ZEROS.
          02 WKS-PORCENTAJE-QUITA    PIC 9(03)V99 VALUE ZEROS.
          02 WKS-MONTO-X             PIC X(11)  VALUE ZEROS.
          02 WKS-PAGO-PROPUESTO REDEFINES WKS-MONTO-X
                                     PIC 9(09)V99.
          02 WKS-FECHA-LIMITE        PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-LIMITE-R REDEFINES WKS-FECHA-LIMITE.
             03 WKS-LIM-AAAA         PIC 9(04).
             03 WKS-LIM-MM           PIC 9(02).
             03 WKS-LIM-DD           PIC 9(02).
          02 WKS-MONTO-EDIT          PIC ZZZZZZZZ9.99 VALUE ZEROS.
          02 WKS-PORCENTAJE-EDIT     PIC ZZ9.99 VALUE ZEROS.
          02 WKS-BIN-INSTITU         PIC 9(06)  VALUE ZEROS.
             88 BIN-INSTITU                     VALUE 050837.
          02 WKS-ACCION-PERMISO      PIC X(01)  VALUE SPACES.
          02 WKS-AUTORIZADO          PIC X(01)  VALUE 'N'.
             88 ACCION-AUTORIZADA               VALUE 'S'.
          02 WKS-FIN-BROWSE          PIC X(01)  VALUE 'N'.
             88 WKS-BROWSE-TERMINADO            VALUE 'S'.
             88 WKS-BROWSE-CONTINUA             VALUE 'N'.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *--> PROPUESTAS DE LA CUENTA HALLADAS EN EL BROWSE DE TLQUITA
       01 WKS-PROPUESTAS-CUENTA.
          02 WKS-HAY-VIGENTE         PIC X(01)  VALUE 'N'.
             88 HAY-VIGENTE                     VALUE 'S'.
          02 WKS-HAY-PROPUESTA       PIC X(01)  VALUE 'N'.
             88 HAY-PROPUESTA                   VALUE 'S'.
          02 WKS-LLAVE-VIGENTE       PIC X(31)  VALUE SPACES.
          02 WKS-LLAVE-ULTIMA        PIC X(31)  VALUE SPACES.
      *--> NIVELES DE AUTORIDAD DE QUITA (TLTGEN TLT 018): REGISTRO =
      *--> NIVEL 1-9; DESCRIPCION 1:5 PORCENTAJE MAXIMO 999V99, 6:11
      *--> MONTO MAXIMO DE QUITA 9(9)V99, 17:8 ROL DE BTRUSER QUE
      *--> TIENE ESE NIVEL
       01 WKS-NIVEL-AUTORIDAD.
          02 WKS-NIVEL               PIC 9(01)  VALUE ZEROS.
          02 WKS-NIVEL-REQUERIDO     PIC 9(01)  VALUE ZEROS.
          02 WKS-NIVEL-APROBADOR     PIC 9(01)  VALUE ZEROS.
          02 WKS-NIV-EXISTE          PIC X(01)  VALUE 'N'.
             88 NIVEL-EXISTE                    VALUE 'S'.
          02 WKS-NIV-PORCENTAJE-MAX  PIC 9(03)V99 VALUE ZEROS.
          02 WKS-NIV-MONTO-MAX       PIC 9(09)V99 VALUE ZEROS.
          02 WKS-NIV-ROL             PIC X(08)  VALUE SPACES.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-CUENTA       PIC X(16)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLQUITM.
       COPY TLQUITA.
       COPY TLIMOR.
       COPY TLAXLQ.
       COPY TLAXLD.
       COPY TIAXL1.
       COPY TLTGEN.
       COPY BTRUSER.
       COPY BTRAUTC.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *         S E C C I O N    D E    C O M U N I C A C I O N E S    *
      ******************************************************************
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           02 FL    PIC X OCCURS 0 TO 9999 DEPENDING ON EIBCALEN.

       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF EIBCALEN = ZERO
              INITIALIZE WKS-COMMAREAS
           ELSE
              MOVE DFHCOMMAREA TO WKS-COMMAREAS
           END-IF
           PERFORM 100-VALIDA-LLAMADO
           PERFORM REGRESA-CONTROL-A-TRANS.
       000-PRINCIPAL-E. EXIT.

       100-VALIDA-LLAMADO SECTION.
           EVALUATE TRUE
           WHEN EIBCALEN = ZERO
                MOVE SPACES             TO MENSAJEO
                SET SEND-ERASE          TO TRUE
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHENTER
                PERFORM 105-VALIDA-AUTORIZACION
                IF BTAU-AUTORIZADO
                   PERFORM 110-RECIBE-Y-PROCESA
                ELSE
                   MOVE BTAU-MENSAJE    TO MENSAJEO
                END-IF
                SET SEND-DATAONLY       TO TRUE
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHCLEAR
                MOVE SPACES             TO MENSAJEO
                SET SEND-ERASE          TO TRUE
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHPF3
                EXEC CICS SEND TEXT FROM(WKS-FIN) ERASE END-EXEC
                EXEC CICS RETURN END-EXEC

           WHEN OTHER
                MOVE 'TECLA INVALIDA, USE ENTER PARA PROCESAR O PF3'
                                        TO MENSAJEO
                SET SEND-DATAONLY-ALARM TO TRUE
                PERFORM ENVIA-MAPA
           END-EVALUATE.
       100-VALIDA-LLAMADO-E. EXIT.

      ******************************************************************
      *  USUARIO FIRMADO EN LA TERMINAL CON PERMISO EN LA TRANSACCION  *
      *  (RUTINA COMUN BTRAUT00); SU CODIGO QUEDA EN BTAU-USUARIO      *
      ******************************************************************
       105-VALIDA-AUTORIZACION SECTION.
           INITIALIZE BTAU-COMMAREA
           SET  BTAU-AUTORIZA           TO TRUE
           MOVE EIBTRMID                TO BTAU-TERMINAL
           MOVE WKS-NOMBRE-PROGRAMA     TO BTAU-TRANSACCION
           MOVE WKS-ACCION-PERMISO      TO BTAU-ACCION
           EXEC CICS LINK
                PROGRAM  ('BTRAUT00')
                COMMAREA (BTAU-COMMAREA)
                LENGTH   (LENGTH OF BTAU-COMMAREA)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'N'                  TO BTAU-RESULTADO
              MOVE 'RUTINA DE SEGURIDAD BTRAUT00 NO DISPONIBLE'
                                        TO BTAU-MENSAJE
           END-IF.
       105-VALIDA-AUTORIZACION-E. EXIT.

      ******************************************************************
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (P/I/A/R)      *
      *  SOBRE LA CUENTA Y MONEDA INDICADAS                            *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('TLQUITM')
                MAPSET  ('TLQUITM')
                INTO    (TLQUITMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA TLQUITM' TO MENSAJEO
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           MOVE SPACES TO SALDOO QUITAO PORCENO NIVELO ESTADOO
                          ANALISO APROBAO MENSAJEO
           IF CUENTAI = SPACES OR CUENTAI = LOW-VALUES
              MOVE 'INGRESE LA CUENTA DE LA PROPUESTA DE QUITA'
                                        TO MENSAJEO
              MOVE -1 TO CUENTAL
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           MOVE CUENTAI                 TO WKS-ULTIMA-CUENTA
           EVALUATE ACCIONI
           WHEN 'P' WHEN 'p'
                PERFORM 200-PROPONE-QUITA
           WHEN 'I' WHEN 'i'
                PERFORM 400-CONSULTA-QUITA
           WHEN 'A' WHEN 'a'
           WHEN 'R' WHEN 'r'
                PERFORM 130-VALIDA-PERMISO
                IF ACCION-AUTORIZADA
                   PERFORM 500-RESUELVE-QUITA
                ELSE
                   MOVE 'USUARIO SIN PERMISO PARA RESOLVER QUITAS'
                                        TO MENSAJEO
                END-IF
           WHEN OTHER
                MOVE 'ACCION INVALIDA, USE P=PROPONER I=CONSULTA '
                   & 'A=APROBAR R=RECHAZAR' TO MENSAJEO
                MOVE -1 TO ACCIONL
           END-EVALUATE.
       110-RECIBE-Y-PROCESA-E. EXIT.

      *--> APROBAR (A) O RECHAZAR (R) UNA QUITA ES ACCION DE
      *--> APROBADOR: EXIGE SU FILA PROPIA EN BTRPERM
       130-VALIDA-PERMISO SECTION.
           MOVE 'N'      TO WKS-AUTORIZADO
           MOVE ACCIONI  TO WKS-ACCION-PERMISO
           INSPECT WKS-ACCION-PERMISO CONVERTING 'ar' TO 'AR'
           PERFORM 105-VALIDA-AUTORIZACION
           MOVE SPACES   TO WKS-ACCION-PERMISO
           IF BTAU-AUTORIZADO
              MOVE 'S' TO WKS-AUTORIZADO
           END-IF.
       130-VALIDA-PERMISO-E. EXIT.

      ******************************************************************
      *  RECORRE LAS PROPUESTAS DE LA CUENTA Y MONEDA (LLAVE CON FECHA *
      *  Y HORA ASCENDENTES): GUARDA LA LLAVE DE LA VIGENTE (P O A) Y  *
      *  LA DE LA ULTIMA REGISTRADA                                    *
      ******************************************************************
       150-BUSCA-PROPUESTAS SECTION.
           MOVE 'N'        TO WKS-HAY-VIGENTE WKS-HAY-PROPUESTA
           MOVE SPACES     TO WKS-LLAVE-VIGENTE WKS-LLAVE-ULTIMA
           SET WKS-BROWSE-CONTINUA TO TRUE
           MOVE LOW-VALUES TO TLQT-LLAVE
           MOVE CUENTAI    TO TLQT-CUENTA
           IF MONEDAI = '2'
              MOVE 2       TO TLQT-MONEDA
           ELSE
              MOVE 1       TO TLQT-MONEDA
           END-IF
           MOVE ZEROS      TO TLQT-FECHA-PROPUESTA TLQT-HORA-PROPUESTA
           EXEC CICS STARTBR
                DATASET ('TLQUITA')
                RIDFLD  (TLQT-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 150-BUSCA-PROPUESTAS-E
           END-IF
           PERFORM UNTIL WKS-BROWSE-TERMINADO
              EXEC CICS READNEXT
                   DATASET ('TLQUITA')
                   INTO    (REG-TLQUITA)
                   RIDFLD  (TLQT-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP = DFHRESP(NORMAL) AND
                 TLQT-CUENTA = CUENTAI AND
                 ((MONEDAI = '2' AND TLQT-MONEDA = 2) OR
                  (MONEDAI NOT = '2' AND TLQT-MONEDA = 1))
                 MOVE 'S'        TO WKS-HAY-PROPUESTA
                 MOVE TLQT-LLAVE TO WKS-LLAVE-ULTIMA
                 IF TLQT-VIGENTE
                    MOVE 'S'        TO WKS-HAY-VIGENTE
                    MOVE TLQT-LLAVE TO WKS-LLAVE-VIGENTE
                 END-IF
              ELSE
                 SET WKS-BROWSE-TERMINADO TO TRUE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('TLQUITA') NOHANDLE END-EXEC.
       150-BUSCA-PROPUESTAS-E. EXIT.

      ******************************************************************
      *   P R O P U E S T A   D E   Q U I T A                          *
      *  VALIDA PAGO Y FECHA LIMITE, EXIGE MORA ABIERTA EN TLIMOR Y    *
      *  SALDO EN EL ANEXO, CALCULA LA QUITA, SU PORCENTAJE Y EL NIVEL *
      *  QUE DEBE APROBARLA, Y LA GRABA PENDIENTE                      *
      ******************************************************************
       200-PROPONE-QUITA SECTION.
           MOVE PAGOI TO WKS-MONTO-X
           IF WKS-MONTO-X NOT NUMERIC OR WKS-PAGO-PROPUESTO = ZEROS
              MOVE 'INGRESE EL PAGO PROPUESTO (9 ENTEROS, 2 DECIMALES)'
                                        TO MENSAJEO
              MOVE -1 TO PAGOL
              GO TO 200-PROPONE-QUITA-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           IF FECLIMI NOT NUMERIC
              MOVE 'INGRESE LA FECHA LIMITE DE PAGO AAAAMMDD'
                                        TO MENSAJEO
              MOVE -1 TO FECLIML
              GO TO 200-PROPONE-QUITA-E
           END-IF
           MOVE FECLIMI TO WKS-FECHA-LIMITE
           IF WKS-LIM-MM < 01 OR WKS-LIM-MM > 12 OR
              WKS-LIM-DD < 01 OR WKS-LIM-DD > 31 OR
              WKS-FECHA-LIMITE < FECHA-SYS
              MOVE 'FECHA LIMITE DE PAGO INVALIDA O ANTERIOR A HOY'
                                        TO MENSAJEO
              MOVE -1 TO FECLIML
              GO TO 200-PROPONE-QUITA-E
           END-IF
           PERFORM 150-BUSCA-PROPUESTAS
           IF HAY-VIGENTE
              MOVE 'LA CUENTA YA TIENE UNA PROPUESTA DE QUITA VIGENTE'
                                        TO MENSAJEO
              GO TO 200-PROPONE-QUITA-E
           END-IF
           PERFORM 210-VALIDA-MORA
           IF MENSAJEO NOT = SPACES
              GO TO 200-PROPONE-QUITA-E
           END-IF
           PERFORM 220-SALDO-DESDE-ANEXO
           IF MENSAJEO NOT = SPACES
              GO TO 200-PROPONE-QUITA-E
           END-IF
           IF WKS-PAGO-PROPUESTO NOT < WKS-SALDO-ADEUDADO
              MOVE WKS-SALDO-ADEUDADO TO WKS-MONTO-EDIT
              MOVE WKS-MONTO-EDIT     TO SALDOO
              MOVE 'EL PAGO PROPUESTO DEBE SER MENOR AL SALDO ADEUDADO'
                                        TO MENSAJEO
              MOVE -1 TO PAGOL
              GO TO 200-PROPONE-QUITA-E
           END-IF
           COMPUTE WKS-MONTO-QUITA =
                   WKS-SALDO-ADEUDADO - WKS-PAGO-PROPUESTO
           COMPUTE WKS-PORCENTAJE-QUITA ROUNDED =
                   WKS-MONTO-QUITA * 100 / WKS-SALDO-ADEUDADO
           PERFORM 230-NIVEL-REQUERIDO
           IF WKS-NIVEL-REQUERIDO = ZEROS
              MOVE 'LA QUITA EXCEDE LA AUTORIDAD DEL NIVEL MAS ALTO '
                 & '(TLT 018)' TO MENSAJEO
              GO TO 200-PROPONE-QUITA-E
           END-IF
           INITIALIZE REG-TLQUITA
           MOVE CUENTAI                 TO TLQT-CUENTA
           IF MONEDAI = '2'
              MOVE 2                    TO TLQT-MONEDA
           ELSE
              MOVE 1                    TO TLQT-MONEDA
           END-IF
           MOVE FECHA-SYS               TO TLQT-FECHA-PROPUESTA
           MOVE HORA-SYS                TO TLQT-HORA-PROPUESTA
           MOVE WKS-SALDO-ADEUDADO      TO TLQT-SALDO-ADEUDADO
           MOVE WKS-PAGO-PROPUESTO      TO TLQT-PAGO-PROPUESTO
           MOVE WKS-MONTO-QUITA         TO TLQT-MONTO-QUITA
           MOVE WKS-PORCENTAJE-QUITA    TO TLQT-PORCENTAJE-QUITA
           MOVE WKS-NIVEL-REQUERIDO     TO TLQT-NIVEL-REQUERIDO
           MOVE WKS-FECHA-LIMITE        TO TLQT-FECHA-LIMITE-PAGO
           SET  TLQT-PENDIENTE          TO TRUE
           MOVE BTAU-USUARIO            TO TLQT-ANALISTA
           EXEC CICS WRITE
                DATASET ('TLQUITA')
                FROM    (REG-TLQUITA)
                RIDFLD  (TLQT-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 600-MUESTRA-PROPUESTA
                     MOVE 'PROPUESTA DE QUITA REGISTRADA, PENDIENTE DE '
                        & 'APROBACION' TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'PROPUESTA DUPLICADA, INTENTE DE NUEVO'
                                            TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO TLQUITA ESTA CERRADO'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN TLQUITA'
                                            TO MENSAJEO
           END-EVALUATE.
       200-PROPONE-QUITA-E. EXIT.

      *--> LA CUENTA DEBE TENER CICLOS DE MORA ABIERTOS EN TLIMOR (LOS
      *--> CERRADOS POR CURA QUEDAN CON SITUACION 00); UNA CUENTA
      *--> CASTIGADA YA NO TIENE CICLOS Y NO ADMITE QUITA
       210-VALIDA-MORA SECTION.
           MOVE SPACES  TO MENSAJEO
           MOVE CUENTAI TO TLIM-CUENTA
           IF MONEDAI = '2'
              MOVE 2    TO TLIM-MONEDA
           ELSE
              MOVE 1    TO TLIM-MONEDA
           END-IF
           EXEC CICS READ
                DATASET ('TLIMOR')
                INTO    (REG-TLIMOR)
                RIDFLD  (TLIM-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA CUENTA NO ESTA EN MORA (NO EXISTE EN '
                        & 'TLIMOR)' TO MENSAJEO
                     GO TO 210-VALIDA-MORA-E
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER TLIMOR' TO MENSAJEO
                     GO TO 210-VALIDA-MORA-E
           END-EVALUATE
           MOVE ZEROS TO WKS-CICLOS-ABIERTOS
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
              IF TLIM-CICLO-VENCIDO (WKS-I) > ZEROS AND
                 TLIM-SITUACION-CTA (WKS-I) > ZEROS
                 ADD 1 TO WKS-CICLOS-ABIERTOS
              END-IF
           END-PERFORM
           IF WKS-CICLOS-ABIERTOS = ZEROS
              MOVE 'LA CUENTA NO TIENE CICLOS DE MORA ABIERTOS'
                                        TO MENSAJEO
           END-IF.
       210-VALIDA-MORA-E. EXIT.

      *--> SALDO ADEUDADO: CICLOS DE MORA (GRUPO 3) DEL ANEXO QUE
      *--> CORRESPONDE (TIAXL1 PARA EL BIN INSTITUCIONAL, TLAXLD PARA
      *--> DOLARES, TLAXLQ PARA QUETZALES), COMO TLCASTIG Y TLCONVBA
       220-SALDO-DESDE-ANEXO SECTION.
           MOVE SPACES        TO MENSAJEO
           MOVE ZEROS         TO WKS-SALDO-ADEUDADO
           MOVE CUENTAI (1:6) TO WKS-BIN-INSTITU
           EVALUATE TRUE
              WHEN BIN-INSTITU
                   MOVE CUENTAI TO TIAL-LLAVE
                   EXEC CICS READ
                        DATASET ('TIAXL1')
                        INTO    (REG-TIAXL1)
                        RIDFLD  (TIAL-LLAVE)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                      PERFORM VARYING WKS-I FROM 1 BY 1
                              UNTIL WKS-I > 18
                         IF TIAL-CICLOS (3 WKS-I) > ZEROS
                            ADD TIAL-CICLOS (3 WKS-I)
                                TO WKS-SALDO-ADEUDADO
                         END-IF
                      END-PERFORM
                   END-IF
              WHEN MONEDAI = '2'
                   MOVE CUENTAI TO TLAE-LLAVE
                   EXEC CICS READ
                        DATASET ('TLAXLD')
                        INTO    (REG-TLAXLD)
                        RIDFLD  (TLAE-LLAVE)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                      PERFORM VARYING WKS-I FROM 1 BY 1
                              UNTIL WKS-I > 18
                         IF TLAE-CICLOS (3 WKS-I) > ZEROS
                            ADD TLAE-CICLOS (3 WKS-I)
                                TO WKS-SALDO-ADEUDADO
                         END-IF
                      END-PERFORM
                   END-IF
              WHEN OTHER
                   MOVE CUENTAI TO TLAL-LLAVE
                   EXEC CICS READ
                        DATASET ('TLAXLQ')
                        INTO    (REG-TLAXLQ)
                        RIDFLD  (TLAL-LLAVE)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                      PERFORM VARYING WKS-I FROM 1 BY 1
                              UNTIL WKS-I > 18
                         IF TLAL-CICLOS (3 WKS-I) > ZEROS
                            ADD TLAL-CICLOS (3 WKS-I)
                                TO WKS-SALDO-ADEUDADO
                         END-IF
                      END-PERFORM
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'LA CUENTA NO TIENE SALDOS EN EL ANEXO'
                                        TO MENSAJEO
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR INESPERADO AL LEER EL ANEXO DE SALDOS'
                                        TO MENSAJEO
              WHEN WKS-SALDO-ADEUDADO NOT > ZEROS
                   MOVE 'LA CUENTA NO TIENE SALDO EN MORA EN EL ANEXO'
                                        TO MENSAJEO
           END-EVALUATE.
       220-SALDO-DESDE-ANEXO-E. EXIT.

      *--> EL NIVEL REQUERIDO ES EL MENOR NIVEL DE TLT 018 CUYOS
      *--> LIMITES CUBREN EL PORCENTAJE Y EL MONTO DE LA QUITA; CERO
      *--> SI NINGUNO LA CUBRE
       230-NIVEL-REQUERIDO SECTION.
           MOVE ZEROS TO WKS-NIVEL-REQUERIDO
           PERFORM VARYING WKS-NIVEL FROM 1 BY 1
                   UNTIL WKS-NIVEL > 8 OR WKS-NIVEL-REQUERIDO > ZEROS
              PERFORM 240-LEE-NIVEL
              IF NIVEL-EXISTE AND
                 WKS-NIV-PORCENTAJE-MAX NOT < WKS-PORCENTAJE-QUITA AND
                 WKS-NIV-MONTO-MAX NOT < WKS-MONTO-QUITA
                 MOVE WKS-NIVEL TO WKS-NIVEL-REQUERIDO
              END-IF
           END-PERFORM
           IF WKS-NIVEL-REQUERIDO = ZEROS
              MOVE 9 TO WKS-NIVEL
              PERFORM 240-LEE-NIVEL
              IF NIVEL-EXISTE AND
                 WKS-NIV-PORCENTAJE-MAX NOT < WKS-PORCENTAJE-QUITA AND
                 WKS-NIV-MONTO-MAX NOT < WKS-MONTO-QUITA
                 MOVE 9 TO WKS-NIVEL-REQUERIDO
              END-IF
           END-IF.
       230-NIVEL-REQUERIDO-E. EXIT.

      *--> LEE EL RENGLON DEL NIVEL WKS-NIVEL EN TLT 018; UN RENGLON
      *--> CON LIMITES NO NUMERICOS SE TOMA COMO INEXISTENTE
       240-LEE-NIVEL SECTION.
           MOVE 'N'        TO WKS-NIV-EXISTE
           MOVE ZEROS      TO WKS-NIV-PORCENTAJE-MAX WKS-NIV-MONTO-MAX
           MOVE SPACES     TO WKS-NIV-ROL
           MOVE 'TLT'      TO TLTG-CODIGO
           MOVE 018        TO TLTG-CORRELATIVO-TABLA
           MOVE SPACES     TO TLTG-CORRELATIVO-REGISTRO
           MOVE WKS-NIVEL  TO TLTG-CORRELATIVO-REGISTRO (1:1)
           EXEC CICS READ
                DATASET ('TLTGEN')
                INTO    (REG-TLTGEN)
                RIDFLD  (TLTG-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND
              TLTG-DESCRIPCION (1:5) NUMERIC AND
              TLTG-DESCRIPCION (6:11) NUMERIC
              MOVE 'S'                     TO WKS-NIV-EXISTE
              MOVE TLTG-DESCRIPCION (1:5)  TO WKS-NIV-PORCENTAJE-MAX
              MOVE TLTG-DESCRIPCION (6:11) TO WKS-NIV-MONTO-MAX
              MOVE TLTG-DESCRIPCION (17:8) TO WKS-NIV-ROL
           END-IF.
       240-LEE-NIVEL-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   L A   P R O P U E S T A              *
      *  MUESTRA LA VIGENTE; SI NO HAY, LA ULTIMA REGISTRADA           *
      ******************************************************************
       400-CONSULTA-QUITA SECTION.
           PERFORM 150-BUSCA-PROPUESTAS
           IF NOT HAY-PROPUESTA
              MOVE 'LA CUENTA NO TIENE PROPUESTAS DE QUITA'
                                        TO MENSAJEO
              GO TO 400-CONSULTA-QUITA-E
           END-IF
           IF HAY-VIGENTE
              MOVE WKS-LLAVE-VIGENTE    TO TLQT-LLAVE
           ELSE
              MOVE WKS-LLAVE-ULTIMA     TO TLQT-LLAVE
           END-IF
           EXEC CICS READ
                DATASET ('TLQUITA')
                INTO    (REG-TLQUITA)
                RIDFLD  (TLQT-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL LEER TLQUITA' TO MENSAJEO
              GO TO 400-CONSULTA-QUITA-E
           END-IF
           PERFORM 600-MUESTRA-PROPUESTA
           MOVE 'CONSULTA REALIZADA'    TO MENSAJEO.
       400-CONSULTA-QUITA-E. EXIT.

      ******************************************************************
      *   A P R O B A C I O N   O   R E C H A Z O                      *
      *  SOLO UNA PROPUESTA PENDIENTE; EL APROBADOR DEBE SER DISTINTO  *
      *  DEL ANALISTA. AL APROBAR, SU NIVEL (EL MAS ALTO DE TLT 018    *
      *  CUYO ROL TIENE EN BTRUSER) DEBE ALCANZAR EL REQUERIDO Y SUS   *
      *  LIMITES CUBRIR LA QUITA; EL RECHAZO EXIGE MOTIVO              *
      ******************************************************************
       500-RESUELVE-QUITA SECTION.
           PERFORM 150-BUSCA-PROPUESTAS
           IF NOT HAY-VIGENTE
              MOVE 'LA CUENTA NO TIENE PROPUESTA DE QUITA VIGENTE'
                                        TO MENSAJEO
              GO TO 500-RESUELVE-QUITA-E
           END-IF
           MOVE WKS-LLAVE-VIGENTE       TO TLQT-LLAVE
           EXEC CICS READ
                DATASET ('TLQUITA')
                INTO    (REG-TLQUITA)
                RIDFLD  (TLQT-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL LEER TLQUITA' TO MENSAJEO
              GO TO 500-RESUELVE-QUITA-E
           END-IF
           PERFORM 600-MUESTRA-PROPUESTA
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE TRUE
              WHEN NOT TLQT-PENDIENTE
                   MOVE 'LA PROPUESTA YA ESTA APROBADA, ESPERA EL PAGO'
                                        TO MENSAJEO
              WHEN BTAU-USUARIO = TLQT-ANALISTA
                   MOVE 'EL APROBADOR DEBE SER DISTINTO DEL ANALISTA '
                      & 'QUE PROPUSO' TO MENSAJEO
              WHEN (ACCIONI = 'R' OR ACCIONI = 'r') AND
                   (MOTIVOI = SPACES OR MOTIVOI = LOW-VALUES)
                   MOVE 'INGRESE EL MOTIVO DEL RECHAZO' TO MENSAJEO
                   MOVE -1 TO MOTIVOL
              WHEN (ACCIONI = 'A' OR ACCIONI = 'a') AND
                   TLQT-FECHA-LIMITE-PAGO < FECHA-SYS
                   MOVE 'YA PASO LA FECHA LIMITE DE PAGO, NO SE PUEDE '
                      & 'APROBAR' TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              EXEC CICS UNLOCK DATASET('TLQUITA') NOHANDLE END-EXEC
              GO TO 500-RESUELVE-QUITA-E
           END-IF
           IF ACCIONI = 'R' OR ACCIONI = 'r'
              SET  TLQT-RECHAZADA       TO TRUE
              MOVE BTAU-USUARIO         TO TLQT-APROBADOR
              MOVE ZEROS                TO TLQT-NIVEL-APROBADOR
              MOVE FECHA-SYS            TO TLQT-FECHA-RESOLUCION
              MOVE MOTIVOI              TO TLQT-MOTIVO-RECHAZO
              PERFORM 520-ACTUALIZA-PROPUESTA
              IF EIBRESP = DFHRESP(NORMAL)
                 PERFORM 600-MUESTRA-PROPUESTA
                 MOVE 'PROPUESTA DE QUITA RECHAZADA' TO MENSAJEO
              ELSE
                 MOVE 'ERROR INESPERADO AL ACTUALIZAR TLQUITA'
                                        TO MENSAJEO
              END-IF
              GO TO 500-RESUELVE-QUITA-E
           END-IF
           PERFORM 510-NIVEL-APROBADOR
           IF MENSAJEO NOT = SPACES
              EXEC CICS UNLOCK DATASET('TLQUITA') NOHANDLE END-EXEC
              GO TO 500-RESUELVE-QUITA-E
           END-IF
           SET  TLQT-APROBADA           TO TRUE
           MOVE BTAU-USUARIO            TO TLQT-APROBADOR
           MOVE WKS-NIVEL-APROBADOR     TO TLQT-NIVEL-APROBADOR
           MOVE FECHA-SYS               TO TLQT-FECHA-RESOLUCION
           MOVE SPACES                  TO TLQT-MOTIVO-RECHAZO
           PERFORM 520-ACTUALIZA-PROPUESTA
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 600-MUESTRA-PROPUESTA
              MOVE 'QUITA APROBADA, SE APLICA AL RECIBIR EL PAGO'
                                        TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR TLQUITA'
                                        TO MENSAJEO
           END-IF.
       500-RESUELVE-QUITA-E. EXIT.

      *--> NIVEL DEL APROBADOR: EL MAS ALTO DE TLT 018 CUYO ROL ESTA
      *--> ENTRE LOS ROLES DEL USUARIO EN BTRUSER. DEBE ALCANZAR EL
      *--> NIVEL REQUERIDO Y SUS LIMITES CUBRIR LA QUITA (LA TABLA PUDO
      *--> CAMBIAR DESDE LA PROPUESTA)
       510-NIVEL-APROBADOR SECTION.
           MOVE SPACES       TO MENSAJEO
           MOVE ZEROS        TO WKS-NIVEL-APROBADOR
           MOVE BTAU-USUARIO TO BTRU-USUARIO
           EXEC CICS READ
                DATASET ('BTRUSER')
                INTO    (REG-BTRUSER)
                RIDFLD  (BTRU-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL LEER EL PERFIL BTRUSER'
                                        TO MENSAJEO
              GO TO 510-NIVEL-APROBADOR-E
           END-IF
           PERFORM VARYING WKS-NIVEL FROM 9 BY -1
                   UNTIL WKS-NIVEL = ZEROS OR
                         WKS-NIVEL-APROBADOR > ZEROS
              PERFORM 240-LEE-NIVEL
              IF NIVEL-EXISTE AND WKS-NIV-ROL NOT = SPACES
                 PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 5
                    IF BTRU-ROL (WKS-I) = WKS-NIV-ROL
                       MOVE WKS-NIVEL TO WKS-NIVEL-APROBADOR
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WKS-NIVEL-APROBADOR = ZEROS
              MOVE 'EL USUARIO NO TIENE NIVEL DE AUTORIDAD DE QUITAS '
                 & '(TLT 018)' TO MENSAJEO
              GO TO 510-NIVEL-APROBADOR-E
           END-IF
           IF WKS-NIVEL-APROBADOR < TLQT-NIVEL-REQUERIDO
              STRING 'NIVEL DE AUTORIDAD INSUFICIENTE, LA QUITA '
                     'REQUIERE NIVEL ' TLQT-NIVEL-REQUERIDO
                     DELIMITED BY SIZE INTO MENSAJEO
              GO TO 510-NIVEL-APROBADOR-E
           END-IF
           MOVE WKS-NIVEL-APROBADOR TO WKS-NIVEL
           PERFORM 240-LEE-NIVEL
           IF WKS-NIV-PORCENTAJE-MAX < TLQT-PORCENTAJE-QUITA OR
              WKS-NIV-MONTO-MAX < TLQT-MONTO-QUITA
              MOVE 'LA QUITA EXCEDE LOS LIMITES DEL NIVEL DEL '
                 & 'APROBADOR (TLT 018)' TO MENSAJEO
           END-IF.
       510-NIVEL-APROBADOR-E. EXIT.

       520-ACTUALIZA-PROPUESTA SECTION.
           EXEC CICS REWRITE
                DATASET ('TLQUITA')
                FROM    (REG-TLQUITA)
                NOHANDLE
           END-EXEC.
       520-ACTUALIZA-PROPUESTA-E. EXIT.

      *--> PASA LA PROPUESTA LEIDA A LOS CAMPOS DE SALIDA DEL MAPA
       600-MUESTRA-PROPUESTA SECTION.
           MOVE TLQT-SALDO-ADEUDADO     TO WKS-MONTO-EDIT
           MOVE WKS-MONTO-EDIT          TO SALDOO
           MOVE TLQT-MONTO-QUITA        TO WKS-MONTO-EDIT
           MOVE WKS-MONTO-EDIT          TO QUITAO
           MOVE TLQT-PORCENTAJE-QUITA   TO WKS-PORCENTAJE-EDIT
           MOVE WKS-PORCENTAJE-EDIT     TO PORCENO
           MOVE TLQT-NIVEL-REQUERIDO    TO NIVELO
           MOVE TLQT-PAGO-PROPUESTO     TO WKS-PAGO-PROPUESTO
           MOVE WKS-MONTO-X             TO PAGOO
           MOVE TLQT-FECHA-LIMITE-PAGO  TO FECLIMO
           MOVE TLQT-ANALISTA           TO ANALISO
           MOVE TLQT-APROBADOR          TO APROBAO
           MOVE TLQT-MOTIVO-RECHAZO     TO MOTIVOO
           EVALUATE TRUE
              WHEN TLQT-PENDIENTE
                   MOVE 'PENDIENTE DE APROBAR' TO ESTADOO
              WHEN TLQT-APROBADA
                   MOVE 'APROBADA ESPERA PAGO' TO ESTADOO
              WHEN TLQT-RECHAZADA
                   MOVE 'RECHAZADA'            TO ESTADOO
              WHEN TLQT-VENCIDA
                   MOVE 'VENCIDA SIN PAGO'     TO ESTADOO
              WHEN TLQT-APLICADA
                   MOVE 'APLICADA'             TO ESTADOO
           END-EVALUATE.
       600-MUESTRA-PROPUESTA-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('TLQUITM')
                         MAPSET('TLQUITM')
                         FROM (TLQUITMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('TLQUITM')
                         MAPSET('TLQUITM')
                         FROM (TLQUITMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('TLQUITM')
                         MAPSET('TLQUITM')
                         FROM (TLQUITMO)
                         DATAONLY
                         FREEKB
                         ALARM
                         CURSOR
                    END-EXEC
           END-EVALUATE.
       ENVIA-MAPA-E. EXIT.

       HORA-FECHA-SISTEMA SECTION.
           EXEC CICS ASKTIME ABSTIME(WKS-TIEMPO) END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(WKS-TIEMPO)
                     YYYYMMDD(FECHA-SYS)
                     TIME(HORA-SYS)
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.

       REGRESA-CONTROL-A-TRANS SECTION.
           EXEC CICS
                     RETURN TRANSID('TLQT')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
