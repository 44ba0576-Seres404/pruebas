      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MO5D1FX3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : COMPRA Y VENTA DE DOLARES ENTRE LOS SALDOS EN    *
      *             : QUETZALES Y EN DOLARES DE UNA MISMA CUENTA       *
      *             : MONETARIA. LA CAJA (MOT 015) INDICA LA CUENTA,   *
      *             : EL MONTO EN DOLARES Y LA OPERACION: C = EL BANCO *
      *             : COMPRA DOLARES (DEBITA EL SALDO D Y ACREDITA EL  *
      *             : Q A LA TASA DE COMPRA), V = EL BANCO VENDE       *
      *             : DOLARES (DEBITA EL SALDO Q A LA TASA DE VENTA Y  *
      *             : ACREDITA EL D). LA TASA DE REFERENCIA ES LA DE   *
      *             : TLTCAMB PARA LA FECHA DE PROCESO DEL CALENDARIO  *
      *             : TLCALEN; LA DE COMPRA LE RESTA Y LA DE VENTA LE  *
      *             : SUMA EL MARGEN DE MOT 017, DONDE TAMBIEN ESTAN   *
      *             : LOS CODIGOS DE DEBITO Y CREDITO DE CADA LADO.    *
      *             : EL LADO DEBITADO SE CONTROLA COMO UN RETIRO      *
      *             : (FIRMAS, EMBARGOS, SALDO LIBRE MAS LINEA) Y      *
      *             : AMBOS SALDOS SE ACTUALIZAN EN EL MOMENTO. EL PAR *
      *             : DEBITO/CREDITO QUEDA EN EL DIARIO DIURNO MOMDDIA *
      *             : (ORIGEN 02 CAMBIO DE MONEDA, SITUACION 5) Y LA   *
      *             : OPERACION CON SUS TASAS EN LA BITACORA MOCAMBI   *
      *             : PARA LA POSICION DIARIA MOCAMREP. LA ACCION I    *
      *             : COTIZA LAS TASAS DEL DIA Y, CON CUENTA, MUESTRA  *
      *             : SUS SALDOS.                                      *
      *             : LA AGENCIA DE LA CAJA DEBE ESTAR REGISTRADA Y    *
      *             : ABIERTA EN EL MAESTRO DE AGENCIAS BTRAGEN.       *
      * ARCHIVOS    : MOMAES, MOSLIN, MOCOTIT, MOEMBAR, MOSOBGI,       *
      *             : MOTGEN, TLCALEN, TLTCAMB     (VSAM KSDS)         *
      *             : BTRAGEN                      (VSAM KSDS)         *
      *             : MOMDDIA, MOCAMBI             (VSAM ESDS)         *
      * ACCION (ES) : C=COMPRA  V=VENTA  I=COTIZACION                  *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : VENTANILLA - CAJAS DE AGENCIA                    *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MO5D1FX3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "MO5D1FX3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-FECHA-PROCESO       PIC 9(08)  VALUE ZEROS.
          02 FILLER REDEFINES WKS-FECHA-PROCESO.
             03 WKS-PRC-AAAA         PIC 9(04).
             03 WKS-PRC-MM           PIC 9(02).
             03 WKS-PRC-DD           PIC 9(02).
          02 WKS-LLAVE-CUENTA        PIC X(16)  VALUE SPACES.
          02 WKS-MONTO-X             PIC X(11)  VALUE ZEROS.
          02 WKS-MONTO-USD REDEFINES WKS-MONTO-X
                                     PIC 9(09)V99.
          02 WKS-MONTO-GTQ           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MONTO-DEBITO        PIC S9(11)V99 VALUE ZEROS.
          02 WKS-INGRESO-MARGEN      PIC S9(09)V99 VALUE ZEROS.
          02 WKS-AGENCIA-CAJA        PIC 9(03)  VALUE ZEROS.
          02 WKS-OPERACION           PIC X(01)  VALUE SPACES.
             88 OPERACION-COMPRA                VALUE 'C'.
             88 OPERACION-VENTA                 VALUE 'V'.
      *--> MONEDA QUE SE DEBITA (LA OTRA SE ACREDITA)
          02 WKS-MONEDA              PIC 9(01)  VALUE ZEROS.
      *--> TASAS DEL DIA: REFERENCIA TLTCAMB Y MARGENES DE MOT 017
          02 WKS-TASA-REFERENCIA     PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-MARGEN-COMPRA       PIC 9(02)V9(04) VALUE ZEROS.
          02 WKS-MARGEN-VENTA        PIC 9(02)V9(04) VALUE ZEROS.
          02 WKS-TASA-COMPRA         PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-TASA-VENTA          PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-TASA-APLICADA       PIC 9(05)V9(04) VALUE ZEROS.
          02 WKS-MARGEN-APLICADO     PIC 9(02)V9(04) VALUE ZEROS.
          02 WKS-CODIGOS-COMPRA.
             03 WKS-DEBITO-COMPRA    PIC 9(02)  VALUE ZEROS.
             03 WKS-CREDITO-COMPRA   PIC 9(02)  VALUE ZEROS.
          02 WKS-CODIGOS-VENTA.
             03 WKS-DEBITO-VENTA     PIC 9(02)  VALUE ZEROS.
             03 WKS-CREDITO-VENTA    PIC 9(02)  VALUE ZEROS.
          02 WKS-CODIGO-DEBITO       PIC 9(02)  VALUE ZEROS.
          02 WKS-CODIGO-CREDITO      PIC 9(02)  VALUE ZEROS.
          02 WKS-CODIGO-REVISAR      PIC 9(02)  VALUE ZEROS.
          02 WKS-NATURALEZA          PIC X(01)  VALUE SPACES.
          02 WKS-DISPONIBLE          PIC S9(11)V99 VALUE ZEROS.
          02 WKS-RESERVADO           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MONTO-EMBARGADO     PIC S9(11)V99 VALUE ZEROS.
          02 WKS-LINEA-SOBREGIRO     PIC S9(11)V99 VALUE ZEROS.
          02 WKS-SALDO-LIBRE         PIC S9(11)V99 VALUE ZEROS.
          02 WKS-SALDO-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-  VALUE
                                                       ZEROS.
          02 WKS-TASA-EDIT           PIC ZZZZ9.9999 VALUE ZEROS.
          02 WKS-RBA-DIARIO          PIC S9(08) COMP VALUE ZEROS.
          02 WKS-FIN-BROWSE          PIC 9(01)  VALUE ZEROS.
             88 FIN-BROWSE                      VALUE 1.
          02 WKS-HAY-CONGELAMIENTO   PIC 9(01)  VALUE ZEROS.
             88 HAY-CONGELAMIENTO               VALUE 1.
          02 WKS-EXISTE-MOSLIN       PIC 9(01)  VALUE ZEROS.
             88 EXISTE-MOSLIN                   VALUE 1.
      *--> REGLA DE FIRMA DE LA CUENTA Y FIRMANTES RECONOCIDOS
          02 WKS-MANCOMUNADA         PIC 9(01)  VALUE ZEROS.
             88 CUENTA-MANCOMUNADA              VALUE 1.
          02 WKS-FIRMA1-VALIDA       PIC 9(01)  VALUE ZEROS.
             88 FIRMA1-VALIDA                   VALUE 1.
          02 WKS-FIRMA2-VALIDA       PIC 9(01)  VALUE ZEROS.
             88 FIRMA2-VALIDA                   VALUE 1.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-CUENTA       PIC 9(10)  VALUE ZEROS.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY MOCAMBM.
       COPY MOMAES.
       COPY MOSLIN.
       COPY MOCOTIT.
       COPY MOEMBAR.
       COPY MOSOBGI.
       COPY MOTGEN.
       COPY BTRAGEN.
       COPY MOMDCO.
       COPY MOCAMBI.
       COPY TLCALEN.
       COPY TLTCAMB.
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
                INITIALIZE WKS-COMMAREAS
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
           MOVE SPACES                  TO BTAU-ACCION
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

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('MOCAMBM')
                MAPSET  ('MOCAMBM')
                INTO    (MOCAMBMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA MOCAMBM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO TITULARO TCREFO TCCOMPO TCVENTO
                             TCAPLIO MONTOQO SALDOQO SALDODO
              PERFORM 150-PARAMETROS-CAMBIO
              IF MENSAJEO = SPACES
                 EVALUATE ACCIONI
                 WHEN 'C' WHEN 'c'
                      SET OPERACION-COMPRA TO TRUE
                      PERFORM 200-CAMBIA-DIVISAS
                 WHEN 'V' WHEN 'v'
                      SET OPERACION-VENTA  TO TRUE
                      PERFORM 200-CAMBIA-DIVISAS
                 WHEN 'I' WHEN 'i'
                      PERFORM 400-COTIZACION
                 WHEN OTHER
                      MOVE 'ACCION INVALIDA, USE C/V/I' TO MENSAJEO
                 END-EVALUATE
              END-IF
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  TASAS DEL DIA: FECHA DE PROCESO DEL REGISTRO DE CONTROL DE    *
      *  TLCALEN, REFERENCIA USD/GTQ DE TLTCAMB PARA ESA FECHA Y LOS   *
      *  CORRELATIVOS COMPRA Y VENTA DE MOT 017: RESTO (1:2) CODIGO    *
      *  DE DEBITO, (3:2) CODIGO DE CREDITO, (5:6) MARGEN 9(02)V9(04)  *
      *  EN QUETZALES POR DOLAR. SIN CUALQUIERA NO SE OPERA            *
      ******************************************************************
       150-PARAMETROS-CAMBIO SECTION.
           MOVE ZEROS TO TLCA-FECHA
           EXEC CICS READ
                DATASET ('TLCALEN')
                INTO    (REG-TLCALEN)
                RIDFLD  (TLCA-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'CALENDARIO SIN FECHA DE PROCESO, AVISE A SISTEMAS'
                                        TO MENSAJEO
              GO TO 150-PARAMETROS-CAMBIO-E
           END-IF
           MOVE TLCA-FECHA-PROCESO TO WKS-FECHA-PROCESO
           MOVE WKS-FECHA-PROCESO  TO TLTC-FECHA
           MOVE 2                  TO TLTC-MONEDA
           EXEC CICS READ
                DATASET ('TLTCAMB')
                INTO    (REG-TLTCAMB)
                RIDFLD  (TLTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR TLTC-TASA = ZEROS
              MOVE 'SIN TASA DE CAMBIO EN TLTCAMB PARA LA FECHA DE '
                 & 'PROCESO' TO MENSAJEO
              GO TO 150-PARAMETROS-CAMBIO-E
           END-IF
           MOVE TLTC-TASA TO WKS-TASA-REFERENCIA
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 017      TO MOTC-CODIGO-TABLA
           MOVE 'COMPRA' TO MOTC-CORRELATIVO
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              MOTC-RESTO (1:10) NOT NUMERIC
              MOVE 'COMPRA DE DOLARES NO DEFINIDA EN MOT 017'
                                        TO MENSAJEO
              GO TO 150-PARAMETROS-CAMBIO-E
           END-IF
           MOVE MOTC-RESTO (1:4)  TO WKS-CODIGOS-COMPRA
           MOVE MOTC-RESTO (5:6)  TO WKS-MARGEN-COMPRA
           MOVE 'VENTA'  TO MOTC-CORRELATIVO
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              MOTC-RESTO (1:10) NOT NUMERIC
              MOVE 'VENTA DE DOLARES NO DEFINIDA EN MOT 017'
                                        TO MENSAJEO
              GO TO 150-PARAMETROS-CAMBIO-E
           END-IF
           MOVE MOTC-RESTO (1:4)  TO WKS-CODIGOS-VENTA
           MOVE MOTC-RESTO (5:6)  TO WKS-MARGEN-VENTA
           IF WKS-MARGEN-COMPRA NOT < WKS-TASA-REFERENCIA
              MOVE 'MARGEN DE COMPRA DE MOT 017 ANULA LA TASA'
                                        TO MENSAJEO
              GO TO 150-PARAMETROS-CAMBIO-E
           END-IF
           COMPUTE WKS-TASA-COMPRA = WKS-TASA-REFERENCIA
                                   - WKS-MARGEN-COMPRA
           COMPUTE WKS-TASA-VENTA  = WKS-TASA-REFERENCIA
                                   + WKS-MARGEN-VENTA
           MOVE WKS-TASA-REFERENCIA TO WKS-TASA-EDIT
           MOVE WKS-TASA-EDIT       TO TCREFO
           MOVE WKS-TASA-COMPRA     TO WKS-TASA-EDIT
           MOVE WKS-TASA-EDIT       TO TCCOMPO
           MOVE WKS-TASA-VENTA      TO WKS-TASA-EDIT
           MOVE WKS-TASA-EDIT       TO TCVENTO.
       150-PARAMETROS-CAMBIO-E. EXIT.

      ******************************************************************
      *   C O M P R A   O   V E N T A   D E   D O L A R E S            *
      *  VALIDA CAJA, CODIGOS, CUENTA, FIRMAS Y EMBARGOS; EL LADO QUE  *
      *  SE DEBITA SE CONTROLA COMO UN RETIRO DE ESA MONEDA            *
      ******************************************************************
       200-CAMBIA-DIVISAS SECTION.
           IF CUENTAI NOT NUMERIC
              MOVE 'INGRESE LA CUENTA (10 DIGITOS)' TO MENSAJEO
              GO TO 200-CAMBIA-DIVISAS-E
           END-IF
           MOVE CUENTAI TO WKS-ULTIMA-CUENTA
           MOVE MONTOI TO WKS-MONTO-X
           IF WKS-MONTO-X NOT NUMERIC OR WKS-MONTO-USD = ZEROS
              MOVE 'INGRESE EL MONTO EN DOLARES (9 ENTEROS, 2 DECIM.)'
                                        TO MENSAJEO
              GO TO 200-CAMBIA-DIVISAS-E
           END-IF
           IF DOCTOI NOT NUMERIC
              MOVE 'INGRESE EL NUMERO DE BOLETA (8 DIGITOS)'
                                        TO MENSAJEO
              GO TO 200-CAMBIA-DIVISAS-E
           END-IF
           IF OPERACION-COMPRA
              MOVE 2                   TO WKS-MONEDA
              MOVE WKS-TASA-COMPRA     TO WKS-TASA-APLICADA
              MOVE WKS-MARGEN-COMPRA   TO WKS-MARGEN-APLICADO
              MOVE WKS-DEBITO-COMPRA   TO WKS-CODIGO-DEBITO
              MOVE WKS-CREDITO-COMPRA  TO WKS-CODIGO-CREDITO
           ELSE
              MOVE 1                   TO WKS-MONEDA
              MOVE WKS-TASA-VENTA      TO WKS-TASA-APLICADA
              MOVE WKS-MARGEN-VENTA    TO WKS-MARGEN-APLICADO
              MOVE WKS-DEBITO-VENTA    TO WKS-CODIGO-DEBITO
              MOVE WKS-CREDITO-VENTA   TO WKS-CODIGO-CREDITO
           END-IF
           COMPUTE WKS-MONTO-GTQ ROUNDED =
                   WKS-MONTO-USD * WKS-TASA-APLICADA
           COMPUTE WKS-INGRESO-MARGEN ROUNDED =
                   WKS-MONTO-USD * WKS-MARGEN-APLICADO
           IF OPERACION-COMPRA
              MOVE WKS-MONTO-USD       TO WKS-MONTO-DEBITO
           ELSE
              MOVE WKS-MONTO-GTQ       TO WKS-MONTO-DEBITO
           END-IF
           MOVE WKS-TASA-APLICADA   TO WKS-TASA-EDIT
           MOVE WKS-TASA-EDIT       TO TCAPLIO
           MOVE WKS-MONTO-GTQ       TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT      TO MONTOQO
           PERFORM 210-VALIDA-CAJA
           IF MENSAJEO = SPACES
              PERFORM 220-NATURALEZA-CODIGOS
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 230-LEE-CUENTA
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 240-VALIDA-FIRMAS
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 250-SUMA-EMBARGOS
              IF HAY-CONGELAMIENTO
                 MOVE 'CUENTA CONGELADA POR EMBARGO, NO SE PUEDE '
                    & 'CAMBIAR' TO MENSAJEO
              END-IF
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 260-LINEA-SOBREGIRO
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 300-APLICA-Y-REGISTRA
           END-IF.
       200-CAMBIA-DIVISAS-E. EXIT.

      *--> LA TERMINAL DEBE ESTAR HABILITADA COMO CAJA EN MOT 015; EL
      *--> RESTO TRAE LA AGENCIA A LA QUE SE CARGA LA POSICION
       210-VALIDA-CAJA SECTION.
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 015      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           MOVE EIBTRMID TO MOTC-CORRELATIVO (1:4)
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'TERMINAL NO HABILITADA COMO CAJA EN MOT 015'
                                        TO MENSAJEO
           ELSE
              IF MOTC-RESTO (1:3) NOT NUMERIC
                 MOVE 'CAJA SIN AGENCIA EN MOT 015, AVISE A SISTEMAS'
                                        TO MENSAJEO
              ELSE
                 MOVE MOTC-RESTO (1:3) TO WKS-AGENCIA-CAJA
                 PERFORM 215-VALIDA-AGENCIA
              END-IF
           END-IF.
       210-VALIDA-CAJA-E. EXIT.

      *--> LA AGENCIA DE LA CAJA DEBE ESTAR REGISTRADA Y ABIERTA EN EL
      *--> MAESTRO DE AGENCIAS BTRAGEN
       215-VALIDA-AGENCIA SECTION.
           MOVE WKS-AGENCIA-CAJA TO BTAG-AGENCIA
           EXEC CICS READ
                DATASET ('BTRAGEN')
                INTO    (REG-BTRAGEN)
                RIDFLD  (BTAG-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                 MOVE 'AGENCIA DE LA CAJA NO REGISTRADA EN BTRAGEN'
                                        TO MENSAJEO
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                 MOVE 'ERROR AL LEER EL MAESTRO DE AGENCIAS BTRAGEN'
                                        TO MENSAJEO
              WHEN BTAG-CERRADA
                 MOVE 'AGENCIA CERRADA, NO SE ADMITEN OPERACIONES'
                                        TO MENSAJEO
           END-EVALUATE.
       215-VALIDA-AGENCIA-E. EXIT.

      *--> LOS CODIGOS DE MOT 017 DEBEN TENER EN MOT 005 LA NATURALEZA
      *--> DE SU LADO (D EL DEBITO, C EL CREDITO) PARA QUE MODIARIO Y
      *--> LA CONTABILIDAD LOS LEAN IGUAL
       220-NATURALEZA-CODIGOS SECTION.
           MOVE WKS-CODIGO-DEBITO  TO WKS-CODIGO-REVISAR
           MOVE 'D'                TO WKS-NATURALEZA
           PERFORM 225-REVISA-NATURALEZA
           IF MENSAJEO = SPACES
              MOVE WKS-CODIGO-CREDITO TO WKS-CODIGO-REVISAR
              MOVE 'C'                TO WKS-NATURALEZA
              PERFORM 225-REVISA-NATURALEZA
           END-IF.
       220-NATURALEZA-CODIGOS-E. EXIT.

       225-REVISA-NATURALEZA SECTION.
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 005      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           MOVE WKS-CODIGO-REVISAR TO MOTC-CORRELATIVO (1:2)
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              MOTC-RESTO (1:1) NOT = WKS-NATURALEZA
              MOVE 'NATURALEZA DE LOS CODIGOS MOT 017 NO CUADRA EN MOT '
                 & '005' TO MENSAJEO
           END-IF.
       225-REVISA-NATURALEZA-E. EXIT.

       230-LEE-CUENTA SECTION.
           MOVE SPACES   TO WKS-LLAVE-CUENTA
           MOVE CUENTAI  TO WKS-LLAVE-CUENTA (1:10)
           MOVE WKS-LLAVE-CUENTA TO MOMA-LLAVE
           EXEC CICS READ
                DATASET ('MOMAES')
                INTO    (MOMAES)
                RIDFLD  (MOMA-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'LA CUENTA NO EXISTE EN MOMAES' TO MENSAJEO
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR INESPERADO AL LEER MOMAES' TO MENSAJEO
              WHEN MOMA-ESCHEATADA
                   MOVE 'CUENTA TRASLADADA POR ABANDONO, NO OPERA'
                                          TO MENSAJEO
              WHEN OTHER
                   MOVE MOMA-CODIGO-UNIVERSAL TO TITULARO
           END-EVALUATE.
       230-LEE-CUENTA-E. EXIT.

      ******************************************************************
      *  REGLA DE FIRMA, IGUAL QUE EN UN RETIRO: FIRMAN EL TITULAR DE  *
      *  MOMAES O UN CO-TITULAR/FIRMANTE ACTIVO DE MOCOTIT. SI ALGUN   *
      *  REGISTRO ACTIVO DE LA CUENTA ES MANCOMUNADO SE EXIGEN DOS     *
      *  FIRMANTES VALIDOS Y DISTINTOS                                 *
      ******************************************************************
       240-VALIDA-FIRMAS SECTION.
           MOVE ZEROS TO WKS-MANCOMUNADA WKS-FIRMA1-VALIDA
                         WKS-FIRMA2-VALIDA WKS-FIN-BROWSE
           IF FIRMA1I = SPACES OR FIRMA1I = LOW-VALUES
              MOVE 'INGRESE EL CODIGO DEL CLIENTE QUE FIRMA EL CAMBIO'
                                        TO MENSAJEO
              GO TO 240-VALIDA-FIRMAS-E
           END-IF
           IF FIRMA1I = MOMA-CODIGO-UNIVERSAL
              MOVE 1 TO WKS-FIRMA1-VALIDA
           END-IF
           IF FIRMA2I = MOMA-CODIGO-UNIVERSAL
              MOVE 1 TO WKS-FIRMA2-VALIDA
           END-IF
           MOVE WKS-LLAVE-CUENTA TO MOCT-CUENTA
           MOVE LOW-VALUES       TO MOCT-CODIGO-CLIENTE
           EXEC CICS STARTBR
                DATASET ('MOCOTIT')
                RIDFLD  (MOCT-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('MOCOTIT')
                   INTO    (REG-MOCOTIT)
                   RIDFLD  (MOCT-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 MOCT-CUENTA NOT = WKS-LLAVE-CUENTA
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF MOCT-ACTIVO
                    IF MOCT-FIRMA-MANCOMUNADA
                       MOVE 1 TO WKS-MANCOMUNADA
                    END-IF
                    IF MOCT-CODIGO-CLIENTE = FIRMA1I
                       MOVE 1 TO WKS-FIRMA1-VALIDA
                    END-IF
                    IF MOCT-CODIGO-CLIENTE = FIRMA2I
                       MOVE 1 TO WKS-FIRMA2-VALIDA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('MOCOTIT') NOHANDLE END-EXEC
           EVALUATE TRUE
              WHEN NOT FIRMA1-VALIDA
                   MOVE 'EL FIRMANTE 1 NO ES TITULAR NI FIRMANTE ACTIVO'
                                          TO MENSAJEO
              WHEN NOT CUENTA-MANCOMUNADA
                   CONTINUE
              WHEN FIRMA2I = SPACES OR FIRMA2I = LOW-VALUES
                   MOVE 'CUENTA MANCOMUNADA, FALTA EL SEGUNDO FIRMANTE'
                                          TO MENSAJEO
              WHEN FIRMA2I = FIRMA1I
                   MOVE 'CUENTA MANCOMUNADA, LOS FIRMANTES DEBEN SER '
                      & 'DOS' TO MENSAJEO
              WHEN NOT FIRMA2-VALIDA
                   MOVE 'EL FIRMANTE 2 NO ES TITULAR NI FIRMANTE ACTIVO'
                                          TO MENSAJEO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       240-VALIDA-FIRMAS-E. EXIT.

      *--> ORDENES DE EMBARGO VIGENTES: UN CONGELAMIENTO TOTAL IMPIDE
      *--> EL CAMBIO; SI NO, SU MONTO SE DESCUENTA DEL SALDO LIBRE
       250-SUMA-EMBARGOS SECTION.
           MOVE ZEROS TO WKS-MONTO-EMBARGADO WKS-HAY-CONGELAMIENTO
                         WKS-FIN-BROWSE
           MOVE WKS-LLAVE-CUENTA TO MOEB-CUENTA
           MOVE LOW-VALUES       TO MOEB-NUMERO-ORDEN
           EXEC CICS STARTBR
                DATASET ('MOEMBAR')
                RIDFLD  (MOEB-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('MOEMBAR')
                   INTO    (REG-MOEMBAR)
                   RIDFLD  (MOEB-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 MOEB-CUENTA NOT = WKS-LLAVE-CUENTA
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF MOEB-VIGENTE
                    IF MOEB-CONGELAMIENTO-TOTAL
                       MOVE 1 TO WKS-HAY-CONGELAMIENTO
                    ELSE
                       ADD MOEB-MONTO TO WKS-MONTO-EMBARGADO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('MOEMBAR') NOHANDLE END-EXEC.
       250-SUMA-EMBARGOS-E. EXIT.

      *--> LINEA DE SOBREGIRO VIGENTE Y NO VENCIDA DE LA MONEDA DEBITADA
       260-LINEA-SOBREGIRO SECTION.
           MOVE ZEROS            TO WKS-LINEA-SOBREGIRO
           MOVE WKS-LLAVE-CUENTA TO MOSG-CUENTA
           MOVE WKS-MONEDA       TO MOSG-MONEDA
           EXEC CICS READ
                DATASET ('MOSOBGI')
                INTO    (REG-MOSOBGI)
                RIDFLD  (MOSG-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              IF MOSG-VIGENTE AND
                 MOSG-FECHA-VENCIMIENTO NOT < WKS-FECHA-PROCESO
                 MOVE MOSG-LIMITE TO WKS-LINEA-SOBREGIRO
              END-IF
           END-IF.
       260-LINEA-SOBREGIRO-E. EXIT.

      ******************************************************************
      *  BLOQUEA EL SALDO DE LA CUENTA, CONTROLA EL SALDO LIBRE DE LA  *
      *  MONEDA DEBITADA, ACTUALIZA LAS DOS MONEDAS DE MOSLIN Y GRABA  *
      *  EL PAR EN EL DIARIO DIURNO Y LA OPERACION EN LA BITACORA. SI  *
      *  ALGUNA GRABACION FALLA SE DESHACE TODO                        *
      ******************************************************************
       300-APLICA-Y-REGISTRA SECTION.
           MOVE ZEROS            TO WKS-EXISTE-MOSLIN
           MOVE WKS-LLAVE-CUENTA TO MOSL-LLAVE
           EXEC CICS READ
                DATASET ('MOSLIN')
                INTO    (MOSLIN)
                RIDFLD  (MOSL-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 1 TO WKS-EXISTE-MOSLIN
              WHEN EIBRESP = DFHRESP(NOTFND)
                   INITIALIZE MOSLIN
                   MOVE WKS-LLAVE-CUENTA TO MOSL-LLAVE
              WHEN OTHER
                   MOVE 'ERROR INESPERADO AL LEER MOSLIN' TO MENSAJEO
                   GO TO 300-APLICA-Y-REGISTRA-E
           END-EVALUATE
           PERFORM 310-SALDOS-DE-LA-MONEDA
           IF WKS-SALDO-LIBRE + WKS-LINEA-SOBREGIRO < WKS-MONTO-DEBITO
              IF WKS-MONTO-EMBARGADO > ZEROS
                 MOVE 'CUENTA EMBARGADA, EL CAMBIO EXCEDE EL LIBRE'
                                        TO MENSAJEO
              ELSE
                 MOVE 'FONDOS INSUFICIENTES, EXCEDE LIBRE MAS LINEA'
                                        TO MENSAJEO
              END-IF
              IF EXISTE-MOSLIN
                 EXEC CICS UNLOCK DATASET('MOSLIN') NOHANDLE END-EXEC
              END-IF
              PERFORM 320-MUESTRA-SALDOS
              GO TO 300-APLICA-Y-REGISTRA-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           IF OPERACION-COMPRA
              SUBTRACT WKS-MONTO-USD FROM MOSL-SALDO-DISPONIBLE-D
              ADD      WKS-MONTO-GTQ TO   MOSL-SALDO-DISPONIBLE-Q
           ELSE
              SUBTRACT WKS-MONTO-GTQ FROM MOSL-SALDO-DISPONIBLE-Q
              ADD      WKS-MONTO-USD TO   MOSL-SALDO-DISPONIBLE-D
           END-IF
           MOVE FECHA-SYS TO MOSL-FECHA-ULT-MOVIMIENTO
           IF EXISTE-MOSLIN
              EXEC CICS REWRITE
                   DATASET ('MOSLIN')
                   FROM    (MOSLIN)
                   NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   DATASET ('MOSLIN')
                   FROM    (MOSLIN)
                   RIDFLD  (MOSL-LLAVE)
                   NOHANDLE
              END-EXEC
           END-IF
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL ACTUALIZAR MOSLIN' TO MENSAJEO
              GO TO 300-APLICA-Y-REGISTRA-E
           END-IF
           PERFORM 330-GRABA-DIARIO-DIURNO
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 340-GRABA-BITACORA
           END-IF
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO EL DIARIO MOMDDIA O MOCAMBI, CAMBIO NO '
                 & 'APLICADO' TO MENSAJEO
              GO TO 300-APLICA-Y-REGISTRA-E
           END-IF
           PERFORM 310-SALDOS-DE-LA-MONEDA
           PERFORM 320-MUESTRA-SALDOS
           IF OPERACION-COMPRA
              MOVE 'COMPRA DE DOLARES APLICADA EN LINEA' TO MENSAJEO
           ELSE
              MOVE 'VENTA DE DOLARES APLICADA EN LINEA'  TO MENSAJEO
           END-IF.
       300-APLICA-Y-REGISTRA-E. EXIT.

      *--> LOS RESERVADOS VIENEN DEL FILLER DE MOSLIN: SI NO ESTAN
      *--> EMPACADOS VALEN CERO (IGUAL QUE EN MODIARIO)
       310-SALDOS-DE-LA-MONEDA SECTION.
           IF MOSL-RESERVADO-Q NOT NUMERIC
              MOVE ZEROS TO MOSL-RESERVADO-Q
           END-IF
           IF MOSL-RESERVADO-D NOT NUMERIC
              MOVE ZEROS TO MOSL-RESERVADO-D
           END-IF
           IF WKS-MONEDA = 2
              MOVE MOSL-SALDO-DISPONIBLE-D TO WKS-DISPONIBLE
              MOVE MOSL-RESERVADO-D        TO WKS-RESERVADO
           ELSE
              MOVE MOSL-SALDO-DISPONIBLE-Q TO WKS-DISPONIBLE
              MOVE MOSL-RESERVADO-Q        TO WKS-RESERVADO
           END-IF
           COMPUTE WKS-SALDO-LIBRE = WKS-DISPONIBLE - WKS-RESERVADO
                                   - WKS-MONTO-EMBARGADO.
       310-SALDOS-DE-LA-MONEDA-E. EXIT.

       320-MUESTRA-SALDOS SECTION.
           MOVE MOSL-SALDO-DISPONIBLE-Q TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT          TO SALDOQO
           MOVE MOSL-SALDO-DISPONIBLE-D TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT          TO SALDODO.
       320-MUESTRA-SALDOS-E. EXIT.

      ******************************************************************
      *  EL PAR QUEDA EN MOMDDIA CON LAYOUT MOMDCO: DEBITO EN LA       *
      *  MONEDA QUE SALE Y CREDITO EN LA QUE ENTRA, MISMA BOLETA,      *
      *  ORIGEN 02 (CAMBIO DE MONEDA EN LINEA) Y SITUACION 5 PARA QUE  *
      *  MODIARIO NO LOS VUELVA A APLICAR AL SALDO. CAJERO = TERMINAL, *
      *  USUARIO FIRMADO Y SECUENCIA = NUMERO DE TAREA CICS (NO SE     *
      *  REPITE AUNQUE SE LIMPIE LA PANTALLA; EL CODIGO DISTINGUE EL   *
      *  DEBITO DEL CREDITO DE LA MISMA TAREA)                         *
      ******************************************************************
       330-GRABA-DIARIO-DIURNO SECTION.
           IF OPERACION-COMPRA
              MOVE 2             TO WKS-MONEDA
              MOVE WKS-MONTO-USD TO MOMC-VALOR
           ELSE
              MOVE 1             TO WKS-MONEDA
              MOVE WKS-MONTO-GTQ TO MOMC-VALOR
           END-IF
           MOVE WKS-CODIGO-DEBITO TO WKS-CODIGO-REVISAR
           PERFORM 335-ESCRIBE-MOMDDIA
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 330-GRABA-DIARIO-DIURNO-E
           END-IF
           IF OPERACION-COMPRA
              MOVE 1             TO WKS-MONEDA
              MOVE WKS-MONTO-GTQ TO MOMC-VALOR
           ELSE
              MOVE 2             TO WKS-MONEDA
              MOVE WKS-MONTO-USD TO MOMC-VALOR
           END-IF
           MOVE WKS-CODIGO-CREDITO TO WKS-CODIGO-REVISAR
           PERFORM 335-ESCRIBE-MOMDDIA.
       330-GRABA-DIARIO-DIURNO-E. EXIT.

       335-ESCRIBE-MOMDDIA SECTION.
           MOVE MOMC-VALOR             TO WKS-MONTO-DEBITO
           INITIALIZE MOMDCO
           MOVE WKS-MONTO-DEBITO       TO MOMC-VALOR
           MOVE WKS-CODIGO-REVISAR     TO MOMC-CODIGO-TRANSACCION
           MOVE WKS-PRC-DD             TO MOMC-DIA
           MOVE WKS-PRC-MM             TO MOMC-MES
           MOVE 1                      TO MOMC-CLASE-CUENTA
           MOVE CUENTAI                TO MOMC-NUMERO-CUENTA
           MOVE DOCTOI                 TO MOMC-DOCUMENTO
           MOVE WKS-AGENCIA-CAJA       TO MOMC-AGENCIA-ORIGEN
           MOVE EIBTRMID               TO MOMC-TERMINAL-FINANCIERA
           MOVE EIBTASKN               TO MOMC-NUM-SECUENCIA
           SET  MOMC-APLICADO-EN-LINEA TO TRUE
           MOVE WKS-NOMBRE-PROGRAMA    TO MOMC-GRABA-VERIF
           MOVE 02                     TO MOMC-ORIGEN-TRANSACCION
           MOVE EIBTRMID               TO MOMC-CAJERO
           MOVE BTAU-USUARIO           TO MOMC-USUARIO
           MOVE WKS-MONEDA             TO MOMC-CODIGO-MONEDA
           EXEC CICS WRITE
                DATASET ('MOMDDIA')
                FROM    (MOMDCO)
                RIDFLD  (WKS-RBA-DIARIO)
                RBA
                NOHANDLE
           END-EXEC.
       335-ESCRIBE-MOMDDIA-E. EXIT.

      *--> LA OPERACION CON SUS TASAS PARA LA POSICION DE CAMBIOS
       340-GRABA-BITACORA SECTION.
           INITIALIZE REG-MOCAMBI
           MOVE WKS-FECHA-PROCESO      TO MOCB-FECHA-PROCESO
           MOVE HORA-SYS               TO MOCB-HORA
           MOVE WKS-AGENCIA-CAJA       TO MOCB-AGENCIA
           MOVE WKS-LLAVE-CUENTA       TO MOCB-CUENTA
           MOVE WKS-OPERACION          TO MOCB-OPERACION
           MOVE WKS-MONTO-USD          TO MOCB-MONTO-USD
           MOVE WKS-TASA-REFERENCIA    TO MOCB-TASA-REFERENCIA
           MOVE WKS-MARGEN-APLICADO    TO MOCB-MARGEN
           MOVE WKS-TASA-APLICADA      TO MOCB-TASA-APLICADA
           MOVE WKS-MONTO-GTQ          TO MOCB-MONTO-GTQ
           MOVE WKS-INGRESO-MARGEN     TO MOCB-INGRESO-MARGEN
           MOVE DOCTOI                 TO MOCB-DOCUMENTO
           MOVE EIBTRMID               TO MOCB-TERMINAL
           MOVE WKS-CODIGO-DEBITO      TO MOCB-CODIGO-DEBITO
           MOVE WKS-CODIGO-CREDITO     TO MOCB-CODIGO-CREDITO
           EXEC CICS WRITE
                DATASET ('MOCAMBI')
                FROM    (REG-MOCAMBI)
                RIDFLD  (WKS-RBA-DIARIO)
                RBA
                NOHANDLE
           END-EXEC.
       340-GRABA-BITACORA-E. EXIT.

      ******************************************************************
      *   C O T I Z A C I O N   D E L   D I A                          *
      *  LAS TASAS YA QUEDARON EN EL MAPA; CON CUENTA SE MUESTRAN      *
      *  ADEMAS SUS SALDOS DISPONIBLES EN AMBAS MONEDAS                *
      ******************************************************************
       400-COTIZACION SECTION.
           IF CUENTAI NOT NUMERIC
              MOVE 'COTIZACION DEL DIA' TO MENSAJEO
              GO TO 400-COTIZACION-E
           END-IF
           MOVE CUENTAI TO WKS-ULTIMA-CUENTA
           PERFORM 230-LEE-CUENTA
           IF MENSAJEO NOT = SPACES
              GO TO 400-COTIZACION-E
           END-IF
           MOVE WKS-LLAVE-CUENTA TO MOSL-LLAVE
           EXEC CICS READ
                DATASET ('MOSLIN')
                INTO    (MOSLIN)
                RIDFLD  (MOSL-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     INITIALIZE MOSLIN
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSLIN'
                                            TO MENSAJEO
                     GO TO 400-COTIZACION-E
           END-EVALUATE
           PERFORM 320-MUESTRA-SALDOS
           MOVE 'COTIZACION DEL DIA Y SALDOS DE LA CUENTA'
                                        TO MENSAJEO.
       400-COTIZACION-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('MOCAMBM')
                         MAPSET('MOCAMBM')
                         FROM (MOCAMBMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('MOCAMBM')
                         MAPSET('MOCAMBM')
                         FROM (MOCAMBMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('MOCAMBM')
                         MAPSET('MOCAMBM')
                         FROM (MOCAMBMO)
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
                     RETURN TRANSID('MOFX')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
