      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MO5D1VT3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : DEPOSITOS Y RETIROS EN EFECTIVO EN LINEA SOBRE   *
      *             : CUENTAS MONETARIAS (AL ESTILO DE ED3D1MV3). LA   *
      *             : CAJA (TERMINAL REGISTRADA EN MOT 015 CON SU      *
      *             : AGENCIA) DEPOSITA (D) O RETIRA (R) Y EL SALDO    *
      *             : DISPONIBLE DE MOSLIN SE ACTUALIZA EN EL MOMENTO. *
      *             : UN RETIRO SOLO PASA SI LO CUBRE EL SALDO LIBRE   *
      *             : (DISPONIBLE MENOS RESERVADO MORESER MENOS        *
      *             : EMBARGADO MOEMBAR) MAS LA LINEA DE SOBREGIRO     *
      *             : VIGENTE (MOSOBGI), IGUAL QUE EN EL POSTEO        *
      *             : MODIARIO, Y SI FIRMAN TITULARES VALIDOS: EL      *
      *             : TITULAR DE MOMAES O UN CO-TITULAR/FIRMANTE       *
      *             : ACTIVO DE MOCOTIT; SI ALGUNO TIENE REGLA         *
      *             : MANCOMUNADA SE EXIGEN DOS FIRMANTES DISTINTOS.   *
      *             : CADA OPERACION SE GRABA CON LAYOUT MOMDCO EN EL  *
      *             : DIARIO DIURNO MOMDDIA (ORIGEN 01 VENTANILLA,     *
      *             : SITUACION 5 = APLICADO EN LINEA), QUE EN LA      *
      *             : NOCHE ACOMPANA AL DIARIO MOMDCO: MODIARIO NO LO  *
      *             : VUELVE A APLICAR AL SALDO Y MOARQREP LO INCLUYE  *
      *             : EN EL ARQUEO DEL CAJERO. LA ACCION I CONSULTA    *
      *             : EL SALDO DISPONIBLE Y LIBRE DE LA MONEDA.        *
      *             : LOS CODIGOS DE TRANSACCION SALEN DE MOT 014      *
      *             : (CORRELATIVOS DEPOSITO Y RETIRO).                *
      *             : LA AGENCIA DE LA CAJA DEBE ESTAR REGISTRADA Y    *
      *             : ABIERTA EN EL MAESTRO DE AGENCIAS BTRAGEN.       *
      * ARCHIVOS    : MOMAES, MOSLIN, MOCOTIT, MOEMBAR, MOSOBGI,       *
      *             : MOTGEN, BTRAGEN              (VSAM KSDS)         *
      *             : MOMDDIA                      (VSAM ESDS)         *
      * ACCION (ES) : D=DEPOSITO  R=RETIRO  I=CONSULTA                 *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : VENTANILLA - CAJAS DE AGENCIA                    *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MO5D1VT3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "MO5D1VT3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 FILLER REDEFINES FECHA-SYS.
             03 FECHA-SYS-AAAA       PIC 9(04).
             03 FECHA-SYS-MM         PIC 9(02).
             03 FECHA-SYS-DD         PIC 9(02).
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-LLAVE-CUENTA        PIC X(16)  VALUE SPACES.
          02 WKS-MONTO-X             PIC X(11)  VALUE ZEROS.
          02 WKS-MONTO REDEFINES WKS-MONTO-X
                                     PIC 9(09)V99.
          02 WKS-MONEDA              PIC 9(01)  VALUE ZEROS.
          02 WKS-AGENCIA-CAJA        PIC 9(03)  VALUE ZEROS.
          02 WKS-CODIGO-TRANSACCION  PIC 9(02)  VALUE ZEROS.
          02 WKS-NATURALEZA          PIC X(01)  VALUE SPACES.
          02 WKS-DISPONIBLE          PIC S9(11)V99 VALUE ZEROS.
          02 WKS-RESERVADO           PIC S9(11)V99 VALUE ZEROS.
          02 WKS-MONTO-EMBARGADO     PIC S9(11)V99 VALUE ZEROS.
          02 WKS-LINEA-SOBREGIRO     PIC S9(11)V99 VALUE ZEROS.
          02 WKS-SALDO-LIBRE         PIC S9(11)V99 VALUE ZEROS.
          02 WKS-SALDO-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-  VALUE
                                                       ZEROS.
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
       COPY MOVENTM.
       COPY MOMAES.
       COPY MOSLIN.
       COPY MOCOTIT.
       COPY MOEMBAR.
       COPY MOSOBGI.
       COPY MOTGEN.
       COPY BTRAGEN.
       COPY MOMDCO.
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
                MAP     ('MOVENTM')
                MAPSET  ('MOVENTM')
                INTO    (MOVENTMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA MOVENTM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO TITULARO DISPONO LIBREO
              EVALUATE TRUE
              WHEN CUENTAI NOT NUMERIC
                   MOVE 'INGRESE LA CUENTA (10 DIGITOS)' TO MENSAJEO
              WHEN MONEDAI NOT = '1' AND MONEDAI NOT = '2'
                   MOVE 'INGRESE LA MONEDA: 1=QUETZALES 2=DOLARES'
                                             TO MENSAJEO
              WHEN OTHER
                   MOVE CUENTAI TO WKS-ULTIMA-CUENTA
                   MOVE MONEDAI TO WKS-MONEDA
                   EVALUATE ACCIONI
                   WHEN 'D' WHEN 'd'
                        MOVE 'C' TO WKS-NATURALEZA
                        PERFORM 200-POSTEA-MOVIMIENTO
                   WHEN 'R' WHEN 'r'
                        MOVE 'D' TO WKS-NATURALEZA
                        PERFORM 200-POSTEA-MOVIMIENTO
                   WHEN 'I' WHEN 'i'
                        PERFORM 400-CONSULTA-SALDO
                   WHEN OTHER
                        MOVE 'ACCION INVALIDA, USE D/R/I' TO MENSAJEO
                   END-EVALUATE
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *   P O S T E O   D E   D E P O S I T O   O   R E T I R O        *
      *  VALIDA CAJA, CODIGO, CUENTA Y (EN RETIROS) FIRMAS; LUEGO      *
      *  BLOQUEA MOSLIN, CONTROLA EL SALDO LIBRE Y APLICA              *
      ******************************************************************
       200-POSTEA-MOVIMIENTO SECTION.
           MOVE MONTOI TO WKS-MONTO-X
           IF WKS-MONTO-X NOT NUMERIC OR WKS-MONTO = ZEROS
              MOVE 'INGRESE UN MONTO VALIDO (9 ENTEROS, 2 DECIMALES)'
                                        TO MENSAJEO
              GO TO 200-POSTEA-MOVIMIENTO-E
           END-IF
           IF DOCTOI NOT NUMERIC
              MOVE 'INGRESE EL NUMERO DE BOLETA (8 DIGITOS)'
                                        TO MENSAJEO
              GO TO 200-POSTEA-MOVIMIENTO-E
           END-IF
           PERFORM 210-VALIDA-CAJA
           IF MENSAJEO = SPACES
              PERFORM 220-CODIGO-DE-TRANSACCION
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 230-LEE-CUENTA
           END-IF
           IF MENSAJEO = SPACES AND WKS-NATURALEZA = 'D'
              PERFORM 240-VALIDA-FIRMAS
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 250-SUMA-EMBARGOS
              IF HAY-CONGELAMIENTO AND WKS-NATURALEZA = 'D'
                 MOVE 'CUENTA CONGELADA POR EMBARGO, NO SE PUEDE '
                    & 'RETIRAR' TO MENSAJEO
              END-IF
           END-IF
           IF MENSAJEO = SPACES AND WKS-NATURALEZA = 'D'
              PERFORM 260-LINEA-SOBREGIRO
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 300-APLICA-Y-REGISTRA
           END-IF.
       200-POSTEA-MOVIMIENTO-E. EXIT.

      *--> LA TERMINAL DEBE ESTAR HABILITADA COMO CAJA EN MOT 015; EL
      *--> RESTO TRAE LA AGENCIA A LA QUE SE ARQUEA EL CAJERO
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

      *--> CODIGO DE LA OPERACION (MOT 014) Y SU NATURALEZA EN MOT 005,
      *--> QUE DEBE COINCIDIR PARA QUE MODIARIO Y MOARQREP LO LEAN IGUAL
       220-CODIGO-DE-TRANSACCION SECTION.
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 014      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           IF WKS-NATURALEZA = 'C'
              MOVE 'DEPOSITO' TO MOTC-CORRELATIVO
           ELSE
              MOVE 'RETIRO'   TO MOTC-CORRELATIVO
           END-IF
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              MOTC-RESTO (1:2) NOT NUMERIC
              MOVE 'CODIGO DE VENTANILLA NO DEFINIDO EN MOT 014'
                                        TO MENSAJEO
              GO TO 220-CODIGO-DE-TRANSACCION-E
           END-IF
           MOVE MOTC-RESTO (1:2) TO WKS-CODIGO-TRANSACCION
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 005      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           MOVE WKS-CODIGO-TRANSACCION TO MOTC-CORRELATIVO (1:2)
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              MOTC-RESTO (1:1) NOT = WKS-NATURALEZA
              MOVE 'NATURALEZA DEL CODIGO MOT 014 NO CUADRA EN MOT 005'
                                        TO MENSAJEO
           END-IF.
       220-CODIGO-DE-TRANSACCION-E. EXIT.

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
      *  REGLA DE FIRMA DEL RETIRO: FIRMAN EL TITULAR DE MOMAES O UN   *
      *  CO-TITULAR/FIRMANTE ACTIVO DE MOCOTIT. SI ALGUN REGISTRO      *
      *  ACTIVO DE LA CUENTA ES MANCOMUNADO SE EXIGEN DOS FIRMANTES    *
      *  VALIDOS Y DISTINTOS                                           *
      ******************************************************************
       240-VALIDA-FIRMAS SECTION.
           MOVE ZEROS TO WKS-MANCOMUNADA WKS-FIRMA1-VALIDA
                         WKS-FIRMA2-VALIDA WKS-FIN-BROWSE
           IF FIRMA1I = SPACES OR FIRMA1I = LOW-VALUES
              MOVE 'INGRESE EL CODIGO DEL CLIENTE QUE FIRMA EL RETIRO'
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
      *--> RETIRAR (NO DEPOSITAR); SI NO, SU MONTO SE DESCUENTA DEL
      *--> SALDO LIBRE
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

      *--> LINEA DE SOBREGIRO VIGENTE Y NO VENCIDA DE LA MONEDA
       260-LINEA-SOBREGIRO SECTION.
           MOVE ZEROS            TO WKS-LINEA-SOBREGIRO
           PERFORM HORA-FECHA-SISTEMA
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
                 MOSG-FECHA-VENCIMIENTO NOT < FECHA-SYS
                 MOVE MOSG-LIMITE TO WKS-LINEA-SOBREGIRO
              END-IF
           END-IF.
       260-LINEA-SOBREGIRO-E. EXIT.

      ******************************************************************
      *  BLOQUEA EL SALDO DE LA CUENTA, CONTROLA EL SALDO LIBRE EN LOS *
      *  RETIROS, ACTUALIZA MOSLIN Y GRABA LA OPERACION EN EL DIARIO   *
      *  DIURNO. SI EL DIARIO FALLA SE DESHACE LA ACTUALIZACION        *
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
           IF WKS-NATURALEZA = 'D' AND
              WKS-SALDO-LIBRE + WKS-LINEA-SOBREGIRO < WKS-MONTO
              IF WKS-MONTO-EMBARGADO > ZEROS
                 MOVE 'CUENTA EMBARGADA, EL RETIRO EXCEDE EL LIBRE'
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
           IF WKS-NATURALEZA = 'C'
              ADD WKS-MONTO      TO WKS-DISPONIBLE
           ELSE
              SUBTRACT WKS-MONTO FROM WKS-DISPONIBLE
           END-IF
           IF WKS-MONEDA = 2
              MOVE WKS-DISPONIBLE TO MOSL-SALDO-DISPONIBLE-D
           ELSE
              MOVE WKS-DISPONIBLE TO MOSL-SALDO-DISPONIBLE-Q
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
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO EL DIARIO MOMDDIA, OPERACION NO APLICADA'
                                        TO MENSAJEO
              GO TO 300-APLICA-Y-REGISTRA-E
           END-IF
           COMPUTE WKS-SALDO-LIBRE = WKS-DISPONIBLE - WKS-RESERVADO
                                   - WKS-MONTO-EMBARGADO
           PERFORM 320-MUESTRA-SALDOS
           IF WKS-NATURALEZA = 'C'
              MOVE 'DEPOSITO APLICADO EN LINEA' TO MENSAJEO
           ELSE
              MOVE 'RETIRO APLICADO EN LINEA'   TO MENSAJEO
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
           MOVE WKS-DISPONIBLE  TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT  TO DISPONO
           MOVE WKS-SALDO-LIBRE TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT  TO LIBREO.
       320-MUESTRA-SALDOS-E. EXIT.

      ******************************************************************
      *  LA OPERACION QUEDA EN MOMDDIA CON LAYOUT MOMDCO: ORIGEN 01    *
      *  (VENTANILLA), CAJERO = TERMINAL, USUARIO FIRMADO, AGENCIA DE  *
      *  LA CAJA Y SITUACION 5 (YA APLICADO EN LINEA) PARA QUE         *
      *  MODIARIO NO LO VUELVA A APLICAR AL SALDO. LA SECUENCIA ES EL  *
      *  NUMERO DE TAREA CICS, QUE NO SE REPITE ENTRE OPERACIONES DE   *
      *  LA MISMA TERMINAL AUNQUE SE LIMPIE LA PANTALLA                *
      ******************************************************************
       330-GRABA-DIARIO-DIURNO SECTION.
           INITIALIZE MOMDCO
           MOVE WKS-CODIGO-TRANSACCION TO MOMC-CODIGO-TRANSACCION
           MOVE FECHA-SYS-DD           TO MOMC-DIA
           MOVE FECHA-SYS-MM           TO MOMC-MES
           MOVE 1                      TO MOMC-CLASE-CUENTA
           MOVE CUENTAI                TO MOMC-NUMERO-CUENTA
           MOVE DOCTOI                 TO MOMC-DOCUMENTO
           MOVE WKS-AGENCIA-CAJA       TO MOMC-AGENCIA-ORIGEN
           MOVE WKS-MONTO              TO MOMC-VALOR
           MOVE EIBTRMID               TO MOMC-TERMINAL-FINANCIERA
           MOVE EIBTASKN               TO MOMC-NUM-SECUENCIA
           SET  MOMC-APLICADO-EN-LINEA TO TRUE
           MOVE WKS-NOMBRE-PROGRAMA    TO MOMC-GRABA-VERIF
           MOVE 01                     TO MOMC-ORIGEN-TRANSACCION
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
       330-GRABA-DIARIO-DIURNO-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   S A L D O                            *
      ******************************************************************
       400-CONSULTA-SALDO SECTION.
           PERFORM 230-LEE-CUENTA
           IF MENSAJEO NOT = SPACES
              GO TO 400-CONSULTA-SALDO-E
           END-IF
           PERFORM 250-SUMA-EMBARGOS
           MOVE WKS-LLAVE-CUENTA TO MOSL-LLAVE
           EXEC CICS READ
                DATASET ('MOSLIN')
                INTO    (MOSLIN)
                RIDFLD  (MOSL-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 310-SALDOS-DE-LA-MONEDA
                WHEN DFHRESP(NOTFND)
                     INITIALIZE MOSLIN
                     PERFORM 310-SALDOS-DE-LA-MONEDA
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSLIN'
                                            TO MENSAJEO
                     GO TO 400-CONSULTA-SALDO-E
           END-EVALUATE
           PERFORM 320-MUESTRA-SALDOS
           IF HAY-CONGELAMIENTO
              MOVE 'CONSULTA REALIZADA, CUENTA CONGELADA POR EMBARGO'
                                        TO MENSAJEO
           ELSE
              MOVE 'CONSULTA REALIZADA' TO MENSAJEO
           END-IF.
       400-CONSULTA-SALDO-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('MOVENTM')
                         MAPSET('MOVENTM')
                         FROM (MOVENTMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('MOVENTM')
                         MAPSET('MOVENTM')
                         FROM (MOVENTMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('MOVENTM')
                         MAPSET('MOVENTM')
                         FROM (MOVENTMO)
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
                     RETURN TRANSID('MOVT')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
