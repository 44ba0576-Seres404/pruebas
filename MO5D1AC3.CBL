      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MO5D1AC3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : CAPTURA DE TRANSFERENCIAS ACH SALIENTES DESDE    *
      *             : UNA CUENTA MONETARIA HACIA CUENTAS DE OTROS      *
      *             : BANCOS. LA CAJA (MOT 015) INDICA LA CUENTA, EL   *
      *             : MONTO EN QUETZALES, EL BANCO DESTINO (CATALOGO   *
      *             : EN MOT 018), LA CUENTA DESTINO Y EL BENEFICIARIO.*
      *             : LA ORDEN SE CONTROLA COMO UN RETIRO (FIRMAS,     *
      *             : EMBARGOS, SALDO LIBRE MAS LINEA), SE DEBITA EN   *
      *             : EL MOMENTO CON EL CODIGO DE ENVIO DE MOT 018 (EL *
      *             : MONTO QUEDA RETENIDO EN TRANSITO ACH HASTA SU    *
      *             : LIQUIDACION) Y QUEDA EN EL DIARIO DIURNO MOMDDIA *
      *             : (ORIGEN 03 ACH, SITUACION 5) Y PENDIENTE EN      *
      *             : MOACHOR PARA EL ENVIO NOCTURNO MOACHENV. LA      *
      *             : REFERENCIA QUE SE MUESTRA ES LA LLAVE DE LA      *
      *             : ORDEN. LA ACCION I MUESTRA EL BANCO Y EL SALDO.  *
      *             : LA AGENCIA DE LA CAJA DEBE ESTAR REGISTRADA Y    *
      *             : ABIERTA EN EL MAESTRO DE AGENCIAS BTRAGEN.       *
      * ARCHIVOS    : MOMAES, MOSLIN, MOCOTIT, MOEMBAR, MOSOBGI,       *
      *             : MOTGEN, TLCALEN, MOACHOR     (VSAM KSDS)         *
      *             : BTRAGEN                      (VSAM KSDS)         *
      *             : MOMDDIA                      (VSAM ESDS)         *
      * ACCION (ES) : E=ENVIAR ORDEN  I=CONSULTA                       *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : VENTANILLA - CAJAS DE AGENCIA                    *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MO5D1AC3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "MO5D1AC3".
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
          02 WKS-MONTO-ORDEN REDEFINES WKS-MONTO-X
                                     PIC 9(09)V99.
          02 WKS-MONTO-DEBITO        PIC S9(11)V99 VALUE ZEROS.
          02 WKS-AGENCIA-CAJA        PIC 9(03)  VALUE ZEROS.
      *--> MONEDA QUE SE DEBITA: LAS TRANSFERENCIAS ACH SON EN QUETZALES
          02 WKS-MONEDA              PIC 9(01)  VALUE 1.
          02 WKS-CODIGO-DEBITO       PIC 9(02)  VALUE ZEROS.
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
       COPY MOACHM.
       COPY MOMAES.
       COPY MOSLIN.
       COPY MOCOTIT.
       COPY MOEMBAR.
       COPY MOSOBGI.
       COPY MOTGEN.
       COPY BTRAGEN.
       COPY MOMDCO.
       COPY MOACHOR.
       COPY TLCALEN.
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
                MAP     ('MOACHM')
                MAPSET  ('MOACHM')
                INTO    (MOACHMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA MOACHM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO TITULARO NOMBCOO SALDOQO REFERO
              PERFORM 150-PARAMETROS-ACH
              IF MENSAJEO = SPACES
                 EVALUATE ACCIONI
                 WHEN 'E' WHEN 'e'
                      PERFORM 200-REGISTRA-ORDEN
                 WHEN 'I' WHEN 'i'
                      PERFORM 400-CONSULTA
                 WHEN OTHER
                      MOVE 'ACCION INVALIDA, USE E/I' TO MENSAJEO
                 END-EVALUATE
              END-IF
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  FECHA DE PROCESO DEL REGISTRO DE CONTROL DE TLCALEN Y CODIGO  *
      *  DE DEBITO DEL ENVIO ACH: CORRELATIVO CODIGOS DE MOT 018,      *
      *  RESTO (1:2). DEBE SER DE NATURALEZA D EN MOT 005              *
      ******************************************************************
       150-PARAMETROS-ACH SECTION.
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
              GO TO 150-PARAMETROS-ACH-E
           END-IF
           MOVE TLCA-FECHA-PROCESO TO WKS-FECHA-PROCESO
           MOVE 'MOT'     TO MOTC-TABLA
           MOVE 018       TO MOTC-CODIGO-TABLA
           MOVE 'CODIGOS' TO MOTC-CORRELATIVO
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              MOTC-RESTO (1:2) NOT NUMERIC
              MOVE 'CODIGO DE ENVIO ACH NO DEFINIDO EN MOT 018'
                                        TO MENSAJEO
              GO TO 150-PARAMETROS-ACH-E
           END-IF
           MOVE MOTC-RESTO (1:2) TO WKS-CODIGO-DEBITO
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 005      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           MOVE WKS-CODIGO-DEBITO TO MOTC-CORRELATIVO (1:2)
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              MOTC-RESTO (1:1) NOT = 'D'
              MOVE 'EL CODIGO DE ENVIO DE MOT 018 NO ES DEBITO EN MOT '
                 & '005' TO MENSAJEO
           END-IF.
       150-PARAMETROS-ACH-E. EXIT.

      ******************************************************************
      *   R E G I S T R O   D E   L A   O R D E N   A C H              *
      *  VALIDA CAJA, DATOS DEL DESTINO, CUENTA, FIRMAS Y EMBARGOS;    *
      *  EL DEBITO SE CONTROLA COMO UN RETIRO EN QUETZALES             *
      ******************************************************************
       200-REGISTRA-ORDEN SECTION.
           IF CUENTAI NOT NUMERIC
              MOVE 'INGRESE LA CUENTA (10 DIGITOS)' TO MENSAJEO
              GO TO 200-REGISTRA-ORDEN-E
           END-IF
           MOVE CUENTAI TO WKS-ULTIMA-CUENTA
           MOVE MONTOI TO WKS-MONTO-X
           IF WKS-MONTO-X NOT NUMERIC OR WKS-MONTO-ORDEN = ZEROS
              MOVE 'INGRESE EL MONTO EN QUETZALES (9 ENTEROS, 2 DEC.)'
                                        TO MENSAJEO
              GO TO 200-REGISTRA-ORDEN-E
           END-IF
           IF DOCTOI NOT NUMERIC
              MOVE 'INGRESE EL NUMERO DE BOLETA (8 DIGITOS)'
                                        TO MENSAJEO
              GO TO 200-REGISTRA-ORDEN-E
           END-IF
           IF CTADESI = SPACES OR CTADESI = LOW-VALUES
              MOVE 'INGRESE LA CUENTA DESTINO EN EL OTRO BANCO'
                                        TO MENSAJEO
              GO TO 200-REGISTRA-ORDEN-E
           END-IF
           IF BENEFI = SPACES OR BENEFI = LOW-VALUES
              MOVE 'INGRESE EL NOMBRE DEL BENEFICIARIO' TO MENSAJEO
              GO TO 200-REGISTRA-ORDEN-E
           END-IF
           MOVE WKS-MONTO-ORDEN TO WKS-MONTO-DEBITO
           PERFORM 210-VALIDA-CAJA
           IF MENSAJEO = SPACES
              PERFORM 220-VALIDA-BANCO
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
                    & 'TRANSFERIR' TO MENSAJEO
              END-IF
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 260-LINEA-SOBREGIRO
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 300-APLICA-Y-REGISTRA
           END-IF.
       200-REGISTRA-ORDEN-E. EXIT.

      *--> LA TERMINAL DEBE ESTAR HABILITADA COMO CAJA EN MOT 015; EL
      *--> RESTO TRAE LA AGENCIA A LA QUE SE CARGA LA ORDEN
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

      *--> EL BANCO DESTINO DEBE SER PARTICIPANTE DEL ACH: EN MOT 018
      *--> EL CORRELATIVO ES EL CODIGO DE BANCO Y LA DESCRIPCION SU
      *--> NOMBRE
       220-VALIDA-BANCO SECTION.
           IF BANCOI NOT NUMERIC
              MOVE 'INGRESE EL CODIGO DEL BANCO DESTINO (4 DIGITOS)'
                                        TO MENSAJEO
              GO TO 220-VALIDA-BANCO-E
           END-IF
           MOVE 'MOT'    TO MOTC-TABLA
           MOVE 018      TO MOTC-CODIGO-TABLA
           MOVE SPACES   TO MOTC-CORRELATIVO
           MOVE BANCOI   TO MOTC-CORRELATIVO (1:4)
           EXEC CICS READ
                DATASET ('MOTGEN')
                INTO    (MOTGEN)
                RIDFLD  (MOTC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'BANCO DESTINO NO PARTICIPA EN ACH (MOT 018)'
                                        TO MENSAJEO
           ELSE
              MOVE MOTC-DESCRIPCION   TO NOMBCOO
           END-IF.
       220-VALIDA-BANCO-E. EXIT.

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

       240-VALIDA-FIRMAS SECTION.
           MOVE ZEROS TO WKS-MANCOMUNADA WKS-FIRMA1-VALIDA
                         WKS-FIRMA2-VALIDA WKS-FIN-BROWSE
           IF FIRMA1I = SPACES OR FIRMA1I = LOW-VALUES
              MOVE 'INGRESE EL CODIGO DEL CLIENTE QUE FIRMA LA ORDEN'
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
      *--> LA ORDEN; SI NO, SU MONTO SE DESCUENTA DEL SALDO LIBRE
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
      *  BLOQUEA EL SALDO DE LA CUENTA, CONTROLA EL SALDO LIBRE EN     *
      *  QUETZALES, DEBITA MOSLIN Y GRABA EL DEBITO EN EL DIARIO       *
      *  DIURNO Y LA ORDEN PENDIENTE EN MOACHOR. SI ALGUNA GRABACION   *
      *  FALLA SE DESHACE TODO                                         *
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
           PERFORM 310-SALDO-LIBRE
           IF WKS-SALDO-LIBRE + WKS-LINEA-SOBREGIRO < WKS-MONTO-DEBITO
              IF WKS-MONTO-EMBARGADO > ZEROS
                 MOVE 'CUENTA EMBARGADA, LA ORDEN EXCEDE EL LIBRE'
                                        TO MENSAJEO
              ELSE
                 MOVE 'FONDOS INSUFICIENTES, EXCEDE LIBRE MAS LINEA'
                                        TO MENSAJEO
              END-IF
              IF EXISTE-MOSLIN
                 EXEC CICS UNLOCK DATASET('MOSLIN') NOHANDLE END-EXEC
              END-IF
              PERFORM 320-MUESTRA-SALDO
              GO TO 300-APLICA-Y-REGISTRA-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           SUBTRACT WKS-MONTO-DEBITO FROM MOSL-SALDO-DISPONIBLE-Q
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
              PERFORM 340-GRABA-ORDEN
           END-IF
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO EL DIARIO MOMDDIA O MOACHOR, ORDEN NO '
                 & 'REGISTRADA' TO MENSAJEO
              GO TO 300-APLICA-Y-REGISTRA-E
           END-IF
           PERFORM 320-MUESTRA-SALDO
           MOVE MOAO-LLAVE TO REFERO
           MOVE 'ORDEN ACH REGISTRADA, SE ENVIA EN EL CIERRE DEL DIA'
                                        TO MENSAJEO.
       300-APLICA-Y-REGISTRA-E. EXIT.

      *--> LOS RESERVADOS VIENEN DEL FILLER DE MOSLIN: SI NO ESTAN
      *--> EMPACADOS VALEN CERO (IGUAL QUE EN MODIARIO)
       310-SALDO-LIBRE SECTION.
           IF MOSL-RESERVADO-Q NOT NUMERIC
              MOVE ZEROS TO MOSL-RESERVADO-Q
           END-IF
           MOVE MOSL-SALDO-DISPONIBLE-Q TO WKS-DISPONIBLE
           MOVE MOSL-RESERVADO-Q        TO WKS-RESERVADO
           COMPUTE WKS-SALDO-LIBRE = WKS-DISPONIBLE - WKS-RESERVADO
                                   - WKS-MONTO-EMBARGADO.
       310-SALDO-LIBRE-E. EXIT.

       320-MUESTRA-SALDO SECTION.
           MOVE MOSL-SALDO-DISPONIBLE-Q TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT          TO SALDOQO.
       320-MUESTRA-SALDO-E. EXIT.

      ******************************************************************
      *  EL DEBITO QUEDA EN MOMDDIA CON LAYOUT MOMDCO, ORIGEN 03       *
      *  (TRANSFERENCIA ACH) Y SITUACION 5 PARA QUE MODIARIO NO LO     *
      *  VUELVA A APLICAR AL SALDO. CAJERO = TERMINAL, USUARIO         *
      *  FIRMADO Y SECUENCIA = NUMERO DE TAREA CICS, QUE NO SE REPITE  *
      *  AUNQUE SE LIMPIE LA PANTALLA                                  *
      ******************************************************************
       330-GRABA-DIARIO-DIURNO SECTION.
           INITIALIZE MOMDCO
           MOVE WKS-MONTO-DEBITO       TO MOMC-VALOR
           MOVE WKS-CODIGO-DEBITO      TO MOMC-CODIGO-TRANSACCION
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
           MOVE 03                     TO MOMC-ORIGEN-TRANSACCION
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

      *--> LA LLAVE DE LA ORDEN (FECHA DE PROCESO, HORA Y TERMINAL) ES
      *--> LA REFERENCIA DE RASTREO QUE VIAJA AL ACH Y REGRESA EN LAS
      *--> DEVOLUCIONES
       340-GRABA-ORDEN SECTION.
           INITIALIZE REG-MOACHOR
           MOVE WKS-FECHA-PROCESO      TO MOAO-FECHA-ORDEN
           MOVE HORA-SYS               TO MOAO-HORA-ORDEN
           MOVE EIBTRMID               TO MOAO-TERMINAL
           MOVE WKS-LLAVE-CUENTA       TO MOAO-CUENTA
           MOVE WKS-AGENCIA-CAJA       TO MOAO-AGENCIA
           MOVE DOCTOI                 TO MOAO-DOCUMENTO
           MOVE WKS-MONTO-DEBITO       TO MOAO-MONTO
           MOVE BANCOI                 TO MOAO-BANCO-DESTINO
           MOVE CTADESI                TO MOAO-CUENTA-DESTINO
           MOVE BENEFI                 TO MOAO-BENEFICIARIO
           MOVE WKS-CODIGO-DEBITO      TO MOAO-CODIGO-DEBITO
           SET  MOAO-PENDIENTE         TO TRUE
           EXEC CICS WRITE
                DATASET ('MOACHOR')
                FROM    (REG-MOACHOR)
                RIDFLD  (MOAO-LLAVE)
                NOHANDLE
           END-EXEC.
       340-GRABA-ORDEN-E. EXIT.

      ******************************************************************
      *   C O N S U L T A                                              *
      *  CON BANCO MUESTRA SU NOMBRE; CON CUENTA, EL TITULAR Y EL      *
      *  SALDO DISPONIBLE EN QUETZALES                                 *
      ******************************************************************
       400-CONSULTA SECTION.
           IF BANCOI NUMERIC
              PERFORM 220-VALIDA-BANCO
              IF MENSAJEO NOT = SPACES
                 GO TO 400-CONSULTA-E
              END-IF
           END-IF
           IF CUENTAI NOT NUMERIC
              MOVE 'CONSULTA DEL BANCO DESTINO' TO MENSAJEO
              GO TO 400-CONSULTA-E
           END-IF
           MOVE CUENTAI TO WKS-ULTIMA-CUENTA
           PERFORM 230-LEE-CUENTA
           IF MENSAJEO NOT = SPACES
              GO TO 400-CONSULTA-E
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
                     GO TO 400-CONSULTA-E
           END-EVALUATE
           PERFORM 320-MUESTRA-SALDO
           MOVE 'CONSULTA DE LA CUENTA ORIGEN' TO MENSAJEO.
       400-CONSULTA-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('MOACHM')
                         MAPSET('MOACHM')
                         FROM (MOACHMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('MOACHM')
                         MAPSET('MOACHM')
                         FROM (MOACHMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('MOACHM')
                         MAPSET('MOACHM')
                         FROM (MOACHMO)
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
                     RETURN TRANSID('MOAC')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
