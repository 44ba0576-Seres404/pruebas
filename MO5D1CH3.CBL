      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MO5D1CH3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : CHEQUERAS Y ORDENES DE NO PAGO DE CHEQUES. LA    *
      *             : ACCION E REGISTRA LA EMISION DE UNA CHEQUERA A   *
      *             : UNA CUENTA (SERIE Y RANGO DE HASTA 100 CHEQUES   *
      *             : QUE NO SE TRASLAPE CON OTRA CHEQUERA DE LA       *
      *             : CUENTA) EN MOCHEQ; LA ACCION S SUSPENDE EL PAGO  *
      *             : DE UN CHEQUE EMITIDO Y NO PAGADO CON MOTIVO Y    *
      *             : FECHA DE VENCIMIENTO EN MOSUSPA; LA ACCION L     *
      *             : LEVANTA LA ORDEN Y LA ACCION I CONSULTA LA       *
      *             : SITUACION DE UN CHEQUE. EL POSTEO MODIARIO       *
      *             : RECHAZA EL PAGO DE CHEQUES FUERA DE RANGO, YA    *
      *             : PAGADOS O CON ORDEN DE NO PAGO VIGENTE. EMITIR   *
      *             : Y LEVANTAR SOLO CON PERMISO E O L EN BTRPERM     *
      *             : PARA EL USUARIO FIRMADO.                         *
      * ARCHIVOS    : MOCHEQ, MOSUSPA, MOMAES  (VSAM KSDS)             *
      * ACCION (ES) : E=EMITIR  S=SUSPENDER  L=LEVANTAR  I=CONSULTA    *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - ATENCION AL CLIENTE                 *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MO5D1CH3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "MO5D1CH3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 WKS-LLAVE-CUENTA        PIC X(16)  VALUE SPACES.
          02 WKS-CHEQUE              PIC 9(08)  VALUE ZEROS.
          02 WKS-CHEQUE-INICIAL      PIC 9(08)  VALUE ZEROS.
          02 WKS-CHEQUE-FINAL        PIC 9(08)  VALUE ZEROS.
          02 WKS-CANT-CHEQUES        PIC 9(09)  VALUE ZEROS.
          02 WKS-POSICION            PIC 9(03)  VALUE ZEROS.
          02 WKS-MAX-CHEQUES         PIC 9(03)  VALUE 100.
          02 WKS-AUTORIZADO          PIC X(01)  VALUE 'N'.
             88 ACCION-AUTORIZADA               VALUE 'S'.
          02 WKS-ACCION-PERMISO      PIC X(01)  VALUE SPACES.
          02 WKS-HAY-CHEQUERA        PIC X(01)  VALUE 'N'.
             88 HAY-CHEQUERA                    VALUE 'S'.
          02 WKS-HAY-SIGUIENTE       PIC X(01)  VALUE 'N'.
             88 HAY-SIGUIENTE                   VALUE 'S'.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-CUENTA       PIC X(16)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY MOCHEQM.
       COPY MOCHEQ.
       COPY MOSUSPA.
       COPY MOMAES.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (E/S/L/I)      *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('MOCHEQM')
                MAPSET  ('MOCHEQM')
                INTO    (MOCHEQMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA MOCHEQM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO ESTADOO
              PERFORM 120-VALIDA-PERMISO
              EVALUATE TRUE
              WHEN CUENTAI NOT NUMERIC
                   MOVE 'INGRESE LA CUENTA (10 DIGITOS)' TO MENSAJEO
              WHEN OTHER
                   MOVE SPACES            TO WKS-LLAVE-CUENTA
                   MOVE CUENTAI           TO WKS-LLAVE-CUENTA (1:10)
                   MOVE WKS-LLAVE-CUENTA  TO WKS-ULTIMA-CUENTA
                   EVALUATE ACCIONI
                   WHEN 'E' WHEN 'e'
                        PERFORM 200-EMITE-CHEQUERA
                   WHEN 'S' WHEN 's'
                        PERFORM 300-SUSPENDE-CHEQUE
                   WHEN 'L' WHEN 'l'
                        PERFORM 400-LEVANTA-SUSPENSION
                   WHEN 'I' WHEN 'i'
                        PERFORM 500-CONSULTA-CHEQUE
                   WHEN OTHER
                        MOVE 'ACCION INVALIDA, USE E=EMITIR S=SUSPENDER'
                           & ' L=LEVANTAR I=CONSULTA' TO MENSAJEO
                   END-EVALUATE
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

       120-VALIDA-PERMISO SECTION.
           MOVE 'N'      TO WKS-AUTORIZADO
           MOVE ACCIONI  TO WKS-ACCION-PERMISO
           INSPECT WKS-ACCION-PERMISO CONVERTING 'el' TO 'EL'
           IF WKS-ACCION-PERMISO NOT = 'E' AND
              WKS-ACCION-PERMISO NOT = 'L'
              MOVE SPACES TO WKS-ACCION-PERMISO
              GO TO 120-VALIDA-PERMISO-E
           END-IF
           PERFORM 105-VALIDA-AUTORIZACION
           MOVE SPACES   TO WKS-ACCION-PERMISO
           IF BTAU-AUTORIZADO
              MOVE 'S' TO WKS-AUTORIZADO
           END-IF.
       120-VALIDA-PERMISO-E. EXIT.

      ******************************************************************
      *  LA CUENTA DEBE EXISTIR EN MOMAES Y NO ESTAR TRASLADADA POR    *
      *  ABANDONO                                                      *
      ******************************************************************
       130-VALIDA-CUENTA SECTION.
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
                     MOVE 'ERROR INESPERADO AL LEER MOMAES'
                                            TO MENSAJEO
                WHEN MOMA-ESCHEATADA
                     MOVE 'CUENTA TRASLADADA POR ABANDONO, NO OPERA'
                                            TO MENSAJEO
                WHEN OTHER
                     CONTINUE
           END-EVALUATE.
       130-VALIDA-CUENTA-E. EXIT.

      ******************************************************************
      *  UBICA LA CHEQUERA QUE CONTIENE WKS-CHEQUE: LA PRIMERA LLAVE   *
      *  IGUAL O MAYOR A CUENTA + CHEQUE, SI ES DE LA MISMA CUENTA Y   *
      *  SU RANGO EMPIEZA ANTES DEL CHEQUE (LOS RANGOS NO SE TRASLAPAN)*
      ******************************************************************
       140-BUSCA-CHEQUERA SECTION.
           MOVE 'N'              TO WKS-HAY-CHEQUERA WKS-HAY-SIGUIENTE
           MOVE WKS-LLAVE-CUENTA TO MOCQ-CUENTA
           MOVE WKS-CHEQUE       TO MOCQ-CHEQUE-FINAL
           EXEC CICS STARTBR
                DATASET ('MOCHEQ')
                RIDFLD  (MOCQ-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 140-BUSCA-CHEQUERA-E
           END-IF
           EXEC CICS READNEXT
                DATASET ('MOCHEQ')
                INTO    (REG-MOCHEQ)
                RIDFLD  (MOCQ-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND
              MOCQ-CUENTA = WKS-LLAVE-CUENTA
              MOVE 'S' TO WKS-HAY-SIGUIENTE
              IF MOCQ-CHEQUE-INICIAL NOT > WKS-CHEQUE
                 MOVE 'S' TO WKS-HAY-CHEQUERA
                 COMPUTE WKS-POSICION =
                         WKS-CHEQUE - MOCQ-CHEQUE-INICIAL + 1
              END-IF
           END-IF
           EXEC CICS ENDBR DATASET('MOCHEQ') NOHANDLE END-EXEC.
       140-BUSCA-CHEQUERA-E. EXIT.

      ******************************************************************
      *   E M I S I O N   D E   U N A   C H E Q U E R A                *
      ******************************************************************
       200-EMITE-CHEQUERA SECTION.
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE TRUE
           WHEN NOT ACCION-AUTORIZADA
                MOVE 'USUARIO SIN PERMISO PARA EMITIR CHEQUERAS'
                                        TO MENSAJEO
           WHEN SERIEI = SPACES OR SERIEI = LOW-VALUES
                MOVE 'INGRESE LA SERIE DE LA CHEQUERA' TO MENSAJEO
           WHEN CHINII NOT NUMERIC OR CHFINI NOT NUMERIC
                MOVE 'INGRESE EL PRIMER Y ULTIMO CHEQUE (8 DIGITOS)'
                                        TO MENSAJEO
           WHEN OTHER
                PERFORM 130-VALIDA-CUENTA
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              GO TO 200-EMITE-CHEQUERA-E
           END-IF
           MOVE CHINII TO WKS-CHEQUE-INICIAL
           MOVE CHFINI TO WKS-CHEQUE-FINAL
           IF WKS-CHEQUE-INICIAL = ZEROS OR
              WKS-CHEQUE-FINAL < WKS-CHEQUE-INICIAL
              MOVE 'RANGO INVALIDO, EL ULTIMO DEBE SER MAYOR O IGUAL'
                                        TO MENSAJEO
              GO TO 200-EMITE-CHEQUERA-E
           END-IF
           COMPUTE WKS-CANT-CHEQUES =
                   WKS-CHEQUE-FINAL - WKS-CHEQUE-INICIAL + 1
           IF WKS-CANT-CHEQUES > WKS-MAX-CHEQUES
              MOVE 'UNA CHEQUERA TIENE COMO MAXIMO 100 CHEQUES'
                                        TO MENSAJEO
              GO TO 200-EMITE-CHEQUERA-E
           END-IF
      *--> LA PRIMERA CHEQUERA QUE TERMINA EN O DESPUES DEL INICIO DEL
      *--> RANGO NUEVO SE TRASLAPA SI EMPIEZA ANTES DE SU FINAL
           MOVE WKS-CHEQUE-INICIAL TO WKS-CHEQUE
           PERFORM 140-BUSCA-CHEQUERA
           IF HAY-SIGUIENTE AND
              MOCQ-CHEQUE-INICIAL NOT > WKS-CHEQUE-FINAL
              MOVE 'EL RANGO SE TRASLAPA CON OTRA CHEQUERA DE LA CUENTA'
                                        TO MENSAJEO
              GO TO 200-EMITE-CHEQUERA-E
           END-IF
           INITIALIZE REG-MOCHEQ
           MOVE WKS-LLAVE-CUENTA   TO MOCQ-CUENTA
           MOVE WKS-CHEQUE-FINAL   TO MOCQ-CHEQUE-FINAL
           MOVE SERIEI             TO MOCQ-SERIE
           MOVE WKS-CHEQUE-INICIAL TO MOCQ-CHEQUE-INICIAL
           MOVE FECHA-SYS          TO MOCQ-FECHA-EMISION
           MOVE BTAU-USUARIO       TO MOCQ-USUARIO-EMISION
           SET  MOCQ-ACTIVA        TO TRUE
           MOVE SPACES             TO MOCQ-CHEQUES
           EXEC CICS WRITE
                DATASET ('MOCHEQ')
                FROM    (REG-MOCHEQ)
                RIDFLD  (MOCQ-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE FECHA-SYS TO FEMISIO
                     MOVE 'CHEQUERA EMITIDA' TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'YA EXISTE UNA CHEQUERA CON ESE ULTIMO CHEQUE'
                                            TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO MOCHEQ ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN MOCHEQ'
                                            TO MENSAJEO
           END-EVALUATE.
       200-EMITE-CHEQUERA-E. EXIT.

      ******************************************************************
      *   O R D E N   D E   N O   P A G O   D E   U N   C H E Q U E    *
      *   (UNA ORDEN LEVANTADA O VENCIDA SE PUEDE VOLVER A REGISTRAR)  *
      ******************************************************************
       300-SUSPENDE-CHEQUE SECTION.
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE TRUE
           WHEN CHEQUEI NOT NUMERIC
                MOVE 'INGRESE EL NUMERO DE CHEQUE (8 DIGITOS)'
                                        TO MENSAJEO
           WHEN MOTIVOI NOT = 'E' AND MOTIVOI NOT = 'R' AND
                MOTIVOI NOT = 'D' AND MOTIVOI NOT = 'O'
                MOVE 'MOTIVO: E=EXTRAVIO R=ROBO D=DISPUTA O=OTRO'
                                        TO MENSAJEO
           WHEN FVENCEI NOT NUMERIC
                MOVE 'INGRESE LA FECHA DE VENCIMIENTO AAAAMMDD'
                                        TO MENSAJEO
           WHEN FVENCEI NOT > FECHA-SYS
                MOVE 'LA FECHA DE VENCIMIENTO DEBE SER FUTURA'
                                        TO MENSAJEO
           WHEN OTHER
                PERFORM 130-VALIDA-CUENTA
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              GO TO 300-SUSPENDE-CHEQUE-E
           END-IF
           MOVE CHEQUEI TO WKS-CHEQUE
           PERFORM 140-BUSCA-CHEQUERA
           EVALUATE TRUE
           WHEN NOT HAY-CHEQUERA
                MOVE 'EL CHEQUE NO ES DE UNA CHEQUERA DE LA CUENTA'
                                        TO MENSAJEO
           WHEN MOCQ-CHEQUE-PAGADO (WKS-POSICION)
                MOVE 'EL CHEQUE YA FUE PAGADO, NO SE PUEDE SUSPENDER'
                                        TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              GO TO 300-SUSPENDE-CHEQUE-E
           END-IF
           MOVE WKS-LLAVE-CUENTA TO MOSP-CUENTA
           MOVE WKS-CHEQUE       TO MOSP-CHEQUE
           EXEC CICS READ
                DATASET  ('MOSUSPA')
                INTO     (REG-MOSUSPA)
                RIDFLD   (MOSP-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF MOSP-VIGENTE AND
                        MOSP-FECHA-VENCIMIENTO NOT < FECHA-SYS
                        MOVE 'EL CHEQUE YA TIENE ORDEN DE NO PAGO '
                           & 'VIGENTE' TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('MOSUSPA') NOHANDLE
                        END-EXEC
                     ELSE
                        PERFORM 310-LLENA-ORDEN
                        EXEC CICS REWRITE
                             DATASET ('MOSUSPA')
                             FROM    (REG-MOSUSPA)
                             NOHANDLE
                        END-EXEC
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'ORDEN DE NO PAGO REGISTRADA DE NUEVO'
                                               TO MENSAJEO
                        ELSE
                           MOVE 'ERROR INESPERADO AL ACTUALIZAR MOSUSPA'
                                               TO MENSAJEO
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     PERFORM 310-LLENA-ORDEN
                     EXEC CICS WRITE
                          DATASET ('MOSUSPA')
                          FROM    (REG-MOSUSPA)
                          RIDFLD  (MOSP-LLAVE)
                          NOHANDLE
                     END-EXEC
                     EVALUATE EIBRESP
                          WHEN DFHRESP(NORMAL)
                               MOVE 'ORDEN DE NO PAGO REGISTRADA'
                                                      TO MENSAJEO
                          WHEN DFHRESP(NOTOPEN)
                               MOVE 'ARCHIVO MOSUSPA ESTA CERRADO'
                                                      TO MENSAJEO
                          WHEN OTHER
                               MOVE 'ERROR INESPERADO AL GRABAR EN ' &
                                    'MOSUSPA' TO MENSAJEO
                     END-EVALUATE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO MOSUSPA ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSUSPA'
                                            TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO (1:16) = 'ORDEN DE NO PAGO'
              MOVE 'SUSPENDIDO' TO ESTADOO
           END-IF.
       300-SUSPENDE-CHEQUE-E. EXIT.

       310-LLENA-ORDEN SECTION.
           INITIALIZE REG-MOSUSPA
           MOVE WKS-LLAVE-CUENTA  TO MOSP-CUENTA
           MOVE WKS-CHEQUE        TO MOSP-CHEQUE
           MOVE MOTIVOI           TO MOSP-MOTIVO
           MOVE DESCRII           TO MOSP-DESCRIPCION
           MOVE FECHA-SYS         TO MOSP-FECHA-REGISTRO
           MOVE FVENCEI           TO MOSP-FECHA-VENCIMIENTO
           MOVE BTAU-USUARIO      TO MOSP-USUARIO-REGISTRO
           SET  MOSP-VIGENTE      TO TRUE.
       310-LLENA-ORDEN-E. EXIT.

      ******************************************************************
      *   L E V A N T A M I E N T O   D E   L A   O R D E N            *
      ******************************************************************
       400-LEVANTA-SUSPENSION SECTION.
           IF NOT ACCION-AUTORIZADA
              MOVE 'USUARIO SIN PERMISO PARA LEVANTAR ORDENES'
                                     TO MENSAJEO
              GO TO 400-LEVANTA-SUSPENSION-E
           END-IF
           IF CHEQUEI NOT NUMERIC
              MOVE 'INGRESE EL NUMERO DE CHEQUE (8 DIGITOS)'
                                     TO MENSAJEO
              GO TO 400-LEVANTA-SUSPENSION-E
           END-IF
           MOVE WKS-LLAVE-CUENTA TO MOSP-CUENTA
           MOVE CHEQUEI          TO MOSP-CHEQUE
           EXEC CICS READ
                DATASET  ('MOSUSPA')
                INTO     (REG-MOSUSPA)
                RIDFLD   (MOSP-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF MOSP-LEVANTADA
                        MOVE 'LA ORDEN YA ESTABA LEVANTADA'
                                               TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('MOSUSPA') NOHANDLE
                        END-EXEC
                     ELSE
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS TO MOSP-FECHA-LEVANTAMIENTO
                        MOVE BTAU-USUARIO TO MOSP-USUARIO-LEVANTO
                        SET MOSP-LEVANTADA TO TRUE
                        EXEC CICS REWRITE
                             DATASET ('MOSUSPA')
                             FROM    (REG-MOSUSPA)
                             NOHANDLE
                        END-EXEC
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'ORDEN DE NO PAGO LEVANTADA'
                                               TO MENSAJEO
                           MOVE 'EMITIDO'      TO ESTADOO
                        ELSE
                           MOVE 'ERROR INESPERADO AL ACTUALIZAR MOSUSPA'
                                               TO MENSAJEO
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL CHEQUE NO TIENE ORDEN DE NO PAGO'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSUSPA'
                                            TO MENSAJEO
           END-EVALUATE.
       400-LEVANTA-SUSPENSION-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   U N   C H E Q U E : C H E Q U E R A  *
      *   Q U E   L O   C O N T I E N E   Y   S U   S I T U A C I O N  *
      ******************************************************************
       500-CONSULTA-CHEQUE SECTION.
           IF CHEQUEI NOT NUMERIC
              MOVE 'INGRESE EL NUMERO DE CHEQUE (8 DIGITOS)'
                                     TO MENSAJEO
              GO TO 500-CONSULTA-CHEQUE-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE CHEQUEI TO WKS-CHEQUE
           PERFORM 140-BUSCA-CHEQUERA
           IF NOT HAY-CHEQUERA
              MOVE 'NO EMITIDO'  TO ESTADOO
              MOVE 'EL CHEQUE NO ES DE UNA CHEQUERA DE LA CUENTA'
                                     TO MENSAJEO
              GO TO 500-CONSULTA-CHEQUE-E
           END-IF
           MOVE MOCQ-SERIE          TO SERIEO
           MOVE MOCQ-CHEQUE-INICIAL TO CHINIO
           MOVE MOCQ-CHEQUE-FINAL   TO CHFINO
           MOVE MOCQ-FECHA-EMISION  TO FEMISIO
           IF MOCQ-CHEQUE-PAGADO (WKS-POSICION)
              MOVE 'PAGADO'      TO ESTADOO
           ELSE
              MOVE 'EMITIDO'     TO ESTADOO
           END-IF
           MOVE WKS-LLAVE-CUENTA TO MOSP-CUENTA
           MOVE WKS-CHEQUE       TO MOSP-CHEQUE
           EXEC CICS READ
                DATASET  ('MOSUSPA')
                INTO     (REG-MOSUSPA)
                RIDFLD   (MOSP-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE MOSP-MOTIVO            TO MOTIVOO
              MOVE MOSP-DESCRIPCION       TO DESCRIO
              MOVE MOSP-FECHA-VENCIMIENTO TO FVENCEO
              EVALUATE TRUE
                 WHEN MOSP-LEVANTADA
                      CONTINUE
                 WHEN MOSP-FECHA-VENCIMIENTO < FECHA-SYS
                      MOVE 'SUSPENSION VENCIDA' TO ESTADOO
                 WHEN OTHER
                      MOVE 'SUSPENDIDO'         TO ESTADOO
              END-EVALUATE
           END-IF
           MOVE 'CONSULTA REALIZADA' TO MENSAJEO.
       500-CONSULTA-CHEQUE-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('MOCHEQM')
                         MAPSET('MOCHEQM')
                         FROM (MOCHEQMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('MOCHEQM')
                         MAPSET('MOCHEQM')
                         FROM (MOCHEQMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('MOCHEQM')
                         MAPSET('MOCHEQM')
                         FROM (MOCHEQMO)
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
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.

       REGRESA-CONTROL-A-TRANS SECTION.
           EXEC CICS
                     RETURN TRANSID('MOCH')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
