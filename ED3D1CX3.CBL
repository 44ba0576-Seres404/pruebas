      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : ED3D1CX3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : CAJA DE TESORERIA ESTUDIANTIL. EL USUARIO        *
      *             : FIRMADO (VALIDADO CONTRA EDUSRPF, CON            *
      *             : AUTORIZACION DE MANTENIMIENTO) ABONA LA CUENTA   *
      *             : POR COBRAR EDCXCOB DE UN ESTUDIANTE EN UN        *
      *             : TERMINO: C = PAGO EN CAJA; T = TRANSFERENCIA     *
      *             : DESDE UNA CUENTA DE AHORRO EDP1AH, QUE SE DEBITA *
      *             : Y SE JORNALIZA EN EDMVJRN COMO UN RETIRO, IGUAL  *
      *             : QUE EN ED3D1MV3. EL PAGO NO PUEDE EXCEDER EL     *
      *             : SALDO DEL TERMINO Y CADA ABONO QUEDA EN EL       *
      *             : JORNALIZADO EDCXMOV; SI ALGO FALLA DESPUES DEL   *
      *             : DEBITO LA OPERACION COMPLETA SE REVIERTE. LA     *
      *             : ACCION I CONSULTA LA CUENTA DEL TERMINO.         *
      * ARCHIVOS    : EDCXCOB, EDCXMOV, EDP1AH, EDMVJRN, EDUSRPF       *
      *             : (VSAM KSDS)                                      *
      * ACCION (ES) : C=PAGO EN CAJA  T=TRANSFERENCIA  I=CONSULTA      *
      * PROGRAMA(S) : NO APLICA                                        *
      * CANAL       : PANTALLA ADMINISTRATIVA (MENU ED3D1QLQ)          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ED3D1CX3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CURRENCY SIGN IS "Q" WITH PICTURE SYMBOL "Q".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "ED3D1CX3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-MONTO               PIC 9(09)V99 VALUE ZEROS.
          02 WKS-SALDO-EDIT          PIC QQ,QQQ,QQ9.99- VALUE ZEROS.
          02 WKS-INTENTOS            PIC 9(03)  VALUE ZEROS.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMO-ALUMNO       PIC X(04)  VALUE SPACES.
          02 WKS-ULTIMO-TERMINO      PIC X(04)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY EDCXPAM.
       COPY EDCXCOB.
       COPY EDCXMOV.
       COPY EDMAAH.
       COPY EDUSRPF.
       COPY EDMVJRN.
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
                PERFORM 110-RECIBE-Y-PROCESA
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

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('EDCXPAM')
                MAPSET  ('EDCXPAM')
                INTO    (EDCXPAMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA EDCXPAM' TO MENSAJEO
           ELSE
              EVALUATE TRUE
              WHEN USUARIOI = SPACES
                   MOVE 'INGRESE SU USUARIO EDUSRPF' TO MENSAJEO
              WHEN ALUMNOI = SPACES
                   MOVE 'INGRESE EL CODIGO DEL ESTUDIANTE' TO MENSAJEO
              WHEN TERMINOI = SPACES
                   MOVE 'INGRESE EL TERMINO A PAGAR' TO MENSAJEO
              WHEN OTHER
                   PERFORM 120-VALIDA-USUARIO
                   IF MENSAJEO = SPACES
                      MOVE ALUMNOI  TO WKS-ULTIMO-ALUMNO
                      MOVE TERMINOI TO WKS-ULTIMO-TERMINO
                      EVALUATE ACCIONI
                      WHEN 'C' WHEN 'c'
                           PERFORM 200-REGISTRA-PAGO
                      WHEN 'T' WHEN 't'
                           PERFORM 200-REGISTRA-PAGO
                      WHEN 'I' WHEN 'i'
                           PERFORM 300-CONSULTA-CUENTA
                      WHEN OTHER
                           MOVE 'ACCION INVALIDA, USE C/T/I'
                                             TO MENSAJEO
                      END-EVALUATE
                   END-IF
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  EL USUARIO DEBE EXISTIR EN EDUSRPF, ESTAR ACTIVO Y TENER LA   *
      *  AUTORIZACION DE MANTENIMIENTO PARA REGISTRAR PAGOS (LA        *
      *  CONSULTA SOLO EXIGE LA DE CONSULTA)                           *
      ******************************************************************
       120-VALIDA-USUARIO SECTION.
           MOVE SPACES   TO MENSAJEO
           MOVE USUARIOI TO EDUS-USUARIO
           EXEC CICS READ
                DATASET ('EDUSRPF')
                INTO    (REG-EDUSRPF)
                RIDFLD  (EDUS-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'USUARIO NO REGISTRADO EN EDUSRPF'
                                          TO MENSAJEO
              WHEN NOT EDUS-ACTIVO
                   MOVE 'USUARIO SUSPENDIDO, AVISE A SEGURIDAD'
                                          TO MENSAJEO
              WHEN (ACCIONI = 'C' OR 'c' OR 'T' OR 't') AND
                   NOT EDUS-PUEDE-MANTENER
                   MOVE 'SU PERFIL NO AUTORIZA REGISTRAR PAGOS'
                                          TO MENSAJEO
              WHEN (ACCIONI = 'I' OR 'i') AND
                   NOT EDUS-PUEDE-CONSULTAR
                   MOVE 'SU PERFIL NO AUTORIZA CONSULTAS'
                                          TO MENSAJEO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       120-VALIDA-USUARIO-E. EXIT.

      ******************************************************************
      *   R E G I S T R O   D E L   P A G O   D E L   T E R M I N O    *
      ******************************************************************
       200-REGISTRA-PAGO SECTION.
           IF MONTOI NOT NUMERIC OR MONTOI = ZEROS
              MOVE 'INGRESE UN MONTO VALIDO' TO MENSAJEO
              GO TO 200-REGISTRA-PAGO-E
           END-IF
           IF (ACCIONI = 'T' OR 't') AND CUENTAI NOT NUMERIC
              MOVE 'INGRESE LA CUENTA DE AHORRO (10 DIGITOS)'
                                          TO MENSAJEO
              GO TO 200-REGISTRA-PAGO-E
           END-IF
           MOVE MONTOI   TO WKS-MONTO
           MOVE ALUMNOI  TO EDCX-STUDENT-ID
           MOVE TERMINOI TO EDCX-TERMINO
           EXEC CICS READ
                DATASET ('EDCXCOB')
                INTO    (REG-EDCXCOB)
                RIDFLD  (EDCX-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'EL ESTUDIANTE NO ESTA FACTURADO EN EL TERMINO'
                                          TO MENSAJEO
                   GO TO 200-REGISTRA-PAGO-E
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR INESPERADO AL LEER EDCXCOB' TO MENSAJEO
                   GO TO 200-REGISTRA-PAGO-E
              WHEN EDCX-SALDO NOT > ZEROS
                   MOVE 'EL TERMINO NO TIENE SALDO PENDIENTE'
                                          TO MENSAJEO
                   EXEC CICS UNLOCK DATASET('EDCXCOB') NOHANDLE
                   END-EXEC
                   GO TO 200-REGISTRA-PAGO-E
              WHEN WKS-MONTO > EDCX-SALDO
                   MOVE 'EL PAGO EXCEDE EL SALDO PENDIENTE DEL TERMINO'
                                          TO MENSAJEO
                   EXEC CICS UNLOCK DATASET('EDCXCOB') NOHANDLE
                   END-EXEC
                   GO TO 200-REGISTRA-PAGO-E
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM HORA-FECHA-SISTEMA
           IF ACCIONI = 'T' OR 't'
              PERFORM 210-DEBITA-AHORRO
              IF MENSAJEO NOT = SPACES
                 EXEC CICS UNLOCK DATASET('EDCXCOB') NOHANDLE
                 END-EXEC
                 GO TO 200-REGISTRA-PAGO-E
              END-IF
           END-IF
           PERFORM 220-APLICA-Y-JORNALIZA.
       200-REGISTRA-PAGO-E. EXIT.

      ******************************************************************
      *  TRANSFERENCIA: LA CUENTA DE AHORRO DEBE EXISTIR, NO ESTAR     *
      *  ELIMINADA Y CUBRIR EL MONTO; SE DEBITA Y SE JORNALIZA EN      *
      *  EDMVJRN COMO UN RETIRO, IGUAL QUE EL POSTEO DE ED3D1MV3       *
      ******************************************************************
       210-DEBITA-AHORRO SECTION.
           MOVE CUENTAI TO EDMA-NUMERO-CUENTA
           EXEC CICS READ
                DATASET ('EDP1AH')
                INTO    (REG-EDMAAH)
                RIDFLD  (EDMA-NUMERO-CUENTA)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'LA CUENTA DE AHORRO NO EXISTE EN EDP1AH'
                                          TO MENSAJEO
                   GO TO 210-DEBITA-AHORRO-E
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR INESPERADO AL LEER EDP1AH' TO MENSAJEO
                   GO TO 210-DEBITA-AHORRO-E
              WHEN EDMA-MARCA-ELIMINADO = 'E'
                   MOVE 'LA CUENTA DE AHORRO ESTA ELIMINADA'
                                          TO MENSAJEO
                   EXEC CICS UNLOCK DATASET('EDP1AH') NOHANDLE
                   END-EXEC
                   GO TO 210-DEBITA-AHORRO-E
              WHEN EDMA-SALDO-CUENTA < WKS-MONTO
                   MOVE 'SALDO DE AHORRO INSUFICIENTE PARA TRANSFERIR'
                                          TO MENSAJEO
                   EXEC CICS UNLOCK DATASET('EDP1AH') NOHANDLE
                   END-EXEC
                   GO TO 210-DEBITA-AHORRO-E
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           SUBTRACT WKS-MONTO FROM EDMA-SALDO-CUENTA
           MOVE FECHA-SYS TO EDMA-FECHA-ULTIMO-MOVMNTO
           EXEC CICS REWRITE
                DATASET ('EDP1AH')
                FROM    (REG-EDMAAH)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL ACTUALIZAR EDP1AH' TO MENSAJEO
              GO TO 210-DEBITA-AHORRO-E
           END-IF
           INITIALIZE REG-EDMVJRN
           MOVE EDMA-NUMERO-CUENTA TO EDMJ-NUMERO-CUENTA
           MOVE FECHA-SYS          TO EDMJ-FECHA
           MOVE HORA-SYS           TO EDMJ-HORA
           MOVE EIBTRMID           TO EDMJ-TERMINAL
           SET EDMJ-RETIRO         TO TRUE
           MOVE WKS-MONTO          TO EDMJ-MONTO
           MOVE EDMA-SALDO-CUENTA  TO EDMJ-SALDO-RESULTANTE
           EXEC CICS WRITE
                DATASET ('EDMVJRN')
                FROM    (REG-EDMVJRN)
                RIDFLD  (EDMJ-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO EL JORNALIZADO EDMVJRN, OPERACION NO APLICADA'
                                          TO MENSAJEO
           END-IF.
       210-DEBITA-AHORRO-E. EXIT.

      ******************************************************************
      *  ABONO A LA CUENTA POR COBRAR Y TRAZA EN EDCXMOV; SI CUALQUIER *
      *  PASO FALLA SE REVIERTE TODO, INCLUIDO EL DEBITO A EDP1AH      *
      ******************************************************************
       220-APLICA-Y-JORNALIZA SECTION.
           ADD      WKS-MONTO TO   EDCX-MONTO-PAGADO
           SUBTRACT WKS-MONTO FROM EDCX-SALDO
           MOVE FECHA-SYS TO EDCX-FECHA-ULT-PAGO
           IF ACCIONI = 'T' OR 't'
              MOVE EDMA-NUMERO-CUENTA TO EDCX-CUENTA-AHORRO
           END-IF
           EXEC CICS REWRITE
                DATASET ('EDCXCOB')
                FROM    (REG-EDCXCOB)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'ERROR AL ACTUALIZAR EDCXCOB, OPERACION NO APLICADA'
                                          TO MENSAJEO
              GO TO 220-APLICA-Y-JORNALIZA-E
           END-IF
           INITIALIZE REG-EDCXMOV
           MOVE EDCX-STUDENT-ID    TO EDCM-STUDENT-ID
           MOVE EDCX-TERMINO       TO EDCM-TERMINO
           MOVE FECHA-SYS          TO EDCM-FECHA
           MOVE HORA-SYS           TO EDCM-HORA
           MOVE EIBTRMID           TO EDCM-TERMINAL
           MOVE USUARIOI           TO EDCM-USUARIO
           IF ACCIONI = 'T' OR 't'
              SET EDCM-TRANSFERENCIA TO TRUE
              MOVE EDMA-NUMERO-CUENTA TO EDCM-CUENTA-AHORRO
           ELSE
              SET EDCM-PAGO-CAJA     TO TRUE
              MOVE ZEROS              TO EDCM-CUENTA-AHORRO
           END-IF
           COMPUTE EDCM-MONTO = WKS-MONTO * -1
           MOVE EDCX-SALDO         TO EDCM-SALDO-RESULTANTE
           MOVE ZEROS              TO WKS-INTENTOS
           PERFORM 230-GRABA-EDCXMOV
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO EL JORNALIZADO EDCXMOV, OPERACION NO APLICADA'
                                          TO MENSAJEO
              GO TO 220-APLICA-Y-JORNALIZA-E
           END-IF
           PERFORM 310-MUESTRA-CUENTA
           IF ACCIONI = 'T' OR 't'
              MOVE 'TRANSFERENCIA APLICADA Y JORNALIZADA' TO MENSAJEO
           ELSE
              MOVE 'PAGO EN CAJA APLICADO Y JORNALIZADO'  TO MENSAJEO
           END-IF.
       220-APLICA-Y-JORNALIZA-E. EXIT.

      *----> DOS ABONOS DEL MISMO ESTUDIANTE EN EL MISMO SEGUNDO SE
      *----> SEPARAN POR LA SECUENCIA DE LA LLAVE
       230-GRABA-EDCXMOV SECTION.
           ADD 1 TO WKS-INTENTOS
           MOVE WKS-INTENTOS TO EDCM-SECUENCIA
           EXEC CICS WRITE
                DATASET ('EDCXMOV')
                FROM    (REG-EDCXMOV)
                RIDFLD  (EDCM-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC) AND WKS-INTENTOS < 999
              GO TO 230-GRABA-EDCXMOV
           END-IF.
       230-GRABA-EDCXMOV-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   L A   C U E N T A                    *
      ******************************************************************
       300-CONSULTA-CUENTA SECTION.
           MOVE ALUMNOI  TO EDCX-STUDENT-ID
           MOVE TERMINOI TO EDCX-TERMINO
           EXEC CICS READ
                DATASET ('EDCXCOB')
                INTO    (REG-EDCXCOB)
                RIDFLD  (EDCX-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 310-MUESTRA-CUENTA
                     MOVE 'CONSULTA REALIZADA' TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'ESTUDIANTE NO FACTURADO EN EL TERMINO'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER EDCXCOB'
                                            TO MENSAJEO
           END-EVALUATE.
       300-CONSULTA-CUENTA-E. EXIT.

       310-MUESTRA-CUENTA SECTION.
           MOVE EDCX-MONTO-FACTURADO   TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT         TO FACTURO
           MOVE EDCX-MONTO-PAGADO      TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT         TO PAGADOO
           MOVE EDCX-SALDO             TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT         TO SALDOO
           MOVE EDCX-FECHA-VENCIMIENTO TO VENCEO.
       310-MUESTRA-CUENTA-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('EDCXPAM')
                         MAPSET('EDCXPAM')
                         FROM (EDCXPAMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('EDCXPAM')
                         MAPSET('EDCXPAM')
                         FROM (EDCXPAMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('EDCXPAM')
                         MAPSET('EDCXPAM')
                         FROM (EDCXPAMO)
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
                     RETURN TRANSID('EDCX')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
