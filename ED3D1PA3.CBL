      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : EDUCACION SEMILLERO                              *
      * PROGRAMA    : ED3D1PA3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : MANTENIMIENTO DE PLANES DE AHORRO PROGRAMADO     *
      *             : EDPLAHO. EL USUARIO FIRMADO (VALIDADO CONTRA     *
      *             : EDUSRPF) REGISTRA UN PLAN QUE CADA MES TRASLADA  *
      *             : UNA CUOTA FIJA DE UNA CUENTA MONETARIA MOMAES    *
      *             : HACIA UNA CUENTA DE AHORRO EDUCATIVA EDP1AH,     *
      *             : HASTA LLEGAR A UNA META (MONTO Y FECHA). LA      *
      *             : CUENTA ORIGEN DEBE EXISTIR Y NO ESTAR            *
      *             : ABANDONADA; LA DESTINO DEBE EXISTIR Y NO ESTAR   *
      *             : ELIMINADA. EL BATCH NOCTURNO EDPLAGEN APLICA LAS *
      *             : CUOTAS; AQUI SE CONSULTA EL AVANCE A LA META Y   *
      *             : EL ULTIMO DEBITO FALLIDO, Y SE CANCELA EL PLAN.  *
      * ARCHIVOS    : EDPLAHO, EDUSRPF, EDP1AH, MOMAES   (VSAM KSDS)   *
      * ACCION (ES) : A=ALTA  C=CANCELAR  I=CONSULTA                   *
      * PROGRAMA(S) : NO APLICA                                        *
      * CANAL       : PANTALLA ADMINISTRATIVA (MENU ED3D1QLQ)          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ED3D1PA3.
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
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "ED3D1PA3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 WKS-MONTO               PIC 9(09)V99 VALUE ZEROS.
          02 WKS-MONTO-X REDEFINES WKS-MONTO PIC X(11).
          02 WKS-META                PIC 9(09)V99 VALUE ZEROS.
          02 WKS-META-X  REDEFINES WKS-META  PIC X(11).
          02 WKS-PORCENTAJE          PIC 9(03)V99 VALUE ZEROS.
          02 WKS-PORCENTAJE-EDIT     PIC ZZ9.99 VALUE ZEROS.
          02 WKS-SALDO-EDIT          PIC QQ,QQQ,QQ9.99- VALUE ZEROS.
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
       COPY EDPLAHM.
       COPY EDPLAHO.
       COPY EDUSRPF.
       COPY EDMAAH.
       COPY MOMAES.
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

      ******************************************************************
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/C/I) SOBRE  *
      *  EL PLAN (CUENTA MONETARIA ORIGEN + CORRELATIVO)               *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('EDPLAHM')
                MAPSET  ('EDPLAHM')
                INTO    (EDPLAHMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA EDPLAHM' TO MENSAJEO
           ELSE
              EVALUATE TRUE
              WHEN USUARIOI = SPACES
                   MOVE 'INGRESE SU USUARIO EDUSRPF' TO MENSAJEO
              WHEN CTAORII = SPACES
                   MOVE 'INGRESE LA CUENTA MONETARIA ORIGEN' TO MENSAJEO
              WHEN CORRELI NOT NUMERIC
                   MOVE 'INGRESE EL CORRELATIVO DEL PLAN (4 DIG)'
                                          TO MENSAJEO
              WHEN OTHER
                   PERFORM 120-VALIDA-USUARIO
                   IF MENSAJEO = SPACES
                      MOVE CTAORII        TO WKS-ULTIMA-CUENTA
                      MOVE CTAORII        TO EDPA-CUENTA-ORIGEN
                      MOVE CORRELI        TO EDPA-CORRELATIVO
                      EVALUATE ACCIONI
                      WHEN 'A' WHEN 'a'
                           PERFORM 200-ALTA-PLAN
                      WHEN 'C' WHEN 'c'
                           PERFORM 300-CANCELA-PLAN
                      WHEN 'I' WHEN 'i'
                           PERFORM 400-CONSULTA-PLAN
                      WHEN OTHER
                           MOVE 'ACCION INVALIDA, USE A=ALTA C=CANCELAR'
                              & ' I=CONSULTA' TO MENSAJEO
                      END-EVALUATE
                   END-IF
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  EL USUARIO DEBE EXISTIR EN EDUSRPF, ESTAR ACTIVO Y TENER LA   *
      *  AUTORIZACION DE MANTENIMIENTO PARA DAR DE ALTA O CANCELAR     *
      *  PLANES (LA CONSULTA SOLO EXIGE LA DE CONSULTA)                *
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
              WHEN (ACCIONI = 'A' OR 'a' OR 'C' OR 'c') AND
                   NOT EDUS-PUEDE-MANTENER
                   MOVE 'SU PERFIL NO AUTORIZA MANTENER PLANES'
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
      *   A L T A   D E   U N   P L A N   D E   A H O R R O            *
      ******************************************************************
       200-ALTA-PLAN SECTION.
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE TRUE
           WHEN CTAAHOI NOT NUMERIC
                MOVE 'INGRESE LA CUENTA DE AHORRO (10 DIGITOS)'
                                        TO MENSAJEO
           WHEN MONTOI NOT NUMERIC OR MONTOI = ZEROS
                MOVE 'INGRESE UNA CUOTA MENSUAL VALIDA' TO MENSAJEO
           WHEN DIAMESI NOT NUMERIC OR DIAMESI = '00' OR
                DIAMESI > '31'
                MOVE 'INGRESE EL DIA DEL MES (01-31)' TO MENSAJEO
           WHEN METAMOI NOT NUMERIC
                MOVE 'INGRESE EL MONTO DE LA META' TO MENSAJEO
           WHEN METAFEI NOT NUMERIC OR METAFEI NOT > FECHA-SYS
                MOVE 'LA FECHA META (AAAAMMDD) DEBE SER FUTURA'
                                        TO MENSAJEO
           WHEN OTHER
                MOVE MONTOI  TO WKS-MONTO
                MOVE METAMOI TO WKS-META
                IF WKS-META < WKS-MONTO
                   MOVE 'LA META NO PUEDE SER MENOR QUE LA CUOTA'
                                        TO MENSAJEO
                   GO TO 200-ALTA-PLAN-E
                END-IF
                PERFORM 210-VALIDA-CUENTAS
                IF MENSAJEO = SPACES
                   INITIALIZE REG-EDPLAHO
                   MOVE CTAORII        TO EDPA-CUENTA-ORIGEN
                   MOVE CORRELI        TO EDPA-CORRELATIVO
                   MOVE CTAAHOI        TO EDPA-CUENTA-AHORRO
                   MOVE WKS-MONTO      TO EDPA-MONTO-MENSUAL
                   MOVE DIAMESI        TO EDPA-DIA-DEL-MES
                   MOVE WKS-META       TO EDPA-META-MONTO
                   MOVE METAFEI        TO EDPA-META-FECHA
                   SET  EDPA-ACTIVO    TO TRUE
                   MOVE USUARIOI       TO EDPA-USUARIO-REGISTRO
                   MOVE FECHA-SYS      TO EDPA-FECHA-REGISTRO
                   EXEC CICS WRITE
                        DATASET ('EDPLAHO')
                        FROM    (REG-EDPLAHO)
                        RIDFLD  (EDPA-LLAVE)
                        NOHANDLE
                   END-EXEC
                   EVALUATE EIBRESP
                        WHEN DFHRESP(NORMAL)
                             PERFORM 410-MUESTRA-PLAN
                             MOVE 'PLAN DE AHORRO REGISTRADO'
                                                    TO MENSAJEO
                        WHEN DFHRESP(DUPREC)
                             MOVE 'YA EXISTE EL PLAN CON ESE ' &
                                  'CORRELATIVO' TO MENSAJEO
                        WHEN DFHRESP(NOTOPEN)
                             MOVE 'ARCHIVO EDPLAHO ESTA CERRADO'
                                                    TO MENSAJEO
                        WHEN OTHER
                             MOVE 'ERROR INESPERADO AL GRABAR EDPLAHO'
                                                    TO MENSAJEO
                   END-EVALUATE
                END-IF
           END-EVALUATE.
       200-ALTA-PLAN-E. EXIT.

      ******************************************************************
      *  LA CUENTA ORIGEN DEBE EXISTIR EN MOMAES SIN MARCA DE FONDOS   *
      *  ABANDONADOS; LA DE AHORRO DEBE EXISTIR EN EDP1AH Y NO ESTAR   *
      *  ELIMINADA                                                     *
      ******************************************************************
       210-VALIDA-CUENTAS SECTION.
           MOVE SPACES  TO MENSAJEO
           MOVE CTAORII TO MOMA-LLAVE
           EXEC CICS READ
                DATASET ('MOMAES')
                INTO    (MOMAES)
                RIDFLD  (MOMA-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'LA CUENTA ORIGEN NO EXISTE EN MOMAES'
                                          TO MENSAJEO
                   GO TO 210-VALIDA-CUENTAS-E
              WHEN MOMA-ESCHEATADA
                   MOVE 'LA CUENTA ORIGEN TIENE FONDOS ABANDONADOS'
                                          TO MENSAJEO
                   GO TO 210-VALIDA-CUENTAS-E
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CTAAHOI TO EDMA-NUMERO-CUENTA
           EXEC CICS READ
                DATASET ('EDP1AH')
                INTO    (REG-EDMAAH)
                RIDFLD  (EDMA-NUMERO-CUENTA)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'LA CUENTA DE AHORRO NO EXISTE EN EDP1AH'
                                          TO MENSAJEO
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR INESPERADO AL LEER EDP1AH' TO MENSAJEO
              WHEN EDMA-MARCA-ELIMINADO = 'E'
                   MOVE 'LA CUENTA DE AHORRO ESTA ELIMINADA'
                                          TO MENSAJEO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-VALIDA-CUENTAS-E. EXIT.

      ******************************************************************
      *   C A N C E L A C I O N   D E L   P L A N                      *
      ******************************************************************
       300-CANCELA-PLAN SECTION.
           EXEC CICS READ
                DATASET  ('EDPLAHO')
                INTO     (REG-EDPLAHO)
                RIDFLD   (EDPA-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
                WHEN EIBRESP = DFHRESP(NOTFND)
                     MOVE 'EL PLAN NO ESTA REGISTRADO' TO MENSAJEO
                WHEN EIBRESP NOT = DFHRESP(NORMAL)
                     MOVE 'ERROR INESPERADO AL LEER EDPLAHO'
                                            TO MENSAJEO
                WHEN NOT EDPA-ACTIVO
                     EXEC CICS UNLOCK DATASET('EDPLAHO') NOHANDLE
                     END-EXEC
                     PERFORM 410-MUESTRA-PLAN
                     MOVE 'EL PLAN YA NO ESTA ACTIVO' TO MENSAJEO
                WHEN OTHER
                     PERFORM HORA-FECHA-SISTEMA
                     SET  EDPA-CANCELADO TO TRUE
                     MOVE FECHA-SYS      TO EDPA-FECHA-FIN
                     EXEC CICS REWRITE
                          DATASET ('EDPLAHO')
                          FROM    (REG-EDPLAHO)
                          NOHANDLE
                     END-EXEC
                     IF EIBRESP = DFHRESP(NORMAL)
                        PERFORM 410-MUESTRA-PLAN
                        MOVE 'PLAN DE AHORRO CANCELADO' TO MENSAJEO
                     ELSE
                        MOVE 'ERROR INESPERADO AL ACTUALIZAR EDPLAHO'
                                            TO MENSAJEO
                     END-IF
           END-EVALUATE.
       300-CANCELA-PLAN-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E L   P L A N   Y   S U   A V A N C E    *
      ******************************************************************
       400-CONSULTA-PLAN SECTION.
           EXEC CICS READ
                DATASET  ('EDPLAHO')
                INTO     (REG-EDPLAHO)
                RIDFLD   (EDPA-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 410-MUESTRA-PLAN
                     MOVE 'CONSULTA REALIZADA' TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL PLAN NO ESTA REGISTRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER EDPLAHO'
                                            TO MENSAJEO
           END-EVALUATE.
       400-CONSULTA-PLAN-E. EXIT.

      *----> EL AVANCE ES LO ACUMULADO SOBRE LA META; EL MOTIVO SOLO SE
      *----> MUESTRA SI EL ULTIMO INTENTO DE DEBITO FALLO
       410-MUESTRA-PLAN SECTION.
           MOVE EDPA-CUENTA-AHORRO     TO CTAAHOO
           MOVE EDPA-MONTO-MENSUAL     TO WKS-MONTO
           MOVE WKS-MONTO-X            TO MONTOO
           MOVE EDPA-DIA-DEL-MES       TO DIAMESO
           MOVE EDPA-META-MONTO        TO WKS-META
           MOVE WKS-META-X             TO METAMOO
           MOVE EDPA-META-FECHA        TO METAFEO
           MOVE EDPA-ACUMULADO         TO WKS-SALDO-EDIT
           MOVE WKS-SALDO-EDIT         TO ACUMULO
           IF EDPA-META-MONTO > ZEROS
              COMPUTE WKS-PORCENTAJE ROUNDED =
                      EDPA-ACUMULADO * 100 / EDPA-META-MONTO
                 ON SIZE ERROR
                      MOVE 100 TO WKS-PORCENTAJE
              END-COMPUTE
           ELSE
              MOVE ZEROS TO WKS-PORCENTAJE
           END-IF
           MOVE WKS-PORCENTAJE         TO WKS-PORCENTAJE-EDIT
           MOVE WKS-PORCENTAJE-EDIT    TO AVANCEO
           MOVE EDPA-ESTADO            TO ESTADOO
           MOVE EDPA-DEBITOS-FALLIDOS  TO FALLOSO
           IF EDPA-ULT-FALLIDO
              MOVE EDPA-MOTIVO-ULT-FALLO TO MOTIVOO
           ELSE
              MOVE SPACES                TO MOTIVOO
           END-IF.
       410-MUESTRA-PLAN-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('EDPLAHM')
                         MAPSET('EDPLAHM')
                         FROM (EDPLAHMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('EDPLAHM')
                         MAPSET('EDPLAHM')
                         FROM (EDPLAHMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('EDPLAHM')
                         MAPSET('EDPLAHM')
                         FROM (EDPLAHMO)
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
                     RETURN TRANSID('EDPA')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
