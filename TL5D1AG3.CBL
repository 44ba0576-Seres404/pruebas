      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TL5D1AG3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : MANTENIMIENTO EN LINEA DEL MAESTRO DE AGENCIAS   *
      *             : EXTERNAS DE COBRANZA. CADA AGENCIA RECIBE LAS    *
      *             : CUENTAS DE UNA ESTRATEGIA DE TLESTRA HASTA SU    *
      *             : CUPO MENSUAL, LAS TIENE LOS DIAS DE COLOCACION   *
      *             : INDICADOS Y COBRA EL PORCENTAJE DE COMISION      *
      *             : SOBRE LO QUE RECUPERA. LA ASIGNACION MENSUAL     *
      *             : TLAGASIG SOLO REPARTE A AGENCIAS ACTIVAS; UNA    *
      *             : AGENCIA INACTIVA CONSERVA SUS COLOCACIONES       *
      *             : HASTA QUE VENCEN.                                *
      * ARCHIVOS    : TLAGENC                      (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  M=MODIFICA  I=CONSULTA                   *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO DE COBRANZA                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     TL5D1AG3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "TL5D1AG3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *--> EL PORCENTAJE SE DIGITA COMO 4 DIGITOS (0750 = 7.50%)
          02 WKS-PORCENTAJE-X        PIC X(04)  VALUE SPACES.
          02 WKS-PORCENTAJE REDEFINES WKS-PORCENTAJE-X
                                     PIC 9(02)V99.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-AGENCIA      PIC X(04)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLAGENM.
       COPY TLAGENC.
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

      ******************************************************************
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/M/I) SOBRE  *
      *  LA AGENCIA INGRESADA                                          *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('TLAGENM')
                MAPSET  ('TLAGENM')
                INTO    (TLAGENMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA TLAGENM' TO MENSAJEO
           ELSE
              IF AGENCIAI = SPACES
                 MOVE 'INGRESE EL CODIGO DE LA AGENCIA'
                                        TO MENSAJEO
              ELSE
                 MOVE AGENCIAI          TO WKS-ULTIMA-AGENCIA
                 MOVE AGENCIAI          TO TLAG-AGENCIA
                 EVALUATE ACCIONI
                 WHEN 'A' WHEN 'a'
                      PERFORM 200-ALTA-AGENCIA
                 WHEN 'M' WHEN 'm'
                      PERFORM 300-MODIFICA-AGENCIA
                 WHEN 'I' WHEN 'i'
                      PERFORM 400-CONSULTA-AGENCIA
                 WHEN OTHER
                      MOVE 'ACCION INVALIDA, USE A=ALTA M=MODIFICA ' &
                           'I=CONSULTA' TO MENSAJEO
                 END-EVALUATE
              END-IF
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *   A L T A   D E   U N A   A G E N C I A                        *
      *   TODOS LOS PARAMETROS SON OBLIGATORIOS; LA AGENCIA NACE       *
      *   ACTIVA                                                       *
      ******************************************************************
       200-ALTA-AGENCIA SECTION.
           MOVE PORCOMI TO WKS-PORCENTAJE-X
           EVALUATE TRUE
           WHEN NOMBREI = SPACES
                MOVE 'INGRESE EL NOMBRE DE LA AGENCIA' TO MENSAJEO
           WHEN ESTRATI = SPACES
                MOVE 'INGRESE LA ESTRATEGIA DE COBRANZA QUE RECIBE'
                                        TO MENSAJEO
           WHEN CUPOI NOT NUMERIC OR CUPOI = ZEROS
                MOVE 'INGRESE EL CUPO MENSUAL DE CUENTAS (5 DIGITOS)'
                                        TO MENSAJEO
           WHEN DIASCOLI NOT NUMERIC OR DIASCOLI = ZEROS
                MOVE 'INGRESE LOS DIAS DE COLOCACION (3 DIGITOS)'
                                        TO MENSAJEO
           WHEN WKS-PORCENTAJE-X NOT NUMERIC OR
                WKS-PORCENTAJE = ZEROS
                MOVE 'INGRESE EL % DE COMISION (4 DIGITOS, 0750=7.50)'
                                        TO MENSAJEO
           WHEN OTHER
                INITIALIZE REG-TLAGENC
                PERFORM HORA-FECHA-SISTEMA
                MOVE AGENCIAI          TO TLAG-AGENCIA
                MOVE NOMBREI           TO TLAG-NOMBRE
                MOVE ESTRATI           TO TLAG-ESTRATEGIA
                MOVE CUPOI             TO TLAG-CUPO-MENSUAL
                MOVE DIASCOLI          TO TLAG-DIAS-COLOCACION
                MOVE WKS-PORCENTAJE    TO TLAG-PORC-COMISION
                SET  TLAG-ACTIVA       TO TRUE
                MOVE FECHA-SYS         TO TLAG-FECHA-ULT-CAMBIO
                MOVE BTAU-USUARIO      TO TLAG-USUARIO-ULT-CAMBIO
                EXEC CICS WRITE
                     DATASET ('TLAGENC')
                     FROM    (REG-TLAGENC)
                     RIDFLD  (TLAG-LLAVE)
                     NOHANDLE
                END-EXEC
                EVALUATE EIBRESP
                     WHEN DFHRESP(NORMAL)
                          MOVE 'AGENCIA REGISTRADA Y ACTIVA'
                                               TO MENSAJEO
                     WHEN DFHRESP(DUPREC)
                          MOVE 'LA AGENCIA YA EXISTE, USE M=MODIFICA'
                                               TO MENSAJEO
                     WHEN DFHRESP(NOTOPEN)
                          MOVE 'ARCHIVO TLAGENC ESTA CERRADO'
                                               TO MENSAJEO
                     WHEN OTHER
                          MOVE 'ERROR INESPERADO AL GRABAR EN TLAGENC'
                                               TO MENSAJEO
                END-EVALUATE
           END-EVALUATE.
       200-ALTA-AGENCIA-E. EXIT.

      ******************************************************************
      *   M O D I F I C A C I O N   D E   L A   A G E N C I A          *
      *   SOLO SE CAMBIAN LOS CAMPOS QUE VIENEN LLENOS; EL ESTADO      *
      *   A/I ACTIVA O SUSPENDE LA AGENCIA PARA LA PROXIMA ASIGNACION  *
      ******************************************************************
       300-MODIFICA-AGENCIA SECTION.
           MOVE PORCOMI TO WKS-PORCENTAJE-X
           EVALUATE TRUE
           WHEN CUPOI NOT = SPACES AND CUPOI NOT NUMERIC
                MOVE 'EL CUPO MENSUAL DEBE SER DE 5 DIGITOS'
                                        TO MENSAJEO
                GO TO 300-MODIFICA-AGENCIA-E
           WHEN DIASCOLI NOT = SPACES AND DIASCOLI NOT NUMERIC
                MOVE 'LOS DIAS DE COLOCACION DEBEN SER DE 3 DIGITOS'
                                        TO MENSAJEO
                GO TO 300-MODIFICA-AGENCIA-E
           WHEN WKS-PORCENTAJE-X NOT = SPACES AND
                WKS-PORCENTAJE-X NOT NUMERIC
                MOVE 'EL % DE COMISION DEBE SER DE 4 DIGITOS'
                                        TO MENSAJEO
                GO TO 300-MODIFICA-AGENCIA-E
           WHEN ESTADOI NOT = SPACES AND
                ESTADOI NOT = 'A' AND ESTADOI NOT = 'I'
                MOVE 'ESTADO INVALIDO, USE A=ACTIVA I=INACTIVA'
                                        TO MENSAJEO
                GO TO 300-MODIFICA-AGENCIA-E
           END-EVALUATE
           EXEC CICS READ
                DATASET  ('TLAGENC')
                INTO     (REG-TLAGENC)
                RIDFLD   (TLAG-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF NOMBREI NOT = SPACES
                        MOVE NOMBREI        TO TLAG-NOMBRE
                     END-IF
                     IF ESTRATI NOT = SPACES
                        MOVE ESTRATI        TO TLAG-ESTRATEGIA
                     END-IF
                     IF CUPOI NUMERIC AND CUPOI NOT = ZEROS
                        MOVE CUPOI          TO TLAG-CUPO-MENSUAL
                     END-IF
                     IF DIASCOLI NUMERIC AND DIASCOLI NOT = ZEROS
                        MOVE DIASCOLI       TO TLAG-DIAS-COLOCACION
                     END-IF
                     IF WKS-PORCENTAJE-X NUMERIC AND
                        WKS-PORCENTAJE NOT = ZEROS
                        MOVE WKS-PORCENTAJE TO TLAG-PORC-COMISION
                     END-IF
                     IF ESTADOI NOT = SPACES
                        MOVE ESTADOI        TO TLAG-ESTADO
                     END-IF
                     PERFORM HORA-FECHA-SISTEMA
                     MOVE FECHA-SYS TO TLAG-FECHA-ULT-CAMBIO
                     MOVE BTAU-USUARIO TO TLAG-USUARIO-ULT-CAMBIO
                     EXEC CICS REWRITE
                          DATASET ('TLAGENC')
                          FROM    (REG-TLAGENC)
                          NOHANDLE
                     END-EXEC
                     IF EIBRESP = DFHRESP(NORMAL)
                        MOVE 'AGENCIA ACTUALIZADA' TO MENSAJEO
                     ELSE
                        MOVE 'ERROR INESPERADO AL ACTUALIZAR TLAGENC'
                                               TO MENSAJEO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA AGENCIA NO ESTA REGISTRADA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER TLAGENC'
                                            TO MENSAJEO
           END-EVALUATE.
       300-MODIFICA-AGENCIA-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   L A   A G E N C I A                  *
      ******************************************************************
       400-CONSULTA-AGENCIA SECTION.
           EXEC CICS READ
                DATASET  ('TLAGENC')
                INTO     (REG-TLAGENC)
                RIDFLD   (TLAG-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE TLAG-PORC-COMISION     TO WKS-PORCENTAJE
                     MOVE TLAG-NOMBRE            TO NOMBREO
                     MOVE TLAG-ESTRATEGIA        TO ESTRATO
                     MOVE TLAG-CUPO-MENSUAL      TO CUPOO
                     MOVE TLAG-DIAS-COLOCACION   TO DIASCOLO
                     MOVE WKS-PORCENTAJE-X       TO PORCOMO
                     MOVE TLAG-ESTADO            TO ESTADOO
                     MOVE TLAG-FECHA-ULT-RETORNO TO FULTRETO
                     MOVE 'CONSULTA REALIZADA'   TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA AGENCIA NO ESTA REGISTRADA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER TLAGENC'
                                            TO MENSAJEO
           END-EVALUATE.
       400-CONSULTA-AGENCIA-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('TLAGENM')
                         MAPSET('TLAGENM')
                         FROM (TLAGENMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('TLAGENM')
                         MAPSET('TLAGENM')
                         FROM (TLAGENMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('TLAGENM')
                         MAPSET('TLAGENM')
                         FROM (TLAGENMO)
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
                     RETURN TRANSID('TLAG')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
