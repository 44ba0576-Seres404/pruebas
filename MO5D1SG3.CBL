      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CUENTAS MONETARIAS                               *
      * PROGRAMA    : MO5D1SG3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : MANTENIMIENTO EN LINEA DE LINEAS DE SOBREGIRO    *
      *             : AUTORIZADAS (MOSOBGI). UNA LINEA POR CUENTA Y    *
      *             : MONEDA (1=Q, 2=D) CON LIMITE Y FECHA DE          *
      *             : VENCIMIENTO; EL USUARIO QUE LA APRUEBA QUEDA     *
      *             : COMO USUARIO APROBADOR. EL POSTEO MODIARIO SUMA  *
      *             : EL LIMITE VIGENTE AL SALDO LIBRE ANTES DE        *
      *             : RECHAZAR UN DEBITO POR FONDOS INSUFICIENTES.     *
      *             : ALTA, MODIFICACION Y CANCELACION SOLO CON        *
      *             : PERMISO A, M O C EN BTRPERM PARA EL USUARIO.     *
      * ARCHIVOS    : MOSOBGI, MOMAES              (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  M=MODIFICAR  C=CANCELAR  I=CONSULTA      *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - SUPERVISION DE OPERACIONES          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     MO5D1SG3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "MO5D1SG3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 WKS-LIMITE              PIC 9(11)V99 VALUE ZEROS.
          02 WKS-LIMITE-EDIT         PIC 9(11).99 VALUE ZEROS.
          02 WKS-AUTORIZADO          PIC X(01)  VALUE 'N'.
             88 ACCION-AUTORIZADA               VALUE 'S'.
          02 WKS-ACCION-PERMISO      PIC X(01)  VALUE SPACES.
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
       COPY MOSOBGM.
       COPY MOSOBGI.
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/M/C/I)      *
      *  SOBRE LA LINEA DE SOBREGIRO (CUENTA + MONEDA)                 *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('MOSOBGM')
                MAPSET  ('MOSOBGM')
                INTO    (MOSOBGMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA MOSOBGM' TO MENSAJEO
           ELSE
              PERFORM 120-VALIDA-PERMISO
              EVALUATE TRUE
              WHEN CUENTAI = SPACES
                   MOVE 'INGRESE LA CUENTA DE LA LINEA' TO MENSAJEO
              WHEN MONEDAI NOT = '1' AND MONEDAI NOT = '2'
                   MOVE 'INGRESE LA MONEDA DE LA LINEA, 1=Q 2=D'
                                          TO MENSAJEO
              WHEN OTHER
                   MOVE CUENTAI           TO WKS-ULTIMA-CUENTA
                   MOVE CUENTAI           TO MOSG-CUENTA
                   MOVE MONEDAI           TO MOSG-MONEDA
                   EVALUATE ACCIONI
                   WHEN 'A' WHEN 'a'
                        PERFORM 200-ALTA-LINEA
                   WHEN 'M' WHEN 'm'
                        PERFORM 300-MODIFICA-LINEA
                   WHEN 'C' WHEN 'c'
                        PERFORM 400-CANCELA-LINEA
                   WHEN 'I' WHEN 'i'
                        PERFORM 500-CONSULTA-LINEA
                   WHEN OTHER
                        MOVE 'ACCION INVALIDA, USE A=ALTA M=MODIFICAR '
                           & 'C=CANCELAR I=CONSULTA' TO MENSAJEO
                   END-EVALUATE
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

       120-VALIDA-PERMISO SECTION.
           MOVE 'N'      TO WKS-AUTORIZADO
           MOVE ACCIONI  TO WKS-ACCION-PERMISO
           INSPECT WKS-ACCION-PERMISO CONVERTING 'amc' TO 'AMC'
           IF WKS-ACCION-PERMISO NOT = 'A' AND
              WKS-ACCION-PERMISO NOT = 'M' AND
              WKS-ACCION-PERMISO NOT = 'C'
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
      *  LA CUENTA DE LA LINEA DEBE EXISTIR EN MOMAES                  *
      ******************************************************************
       130-VALIDA-CUENTA SECTION.
           MOVE CUENTAI TO MOMA-LLAVE
           EXEC CICS READ
                DATASET ('MOMAES')
                INTO    (MOMAES)
                RIDFLD  (MOMA-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA CUENTA NO EXISTE EN MOMAES' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOMAES'
                                            TO MENSAJEO
           END-EVALUATE.
       130-VALIDA-CUENTA-E. EXIT.

      ******************************************************************
      *   A L T A   D E   U N A   L I N E A   D E   S O B R E G I R O  *
      *   (UNA LINEA CANCELADA SE PUEDE VOLVER A AUTORIZAR)            *
      ******************************************************************
       200-ALTA-LINEA SECTION.
           MOVE SPACES TO MENSAJEO
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE TRUE
           WHEN NOT ACCION-AUTORIZADA
                MOVE 'USUARIO SIN PERMISO PARA APROBAR SOBREGIROS'
                                        TO MENSAJEO
           WHEN LIMITEI NOT NUMERIC
                MOVE 'INGRESE EL LIMITE AUTORIZADO (13 DIGITOS, 2 DEC)'
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
              GO TO 200-ALTA-LINEA-E
           END-IF
           MOVE LIMITEI TO WKS-LIMITE
           IF WKS-LIMITE = ZEROS
              MOVE 'EL LIMITE AUTORIZADO DEBE SER MAYOR A CERO'
                                        TO MENSAJEO
              GO TO 200-ALTA-LINEA-E
           END-IF
           EXEC CICS READ
                DATASET  ('MOSOBGI')
                INTO     (REG-MOSOBGI)
                RIDFLD   (MOSG-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF MOSG-VIGENTE
                        MOVE 'LA CUENTA YA TIENE LINEA VIGENTE, USE M'
                                               TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('MOSOBGI') NOHANDLE
                        END-EXEC
                     ELSE
                        PERFORM 210-LLENA-LINEA
                        EXEC CICS REWRITE
                             DATASET ('MOSOBGI')
                             FROM    (REG-MOSOBGI)
                             NOHANDLE
                        END-EXEC
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'LINEA DE SOBREGIRO REAUTORIZADA'
                                               TO MENSAJEO
                        ELSE
                           MOVE 'ERROR INESPERADO AL ACTUALIZAR MOSOBGI'
                                               TO MENSAJEO
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     PERFORM 210-LLENA-LINEA
                     EXEC CICS WRITE
                          DATASET ('MOSOBGI')
                          FROM    (REG-MOSOBGI)
                          RIDFLD  (MOSG-LLAVE)
                          NOHANDLE
                     END-EXEC
                     EVALUATE EIBRESP
                          WHEN DFHRESP(NORMAL)
                               MOVE 'LINEA DE SOBREGIRO AUTORIZADA'
                                                      TO MENSAJEO
                          WHEN DFHRESP(NOTOPEN)
                               MOVE 'ARCHIVO MOSOBGI ESTA CERRADO'
                                                      TO MENSAJEO
                          WHEN OTHER
                               MOVE 'ERROR INESPERADO AL GRABAR EN ' &
                                    'MOSOBGI' TO MENSAJEO
                     END-EVALUATE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO MOSOBGI ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSOBGI'
                                            TO MENSAJEO
           END-EVALUATE.
       200-ALTA-LINEA-E. EXIT.

       210-LLENA-LINEA SECTION.
           INITIALIZE REG-MOSOBGI
           MOVE CUENTAI           TO MOSG-CUENTA
           MOVE MONEDAI           TO MOSG-MONEDA
           MOVE WKS-LIMITE        TO MOSG-LIMITE
           MOVE FECHA-SYS         TO MOSG-FECHA-AUTORIZACION
           MOVE FVENCEI           TO MOSG-FECHA-VENCIMIENTO
           MOVE BTAU-USUARIO      TO MOSG-USUARIO-APROBO
           SET  MOSG-VIGENTE      TO TRUE.
       210-LLENA-LINEA-E. EXIT.

      ******************************************************************
      *   M O D I F I C A C I O N   D E L   L I M I T E   O   D E L    *
      *   V E N C I M I E N T O   ( Q U E D A   E L   N U E V O        *
      *   A P R O B A D O R )                                          *
      ******************************************************************
       300-MODIFICA-LINEA SECTION.
           MOVE SPACES TO MENSAJEO
           PERFORM HORA-FECHA-SISTEMA
           EVALUATE TRUE
           WHEN NOT ACCION-AUTORIZADA
                MOVE 'USUARIO SIN PERMISO PARA APROBAR SOBREGIROS'
                                        TO MENSAJEO
           WHEN LIMITEI NOT NUMERIC AND FVENCEI NOT NUMERIC
                MOVE 'INGRESE EL NUEVO LIMITE Y/O EL NUEVO VENCIMIENTO'
                                        TO MENSAJEO
           WHEN FVENCEI NUMERIC AND FVENCEI NOT > FECHA-SYS
                MOVE 'LA FECHA DE VENCIMIENTO DEBE SER FUTURA'
                                        TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              GO TO 300-MODIFICA-LINEA-E
           END-IF
           EXEC CICS READ
                DATASET  ('MOSOBGI')
                INTO     (REG-MOSOBGI)
                RIDFLD   (MOSG-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF MOSG-CANCELADA
                        MOVE 'LA LINEA ESTA CANCELADA, USE A PARA ' &
                             'REAUTORIZAR' TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('MOSOBGI') NOHANDLE
                        END-EXEC
                     ELSE
                        IF LIMITEI NUMERIC
                           MOVE LIMITEI    TO WKS-LIMITE
                           MOVE WKS-LIMITE TO MOSG-LIMITE
                        END-IF
                        IF FVENCEI NUMERIC
                           MOVE FVENCEI    TO MOSG-FECHA-VENCIMIENTO
                        END-IF
                        MOVE FECHA-SYS     TO MOSG-FECHA-AUTORIZACION
                        MOVE BTAU-USUARIO  TO MOSG-USUARIO-APROBO
                        EXEC CICS REWRITE
                             DATASET ('MOSOBGI')
                             FROM    (REG-MOSOBGI)
                             NOHANDLE
                        END-EXEC
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'LINEA DE SOBREGIRO MODIFICADA'
                                               TO MENSAJEO
                        ELSE
                           MOVE 'ERROR INESPERADO AL ACTUALIZAR MOSOBGI'
                                               TO MENSAJEO
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA CUENTA NO TIENE LINEA EN ESA MONEDA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSOBGI'
                                            TO MENSAJEO
           END-EVALUATE.
       300-MODIFICA-LINEA-E. EXIT.

      ******************************************************************
      *   C A N C E L A C I O N   D E   L A   L I N E A                *
      ******************************************************************
       400-CANCELA-LINEA SECTION.
           IF NOT ACCION-AUTORIZADA
              MOVE 'USUARIO SIN PERMISO PARA APROBAR SOBREGIROS'
                                     TO MENSAJEO
              GO TO 400-CANCELA-LINEA-E
           END-IF
           EXEC CICS READ
                DATASET  ('MOSOBGI')
                INTO     (REG-MOSOBGI)
                RIDFLD   (MOSG-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF MOSG-CANCELADA
                        MOVE 'LA LINEA YA ESTABA CANCELADA'
                                               TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('MOSOBGI') NOHANDLE
                        END-EXEC
                     ELSE
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS TO MOSG-FECHA-CANCELACION
                        SET MOSG-CANCELADA TO TRUE
                        EXEC CICS REWRITE
                             DATASET ('MOSOBGI')
                             FROM    (REG-MOSOBGI)
                             NOHANDLE
                        END-EXEC
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE 'LINEA DE SOBREGIRO CANCELADA'
                                               TO MENSAJEO
                        ELSE
                           MOVE 'ERROR INESPERADO AL ACTUALIZAR MOSOBGI'
                                               TO MENSAJEO
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA CUENTA NO TIENE LINEA EN ESA MONEDA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSOBGI'
                                            TO MENSAJEO
           END-EVALUATE.
       400-CANCELA-LINEA-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E   L A   L I N E A                      *
      ******************************************************************
       500-CONSULTA-LINEA SECTION.
           EXEC CICS READ
                DATASET  ('MOSOBGI')
                INTO     (REG-MOSOBGI)
                RIDFLD   (MOSG-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE MOSG-LIMITE             TO WKS-LIMITE-EDIT
                     MOVE WKS-LIMITE-EDIT         TO LIMITEO
                     MOVE MOSG-FECHA-VENCIMIENTO  TO FVENCEO
                     MOVE MOSG-FECHA-AUTORIZACION TO FAUTORO
                     MOVE MOSG-USUARIO-APROBO     TO USUARIOO
                     MOVE MOSG-ESTADO             TO ESTADOO
                     MOVE 'CONSULTA REALIZADA'    TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA CUENTA NO TIENE LINEA EN ESA MONEDA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER MOSOBGI'
                                            TO MENSAJEO
           END-EVALUATE.
       500-CONSULTA-LINEA-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('MOSOBGM')
                         MAPSET('MOSOBGM')
                         FROM (MOSOBGMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('MOSOBGM')
                         MAPSET('MOSOBGM')
                         FROM (MOSOBGMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('MOSOBGM')
                         MAPSET('MOSOBGM')
                         FROM (MOSOBGMO)
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
                     RETURN TRANSID('MOSG')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
