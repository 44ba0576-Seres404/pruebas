      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : RECAUDACION SAT                                  *
      * PROGRAMA    : ST5D1PG3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : COBRO EN VENTANILLA DE FORMULARIOS DE PAGO SAT,  *
      *             : PARA QUE LA AGENCIA RECIBA EL PAGO AUNQUE LA     *
      *             : PLATAFORMA EXTERNA ESTE CAIDA. EL CAJERO INGRESA *
      *             : EL NUMERO DE FORMULARIO (11 DIGITOS, EL ULTIMO   *
      *             : ES DIGITO VERIFICADOR MODULO 11) Y EL MONTO. UN  *
      *             : FORMULARIO YA PAGADO SE RECHAZA. EL PAGO QUEDA   *
      *             : EN EL JORNALIZADO STFRJO (PROCEDENCIA 2,         *
      *             : FLAG-PAGO 1) CON LA AGENCIA DE LA CAJA (MOT 015) *
      *             : Y LA HORA 0HHMMSS DEL COBRO, Y EN STRECIB EL     *
      *             : RECIBO CON EL CAJERO. EL NUMERO DE RECIBO QUE SE *
      *             : MUESTRA PARA IMPRIMIR ES FECHA+HORA+TERMINAL, LA *
      *             : LLAVE DE STRECIB, Y SE REPITE EN STFRJO. LA      *
      *             : ACCION I MUESTRA EL FORMULARIO Y SU RECIBO.      *
      *             : ANULACION DEL MISMO DIA: EL CAJERO LA SOLICITA   *
      *             : CON UN MOTIVO (S) Y UN SUPERVISOR DISTINTO, CON  *
      *             : PERMISO A O R EN BTRPERM, LA APRUEBA O LA        *
      *             : RECHAZA. SOLO SE ANULA UN RECIBO DE HOY AUN NO   *
      *             : LIQUIDADO Y, SI ENTRA AL CORTE DE HOY, ANTES DE  *
      *             : LA HORA DE CORTE (TLTGEN 016 HORACORTE). EL      *
      *             : FORMULARIO ANULADO QUEDA SIN PAGO Y MARCADO      *
      *             : ANULADO EN STFRJO Y SE PUEDE VOLVER A COBRAR.    *
      *             : LA AGENCIA DE LA CAJA DEBE ESTAR REGISTRADA Y    *
      *             : ABIERTA EN EL MAESTRO DE AGENCIAS BTRAGEN.       *
      * ARCHIVOS    : STFRJO, STRECIB, MOTGEN      (VSAM KSDS)         *
      *             : TLTGEN, BTRAGEN              (VSAM KSDS)         *
      * ACCION (ES) : C=COBRAR  I=CONSULTA  S=SOLICITAR ANULACION      *
      *             : A=APROBAR ANULACION  R=RECHAZAR ANULACION        *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : VENTANILLA - CAJAS DE AGENCIA                    *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     ST5D1PG3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "ST5D1PG3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-FORMULARIO          PIC 9(11)  VALUE ZEROS.
          02 FILLER REDEFINES WKS-FORMULARIO.
             03 WKS-DIGITO-FORM      PIC 9(01)  OCCURS 11 TIMES.
          02 WKS-POSICION            PIC 9(02)  VALUE ZEROS.
          02 WKS-PESO                PIC 9(02)  VALUE ZEROS.
          02 WKS-SUMA-PESOS          PIC 9(05)  VALUE ZEROS.
          02 WKS-COCIENTE            PIC 9(05)  VALUE ZEROS.
          02 WKS-RESIDUO             PIC 9(02)  VALUE ZEROS.
          02 WKS-DIGITO-CALCULADO    PIC 9(02)  VALUE ZEROS.
          02 WKS-MONTO-X             PIC X(11)  VALUE ZEROS.
          02 WKS-MONTO-COBRO REDEFINES WKS-MONTO-X
                                     PIC 9(09)V99.
          02 WKS-MONTO-EDIT          PIC ZZZZZZZZ9.99 VALUE ZEROS.
          02 WKS-AGENCIA-CAJA        PIC 9(03)  VALUE ZEROS.
          02 WKS-EXISTE-FORMULARIO   PIC 9(01)  VALUE ZEROS.
             88 EXISTE-FORMULARIO               VALUE 1.
          02 WKS-MOTIVO              PIC 9(02)  VALUE ZEROS.
          02 WKS-JORNAL-ANULADO      PIC 9(01)  VALUE ZEROS.
             88 JORNAL-ANULADO                  VALUE 1.
          02 WKS-ACCION-PERMISO      PIC X(01)  VALUE SPACES.
          02 WKS-AUTORIZADO          PIC X(01)  VALUE 'N'.
             88 ACCION-AUTORIZADA               VALUE 'S'.
      *--> HORA DE CORTE DE LA LIQUIDACION SAT (TLTGEN 016), 0HHMMSS
          02 WKS-HORA-CORTE          PIC 9(07)  VALUE ZEROS.
      *--> NUMERO DE RECIBO: FECHA, HORA Y TERMINAL DEL COBRO
          02 WKS-NUMERO-RECIBO.
             03 WKS-REC-FECHA        PIC 9(08)  VALUE ZEROS.
             03 WKS-REC-HORA         PIC 9(06)  VALUE ZEROS.
             03 WKS-REC-TERMINAL     PIC X(04)  VALUE SPACES.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMO-FORMULARIO   PIC 9(11)  VALUE ZEROS.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY STPAGOM.
       COPY STFRJO.
       COPY STRECIB.
       COPY MOTGEN.
       COPY BTRAGEN.
       COPY TLTGEN.
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
      *  RECIBE EL MAPA, VALIDA EL NUMERO DE FORMULARIO Y DESPACHA LA  *
      *  ACCION SOLICITADA (C/I/S/A/R)                                 *
      ******************************************************************
       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('STPAGOM')
                MAPSET  ('STPAGOM')
                INTO    (STPAGOMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA STPAGOM' TO MENSAJEO
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           MOVE SPACES TO AGENCIO RECIBOO CAJEROO ESTADOO
           IF FORMULI NOT NUMERIC
              MOVE 'INGRESE EL NUMERO DE FORMULARIO (11 DIGITOS)'
                                        TO MENSAJEO
              MOVE -1 TO FORMULL
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           MOVE FORMULI TO WKS-FORMULARIO WKS-ULTIMO-FORMULARIO
           PERFORM 120-DIGITO-VERIFICADOR
           IF MENSAJEO NOT = SPACES
              MOVE -1 TO FORMULL
              GO TO 110-RECIBE-Y-PROCESA-E
           END-IF
           EVALUATE ACCIONI
           WHEN 'C' WHEN 'c'
                PERFORM 200-COBRA-FORMULARIO
           WHEN 'I' WHEN 'i'
                PERFORM 400-CONSULTA-FORMULARIO
           WHEN 'S' WHEN 's'
                PERFORM 500-SOLICITA-ANULACION
           WHEN 'A' WHEN 'a'
           WHEN 'R' WHEN 'r'
                PERFORM 130-VALIDA-PERMISO
                IF ACCION-AUTORIZADA
                   PERFORM 600-RESUELVE-ANULACION
                ELSE
                   MOVE 'USUARIO SIN PERMISO PARA RESOLVER ANULACIONES'
                                        TO MENSAJEO
                END-IF
           WHEN OTHER
                MOVE 'ACCION INVALIDA, USE C=COBRAR I=CONSULTA S/A/R='
                   & 'ANULACION' TO MENSAJEO
                MOVE -1 TO ACCIONL
           END-EVALUATE.
       110-RECIBE-Y-PROCESA-E. EXIT.

      *--> EL ULTIMO DIGITO DEL FORMULARIO ES VERIFICADOR MODULO 11:
      *--> LOS DIEZ PRIMEROS SE PONDERAN DE 11 A 2 (EL DE LA DERECHA
      *--> CON 2); EL DIGITO ES 11 MENOS EL RESIDUO, Y SI RESULTA 10
      *--> U 11 EL DIGITO ES CERO
       120-DIGITO-VERIFICADOR SECTION.
           MOVE SPACES TO MENSAJEO
           IF WKS-FORMULARIO = ZEROS
              MOVE 'EL NUMERO DE FORMULARIO NO PUEDE SER CERO'
                                        TO MENSAJEO
              GO TO 120-DIGITO-VERIFICADOR-E
           END-IF
           MOVE ZEROS TO WKS-SUMA-PESOS
           PERFORM VARYING WKS-POSICION FROM 1 BY 1
                   UNTIL WKS-POSICION > 10
              COMPUTE WKS-PESO = 12 - WKS-POSICION
              COMPUTE WKS-SUMA-PESOS = WKS-SUMA-PESOS +
                      WKS-DIGITO-FORM (WKS-POSICION) * WKS-PESO
           END-PERFORM
           DIVIDE WKS-SUMA-PESOS BY 11 GIVING WKS-COCIENTE
                                       REMAINDER WKS-RESIDUO
           COMPUTE WKS-DIGITO-CALCULADO = 11 - WKS-RESIDUO
           IF WKS-DIGITO-CALCULADO > 9
              MOVE ZEROS TO WKS-DIGITO-CALCULADO
           END-IF
           IF WKS-DIGITO-CALCULADO NOT = WKS-DIGITO-FORM (11)
              MOVE 'NUMERO DE FORMULARIO INVALIDO, NO CUADRA EL DIGITO '
                 & 'VERIFICADOR' TO MENSAJEO
           END-IF.
       120-DIGITO-VERIFICADOR-E. EXIT.

      *--> APROBAR (A) O RECHAZAR (R) UNA ANULACION ES ACCION DE
      *--> SUPERVISOR: EXIGE SU FILA PROPIA EN BTRPERM
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
      *   C O B R O   D E L   F O R M U L A R I O                      *
      *  VALIDA MONTO Y CAJA, RECHAZA EL FORMULARIO YA PAGADO, GRABA   *
      *  EL RECIBO EN STRECIB Y EL PAGO EN STFRJO EN LA MISMA UNIDAD   *
      *  DE TRABAJO                                                    *
      ******************************************************************
       200-COBRA-FORMULARIO SECTION.
           MOVE MONTOI TO WKS-MONTO-X
           IF WKS-MONTO-X NOT NUMERIC OR WKS-MONTO-COBRO = ZEROS
              MOVE 'INGRESE EL MONTO EN QUETZALES (9 ENTEROS, 2 DEC.)'
                                        TO MENSAJEO
              MOVE -1 TO MONTOL
              GO TO 200-COBRA-FORMULARIO-E
           END-IF
           PERFORM 210-VALIDA-CAJA
           IF MENSAJEO NOT = SPACES
              GO TO 200-COBRA-FORMULARIO-E
           END-IF
           PERFORM 220-LEE-FORMULARIO
           IF MENSAJEO NOT = SPACES
              GO TO 200-COBRA-FORMULARIO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE FECHA-SYS              TO WKS-REC-FECHA
           MOVE HORA-SYS               TO WKS-REC-HORA
           MOVE EIBTRMID               TO WKS-REC-TERMINAL
           PERFORM 230-GRABA-RECIBO
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 240-GRABA-JORNALIZADO
           END-IF
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO STRECIB O STFRJO, EL FORMULARIO NO QUEDO '
                 & 'COBRADO' TO MENSAJEO
              GO TO 200-COBRA-FORMULARIO-E
           END-IF
           MOVE WKS-MONTO-COBRO        TO WKS-MONTO-EDIT
           MOVE WKS-MONTO-EDIT         TO MONTOO
           MOVE STFR-CODIGO-AGENCIA    TO AGENCIO
           MOVE WKS-NUMERO-RECIBO      TO RECIBOO
           MOVE BTAU-USUARIO           TO CAJEROO
           MOVE 'PAGADO'               TO ESTADOO
           MOVE 'FORMULARIO COBRADO, IMPRIMA EL RECIBO PARA EL '
              & 'CONTRIBUYENTE' TO MENSAJEO.
       200-COBRA-FORMULARIO-E. EXIT.

      *--> LA TERMINAL DEBE ESTAR HABILITADA COMO CAJA EN MOT 015; EL
      *--> RESTO TRAE LA AGENCIA A LA QUE SE CARGA EL COBRO
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

      *--> EL FORMULARIO PUEDE NO EXISTIR (SE DA DE ALTA) O EXISTIR SIN
      *--> PAGO O CON EL RECIBO ANULADO (SE ACTUALIZA); PAGADO O YA
      *--> LIQUIDADO SE RECHAZA
       220-LEE-FORMULARIO SECTION.
           MOVE ZEROS          TO WKS-EXISTE-FORMULARIO
           MOVE WKS-FORMULARIO TO STFR-NUMERO-FORMULARIO
           EXEC CICS READ
                DATASET ('STFRJO')
                INTO    (REG-STFRJO)
                RIDFLD  (STFR-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                   INITIALIZE REG-STFRJO
                   MOVE WKS-FORMULARIO TO STFR-NUMERO-FORMULARIO
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR INESPERADO AL LEER STFRJO' TO MENSAJEO
              WHEN STFR-FLAG-PAGO = 1 OR STFR-LIQUIDADO
                   EXEC CICS UNLOCK DATASET('STFRJO') NOHANDLE END-EXEC
                   MOVE STFR-CODIGO-AGENCIA TO AGENCIO
                   MOVE 'PAGADO'            TO ESTADOO
                   MOVE 'FORMULARIO YA PAGADO, NO SE PUEDE COBRAR DE '
                      & 'NUEVO' TO MENSAJEO
                   MOVE -1 TO FORMULL
              WHEN OTHER
                   MOVE 1 TO WKS-EXISTE-FORMULARIO
           END-EVALUATE.
       220-LEE-FORMULARIO-E. EXIT.

       230-GRABA-RECIBO SECTION.
           INITIALIZE REG-STRECIB
           MOVE WKS-NUMERO-RECIBO      TO STRC-LLAVE
           MOVE WKS-FORMULARIO         TO STRC-NUMERO-FORMULARIO
           MOVE WKS-AGENCIA-CAJA       TO STRC-CODIGO-AGENCIA
           MOVE WKS-MONTO-COBRO        TO STRC-MONTO-COBRADO
           MOVE BTAU-USUARIO           TO STRC-USUARIO-CAJERO
           SET  STRC-VIGENTE           TO TRUE
           EXEC CICS WRITE
                DATASET ('STRECIB')
                FROM    (REG-STRECIB)
                RIDFLD  (STRC-LLAVE)
                NOHANDLE
           END-EXEC.
       230-GRABA-RECIBO-E. EXIT.

      *--> LA HORA DEL COBRO VA EN EL FORMATO 0HHMMSS DEL CAMPO 390,
      *--> EL QUE STLIQUID COMPARA CONTRA LA HORA DE CORTE
       240-GRABA-JORNALIZADO SECTION.
           MOVE WKS-AGENCIA-CAJA       TO STFR-CODIGO-AGENCIA
           MOVE WKS-MONTO-COBRO        TO STFR-MONTO-COBRADO-2
           MOVE HORA-SYS               TO STFR-HORA-RECIBO-PAGO-390
           MOVE 2                      TO STFR-PROCEDENCIA-TRANSACION
           MOVE 1                      TO STFR-FLAG-PAGO
           MOVE SPACES                 TO STFR-FLAG-LIQUIDADO
           MOVE ZEROS                  TO STFR-FECHA-LIQUIDACION
                                          STFR-FECHA-DIFERIDO
           MOVE FECHA-SYS              TO STFR-FECHA-PAGO
           MOVE EIBTRMID               TO STFR-TERMINAL
           MOVE SPACES                 TO STFR-FLAG-ANULADO
           IF EXISTE-FORMULARIO
              EXEC CICS REWRITE
                   DATASET ('STFRJO')
                   FROM    (REG-STFRJO)
                   NOHANDLE
              END-EXEC
           ELSE
              EXEC CICS WRITE
                   DATASET ('STFRJO')
                   FROM    (REG-STFRJO)
                   RIDFLD  (STFR-LLAVE)
                   NOHANDLE
              END-EXEC
           END-IF.
       240-GRABA-JORNALIZADO-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E L   F O R M U L A R I O                *
      *  MUESTRA AGENCIA, MONTO Y ESTADO; SI SE COBRO EN VENTANILLA    *
      *  TAMBIEN EL RECIBO Y EL CAJERO (PARA REIMPRIMIR EL RECIBO)     *
      ******************************************************************
       400-CONSULTA-FORMULARIO SECTION.
           MOVE WKS-FORMULARIO TO STFR-NUMERO-FORMULARIO
           EXEC CICS READ
                DATASET ('STFRJO')
                INTO    (REG-STFRJO)
                RIDFLD  (STFR-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL FORMULARIO NO ESTA REGISTRADO EN STFRJO'
                                            TO MENSAJEO
                     GO TO 400-CONSULTA-FORMULARIO-E
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER STFRJO'
                                            TO MENSAJEO
                     GO TO 400-CONSULTA-FORMULARIO-E
           END-EVALUATE
           MOVE STFR-CODIGO-AGENCIA    TO AGENCIO
           MOVE STFR-MONTO-COBRADO-2   TO WKS-MONTO-EDIT
           MOVE WKS-MONTO-EDIT         TO MONTOO
           EVALUATE TRUE
              WHEN STFR-LIQUIDADO
                   MOVE 'LIQUIDADO A SAT'  TO ESTADOO
              WHEN STFR-ANULADO
                   MOVE 'RECIBO ANULADO'   TO ESTADOO
              WHEN STFR-FLAG-PAGO = 1
                   MOVE 'PAGADO'           TO ESTADOO
              WHEN OTHER
                   MOVE 'SIN PAGO'         TO ESTADOO
           END-EVALUATE
           MOVE 'CONSULTA REALIZADA'   TO MENSAJEO
           IF STFR-PROCEDENCIA-TRANSACION NOT = 2
              GO TO 400-CONSULTA-FORMULARIO-E
           END-IF
           MOVE STFR-FECHA-PAGO           TO WKS-REC-FECHA
           MOVE STFR-HORA-RECIBO-PAGO-390 TO WKS-REC-HORA
           MOVE STFR-TERMINAL             TO WKS-REC-TERMINAL
           MOVE WKS-NUMERO-RECIBO         TO RECIBOO
           MOVE WKS-NUMERO-RECIBO         TO STRC-LLAVE
           EXEC CICS READ
                DATASET ('STRECIB')
                INTO    (REG-STRECIB)
                RIDFLD  (STRC-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE STRC-USUARIO-CAJERO    TO CAJEROO
              IF STRC-ANULACION-SOLICITADA
                 MOVE 'ANULACION SOLICITADA' TO ESTADOO
                 MOVE STRC-MOTIVO-ANULACION  TO MOTIVOO
              END-IF
           END-IF.
       400-CONSULTA-FORMULARIO-E. EXIT.

      ******************************************************************
      *   S O L I C I T U D   D E   A N U L A C I O N                  *
      *  EL CAJERO PIDE ANULAR UN RECIBO DE VENTANILLA DE HOY CON UN   *
      *  MOTIVO; QUEDA PENDIENTE DE UN SUPERVISOR                      *
      ******************************************************************
       500-SOLICITA-ANULACION SECTION.
           IF MOTIVOI NOT NUMERIC
              MOVE ZEROS   TO STRC-MOTIVO-ANULACION
           ELSE
              MOVE MOTIVOI TO STRC-MOTIVO-ANULACION
           END-IF
           IF NOT STRC-MOTIVO-VALIDO
              MOVE 'MOTIVO: 01 MONTO 02 FORMULARIO 03 DUPLICADO 04 OTRO'
                                        TO MENSAJEO
              MOVE -1 TO MOTIVOL
              GO TO 500-SOLICITA-ANULACION-E
           END-IF
           MOVE STRC-MOTIVO-ANULACION TO WKS-MOTIVO
           PERFORM 510-LEE-RECIBO
           IF MENSAJEO NOT = SPACES
              GO TO 500-SOLICITA-ANULACION-E
           END-IF
           IF STRC-ANULACION-SOLICITADA
              EXEC CICS UNLOCK DATASET('STRECIB') NOHANDLE END-EXEC
              MOVE 'EL RECIBO YA TIENE UNA ANULACION SOLICITADA'
                                        TO MENSAJEO
              GO TO 500-SOLICITA-ANULACION-E
           END-IF
           PERFORM 520-VALIDA-CORTE
           IF MENSAJEO NOT = SPACES
              EXEC CICS UNLOCK DATASET('STRECIB') NOHANDLE END-EXEC
              GO TO 500-SOLICITA-ANULACION-E
           END-IF
           SET  STRC-ANULACION-SOLICITADA TO TRUE
           MOVE BTAU-USUARIO           TO STRC-USUARIO-SOLICITO
           MOVE HORA-SYS               TO STRC-HORA-SOLICITUD
           MOVE WKS-MOTIVO             TO STRC-MOTIVO-ANULACION
           MOVE SPACES                 TO STRC-USUARIO-SUPERVISOR
           MOVE ZEROS                  TO STRC-HORA-RESOLUCION
           EXEC CICS REWRITE
                DATASET ('STRECIB')
                FROM    (REG-STRECIB)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL ACTUALIZAR STRECIB'
                                        TO MENSAJEO
              GO TO 500-SOLICITA-ANULACION-E
           END-IF
           MOVE 'ANULACION SOLICITADA' TO ESTADOO
           MOVE 'ANULACION SOLICITADA, PENDIENTE DE APROBACION DEL '
              & 'SUPERVISOR' TO MENSAJEO.
       500-SOLICITA-ANULACION-E. EXIT.

      *--> DEL FORMULARIO SE LLEGA AL RECIBO (FECHA, HORA Y TERMINAL
      *--> EN STFRJO); SOLO LOS COBRADOS EN VENTANILLA, PAGADOS Y DE
      *--> HOY. EL RECIBO QUEDA LEIDO PARA ACTUALIZAR
       510-LEE-RECIBO SECTION.
           MOVE SPACES         TO MENSAJEO
           MOVE WKS-FORMULARIO TO STFR-NUMERO-FORMULARIO
           EXEC CICS READ
                DATASET ('STFRJO')
                INTO    (REG-STFRJO)
                RIDFLD  (STFR-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'EL FORMULARIO NO ESTA REGISTRADO EN STFRJO'
                                        TO MENSAJEO
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR INESPERADO AL LEER STFRJO' TO MENSAJEO
              WHEN STFR-PROCEDENCIA-TRANSACION NOT = 2
                   MOVE 'EL FORMULARIO NO SE COBRO EN VENTANILLA'
                                        TO MENSAJEO
              WHEN STFR-FLAG-PAGO NOT = 1
                   MOVE 'EL FORMULARIO NO TIENE UN PAGO VIGENTE'
                                        TO MENSAJEO
              WHEN STFR-LIQUIDADO
                   MOVE 'EL FORMULARIO YA SE LIQUIDO A SAT, NO SE '
                      & 'PUEDE ANULAR' TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              MOVE -1 TO FORMULL
              GO TO 510-LEE-RECIBO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           IF STFR-FECHA-PAGO NOT = FECHA-SYS
              MOVE 'SOLO SE ANULAN RECIBOS COBRADOS HOY' TO MENSAJEO
              GO TO 510-LEE-RECIBO-E
           END-IF
           MOVE STFR-FECHA-PAGO           TO WKS-REC-FECHA
           MOVE STFR-HORA-RECIBO-PAGO-390 TO WKS-REC-HORA
           MOVE STFR-TERMINAL             TO WKS-REC-TERMINAL
           MOVE WKS-NUMERO-RECIBO         TO STRC-LLAVE RECIBOO
           MOVE STFR-CODIGO-AGENCIA       TO AGENCIO
           MOVE STFR-MONTO-COBRADO-2      TO WKS-MONTO-EDIT
           MOVE WKS-MONTO-EDIT            TO MONTOO
           EXEC CICS READ
                DATASET ('STRECIB')
                INTO    (REG-STRECIB)
                RIDFLD  (STRC-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'EL RECIBO NO ESTA REGISTRADO EN STRECIB'
                                        TO MENSAJEO
              GO TO 510-LEE-RECIBO-E
           END-IF
           MOVE STRC-USUARIO-CAJERO       TO CAJEROO
           IF STRC-ANULADO
              EXEC CICS UNLOCK DATASET('STRECIB') NOHANDLE END-EXEC
              MOVE 'EL RECIBO YA ESTA ANULADO' TO MENSAJEO
           END-IF.
       510-LEE-RECIBO-E. EXIT.

      *--> UN RECIBO QUE ENTRA AL CORTE DE HOY (HORA DE COBRO HASTA LA
      *--> HORA DE CORTE) SOLO SE ANULA ANTES DE ESA HORA; EL TARDIO
      *--> VA AL CORTE DE MANANA Y SE PUEDE ANULAR HASTA EL FIN DEL DIA
       520-VALIDA-CORTE SECTION.
           MOVE 'TLT'       TO TLTG-CODIGO
           MOVE 016         TO TLTG-CORRELATIVO-TABLA
           MOVE 'HORACORTE' TO TLTG-CORRELATIVO-REGISTRO
           EXEC CICS READ
                DATASET ('TLTGEN')
                INTO    (REG-TLTGEN)
                RIDFLD  (TLTG-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR
              TLTG-DESCRIPCION (1:7) NOT NUMERIC
              MOVE 'FALTA LA HORA DE CORTE SAT EN TLTGEN 016, AVISE A '
                 & 'SISTEMAS' TO MENSAJEO
              GO TO 520-VALIDA-CORTE-E
           END-IF
           MOVE TLTG-DESCRIPCION (1:7) TO WKS-HORA-CORTE
           IF STRC-HORA-PAGO NOT > WKS-HORA-CORTE AND
              HORA-SYS NOT < WKS-HORA-CORTE
              MOVE 'YA PASO LA HORA DE CORTE SAT, EL RECIBO NO SE '
                 & 'PUEDE ANULAR' TO MENSAJEO
           END-IF.
       520-VALIDA-CORTE-E. EXIT.

      ******************************************************************
      *   A P R O B A C I O N   O   R E C H A Z O   D E   L A          *
      *   A N U L A C I O N   ( S U P E R V I S O R )                  *
      *  EL SUPERVISOR DEBE SER DISTINTO DEL QUE COBRO Y DEL QUE       *
      *  SOLICITO; AL APROBAR SE VUELVEN A VALIDAR DIA Y CORTE, EL     *
      *  RECIBO QUEDA ANULADO Y EL FORMULARIO SIN PAGO EN STFRJO       *
      ******************************************************************
       600-RESUELVE-ANULACION SECTION.
           PERFORM 510-LEE-RECIBO
           IF MENSAJEO NOT = SPACES
              GO TO 600-RESUELVE-ANULACION-E
           END-IF
           EVALUATE TRUE
              WHEN NOT STRC-ANULACION-SOLICITADA
                   MOVE 'EL RECIBO NO TIENE ANULACION SOLICITADA'
                                        TO MENSAJEO
              WHEN BTAU-USUARIO = STRC-USUARIO-SOLICITO OR
                   BTAU-USUARIO = STRC-USUARIO-CAJERO
                   MOVE 'EL SUPERVISOR DEBE SER DISTINTO DEL CAJERO Y '
                      & 'DEL SOLICITANTE' TO MENSAJEO
           END-EVALUATE
           IF MENSAJEO NOT = SPACES
              EXEC CICS UNLOCK DATASET('STRECIB') NOHANDLE END-EXEC
              GO TO 600-RESUELVE-ANULACION-E
           END-IF
           MOVE STRC-MOTIVO-ANULACION  TO MOTIVOO
           MOVE BTAU-USUARIO           TO STRC-USUARIO-SUPERVISOR
           MOVE HORA-SYS               TO STRC-HORA-RESOLUCION
           IF ACCIONI = 'R' OR ACCIONI = 'r'
              SET STRC-ANULACION-RECHAZADA TO TRUE
              PERFORM 610-ACTUALIZA-RECIBO
              IF EIBRESP = DFHRESP(NORMAL)
                 MOVE 'PAGADO'         TO ESTADOO
                 MOVE 'ANULACION RECHAZADA, EL RECIBO SIGUE VIGENTE'
                                        TO MENSAJEO
              ELSE
                 MOVE 'ERROR INESPERADO AL ACTUALIZAR STRECIB'
                                        TO MENSAJEO
              END-IF
              GO TO 600-RESUELVE-ANULACION-E
           END-IF
           PERFORM 520-VALIDA-CORTE
           IF MENSAJEO NOT = SPACES
              EXEC CICS UNLOCK DATASET('STRECIB') NOHANDLE END-EXEC
              GO TO 600-RESUELVE-ANULACION-E
           END-IF
           SET STRC-ANULADO TO TRUE
           MOVE ZEROS TO WKS-JORNAL-ANULADO
           PERFORM 610-ACTUALIZA-RECIBO
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM 620-ANULA-JORNALIZADO
           END-IF
           IF NOT JORNAL-ANULADO
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO STRECIB O STFRJO (O YA SE LIQUIDO), NO SE '
                 & 'ANULO' TO MENSAJEO
              GO TO 600-RESUELVE-ANULACION-E
           END-IF
           MOVE 'RECIBO ANULADO'       TO ESTADOO
           MOVE 'RECIBO ANULADO, EL FORMULARIO QUEDA SIN PAGO'
                                        TO MENSAJEO.
       600-RESUELVE-ANULACION-E. EXIT.

       610-ACTUALIZA-RECIBO SECTION.
           EXEC CICS REWRITE
                DATASET ('STRECIB')
                FROM    (REG-STRECIB)
                NOHANDLE
           END-EXEC.
       610-ACTUALIZA-RECIBO-E. EXIT.

      *--> SE RELEE CON BLOQUEO: EL CORTE PUDO LIQUIDARLO MIENTRAS
      *--> ESPERABA LA APROBACION
       620-ANULA-JORNALIZADO SECTION.
           MOVE WKS-FORMULARIO TO STFR-NUMERO-FORMULARIO
           EXEC CICS READ
                DATASET ('STFRJO')
                INTO    (REG-STFRJO)
                RIDFLD  (STFR-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 620-ANULA-JORNALIZADO-E
           END-IF
           IF STFR-LIQUIDADO
              EXEC CICS UNLOCK DATASET('STFRJO') NOHANDLE END-EXEC
              GO TO 620-ANULA-JORNALIZADO-E
           END-IF
           MOVE ZEROS                  TO STFR-FLAG-PAGO
           SET  STFR-ANULADO           TO TRUE
           EXEC CICS REWRITE
                DATASET ('STFRJO')
                FROM    (REG-STFRJO)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 1 TO WKS-JORNAL-ANULADO
           END-IF.
       620-ANULA-JORNALIZADO-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('STPAGOM')
                         MAPSET('STPAGOM')
                         FROM (STPAGOMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('STPAGOM')
                         MAPSET('STPAGOM')
                         FROM (STPAGOMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('STPAGOM')
                         MAPSET('STPAGOM')
                         FROM (STPAGOMO)
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
                     RETURN TRANSID('STPG')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
