      *             : (ARCHIVO TLESTRA); SE RECORRE TLIMOR COMPLETO Y  *
      *             : SE CONSERVAN LAS 14 CUENTAS MAS PRIORITARIAS     *
      *             : (01 = MAS URGENTE PRIMERO). LAS CUENTAS CON      *
      *             : DISPUTA ABIERTA EN TLDISPU NO SE LISTAN. EL PF5  *
      *             : NO ENTREGA LA CUENTA A TL5D1GE3 SI EL CONTACTO   *
      *             : ROMPERIA LA POLITICA DE TLTGEN 013 (HORARIO O    *
      *             : MAXIMO DE CONTACTOS EN 7 DIAS SEGUN TLGESTI).    *
      * ARCHIVOS    : TLIMOR                       (VSAM KSDS)         *
      *             : TLCOBAS                      (VSAM KSDS)         *
      *             : TLESTRA                      (VSAM KSDS)         *
      *             : TLDISPU                      (VSAM KSDS)         *
      *             : TLGESTI                      (VSAM KSDS)         *
      *             : TLTGEN                       (VSAM KSDS)         *
      * ACCION (ES) : CONSULTA UNICAMENTE                              *
      * PROGRAMA(S) : JM47ADM (VIA RETURN TRANSID TLQ8)                *
      *             : TL5D1GE3 (VIA RETURN TRANSID TLGE)               *
      *             : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO DE COBRANZA                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       01 WKS-FLAG-DISPUTA          PIC X(01) VALUE 'N'.
          88 CUENTA-EN-DISPUTA                VALUE 'S'.
          88 CUENTA-SIN-DISPUTA               VALUE 'N'.
      *------->  POLITICA DE CONTACTO (TLTGEN 013); UNA REGLA SIN
      *------->  REGISTRO O EN CERO NO SE APLICA
       01 WKS-TIEMPO                PIC S9(15) COMP-3 VALUE +0.
       01 FECHA-SYS                 PIC 9(08)  VALUE ZEROS.
       01 HORA-SYS                  PIC 9(06)  VALUE ZEROS.
       01 WKS-POLITICA-CONTACTO.
          02 WKS-REGLA-REGISTRO     PIC X(10)  VALUE SPACES.
          02 WKS-REGLA-VALOR        PIC 9(04)  VALUE ZEROS.
          02 WKS-MAX-SEMANA         PIC 9(03)  VALUE ZEROS.
          02 WKS-HORA-INICIO        PIC 9(04)  VALUE ZEROS.
          02 WKS-HORA-FIN           PIC 9(04)  VALUE ZEROS.
          02 WKS-HORA-ACTUAL        PIC 9(04)  VALUE ZEROS.
          02 WKS-FECHA-DESDE        PIC 9(08)  VALUE ZEROS.
          02 WKS-CONTACTOS-SEMANA   PIC 9(03)  VALUE ZEROS.
       01 WKS-FLAG-POLITICA         PIC X(01)  VALUE 'S'.
          88 CONTACTO-PERMITIDO               VALUE 'S'.
          88 CONTACTO-NO-PERMITIDO            VALUE 'N'.
      *------->  ESTRATEGIA LEIDA DE TLESTRA PARA LA CUENTA EN CURSO
       01 WKS-PRIO-LEIDA            PIC 9(02)  VALUE 99.
       01 WKS-EST-LEIDA             PIC X(03)  VALUE SPACES.
       COPY TLCOBAS.
       COPY TLESTRA.
       COPY TLDISPU.
       COPY TLGESTI.
       COPY TLTGEN.
       COPY BTRAUTC.
       COPY DFHAID.
       COPY DFHBMSCA.

                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHENTER
                PERFORM 105-VALIDA-AUTORIZACION
                IF BTAU-AUTORIZADO
                   PERFORM 200-RECIBE-Y-PROCESA
                ELSE
                   MOVE BTAU-MENSAJE    TO MENSAJEO
                END-IF
                SET SEND-DATAONLY       TO TRUE
                PERFORM ENVIA-MAPA

                EXEC CICS RETURN END-EXEC

           WHEN EIBAID = DFHPF5
                PERFORM 105-VALIDA-AUTORIZACION
                IF BTAU-AUTORIZADO
                   PERFORM 250-SELECCION-PARA-GESTION
                ELSE
                   MOVE BTAU-MENSAJE    TO MENSAJEO
                END-IF
                IF NOT REGRESA-GESTION-TL5D1GE3
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
           MOVE 'TL5D1MOR'              TO BTAU-TRANSACCION
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
      *  RECIBE EL MAPA. SI EL ANALISTA YA TIENE UNA LISTA EN PANTALLA *
      *  Y ELIGIO UNA FILA, SE ENTREGA EL CONTROL A JM47ADM; SI NO,    *
              MOVE SELECCI TO WKS-SELECCI
              SET IDX-FILA TO WKS-SELECCI
              MOVE WKS-CTA-ARMADA (IDX-FILA) TO WKS-CTA-GESTION
              PERFORM 260-VALIDA-POLITICA-CONTACTO
              IF CONTACTO-PERMITIDO
                 SET REGRESA-GESTION-TL5D1GE3 TO TRUE
              END-IF
           ELSE
              MOVE 'SELECCIONE UNA FILA DE LA LISTA ANTES DE PF5'
                                        TO MENSAJEO
           END-IF.
       250-SELECCION-PARA-GESTION-E. EXIT.

      ******************************************************************
      *  POLITICA DE CONTACTO (TLTGEN TABLA TLT 013) ANTES DE PASAR LA *
      *  CUENTA A TL5D1GE3: FUERA DEL HORARIO PERMITIDO, O CON LA      *
      *  CUENTA YA EN EL MAXIMO DE CONTACTOS DE LOS ULTIMOS 7 DIAS EN  *
      *  TLGESTI, NO SE ENTREGA Y SE AVISA EL MOTIVO AL ANALISTA       *
      ******************************************************************
       260-VALIDA-POLITICA-CONTACTO SECTION.
           SET CONTACTO-PERMITIDO TO TRUE
           PERFORM HORA-FECHA-SISTEMA
           MOVE HORA-SYS (1:4) TO WKS-HORA-ACTUAL
           MOVE 'MAXSEMANA'    TO WKS-REGLA-REGISTRO
           PERFORM 265-LEE-REGLA-CONTACTO
           MOVE WKS-REGLA-VALOR TO WKS-MAX-SEMANA
           MOVE 'HORAINICIO'   TO WKS-REGLA-REGISTRO
           PERFORM 265-LEE-REGLA-CONTACTO
           MOVE WKS-REGLA-VALOR TO WKS-HORA-INICIO
           MOVE 'HORAFIN'      TO WKS-REGLA-REGISTRO
           PERFORM 265-LEE-REGLA-CONTACTO
           MOVE WKS-REGLA-VALOR TO WKS-HORA-FIN
           IF WKS-HORA-FIN > ZEROS AND
              (WKS-HORA-ACTUAL < WKS-HORA-INICIO OR
               WKS-HORA-ACTUAL NOT < WKS-HORA-FIN)
              SET CONTACTO-NO-PERMITIDO TO TRUE
              MOVE 'FUERA DEL HORARIO PERMITIDO DE CONTACTO ' &
                   '(TLTGEN 013)'       TO MENSAJEO
              GO TO 260-VALIDA-POLITICA-CONTACTO-E
           END-IF
           IF WKS-MAX-SEMANA = ZEROS
              GO TO 260-VALIDA-POLITICA-CONTACTO-E
           END-IF
           COMPUTE WKS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (FECHA-SYS) - 6)
           MOVE ZEROS TO WKS-CONTACTOS-SEMANA
           SET WKS-BROWSE-CONTINUA TO TRUE
           MOVE WKS-CTA-GESTION TO TLGS-CUENTA
           MOVE WKS-FECHA-DESDE TO TLGS-FECHA
           MOVE ZEROS           TO TLGS-HORA
           EXEC CICS STARTBR
                DATASET ('TLGESTI')
                RIDFLD  (TLGS-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              PERFORM UNTIL WKS-BROWSE-TERMINADO
                 EXEC CICS READNEXT
                      DATASET ('TLGESTI')
                      INTO    (REG-TLGESTI)
                      RIDFLD  (TLGS-LLAVE)
                      NOHANDLE
                 END-EXEC
                 IF EIBRESP = DFHRESP(NORMAL) AND
                    TLGS-CUENTA = WKS-CTA-GESTION
                    ADD 1 TO WKS-CONTACTOS-SEMANA
                 ELSE
                    SET WKS-BROWSE-TERMINADO TO TRUE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR DATASET('TLGESTI') NOHANDLE END-EXEC
           END-IF
           IF WKS-CONTACTOS-SEMANA NOT < WKS-MAX-SEMANA
              SET CONTACTO-NO-PERMITIDO TO TRUE
              MOVE 'CUENTA YA TIENE EL MAXIMO DE CONTACTOS EN 7 ' &
                   'DIAS (TLTGEN 013)'  TO MENSAJEO
           END-IF.
       260-VALIDA-POLITICA-CONTACTO-E. EXIT.

      *----> LEE UNA REGLA DE LA TABLA TLT 013; EL VALOR VA EN LAS
      *----> PRIMERAS 4 POSICIONES DE LA DESCRIPCION
       265-LEE-REGLA-CONTACTO SECTION.
           MOVE ZEROS              TO WKS-REGLA-VALOR
           MOVE 'TLT'              TO TLTG-CODIGO
           MOVE 013                TO TLTG-CORRELATIVO-TABLA
           MOVE WKS-REGLA-REGISTRO TO TLTG-CORRELATIVO-REGISTRO
           EXEC CICS READ
                DATASET ('TLTGEN')
                INTO    (REG-TLTGEN)
                RIDFLD  (TLTG-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND
              TLTG-DESCRIPCION (1:4) NUMERIC
              MOVE TLTG-DESCRIPCION (1:4) TO WKS-REGLA-VALOR
           END-IF.
       265-LEE-REGLA-CONTACTO-E. EXIT.

      ******************************************************************
      *  RECORRE TLIMOR COMPLETO POR BROWSE. DE TODAS LAS CUENTAS      *
      *  CUYO MAYOR TLIM-DIAS-MORA (DE LOS 18 CICLOS) SUPERE EL        *
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              IF TLCB-ACTIVO AND TLCB-COBRADOR NOT = BTAU-USUARIO
                 SET CUENTA-DE-OTRO-ANALISTA TO TRUE
              END-IF
           END-IF.
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
           EVALUATE TRUE
           WHEN REGRESA-DETALLE-JM47ADM
