      *             : CUENTAS DE TLIMOR ENTRE SUS ANALISTAS; EL        *
      *             : WORKLIST TL5D1MOR FILTRA CON ESTE ARCHIVO PARA   *
      *             : QUE CADA ANALISTA VEA SOLO SU CARTERA. EL        *
      *             : COBRADOR ES EL CODIGO DE USUARIO DEL ANALISTA EN *
      *             : EL PERFIL UNICO BTRUSER, QUE ES LO QUE EL        *
      *             : WORKLIST COMPARA CONTRA EL USUARIO FIRMADO; LA   *
      *             : PANTALLA LO VALIDA ACTIVO ANTES DE GRABAR.       *
      * ARCHIVOS    : TLCOBAS, BTRUSER             (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  B=BAJA  I=CONSULTA             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PANTALLA ADMINISTRATIVA - SUPERVISION COBRANZA   *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
          02 WKS-COBRADOR-VALIDO     PIC 9(01)  VALUE ZEROS.
             88 COBRADOR-OK                     VALUE 1.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLCOBAM.
       COPY TLCOBAS.
       COPY BTRUSER.
       COPY BTRAUTC.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
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
      *  RECIBE EL MAPA Y DESPACHA LA ACCION SOLICITADA (A/C/B/I)      *
      ******************************************************************
      *   A L T A   D E   U N A   A S I G N A C I O N                  *
      ******************************************************************
       200-ALTA-ASIGNACION SECTION.
           PERFORM 250-VALIDA-COBRADOR
           IF COBRADOR-OK
              MOVE CUENTAI             TO TLCB-CUENTA
              MOVE COBRADORI           TO TLCB-COBRADOR
              MOVE BTAU-USUARIO        TO TLCB-USUARIO-ASIGNO
              PERFORM HORA-FECHA-SISTEMA
              MOVE FECHA-SYS           TO TLCB-FECHA-ASIGNACION
              SET  TLCB-ACTIVO         TO TRUE
       200-ALTA-ASIGNACION-E. EXIT.

      ******************************************************************
      *   EL COBRADOR SE REGISTRA POR SU USUARIO DEL PERFIL UNICO: ES  *
      *   LO QUE EL WORKLIST TL5D1MOR COMPARA CONTRA EL USUARIO        *
      *   FIRMADO. UN CODIGO LIBRE DEJARIA LA CUENTA FUERA DEL         *
      *   WORKLIST DE TODOS LOS ANALISTAS                              *
      ******************************************************************
       250-VALIDA-COBRADOR SECTION.
           MOVE ZEROS TO WKS-COBRADOR-VALIDO
           IF COBRADORI = SPACES OR COBRADORI = LOW-VALUES
              MOVE 'INGRESE EL USUARIO DEL ANALISTA COBRADOR'
                                     TO MENSAJEO
              GO TO 250-VALIDA-COBRADOR-E
           END-IF
           MOVE COBRADORI           TO BTRU-USUARIO
           EXEC CICS READ
                DATASET ('BTRUSER')
                INTO    (REG-BTRUSER)
                RIDFLD  (BTRU-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE TRUE
              WHEN EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'EL COBRADOR NO EXISTE EN EL PERFIL UNICO'
                                     TO MENSAJEO
              WHEN NOT BTRU-ACTIVO
                   MOVE 'EL USUARIO COBRADOR NO ESTA ACTIVO'
                                     TO MENSAJEO
              WHEN OTHER
                   MOVE 1 TO WKS-COBRADOR-VALIDO
           END-EVALUATE.
       250-VALIDA-COBRADOR-E. EXIT.

      ******************************************************************
      *   C A M B I O   D E   C O B R A D O R   (REBALANCEO)           *
      ******************************************************************
       300-CAMBIO-ASIGNACION SECTION.
      *----> COBRADOR EN BLANCO (O SIN TECLEAR) = CONSERVA EL ACTUAL
           MOVE 1 TO WKS-COBRADOR-VALIDO
           IF COBRADORI NOT = SPACES AND COBRADORI NOT = LOW-VALUES
              PERFORM 250-VALIDA-COBRADOR
           END-IF
           IF NOT COBRADOR-OK
              GO TO 300-CAMBIO-ASIGNACION-E
           END-IF
           MOVE CUENTAI             TO TLCB-CUENTA
                        COBRADORI NOT = LOW-VALUES
                        MOVE COBRADORI TO TLCB-COBRADOR
                     END-IF
                     MOVE BTAU-USUARIO TO TLCB-USUARIO-ASIGNO
                     PERFORM HORA-FECHA-SISTEMA
                     MOVE FECHA-SYS    TO TLCB-FECHA-ASIGNACION
                     SET  TLCB-ACTIVO  TO TRUE
