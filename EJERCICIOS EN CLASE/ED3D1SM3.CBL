      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : MANTENIMIENTO EN LINEA DEL MAESTRO DE SOCIOS     *
      *             : DEL VIDEOCLUB EDSOCIO: ALTA (A), CAMBIO (C),     *
      *             : CONSULTA (I), REACTIVACION (V) DE SOCIOS         *
      *             : BLOQUEADOS POR EL BATCH EDSOCBLO Y RENOVACION    *
      *             : (R) DE LA MEMBRESIA. LA REACTIVACION SOLO LA     *
      *             : HACE UN USUARIO CON AUTORIZACION DE              *
      *             : MANTENIMIENTO EN EDUSRPF. EL ALTA Y LA           *
      *             : RENOVACION COBRAN LA CUOTA ANUAL CUOTASOCIO DE   *
      *             : EDTARIF, CORREN EL VENCIMIENTO UN ANIO (DESDE    *
      *             : HOY O DESDE EL VENCIMIENTO AUN VIGENTE) Y DEJAN  *
      *             : EL RECIBO EN EDSOCPA; LA RENOVACION REACTIVA AL  *
      *             : SOCIO DADO DE BAJA POR EL BATCH EDSOCVEN. EL     *
      *             : CHECK-OUT ED3D1VC3 EXIGE QUE EL SOCIO EXISTA,    *
      *             : NO ESTE BLOQUEADO Y TENGA LA MEMBRESIA VIGENTE.  *
      * ARCHIVOS    : EDSOCIO, EDUSRPF, EDTARIF    (VSAM KSDS)         *
      *             : EDSOCPA                      (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  I=CONSULTA  V=REACTIVAR        *
      *             : R=RENOVAR MEMBRESIA                              *
      * PROGRAMA(S) : NO APLICA                                        *
      * CANAL       : PANTALLA ADMINISTRATIVA                          *
      * INSTALADO   : DD/MM/AAAA                                       *
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-AUTORIZADO          PIC X(01)  VALUE 'N'.
             88 SUPERVISOR-AUTORIZADO           VALUE 'S'.
      *    MEMBRESIA ANUAL (CUOTASOCIO DE EDTARIF) Y SU VENCIMIENTO
          02 WKS-HAY-CUOTA           PIC 9(01)  VALUE ZEROS.
             88 CUOTA-HALLADA                   VALUE 1.
          02 WKS-CUOTA               PIC 9(05)V99 VALUE ZEROS.
          02 WKS-CUOTA-EDIT          PIC ZZ,ZZ9.99 VALUE ZEROS.
          02 WKS-VENCE-ANTERIOR      PIC 9(08)  VALUE ZEROS.
          02 WKS-TIPO-RECIBO         PIC X(01)  VALUE SPACES.
          02 WKS-FECHA-CALC          PIC 9(08)  VALUE ZEROS.
          02 WKS-FECHA-CALC-R        REDEFINES WKS-FECHA-CALC.
             03 WKS-CALC-ANIO        PIC 9(04).
             03 WKS-CALC-MES         PIC 9(02).
             03 WKS-CALC-DIA         PIC 9(02).
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
       COPY EDSOCIM.
       COPY EDSOCIO.
       COPY EDUSRPF.
       COPY EDTARIF.
       COPY EDSOCPA.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
                      PERFORM 400-CONSULTA-SOCIO
                 WHEN 'V' WHEN 'v'
                      PERFORM 500-REACTIVA-SOCIO
                 WHEN 'R' WHEN 'r'
                      PERFORM 600-RENUEVA-SOCIO
                 WHEN OTHER
                      MOVE 'ACCION INVALIDA, USE A/C/I/V/R' TO MENSAJEO
                 END-EVALUATE
              END-IF
           END-IF.
           IF NOMBREI = SPACES
              MOVE 'INGRESE EL NOMBRE DEL SOCIO' TO MENSAJEO
           ELSE
              PERFORM 610-LEE-CUOTA
              IF NOT CUOTA-HALLADA
                 MOVE 'SIN CUOTASOCIO EN EDTARIF, NO SE PUEDE COBRAR'
                                        TO MENSAJEO
                 GO TO 200-ALTA-SOCIO-E
              END-IF
              PERFORM HORA-FECHA-SISTEMA
              INITIALIZE REG-EDSOCIO
              MOVE SOCIOI    TO EDSC-CODIGO
              END-IF
              MOVE FECHA-SYS TO EDSC-FECHA-ALTA
              SET EDSC-ACTIVO TO TRUE
              MOVE FECHA-SYS TO WKS-FECHA-CALC
              PERFORM 620-SUMA-ANIO
              MOVE WKS-FECHA-CALC TO EDSC-FECHA-VENCE
              MOVE FECHA-SYS      TO EDSC-FECHA-ULT-PAGO
              MOVE ZEROS          TO WKS-VENCE-ANTERIOR
              EXEC CICS WRITE
                   DATASET ('EDSOCIO')
                   FROM    (REG-EDSOCIO)
              END-EXEC
              EVALUATE EIBRESP
                   WHEN DFHRESP(NORMAL)
                        SET EDSP-ALTA TO TRUE
                        PERFORM 630-GRABA-RECIBO
                        IF EIBRESP = DFHRESP(NORMAL)
                           MOVE SPACES TO MENSAJEO
                           STRING 'SOCIO DADO DE ALTA, COBRE Q'
                                  WKS-CUOTA-EDIT ' VENCE '
                                  EDSC-FECHA-VENCE
                                  DELIMITED BY SIZE
                                  INTO MENSAJEO
                           END-STRING
                        END-IF
                   WHEN DFHRESP(DUPREC)
                        MOVE 'EL SOCIO YA EXISTE, USE CAMBIO'
                                               TO MENSAJEO
                     MOVE EDSC-TELEFONO        TO TELEFO
                     MOVE EDSC-ESTADO          TO ESTADOO
                     MOVE EDSC-MOTIVO-BLOQUEO  TO MOTIVOO
                     PERFORM HORA-FECHA-SISTEMA
                     MOVE SPACES               TO MENSAJEO
                     IF EDSC-FECHA-VENCE NOT NUMERIC
                        MOVE ZEROS TO EDSC-FECHA-VENCE
                     END-IF
                     EVALUATE TRUE
                        WHEN EDSC-FECHA-VENCE = ZEROS
                             MOVE 'CONSULTA REALIZADA, SIN MEMBRESIA '
                               & 'REGISTRADA' TO MENSAJEO
                        WHEN EDSC-FECHA-VENCE < FECHA-SYS
                             STRING 'CONSULTA REALIZADA, MEMBRESIA '
                                    'VENCIDA EL ' EDSC-FECHA-VENCE
                                    DELIMITED BY SIZE
                                    INTO MENSAJEO
                             END-STRING
                        WHEN OTHER
                             STRING 'CONSULTA REALIZADA, MEMBRESIA '
                                    'VENCE EL ' EDSC-FECHA-VENCE
                                    DELIMITED BY SIZE
                                    INTO MENSAJEO
                             END-STRING
                     END-EVALUATE
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL SOCIO NO EXISTE EN EDSOCIO' TO MENSAJEO
                WHEN OTHER
           END-IF.
       510-VALIDA-SUPERVISOR-E. EXIT.

      ******************************************************************
      *   R E N O V A C I O N   D E   L A   M E M B R E S I A :  COBRA *
      *   LA CUOTA ANUAL Y CORRE EL VENCIMIENTO UN ANIO DESDE HOY, O   *
      *   DESDE EL VENCIMIENTO SI AUN ESTA VIGENTE. EL SOCIO DADO DE   *
      *   BAJA POR EDSOCVEN QUEDA ACTIVO; EL BLOQUEO POR MOROSIDAD NO  *
      *   SE TOCA (LO LEVANTA UN SUPERVISOR CON V)                     *
      ******************************************************************
       600-RENUEVA-SOCIO SECTION.
           PERFORM 610-LEE-CUOTA
           IF NOT CUOTA-HALLADA
              MOVE 'SIN CUOTASOCIO EN EDTARIF, NO SE PUEDE COBRAR'
                                        TO MENSAJEO
              GO TO 600-RENUEVA-SOCIO-E
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           EXEC CICS READ
                DATASET  ('EDSOCIO')
                INTO     (REG-EDSOCIO)
                RIDFLD   (EDSC-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE 'EL SOCIO NO EXISTE, USE ALTA' TO MENSAJEO
                     GO TO 600-RENUEVA-SOCIO-E
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER EDSOCIO'
                                            TO MENSAJEO
                     GO TO 600-RENUEVA-SOCIO-E
           END-EVALUATE
      *------> SOCIO ANTERIOR AL COBRO DE MEMBRESIA: EL VENCIMIENTO
      *------> TRAE EL FILLER VIEJO Y SE TOMA COMO SIN VENCIMIENTO
           IF EDSC-FECHA-VENCE NOT NUMERIC
              MOVE ZEROS TO EDSC-FECHA-VENCE
           END-IF
           MOVE EDSC-FECHA-VENCE TO WKS-VENCE-ANTERIOR
           IF EDSC-FECHA-VENCE > FECHA-SYS
              MOVE EDSC-FECHA-VENCE TO WKS-FECHA-CALC
           ELSE
              MOVE FECHA-SYS        TO WKS-FECHA-CALC
           END-IF
           PERFORM 620-SUMA-ANIO
           MOVE WKS-FECHA-CALC TO EDSC-FECHA-VENCE
           MOVE FECHA-SYS      TO EDSC-FECHA-ULT-PAGO
           IF EDSC-INACTIVO
              SET  EDSC-ACTIVO TO TRUE
              MOVE ZEROS       TO EDSC-FECHA-BLOQUEO
              MOVE SPACES      TO EDSC-MOTIVO-BLOQUEO
           END-IF
           EXEC CICS REWRITE
                DATASET ('EDSOCIO')
                FROM    (REG-EDSOCIO)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'ERROR INESPERADO AL ACTUALIZAR EDSOCIO'
                                        TO MENSAJEO
              GO TO 600-RENUEVA-SOCIO-E
           END-IF
           SET EDSP-RENOVACION TO TRUE
           PERFORM 630-GRABA-RECIBO
           IF EIBRESP NOT = DFHRESP(NORMAL)
              GO TO 600-RENUEVA-SOCIO-E
           END-IF
           MOVE EDSC-NOMBRE         TO NOMBREO
           MOVE EDSC-TELEFONO       TO TELEFO
           MOVE EDSC-ESTADO         TO ESTADOO
           MOVE EDSC-MOTIVO-BLOQUEO TO MOTIVOO
           MOVE SPACES              TO MENSAJEO
           STRING 'MEMBRESIA RENOVADA AL ' EDSC-FECHA-VENCE
                  ', COBRE Q' WKS-CUOTA-EDIT
                  DELIMITED BY SIZE
                  INTO MENSAJEO
           END-STRING.
       600-RENUEVA-SOCIO-E. EXIT.

       610-LEE-CUOTA SECTION.
           MOVE ZEROS        TO WKS-HAY-CUOTA
           MOVE 'CUOTASOCIO' TO EDTF-CODIGO
           EXEC CICS READ
                DATASET ('EDTARIF')
                INTO    (REG-EDTARIF)
                RIDFLD  (EDTF-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND EDTF-VALOR > ZEROS
              MOVE EDTF-VALOR TO WKS-CUOTA
              MOVE WKS-CUOTA  TO WKS-CUOTA-EDIT
              MOVE 1          TO WKS-HAY-CUOTA
           END-IF.
       610-LEE-CUOTA-E. EXIT.

      *------> UN ANIO MAS SOBRE WKS-FECHA-CALC; EL 29 DE FEBRERO PASA
      *------> AL 28 PORQUE EL ANIO SIGUIENTE NO ES BISIESTO
       620-SUMA-ANIO SECTION.
           ADD 1 TO WKS-CALC-ANIO
           IF WKS-CALC-MES = 2 AND WKS-CALC-DIA = 29
              MOVE 28 TO WKS-CALC-DIA
           END-IF.
       620-SUMA-ANIO-E. EXIT.

      ******************************************************************
      *  RECIBO DEL COBRO EN EDSOCPA; SI NO SE PUEDE GRABAR SE         *
      *  REVIERTE TAMBIEN EL CAMBIO AL MAESTRO EDSOCIO                 *
      ******************************************************************
       630-GRABA-RECIBO SECTION.
           MOVE EDSP-TIPO           TO WKS-TIPO-RECIBO
           INITIALIZE REG-EDSOCPA
           MOVE WKS-TIPO-RECIBO     TO EDSP-TIPO
           MOVE EDSC-CODIGO         TO EDSP-SOCIO
           MOVE FECHA-SYS           TO EDSP-FECHA
           MOVE HORA-SYS            TO EDSP-HORA
           MOVE WKS-CUOTA           TO EDSP-MONTO
           MOVE WKS-VENCE-ANTERIOR  TO EDSP-VENCE-ANTERIOR
           MOVE EDSC-FECHA-VENCE    TO EDSP-VENCE-NUEVO
           MOVE EIBTRMID            TO EDSP-TERMINAL
           MOVE USUARIOI            TO EDSP-USUARIO
           EXEC CICS WRITE
                DATASET ('EDSOCPA')
                FROM    (REG-EDSOCPA)
                RIDFLD  (EDSP-LLAVE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK NOHANDLE END-EXEC
              MOVE 'FALLO EL RECIBO EDSOCPA, OPERACION NO APLICADA'
                                        TO MENSAJEO
           END-IF.
       630-GRABA-RECIBO-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
           EXEC CICS FORMATTIME
                     ABSTIME(WKS-TIEMPO)
                     YYYYMMDD(FECHA-SYS)
                     TIME(HORA-SYS)
           END-EXEC.
       HORA-FECHA-SISTEMA-E. EXIT.

