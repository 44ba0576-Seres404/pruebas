      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - INFORMACION DE CLIENTES                    *
      * PROGRAMA    : CF5D1BF3                                         *
      * TIPO        : LINEA CON MAPA                                   *
      * DESCRIPCION : MANTENIMIENTO EN LINEA DEL REGISTRO DE           *
      *             : BENEFICIARIOS FINALES CFBENEF: LIGA UNA EMPRESA  *
      *             : DE CFCJUR CON UNA PERSONA NATURAL DE CFCNAT EN   *
      *             : UN ROL (A=ACCIONISTA, D=DIRECTOR,                *
      *             : R=REPRESENTANTE LEGAL), CON SU PORCENTAJE DE     *
      *             : PARTICIPACION (SOLO ACCIONISTAS, 5 DIGITOS CON 2 *
      *             : DECIMALES IMPLICITOS) Y SU VIGENCIA DESDE/HASTA  *
      *             : (HASTA EN BLANCO = VIGENTE). VALIDA AMBAS PARTES *
      *             : Y QUE LOS ACCIONISTAS VIGENTES DE LA EMPRESA NO  *
      *             : SUMEN MAS DE 100%. CADA ALTA, CAMBIO O BAJA      *
      *             : DEJA BITACORA EN CFBFJRN COMO CF5D1CJ3 LO HACE   *
      *             : EN CFCJJRN. LA BAJA CIERRA LA VIGENCIA (HASTA =  *
      *             : LA FECHA INDICADA O LA DEL DIA), NO BORRA.       *
      * ARCHIVOS    : CFBENEF, CFBFJRN, CFCJUR     (VSAM KSDS)         *
      *             : CFCNAT                       (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  B=BAJA  I=CONSULTA             *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PLATAFORMA - MODULO CIF                          *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                     CF5D1BF3.
       AUTHOR.                         DANIEL RAMIREZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *               C A M P O S     D E     T R A B A J O            *
      ******************************************************************
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-NOMBRE-PROGRAMA     PIC X(08)  VALUE "CF5D1BF3".
          02 WKS-FIN                 PIC X(60)  VALUE
                'TRANSACCION NO SOPORTADA INVIDUALMENTE,'.
          02 WKS-TIEMPO              PIC S9(15) COMP-3 VALUE +0.
          02 FECHA-SYS               PIC 9(08)  VALUE ZEROS.
          02 HORA-SYS                PIC 9(06)  VALUE ZEROS.
          02 WKS-FIN-BROWSE          PIC 9(01)  VALUE ZEROS.
             88 FIN-BROWSE                      VALUE 1.
          02 SEND-FLAGS              PIC X(01)  VALUE SPACES.
             88 SEND-ERASE                      VALUE '1'.
             88 SEND-DATAONLY                   VALUE '2'.
             88 SEND-DATAONLY-ALARM             VALUE '3'.
      *------->  VALORES CAPTURADOS YA VALIDADOS
       01 WKS-CAPTURA.
          02 WKS-PORCEN-X            PIC X(05)  VALUE SPACES.
          02 WKS-PORCEN-N REDEFINES WKS-PORCEN-X
                                     PIC 9(03)V99.
          02 WKS-FDESDE              PIC 9(08)  VALUE ZEROS.
          02 WKS-FDESDE-R REDEFINES WKS-FDESDE.
             03 WKS-FDESDE-ANIO      PIC 9(04).
             03 WKS-FDESDE-MES       PIC 9(02).
             03 WKS-FDESDE-DIA       PIC 9(02).
          02 WKS-FHASTA              PIC 9(08)  VALUE ZEROS.
          02 WKS-FHASTA-R REDEFINES WKS-FHASTA.
             03 WKS-FHASTA-ANIO      PIC 9(04).
             03 WKS-FHASTA-MES       PIC 9(02).
             03 WKS-FHASTA-DIA       PIC 9(02).
      *------->  VALORES ANTERIORES PARA LA BITACORA
       01 WKS-VALORES-ANTES.
          02 WKS-PORCEN-ANTES        PIC 9(03)V99 VALUE ZEROS.
          02 WKS-FDESDE-ANTES        PIC 9(08)  VALUE ZEROS.
          02 WKS-FHASTA-ANTES        PIC 9(08)  VALUE ZEROS.
          02 WKS-ACCION-BITACORA     PIC X(01)  VALUE SPACES.
      *------->  SUMA DE ACCIONISTAS VIGENTES DE LA EMPRESA
       01 WKS-TOTALES.
          02 WKS-TOTAL-ACCIONES      PIC 9(05)V99 VALUE ZEROS.
          02 WKS-TOTAL-EDITADO       PIC ZZ9.99 VALUE ZEROS.
          02 WKS-EMPRESA-BROWSE      PIC X(08)  VALUE SPACES.
          02 WKS-LLAVE-ACTUAL        PIC X(17)  VALUE SPACES.
          02 WKS-REG-CFBENEF         PIC X(70)  VALUE SPACES.
      ******************************************************************
      *      DEFINICION DE COMMAREA PARA COMUNICACION ENTRE PROGRAMAS  *
      ******************************************************************
       01 WKS-COMMAREAS.
          02 WKS-ULTIMA-EMPRESA      PIC X(08)  VALUE SPACES.
      ******************************************************************
      *                S E C C I O N    D E    C O P Y S               *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY CFBENFM.
       COPY CFBENEF.
       COPY CFBFJRN.
       COPY CFCJUR.
       COPY CFCNAT.
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

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('CFBENFM')
                MAPSET  ('CFBENFM')
                INTO    (CFBENFMI)
                NOHANDLE
           END-EXEC

           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL)
              MOVE 'ERROR AL RECIBIR EL MAPA CFBENFM' TO MENSAJEO
           ELSE
              MOVE SPACES TO MENSAJEO
              EVALUATE TRUE
              WHEN EMPRESAI = SPACES
                   MOVE 'INGRESE EL CODIGO DE LA EMPRESA' TO MENSAJEO
              WHEN PERSONAI = SPACES
                   MOVE 'INGRESE EL CODIGO DE LA PERSONA' TO MENSAJEO
              WHEN ROLI NOT = 'A' AND ROLI NOT = 'D' AND
                   ROLI NOT = 'R'
                   MOVE 'INGRESE EL ROL: A=ACCIONISTA D=DIRECTOR ' &
                        'R=REP. LEGAL' TO MENSAJEO
              WHEN OTHER
                   MOVE EMPRESAI TO WKS-ULTIMA-EMPRESA
                   MOVE EMPRESAI TO CFBF-CODIGO-EMPRESA
                   MOVE PERSONAI TO CFBF-CODIGO-PERSONA
                   MOVE ROLI     TO CFBF-ROL
                   MOVE CFBF-LLAVE TO WKS-LLAVE-ACTUAL
                   EVALUATE ACCIONI
                   WHEN 'A' WHEN 'a'
                        PERFORM 200-ALTA-BENEFICIARIO
                   WHEN 'C' WHEN 'c'
                        PERFORM 300-CAMBIO-BENEFICIARIO
                   WHEN 'B' WHEN 'b'
                        PERFORM 350-BAJA-BENEFICIARIO
                   WHEN 'I' WHEN 'i'
                        PERFORM 400-CONSULTA-BENEFICIARIO
                   WHEN OTHER
                        MOVE 'ACCION INVALIDA, USE A/C/B/I'
                                        TO MENSAJEO
                   END-EVALUATE
              END-EVALUATE
           END-IF.
       110-RECIBE-Y-PROCESA-E. EXIT.

      ******************************************************************
      *  AMBAS PARTES DEBEN EXISTIR: LA EMPRESA EN CFCJUR Y LA PERSONA *
      *  EN CFCNAT, SIN ESTAR RETIRADA POR FUSION NI FALLECIDA         *
      ******************************************************************
       150-VALIDA-PARTES SECTION.
           MOVE EMPRESAI TO CFCJ-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFCJUR')
                INTO    (CFCJUR)
                RIDFLD  (CFCJ-CODIGO-CLIENTE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'LA EMPRESA NO EXISTE EN CFCJUR' TO MENSAJEO
              GO TO 150-VALIDA-PARTES-E
           END-IF
           MOVE CFCJ-RAZON-SOCIAL TO RAZONO
           MOVE PERSONAI TO CFCN-CODIGO-CLIENTE
           EXEC CICS READ
                DATASET ('CFCNAT')
                INTO    (CFCNAT)
                RIDFLD  (CFCN-CODIGO-CLIENTE)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'LA PERSONA NO EXISTE EN CFCNAT' TO MENSAJEO
              GO TO 150-VALIDA-PARTES-E
           END-IF
           MOVE CFCN-NOMBRE-CLIENTE TO NOMBREO
           EVALUATE TRUE
              WHEN CFCN-RETIRADO-POR-FUSION
                   MOVE 'LA PERSONA FUE RETIRADA POR FUSION, USE EL ' &
                        'CODIGO VIGENTE' TO MENSAJEO
              WHEN CFCN-MARCADO-FALLECIDO
                   MOVE 'LA PERSONA ESTA MARCADA COMO FALLECIDA'
                                        TO MENSAJEO
           END-EVALUATE.
       150-VALIDA-PARTES-E. EXIT.

      ******************************************************************
      *  PORCENTAJE (SOLO ACCIONISTAS, ENTRE 0.01 Y 100.00) Y          *
      *  VIGENCIA: DESDE OBLIGATORIA, HASTA EN BLANCO O NO MENOR       *
      ******************************************************************
       160-VALIDA-DATOS SECTION.
           MOVE ZEROS TO WKS-PORCEN-N
           IF ROLI = 'A'
              MOVE PORCENI TO WKS-PORCEN-X
              IF WKS-PORCEN-X NOT NUMERIC OR
                 WKS-PORCEN-N = ZEROS OR WKS-PORCEN-N > 100
                 MOVE 'PORCENTAJE INVALIDO, 5 DIGITOS 00001 A 10000 ' &
                      '(2 DECIMALES)' TO MENSAJEO
                 GO TO 160-VALIDA-DATOS-E
              END-IF
           END-IF
           IF FDESDEI NOT NUMERIC
              MOVE 'FECHA DESDE INVALIDA, USE AAAAMMDD' TO MENSAJEO
              GO TO 160-VALIDA-DATOS-E
           END-IF
           MOVE FDESDEI TO WKS-FDESDE
           IF WKS-FDESDE-ANIO < 1900 OR
              WKS-FDESDE-MES < 1 OR WKS-FDESDE-MES > 12 OR
              WKS-FDESDE-DIA < 1 OR WKS-FDESDE-DIA > 31
              MOVE 'FECHA DESDE INVALIDA, USE AAAAMMDD' TO MENSAJEO
              GO TO 160-VALIDA-DATOS-E
           END-IF
           MOVE ZEROS TO WKS-FHASTA
           IF FHASTAI NOT = SPACES AND FHASTAI NOT = LOW-VALUES
              IF FHASTAI NOT NUMERIC
                 MOVE 'FECHA HASTA INVALIDA, USE AAAAMMDD O BLANCO'
                                        TO MENSAJEO
                 GO TO 160-VALIDA-DATOS-E
              END-IF
              MOVE FHASTAI TO WKS-FHASTA
              IF WKS-FHASTA NOT = ZEROS
                 IF WKS-FHASTA-MES < 1 OR WKS-FHASTA-MES > 12 OR
                    WKS-FHASTA-DIA < 1 OR WKS-FHASTA-DIA > 31 OR
                    WKS-FHASTA < WKS-FDESDE
                    MOVE 'FECHA HASTA INVALIDA O MENOR QUE DESDE'
                                        TO MENSAJEO
                 END-IF
              END-IF
           END-IF.
       160-VALIDA-DATOS-E. EXIT.

      ******************************************************************
      *  LOS ACCIONISTAS VIGENTES DE LA EMPRESA (SIN CONTAR EL QUE SE  *
      *  ESTA GRABANDO) MAS EL NUEVO PORCENTAJE NO PUEDEN PASAR DE 100 *
      ******************************************************************
       170-VALIDA-TOTAL-ACCIONES SECTION.
           PERFORM 180-SUMA-ACCIONISTAS
           IF ROLI = 'A' AND
              (WKS-FHASTA = ZEROS OR WKS-FHASTA NOT < FECHA-SYS)
              ADD WKS-PORCEN-N TO WKS-TOTAL-ACCIONES
              IF WKS-TOTAL-ACCIONES > 100
                 MOVE 'LOS ACCIONISTAS VIGENTES SUMARIAN MAS DE 100%'
                                        TO MENSAJEO
              END-IF
           END-IF.
       170-VALIDA-TOTAL-ACCIONES-E. EXIT.

       180-SUMA-ACCIONISTAS SECTION.
           MOVE REG-CFBENEF   TO WKS-REG-CFBENEF
           MOVE ZEROS         TO WKS-TOTAL-ACCIONES WKS-FIN-BROWSE
           MOVE EMPRESAI      TO WKS-EMPRESA-BROWSE
           MOVE LOW-VALUES    TO CFBF-LLAVE
           MOVE EMPRESAI      TO CFBF-CODIGO-EMPRESA
           EXEC CICS STARTBR
                DATASET ('CFBENEF')
                RIDFLD  (CFBF-LLAVE)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 1 TO WKS-FIN-BROWSE
           END-IF
           PERFORM UNTIL FIN-BROWSE
              EXEC CICS READNEXT
                   DATASET ('CFBENEF')
                   INTO    (REG-CFBENEF)
                   RIDFLD  (CFBF-LLAVE)
                   NOHANDLE
              END-EXEC
              IF EIBRESP NOT = DFHRESP(NORMAL) OR
                 CFBF-CODIGO-EMPRESA NOT = WKS-EMPRESA-BROWSE
                 MOVE 1 TO WKS-FIN-BROWSE
              ELSE
                 IF CFBF-ROL-ACCIONISTA AND
                    CFBF-LLAVE NOT = WKS-LLAVE-ACTUAL AND
                    CFBF-FECHA-DESDE NOT > FECHA-SYS AND
                    (CFBF-FECHA-HASTA = ZEROS OR
                     CFBF-FECHA-HASTA NOT < FECHA-SYS)
                    ADD CFBF-PORCENTAJE TO WKS-TOTAL-ACCIONES
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR DATASET('CFBENEF') NOHANDLE END-EXEC
           MOVE WKS-REG-CFBENEF TO REG-CFBENEF.
       180-SUMA-ACCIONISTAS-E. EXIT.

      ******************************************************************
      *   A L T A   D E   U N   B E N E F I C I A R I O                *
      ******************************************************************
       200-ALTA-BENEFICIARIO SECTION.
           PERFORM HORA-FECHA-SISTEMA
           PERFORM 150-VALIDA-PARTES
           IF MENSAJEO = SPACES
              PERFORM 160-VALIDA-DATOS
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 170-VALIDA-TOTAL-ACCIONES
           END-IF
           IF MENSAJEO NOT = SPACES
              GO TO 200-ALTA-BENEFICIARIO-E
           END-IF
           INITIALIZE REG-CFBENEF
           MOVE EMPRESAI      TO CFBF-CODIGO-EMPRESA
           MOVE PERSONAI      TO CFBF-CODIGO-PERSONA
           MOVE ROLI          TO CFBF-ROL
           MOVE WKS-PORCEN-N  TO CFBF-PORCENTAJE
           MOVE WKS-FDESDE    TO CFBF-FECHA-DESDE
           MOVE WKS-FHASTA    TO CFBF-FECHA-HASTA
           MOVE BTAU-USUARIO  TO CFBF-USUARIO-REGISTRO
           MOVE FECHA-SYS     TO CFBF-FECHA-REGISTRO
           EXEC CICS WRITE
                DATASET ('CFBENEF')
                FROM    (REG-CFBENEF)
                RIDFLD  (CFBF-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE ZEROS TO WKS-PORCEN-ANTES WKS-FDESDE-ANTES
                                   WKS-FHASTA-ANTES
                     MOVE 'A'   TO WKS-ACCION-BITACORA
                     PERFORM 250-GRABA-BITACORA
                     PERFORM 410-MUESTRA-TOTAL
                     MOVE 'BENEFICIARIO DADO DE ALTA' TO MENSAJEO
                WHEN DFHRESP(DUPREC)
                     MOVE 'YA TIENE ESE ROL EN LA EMPRESA, ' &
                          'USE C' TO MENSAJEO
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'ARCHIVO CFBENEF ESTA CERRADO' TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL GRABAR EN CFBENEF'
                                            TO MENSAJEO
           END-EVALUATE.
       200-ALTA-BENEFICIARIO-E. EXIT.

      ******************************************************************
      *  LA BITACORA GUARDA PORCENTAJE Y VIGENCIA ANTES Y DESPUES,     *
      *  COMO CFCJJRN GUARDA LA RAZON SOCIAL ANTES/DESPUES             *
      ******************************************************************
       250-GRABA-BITACORA SECTION.
           INITIALIZE REG-CFBFJRN
           MOVE CFBF-CODIGO-EMPRESA TO CFBG-CODIGO-EMPRESA
           MOVE FECHA-SYS           TO CFBG-FECHA
           MOVE HORA-SYS            TO CFBG-HORA
           MOVE CFBF-CODIGO-PERSONA TO CFBG-CODIGO-PERSONA
           MOVE CFBF-ROL            TO CFBG-ROL
           MOVE WKS-ACCION-BITACORA TO CFBG-ACCION
           MOVE BTAU-USUARIO        TO CFBG-USUARIO
           MOVE WKS-PORCEN-ANTES    TO CFBG-PORCENTAJE-ANTES
           MOVE CFBF-PORCENTAJE     TO CFBG-PORCENTAJE-DESPUES
           MOVE WKS-FDESDE-ANTES    TO CFBG-FECHA-DESDE-ANTES
           MOVE CFBF-FECHA-DESDE    TO CFBG-FECHA-DESDE-DESPUES
           MOVE WKS-FHASTA-ANTES    TO CFBG-FECHA-HASTA-ANTES
           MOVE CFBF-FECHA-HASTA    TO CFBG-FECHA-HASTA-DESPUES
           EXEC CICS WRITE
                DATASET ('CFBFJRN')
                FROM    (REG-CFBFJRN)
                RIDFLD  (CFBG-LLAVE)
                NOHANDLE
           END-EXEC.
       250-GRABA-BITACORA-E. EXIT.

      ******************************************************************
      *   C A M B I O   D E   P O R C E N T A J E   O   V I G E N C I A*
      ******************************************************************
       300-CAMBIO-BENEFICIARIO SECTION.
           PERFORM HORA-FECHA-SISTEMA
           PERFORM 150-VALIDA-PARTES
           IF MENSAJEO = SPACES
              PERFORM 160-VALIDA-DATOS
           END-IF
           IF MENSAJEO = SPACES
              PERFORM 170-VALIDA-TOTAL-ACCIONES
           END-IF
           IF MENSAJEO NOT = SPACES
              GO TO 300-CAMBIO-BENEFICIARIO-E
           END-IF
           MOVE WKS-LLAVE-ACTUAL TO CFBF-LLAVE
           EXEC CICS READ
                DATASET ('CFBENEF')
                INTO    (REG-CFBENEF)
                RIDFLD  (CFBF-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     MOVE CFBF-PORCENTAJE  TO WKS-PORCEN-ANTES
                     MOVE CFBF-FECHA-DESDE TO WKS-FDESDE-ANTES
                     MOVE CFBF-FECHA-HASTA TO WKS-FHASTA-ANTES
                     MOVE WKS-PORCEN-N     TO CFBF-PORCENTAJE
                     MOVE WKS-FDESDE       TO CFBF-FECHA-DESDE
                     MOVE WKS-FHASTA       TO CFBF-FECHA-HASTA
                     EXEC CICS REWRITE
                          DATASET ('CFBENEF')
                          FROM    (REG-CFBENEF)
                          NOHANDLE
                     END-EXEC
                     IF EIBRESP = DFHRESP(NORMAL)
                        MOVE 'C' TO WKS-ACCION-BITACORA
                        PERFORM 250-GRABA-BITACORA
                        PERFORM 410-MUESTRA-TOTAL
                        MOVE 'BENEFICIARIO ACTUALIZADO' TO MENSAJEO
                     ELSE
                        MOVE 'ERROR INESPERADO AL ACTUALIZAR CFBENEF'
                                            TO MENSAJEO
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA PERSONA NO TIENE ESE ROL EN LA EMPRESA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFBENEF'
                                            TO MENSAJEO
           END-EVALUATE.
       300-CAMBIO-BENEFICIARIO-E. EXIT.

      ******************************************************************
      *  BAJA: CIERRA LA VIGENCIA CON LA FECHA HASTA CAPTURADA O CON   *
      *  LA DEL DIA; EL REGISTRO QUEDA COMO HISTORIA                   *
      ******************************************************************
       350-BAJA-BENEFICIARIO SECTION.
           PERFORM HORA-FECHA-SISTEMA
           MOVE FECHA-SYS TO WKS-FHASTA
           IF FHASTAI NOT = SPACES AND FHASTAI NOT = LOW-VALUES
              IF FHASTAI NOT NUMERIC
                 MOVE 'FECHA HASTA INVALIDA, USE AAAAMMDD O BLANCO'
                                        TO MENSAJEO
                 GO TO 350-BAJA-BENEFICIARIO-E
              END-IF
              MOVE FHASTAI TO WKS-FHASTA
           END-IF
           EXEC CICS READ
                DATASET ('CFBENEF')
                INTO    (REG-CFBENEF)
                RIDFLD  (CFBF-LLAVE)
                UPDATE
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     IF CFBF-FECHA-HASTA NOT = ZEROS AND
                        CFBF-FECHA-HASTA < FECHA-SYS
                        MOVE 'LA RELACION YA NO ESTA VIGENTE'
                                            TO MENSAJEO
                        EXEC CICS UNLOCK
                             DATASET('CFBENEF') NOHANDLE
                        END-EXEC
                     ELSE
                        IF WKS-FHASTA < CFBF-FECHA-DESDE
                           MOVE 'LA FECHA HASTA ES MENOR QUE DESDE'
                                            TO MENSAJEO
                           EXEC CICS UNLOCK
                                DATASET('CFBENEF') NOHANDLE
                           END-EXEC
                        ELSE
                           PERFORM 360-CIERRA-VIGENCIA
                        END-IF
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA PERSONA NO TIENE ESE ROL EN LA EMPRESA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFBENEF'
                                            TO MENSAJEO
           END-EVALUATE.
       350-BAJA-BENEFICIARIO-E. EXIT.

       360-CIERRA-VIGENCIA SECTION.
           MOVE CFBF-PORCENTAJE  TO WKS-PORCEN-ANTES
           MOVE CFBF-FECHA-DESDE TO WKS-FDESDE-ANTES
           MOVE CFBF-FECHA-HASTA TO WKS-FHASTA-ANTES
           MOVE WKS-FHASTA       TO CFBF-FECHA-HASTA
           EXEC CICS REWRITE
                DATASET ('CFBENEF')
                FROM    (REG-CFBENEF)
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
              MOVE 'B' TO WKS-ACCION-BITACORA
              PERFORM 250-GRABA-BITACORA
              MOVE CFBF-FECHA-HASTA TO FHASTAO
              MOVE 'VIGENCIA DEL BENEFICIARIO CERRADA' TO MENSAJEO
           ELSE
              MOVE 'ERROR INESPERADO AL ACTUALIZAR CFBENEF'
                                            TO MENSAJEO
           END-IF.
       360-CIERRA-VIGENCIA-E. EXIT.

      ******************************************************************
      *   C O N S U L T A   D E L   B E N E F I C I A R I O            *
      ******************************************************************
       400-CONSULTA-BENEFICIARIO SECTION.
           PERFORM HORA-FECHA-SISTEMA
           EXEC CICS READ
                DATASET ('CFBENEF')
                INTO    (REG-CFBENEF)
                RIDFLD  (CFBF-LLAVE)
                NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 150-VALIDA-PARTES
                     MOVE CFBF-PORCENTAJE  TO WKS-PORCEN-N
                     MOVE WKS-PORCEN-X     TO PORCENO
                     MOVE CFBF-FECHA-DESDE TO FDESDEO
                     IF CFBF-FECHA-HASTA = ZEROS
                        MOVE SPACES           TO FHASTAO
                     ELSE
                        MOVE CFBF-FECHA-HASTA TO FHASTAO
                     END-IF
                     PERFORM 410-MUESTRA-TOTAL
                     MOVE 'CONSULTA REALIZADA' TO MENSAJEO
                WHEN DFHRESP(NOTFND)
                     MOVE 'LA PERSONA NO TIENE ESE ROL EN LA EMPRESA'
                                            TO MENSAJEO
                WHEN OTHER
                     MOVE 'ERROR INESPERADO AL LEER CFBENEF'
                                            TO MENSAJEO
           END-EVALUATE.
       400-CONSULTA-BENEFICIARIO-E. EXIT.

      *----> TOTAL VIGENTE DE ACCIONISTAS DE LA EMPRESA, INCLUIDO EL
      *----> REGISTRO EN PANTALLA
       410-MUESTRA-TOTAL SECTION.
           MOVE SPACES TO WKS-LLAVE-ACTUAL
           PERFORM 180-SUMA-ACCIONISTAS
           IF WKS-TOTAL-ACCIONES > 999.99
              MOVE 999.99 TO WKS-TOTAL-EDITADO
           ELSE
              MOVE WKS-TOTAL-ACCIONES TO WKS-TOTAL-EDITADO
           END-IF
           MOVE WKS-TOTAL-EDITADO TO TOTACCO.
       410-MUESTRA-TOTAL-E. EXIT.

      ******************************************************************
      *     FUNCIONES O CODIGO QUE SE REPITE SEGUIDAMENTE EN EL PROG   *
      ******************************************************************
       ENVIA-MAPA SECTION.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS
                         SEND MAP('CFBENFM')
                         MAPSET('CFBENFM')
                         FROM (CFBENFMO)
                         ERASE
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY
                    EXEC CICS
                         SEND MAP('CFBENFM')
                         MAPSET('CFBENFM')
                         FROM (CFBENFMO)
                         DATAONLY
                         FREEKB
                         CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS
                         SEND MAP('CFBENFM')
                         MAPSET('CFBENFM')
                         FROM (CFBENFMO)
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
                     RETURN TRANSID('CFBF')
                     COMMAREA(WKS-COMMAREAS)
                     LENGTH(LENGTH OF WKS-COMMAREAS)
                     NOHANDLE
           END-EXEC.
       REGRESA-CONTROL-A-TRANS-E. EXIT.
