      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - SEGURIDAD                                *
      * PROGRAMA    : BTRSODRP                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE MENSUAL DE SEGREGACION DE FUNCIONES PARA *
      *             : AUDITORIA INTERNA. RECORRE LOS ARCHIVOS DE       *
      *             : ESPERA Y BITACORAS DE LOS PROCESOS DE DOBLE      *
      *             : CONTROL (UNO ORIGINA Y OTRO APRUEBA) Y, PARA EL  *
      *             : MES AAAAMM DE LA SYSIN (EN BLANCO EL MES EN      *
      *             : CURSO), LISTA:                                   *
      *             :   1. CADA AUTOAPROBACION (EL MISMO USUARIO       *
      *             :      ORIGINO Y APROBO LA MISMA OPERACION).       *
      *             :   2. CADA USUARIO QUE EN EL MES EJERCIO LOS DOS  *
      *             :      ROLES DENTRO DEL MISMO PROCESO.             *
      *             :   3. LAS APROBACIONES DEL MES POR APROBADOR.     *
      *             : PROCESOS Y ROLES (ORIGINA / APRUEBA):            *
      *             :   TLT004ST  CAMBIOS A LA TABLA DE BINES DE       *
      *             :             TL5D1T43 (DIGITA / APRUEBA)          *
      *             :   TLPRMASS  CAMBIOS MASIVOS EN TLPRJRN           *
      *             :             (PROPONE / APRUEBA)                  *
      *             :   TLCASTIG  CASTIGOS SEMBRADOS EN TLRECUP        *
      *             :             (PROPONE / APRUEBA EN CASTAPR)       *
      *             :   BINHOLD   BINES RESUELTOS EN TL5D1BH3 (SOLO    *
      *             :             RESUELVE; LOS ENCOLA MIGRACFS)       *
      *             :   CFE83COR  OBSERVACIONES E83 RESUELTAS EN       *
      *             :             CF5D1E83 (SOLO RESUELVE; LAS ENCOLA  *
      *             :             CFE83OBS)                            *
      *             :   ED3D1US3  RESETEOS Y LEVANTES DE EDUSJRN       *
      *             :             (USUARIO ATENDIDO / AUTORIZADOR)     *
      *             : RETURN-CODE 4 SI HAY AUTOAPROBACIONES O          *
      *             : USUARIOS CON LOS DOS ROLES.                      *
      * ARCHIVOS    : TLT004ST=C, TLPRJRN=C, TLRECUP=C, BINHOLD=C      *
      *             : CFE83COR=C, EDUSJRN=C                            *
      * ACCION (ES) : C=CONSULTAR                                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRSODRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TLT004ST ASSIGN TO TLT004ST
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS SEQUENTIAL
                  RECORD KEY      IS TLST-LLAVE
                  FILE STATUS     IS FS-TLT004ST
                                     FSE-TLT004ST.
           SELECT TLPRJRN ASSIGN TO TLPRJRN
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS SEQUENTIAL
                  RECORD KEY      IS TLPJ-LLAVE
                  FILE STATUS     IS FS-TLPRJRN
                                     FSE-TLPRJRN.
           SELECT TLRECUP ASSIGN TO TLRECUP
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS SEQUENTIAL
                  RECORD KEY      IS TLRC-LLAVE
                  FILE STATUS     IS FS-TLRECUP
                                     FSE-TLRECUP.
           SELECT BINHOLD ASSIGN TO BINHOLD
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS SEQUENTIAL
                  RECORD KEY      IS BINH-LLAVE
                  FILE STATUS     IS FS-BINHOLD
                                     FSE-BINHOLD.
           SELECT CFE83COR ASSIGN TO CFE83COR
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS SEQUENTIAL
                  RECORD KEY      IS CFEC-LLAVE
                  FILE STATUS     IS FS-CFE83COR
                                     FSE-CFE83COR.
           SELECT EDUSJRN ASSIGN TO EDUSJRN
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS SEQUENTIAL
                  RECORD KEY      IS EDUJ-LLAVE
                  FILE STATUS     IS FS-EDUSJRN
                                     FSE-EDUSJRN.
       DATA DIVISION.
       FILE SECTION.
       FD TLT004ST.
          COPY TLT004ST.
       FD TLPRJRN.
          COPY TLPRJRN.
       FD TLRECUP.
          COPY TLRECUP.
       FD BINHOLD.
          COPY BINHOLD.
       FD CFE83COR.
          COPY CFE83COR.
       FD EDUSJRN.
          COPY EDUSJRN.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-TLT004ST                      PIC 9(02)  VALUE ZEROS.
       01 FS-TLPRJRN                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLRECUP                       PIC 9(02)  VALUE ZEROS.
       01 FS-BINHOLD                       PIC 9(02)  VALUE ZEROS.
       01 FS-CFE83COR                      PIC 9(02)  VALUE ZEROS.
       01 FS-EDUSJRN                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLT004ST.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLPRJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLRECUP.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-BINHOLD.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFE83COR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-EDUSJRN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FIN-ARCHIVO                  PIC 9(01)  VALUE ZEROS.
          88 FIN-ARCHIVO                              VALUE 1.
      *------->    TARJETA SYSIN: PERIODO AAAAMM (BLANCO = MES ACTUAL)
       01 WKS-PARAMETROS.
          02 WKS-PERIODO-X                 PIC X(06)  VALUE SPACES.
          02 WKS-PERIODO REDEFINES WKS-PERIODO-X.
             03 WKS-PER-ANIO               PIC 9(04).
             03 WKS-PER-MES                PIC 9(02).
       01 WKS-FECHA-SISTEMA                PIC 9(08)  VALUE ZEROS.
      *------->   FECHA DEL EVENTO, SE COMPARA SU AAAAMM CON EL PERIODO
       01 WKS-FECHA-EVENTO                 PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-EVENTO-R REDEFINES WKS-FECHA-EVENTO.
          02 WKS-FEV-PERIODO               PIC 9(06).
          02 FILLER                        PIC 9(02).
      *------->      DATOS DEL EVENTO QUE SE ACUMULA O SE LISTA
       01 WKS-EVENTO.
          02 WKS-EVT-PROCESO               PIC X(08)  VALUE SPACES.
          02 WKS-EVT-USUARIO               PIC X(08)  VALUE SPACES.
          02 WKS-EVT-ROL                   PIC X(01)  VALUE SPACES.
             88 ROL-ORIGINA                           VALUE 'O'.
             88 ROL-APRUEBA                           VALUE 'A'.
          02 WKS-EVT-REFERENCIA            PIC X(16)  VALUE SPACES.
          02 WKS-EVT-DETALLE               PIC X(34)  VALUE SPACES.
      *------->   ROLES EJERCIDOS EN EL MES POR PROCESO Y USUARIO. LAS
      *------->   ENTRADAS DE UN PROCESO QUEDAN JUNTAS PORQUE CADA
      *------->   ARCHIVO SE RECORRE UNA SOLA VEZ Y EN ORDEN
       01 WKS-I                            PIC 9(04)  VALUE ZEROS.
       01 WKS-ENTRADAS                     PIC 9(04)  VALUE ZEROS.
       01 WKS-MAX-ENTRADAS                 PIC 9(04)  VALUE 2000.
       01 WKS-ENTRADA-HALLADA              PIC 9(01)  VALUE ZEROS.
          88 ENTRADA-HALLADA                          VALUE 1.
       01 WKS-TABLA-ROLES.
          02 WKS-ENT OCCURS 2000 TIMES.
             03 WKS-ENT-PROCESO            PIC X(08).
             03 WKS-ENT-USUARIO            PIC X(08).
             03 WKS-ENT-ORIGINA            PIC 9(07).
             03 WKS-ENT-APRUEBA            PIC 9(07).
             03 WKS-ENT-AUTOAPRUEBA        PIC 9(07).
      *------->          LINEAS DEL REPORTE
       01 WKS-LINEA-SEPARADOR              PIC X(90)  VALUE ALL '='.
       01 WKS-TITULO-AUTO.
          05 FILLER                        PIC X(10)  VALUE 'PROCESO'.
          05 FILLER                        PIC X(18)
                                                  VALUE 'REFERENCIA'.
          05 FILLER                        PIC X(10)  VALUE 'USUARIO'.
          05 FILLER                        PIC X(10)  VALUE 'FECHA'.
          05 FILLER                        PIC X(34)  VALUE 'DETALLE'.
       01 WKS-LINEA-AUTO.
          05 WKS-AUT-PROCESO               PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-AUT-REFERENCIA            PIC X(16).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-AUT-USUARIO               PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-AUT-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-AUT-DETALLE               PIC X(34).
       01 WKS-TITULO-USUARIO.
          05 FILLER                        PIC X(10)  VALUE 'PROCESO'.
          05 FILLER                        PIC X(10)  VALUE 'USUARIO'.
          05 FILLER                        PIC X(12)
                                                  VALUE '   ORIGINO'.
          05 FILLER                        PIC X(12)  VALUE '   APROBO'.
          05 FILLER                        PIC X(12)
                                                  VALUE ' AUTOAPROBO'.
       01 WKS-LINEA-USUARIO.
          05 WKS-USR-PROCESO               PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-USR-USUARIO               PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-USR-ORIGINA               PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-USR-APRUEBA               PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-USR-AUTOAPRUEBA           PIC Z,ZZZ,ZZ9.
       01 WKS-ESTADISTICAS.
          02 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          02 WKS-EVENTOS-DEL-MES           PIC 9(07)  VALUE ZEROS.
          02 WKS-AUTOAPROBACIONES          PIC 9(07)  VALUE ZEROS.
          02 WKS-USUARIOS-DOBLE-ROL        PIC 9(05)  VALUE ZEROS.
          02 WKS-APROBADORES               PIC 9(05)  VALUE ZEROS.
          02 WKS-EVENTOS-SIN-TABLA         PIC 9(07)  VALUE ZEROS.
       01 WKS-MASCARA                      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           MOVE 'BTRSODRP' TO PROGRAMA
           ACCEPT WKS-PARAMETROS FROM SYSIN
           IF WKS-PERIODO-X = SPACES
              ACCEPT WKS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WKS-FECHA-SISTEMA (1:6) TO WKS-PERIODO-X
           END-IF
           IF WKS-PERIODO-X NOT NUMERIC
              DISPLAY '>>> SYSIN INVALIDO, SE ESPERA PERIODO AAAAMM'
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WKS-PER-MES < 1 OR WKS-PER-MES > 12
              DISPLAY '>>> SYSIN INVALIDO, MES FUERA DE RANGO: '
                      WKS-PER-MES
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 200-APERTURA-ARCHIVOS
           DISPLAY WKS-LINEA-SEPARADOR
           DISPLAY 'SEGREGACION DE FUNCIONES - PERIODO '
                   WKS-PERIODO-X
           DISPLAY WKS-LINEA-SEPARADOR
           DISPLAY '1. AUTOAPROBACIONES (EL MISMO USUARIO ORIGINO Y '
                   'APROBO)'
           DISPLAY WKS-TITULO-AUTO
           DISPLAY WKS-LINEA-SEPARADOR
           PERFORM 310-REVISA-TLT004ST
           PERFORM 320-REVISA-TLPRJRN
           PERFORM 330-REVISA-TLRECUP
           PERFORM 340-REVISA-BINHOLD
           PERFORM 350-REVISA-CFE83COR
           PERFORM 360-REVISA-EDUSJRN
           IF WKS-AUTOAPROBACIONES = ZEROS
              DISPLAY '  (NINGUNA AUTOAPROBACION EN EL PERIODO)'
           END-IF
           PERFORM 400-LISTA-DOBLE-ROL
           PERFORM 500-LISTA-APROBADORES
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           IF WKS-AUTOAPROBACIONES > ZEROS OR
              WKS-USUARIOS-DOBLE-ROL > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'OPEN'     TO ACCION
           MOVE SPACES     TO LLAVE
           OPEN INPUT TLT004ST
           IF FS-TLT004ST = 97
              MOVE ZEROS TO FS-TLT004ST
           END-IF
           IF FS-TLT004ST NOT = 0
              MOVE 'TLT004ST' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLT004ST, FSE-TLT004ST
              PERFORM 210-ERROR-APERTURA
           END-IF
           OPEN INPUT TLPRJRN
           IF FS-TLPRJRN = 97
              MOVE ZEROS TO FS-TLPRJRN
           END-IF
           IF FS-TLPRJRN NOT = 0
              MOVE 'TLPRJRN'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLPRJRN, FSE-TLPRJRN
              PERFORM 210-ERROR-APERTURA
           END-IF
           OPEN INPUT TLRECUP
           IF FS-TLRECUP = 97
              MOVE ZEROS TO FS-TLRECUP
           END-IF
           IF FS-TLRECUP NOT = 0
              MOVE 'TLRECUP'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-TLRECUP, FSE-TLRECUP
              PERFORM 210-ERROR-APERTURA
           END-IF
           OPEN INPUT BINHOLD
           IF FS-BINHOLD = 97
              MOVE ZEROS TO FS-BINHOLD
           END-IF
           IF FS-BINHOLD NOT = 0
              MOVE 'BINHOLD'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-BINHOLD, FSE-BINHOLD
              PERFORM 210-ERROR-APERTURA
           END-IF
           OPEN INPUT CFE83COR
           IF FS-CFE83COR = 97
              MOVE ZEROS TO FS-CFE83COR
           END-IF
           IF FS-CFE83COR NOT = 0
              MOVE 'CFE83COR' TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-CFE83COR, FSE-CFE83COR
              PERFORM 210-ERROR-APERTURA
           END-IF
           OPEN INPUT EDUSJRN
           IF FS-EDUSJRN = 97
              MOVE ZEROS TO FS-EDUSJRN
           END-IF
           IF FS-EDUSJRN NOT = 0
              MOVE 'EDUSJRN'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDUSJRN, FSE-EDUSJRN
              PERFORM 210-ERROR-APERTURA
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  LA RUTINA DEBD1R00 YA DEJO EL DETALLE DEL ERROR; SE CIERRA LO *
      *  QUE SE HAYA ABIERTO Y SE TERMINA                              *
      ******************************************************************
       210-ERROR-APERTURA SECTION.
           MOVE 91 TO RETURN-CODE
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       210-ERROR-APERTURA-E. EXIT.

      ******************************************************************
      *  TABLA DE BINES (TL5D1T43): EL QUE DIGITO ORIGINA EN EL MES DE *
      *  SU DIGITACION; EL QUE APROBO (APROBADO O YA APLICADO) APRUEBA *
      *  EN EL MES DE SU APROBACION. LOS RECHAZOS NO SON APROBACIONES  *
      ******************************************************************
       310-REVISA-TLT004ST SECTION.
           MOVE 'TLT004ST' TO WKS-EVT-PROCESO
           MOVE ZEROS      TO WKS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
              READ TLT004ST NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-ARCHIVO
              END-READ
              IF FS-TLT004ST NOT = 0
                 MOVE 1 TO WKS-FIN-ARCHIVO
              ELSE
                 ADD 1 TO WKS-REGISTROS-LEIDOS
                 MOVE TLST-BIN TO WKS-EVT-REFERENCIA
                 MOVE TLST-FECHA-DIGITO TO WKS-FECHA-EVENTO
                 IF WKS-FEV-PERIODO = WKS-PERIODO AND
                    TLST-USUARIO-DIGITO NOT = SPACES
                    MOVE TLST-USUARIO-DIGITO TO WKS-EVT-USUARIO
                    SET ROL-ORIGINA          TO TRUE
                    PERFORM 800-ACUMULA-ROL
                 END-IF
                 MOVE TLST-FECHA-APROBO TO WKS-FECHA-EVENTO
                 IF WKS-FEV-PERIODO = WKS-PERIODO AND
                    TLST-USUARIO-APROBO NOT = SPACES AND
                    (TLST-APROBADO OR TLST-APLICADO)
                    MOVE TLST-USUARIO-APROBO TO WKS-EVT-USUARIO
                    SET ROL-APRUEBA          TO TRUE
                    PERFORM 800-ACUMULA-ROL
                    IF TLST-USUARIO-APROBO = TLST-USUARIO-DIGITO
                       MOVE 'DIGITO Y APROBO EL CAMBIO DE BIN'
                                             TO WKS-EVT-DETALLE
                       PERFORM 810-LISTA-AUTOAPROBACION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       310-REVISA-TLT004ST-E. EXIT.

      ******************************************************************
      *  CAMBIOS MASIVOS DE TLPRMASS: SOLO LOS QUE TRAEN EL USUARIO QUE*
      *  PROPUSO; LOS MANUALES DE TL5D1PR3 NO TIENEN DOBLE CONTROL     *
      ******************************************************************
       320-REVISA-TLPRJRN SECTION.
           MOVE 'TLPRMASS' TO WKS-EVT-PROCESO
           MOVE ZEROS      TO WKS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
              READ TLPRJRN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-ARCHIVO
              END-READ
              IF FS-TLPRJRN NOT = 0
                 MOVE 1 TO WKS-FIN-ARCHIVO
              ELSE
                 ADD 1 TO WKS-REGISTROS-LEIDOS
                 MOVE TLPJ-FECHA TO WKS-FECHA-EVENTO
                 IF WKS-FEV-PERIODO = WKS-PERIODO AND
                    TLPJ-USUARIO-PROPUSO NOT = SPACES AND
                    TLPJ-USUARIO-PROPUSO NOT = LOW-VALUES
                    MOVE TLPJ-CUENTA          TO WKS-EVT-REFERENCIA
                    MOVE TLPJ-USUARIO-PROPUSO TO WKS-EVT-USUARIO
                    SET ROL-ORIGINA           TO TRUE
                    PERFORM 800-ACUMULA-ROL
                    MOVE TLPJ-USUARIO         TO WKS-EVT-USUARIO
                    SET ROL-APRUEBA           TO TRUE
                    PERFORM 800-ACUMULA-ROL
                    IF TLPJ-USUARIO = TLPJ-USUARIO-PROPUSO
                       MOVE 'PROPUSO Y APROBO EL CAMBIO MASIVO'
                                             TO WKS-EVT-DETALLE
                       PERFORM 810-LISTA-AUTOAPROBACION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       320-REVISA-TLPRJRN-E. EXIT.

      ******************************************************************
      *  CASTIGOS: EL REGISTRO DE TLRECUP SE SIEMBRA AL CASTIGAR, CON  *
      *  LOS USUARIOS DE LA LINEA APROBADA DE CASTAPR                  *
      ******************************************************************
       330-REVISA-TLRECUP SECTION.
           MOVE 'TLCASTIG' TO WKS-EVT-PROCESO
           MOVE ZEROS      TO WKS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
              READ TLRECUP NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-ARCHIVO
              END-READ
              IF FS-TLRECUP NOT = 0
                 MOVE 1 TO WKS-FIN-ARCHIVO
              ELSE
                 ADD 1 TO WKS-REGISTROS-LEIDOS
                 IF TLRC-COSECHA = WKS-PERIODO AND
                    TLRC-USUARIO-PROPUSO NOT = SPACES AND
                    TLRC-USUARIO-PROPUSO NOT = LOW-VALUES
                    MOVE TLRC-FECHA-CASTIGO   TO WKS-FECHA-EVENTO
                    MOVE TLRC-CUENTA          TO WKS-EVT-REFERENCIA
                    MOVE TLRC-USUARIO-PROPUSO TO WKS-EVT-USUARIO
                    SET ROL-ORIGINA           TO TRUE
                    PERFORM 800-ACUMULA-ROL
                    MOVE TLRC-USUARIO-APROBO  TO WKS-EVT-USUARIO
                    SET ROL-APRUEBA           TO TRUE
                    PERFORM 800-ACUMULA-ROL
                    IF TLRC-USUARIO-APROBO = TLRC-USUARIO-PROPUSO
                       MOVE 'PROPUSO Y APROBO EL CASTIGO'
                                             TO WKS-EVT-DETALLE
                       PERFORM 810-LISTA-AUTOAPROBACION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       330-REVISA-TLRECUP-E. EXIT.

      ******************************************************************
      *  BINHOLD Y CFE83COR LOS ENCOLA UN BATCH; SOLO HAY UN ROL       *
      *  HUMANO, EL QUE RESUELVE, QUE SE CUENTA COMO APROBADOR         *
      ******************************************************************
       340-REVISA-BINHOLD SECTION.
           MOVE 'BINHOLD ' TO WKS-EVT-PROCESO
           MOVE ZEROS      TO WKS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
              READ BINHOLD NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-ARCHIVO
              END-READ
              IF FS-BINHOLD NOT = 0
                 MOVE 1 TO WKS-FIN-ARCHIVO
              ELSE
                 ADD 1 TO WKS-REGISTROS-LEIDOS
                 MOVE BINH-FECHA-RESOLVIO TO WKS-FECHA-EVENTO
                 IF BINH-RESUELTO AND
                    WKS-FEV-PERIODO = WKS-PERIODO AND
                    BINH-USUARIO-RESOLVIO NOT = SPACES
                    MOVE BINH-USUARIO-RESOLVIO TO WKS-EVT-USUARIO
                    SET ROL-APRUEBA            TO TRUE
                    PERFORM 800-ACUMULA-ROL
                 END-IF
              END-IF
           END-PERFORM.
       340-REVISA-BINHOLD-E. EXIT.

       350-REVISA-CFE83COR SECTION.
           MOVE 'CFE83COR' TO WKS-EVT-PROCESO
           MOVE ZEROS      TO WKS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
              READ CFE83COR NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-ARCHIVO
              END-READ
              IF FS-CFE83COR NOT = 0
                 MOVE 1 TO WKS-FIN-ARCHIVO
              ELSE
                 ADD 1 TO WKS-REGISTROS-LEIDOS
                 MOVE CFEC-FECHA-RESOLVIO TO WKS-FECHA-EVENTO
                 IF CFEC-RESUELTO AND
                    WKS-FEV-PERIODO = WKS-PERIODO AND
                    CFEC-USUARIO-RESOLVIO NOT = SPACES
                    MOVE CFEC-USUARIO-RESOLVIO TO WKS-EVT-USUARIO
                    SET ROL-APRUEBA            TO TRUE
                    PERFORM 800-ACUMULA-ROL
                 END-IF
              END-IF
           END-PERFORM.
       350-REVISA-CFE83COR-E. EXIT.

      ******************************************************************
      *  RESETEOS (R) Y LEVANTES (V) DE ED3D1US3: EL USUARIO ATENDIDO  *
      *  ORIGINA Y EL AUTORIZADOR APRUEBA. ASI SE VE AL QUE AUTORIZA   *
      *  RESETEOS Y A LA VEZ RECIBE LOS SUYOS DE UN COMPANERO          *
      ******************************************************************
       360-REVISA-EDUSJRN SECTION.
           MOVE 'ED3D1US3' TO WKS-EVT-PROCESO
           MOVE ZEROS      TO WKS-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
              READ EDUSJRN NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-ARCHIVO
              END-READ
              IF FS-EDUSJRN NOT = 0
                 MOVE 1 TO WKS-FIN-ARCHIVO
              ELSE
                 ADD 1 TO WKS-REGISTROS-LEIDOS
                 MOVE EDUJ-FECHA TO WKS-FECHA-EVENTO
                 IF (EDUJ-RESET-CLAVE OR EDUJ-LEVANTA-SUSPENSION) AND
                    WKS-FEV-PERIODO = WKS-PERIODO AND
                    EDUJ-AUTORIZADOR NOT = SPACES
                    MOVE EDUJ-USUARIO     TO WKS-EVT-REFERENCIA
                                             WKS-EVT-USUARIO
                    SET ROL-ORIGINA       TO TRUE
                    PERFORM 800-ACUMULA-ROL
                    MOVE EDUJ-AUTORIZADOR TO WKS-EVT-USUARIO
                    SET ROL-APRUEBA       TO TRUE
                    PERFORM 800-ACUMULA-ROL
                    IF EDUJ-AUTORIZADOR = EDUJ-USUARIO
                       MOVE 'AUTORIZO SU PROPIO RESETEO/LEVANTE'
                                          TO WKS-EVT-DETALLE
                       PERFORM 810-LISTA-AUTOAPROBACION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       360-REVISA-EDUSJRN-E. EXIT.

      ******************************************************************
      *  2. USUARIOS QUE EN EL MES ORIGINARON Y APROBARON EN EL MISMO  *
      *     PROCESO (AUNQUE NO HAYA SIDO LA MISMA OPERACION)           *
      ******************************************************************
       400-LISTA-DOBLE-ROL SECTION.
           DISPLAY WKS-LINEA-SEPARADOR
           DISPLAY '2. USUARIOS CON LOS DOS ROLES EN EL MISMO PROCESO'
           DISPLAY WKS-TITULO-USUARIO
           DISPLAY WKS-LINEA-SEPARADOR
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-ENTRADAS
              IF WKS-ENT-ORIGINA (WKS-I) > ZEROS AND
                 WKS-ENT-APRUEBA (WKS-I) > ZEROS
                 ADD 1 TO WKS-USUARIOS-DOBLE-ROL
                 PERFORM 420-ARMA-LINEA-USUARIO
              END-IF
           END-PERFORM
           IF WKS-USUARIOS-DOBLE-ROL = ZEROS
              DISPLAY '  (NINGUN USUARIO CON LOS DOS ROLES)'
           END-IF.
       400-LISTA-DOBLE-ROL-E. EXIT.

       420-ARMA-LINEA-USUARIO SECTION.
           MOVE WKS-ENT-PROCESO (WKS-I)     TO WKS-USR-PROCESO
           MOVE WKS-ENT-USUARIO (WKS-I)     TO WKS-USR-USUARIO
           MOVE WKS-ENT-ORIGINA (WKS-I)     TO WKS-USR-ORIGINA
           MOVE WKS-ENT-APRUEBA (WKS-I)     TO WKS-USR-APRUEBA
           MOVE WKS-ENT-AUTOAPRUEBA (WKS-I) TO WKS-USR-AUTOAPRUEBA
           DISPLAY WKS-LINEA-USUARIO.
       420-ARMA-LINEA-USUARIO-E. EXIT.

      ******************************************************************
      *  3. APROBACIONES DEL MES POR PROCESO Y APROBADOR               *
      ******************************************************************
       500-LISTA-APROBADORES SECTION.
           DISPLAY WKS-LINEA-SEPARADOR
           DISPLAY '3. APROBACIONES POR APROBADOR'
           DISPLAY WKS-TITULO-USUARIO
           DISPLAY WKS-LINEA-SEPARADOR
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-ENTRADAS
              IF WKS-ENT-APRUEBA (WKS-I) > ZEROS
                 ADD 1 TO WKS-APROBADORES
                 PERFORM 420-ARMA-LINEA-USUARIO
              END-IF
           END-PERFORM
           IF WKS-APROBADORES = ZEROS
              DISPLAY '  (NINGUNA APROBACION EN EL PERIODO)'
           END-IF
           DISPLAY WKS-LINEA-SEPARADOR.
       500-LISTA-APROBADORES-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-REGISTROS-LEIDOS        TO WKS-MASCARA
           DISPLAY 'REGISTROS LEIDOS                : ' WKS-MASCARA
           MOVE    WKS-EVENTOS-DEL-MES         TO WKS-MASCARA
           DISPLAY 'ROLES EJERCIDOS EN EL PERIODO   : ' WKS-MASCARA
           MOVE    WKS-AUTOAPROBACIONES        TO WKS-MASCARA
           DISPLAY 'AUTOAPROBACIONES                : ' WKS-MASCARA
           MOVE    WKS-USUARIOS-DOBLE-ROL      TO WKS-MASCARA
           DISPLAY 'USUARIOS CON LOS DOS ROLES      : ' WKS-MASCARA
           MOVE    WKS-APROBADORES             TO WKS-MASCARA
           DISPLAY 'APROBADORES DISTINTOS           : ' WKS-MASCARA
           IF WKS-EVENTOS-SIN-TABLA > ZEROS
              MOVE    WKS-EVENTOS-SIN-TABLA    TO WKS-MASCARA
              DISPLAY 'ROLES NO ACUMULADOS (TABLA LLENA): ' WKS-MASCARA
           END-IF
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE TLT004ST TLPRJRN TLRECUP BINHOLD CFE83COR EDUSJRN.
       700-CIERRA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  SUMA EL ROL DEL EVENTO A LA ENTRADA PROCESO + USUARIO; SI NO  *
      *  EXISTE SE AGREGA AL FINAL DE LA TABLA                         *
      ******************************************************************
       800-ACUMULA-ROL SECTION.
           ADD  1     TO WKS-EVENTOS-DEL-MES
           PERFORM 820-BUSCA-ENTRADA
           IF NOT ENTRADA-HALLADA
              IF WKS-ENTRADAS NOT < WKS-MAX-ENTRADAS
                 ADD 1 TO WKS-EVENTOS-SIN-TABLA
                 GO TO 800-ACUMULA-ROL-E
              END-IF
              ADD  1               TO WKS-ENTRADAS
              MOVE WKS-ENTRADAS    TO WKS-I
              MOVE WKS-EVT-PROCESO TO WKS-ENT-PROCESO (WKS-I)
              MOVE WKS-EVT-USUARIO TO WKS-ENT-USUARIO (WKS-I)
              MOVE ZEROS           TO WKS-ENT-ORIGINA (WKS-I)
                                      WKS-ENT-APRUEBA (WKS-I)
                                      WKS-ENT-AUTOAPRUEBA (WKS-I)
           END-IF
           EVALUATE TRUE
              WHEN ROL-ORIGINA
                   ADD 1 TO WKS-ENT-ORIGINA (WKS-I)
              WHEN ROL-APRUEBA
                   ADD 1 TO WKS-ENT-APRUEBA (WKS-I)
           END-EVALUATE.
       800-ACUMULA-ROL-E. EXIT.

      ******************************************************************
      *  LISTA LA AUTOAPROBACION Y LA CUENTA AL APROBADOR. SE LLAMA    *
      *  CON EL APROBADOR EN WKS-EVT-USUARIO                           *
      ******************************************************************
       810-LISTA-AUTOAPROBACION SECTION.
           ADD  1                  TO WKS-AUTOAPROBACIONES
           MOVE WKS-EVT-PROCESO    TO WKS-AUT-PROCESO
           MOVE WKS-EVT-REFERENCIA TO WKS-AUT-REFERENCIA
           MOVE WKS-EVT-USUARIO    TO WKS-AUT-USUARIO
           MOVE WKS-FECHA-EVENTO   TO WKS-AUT-FECHA
           MOVE WKS-EVT-DETALLE    TO WKS-AUT-DETALLE
           DISPLAY WKS-LINEA-AUTO
           PERFORM 820-BUSCA-ENTRADA
           IF ENTRADA-HALLADA
              ADD 1 TO WKS-ENT-AUTOAPRUEBA (WKS-I)
           END-IF.
       810-LISTA-AUTOAPROBACION-E. EXIT.

       820-BUSCA-ENTRADA SECTION.
           MOVE ZEROS TO WKS-ENTRADA-HALLADA
           PERFORM VARYING WKS-I FROM 1 BY 1
                   UNTIL WKS-I > WKS-ENTRADAS OR ENTRADA-HALLADA
              IF WKS-ENT-PROCESO (WKS-I) = WKS-EVT-PROCESO AND
                 WKS-ENT-USUARIO (WKS-I) = WKS-EVT-USUARIO
                 MOVE 1 TO WKS-ENTRADA-HALLADA
              END-IF
           END-PERFORM
      *----> EL VARYING AVANZA UNA VEZ MAS DESPUES DE HALLARLA
           IF ENTRADA-HALLADA
              SUBTRACT 1 FROM WKS-I
           END-IF.
       820-BUSCA-ENTRADA-E. EXIT.
