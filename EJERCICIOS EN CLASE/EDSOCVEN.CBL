      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS                       *
      * APLICACION  : EDUCACION SEMILLERO - VIDEOCLUB                  *
      * PROGRAMA    : EDSOCVEN                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : PROCESO MENSUAL DE VENCIMIENTO DE MEMBRESIAS.    *
      *             : RECORRE EL MAESTRO EDSOCIO Y LISTA EN SOCRENO A  *
      *             : LOS SOCIOS CUYA MEMBRESIA VENCE EL MES SIGUIENTE *
      *             : A LA FECHA DE PROCESO (Y A LOS SOCIOS ANTERIORES *
      *             : AL COBRO, AUN SIN VENCIMIENTO) PARA LLAMARLES A  *
      *             : RENOVAR. EL SOCIO ACTIVO CON LA MEMBRESIA        *
      *             : VENCIDA HACE MESESBAJA MESES O MAS (TABLA        *
      *             : EDTARIF) SE DA DE BAJA (ESTADO I) Y SE LISTA EN  *
      *             : SOCBAJA; LA RENOVACION EN ED3D1SM3 LO REACTIVA.  *
      *             : EL SOCIO BLOQUEADO POR MOROSIDAD CONSERVA SU     *
      *             : BLOQUEO.                                         *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDSOCIO=A, EDTARIF=C, SOCRENO=A, SOCBAJA=A       *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDSOCVEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EDSOCIO ASSIGN TO EDSOCIO
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  SEQUENTIAL
                  RECORD KEY    IS  EDSC-LLAVE
                  FILE STATUS   IS  FS-EDSOCIO
                                    FSE-EDSOCIO.
            SELECT EDTARIF ASSIGN TO EDTARIF
                  ORGANIZATION  IS  INDEXED
                  ACCESS        IS  RANDOM
                  RECORD KEY    IS  EDTF-LLAVE
                  FILE STATUS   IS  FS-EDTARIF
                                    FSE-EDTARIF.
            SELECT SOCRENO ASSIGN TO SOCRENO
                  FILE STATUS   IS  FS-SOCRENO.
            SELECT SOCBAJA ASSIGN TO SOCBAJA
                  FILE STATUS   IS  FS-SOCBAJA.
       DATA DIVISION.
       FILE SECTION.
       FD  EDSOCIO.
           COPY EDSOCIO.
       FD  EDTARIF.
           COPY EDTARIF.
       FD  SOCRENO
           RECORDING MODE IS F.
       01 RENO-LINE                        PIC X(100).
       FD  SOCBAJA
           RECORDING MODE IS F.
       01 BAJA-LINE                        PIC X(100).
       WORKING-STORAGE SECTION.
      *Variables de File Status
       01  FS-EDSOCIO                  PIC 9(02) VALUE ZEROS.
       01  FS-EDTARIF                  PIC 9(02) VALUE ZEROS.
       01  FS-SOCRENO                  PIC 9(02) VALUE ZEROS.
       01  FS-SOCBAJA                  PIC 9(02) VALUE ZEROS.
       01  FSE-EDSOCIO.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
       01  FSE-EDTARIF.
           02 FSE-RETURN               PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FUNCTION             PIC S9(04) COMP-5 VALUE ZEROS.
           02 FSE-FEEDBACK             PIC S9(04) COMP-5 VALUE ZEROS.
      *Variables de Rutina para control de File Status Extendido
       01  PROGRAMA                    PIC X(08) VALUE SPACES.
       01  ARCHIVO                     PIC X(08) VALUE SPACES.
       01  ACCION                      PIC X(10) VALUE SPACES.
       01  LLAVE                       PIC X(32) VALUE SPACES.
      *Controladores de lectura
       01  WKS-FIN-EDSOCIO             PIC 9(01) VALUE ZEROS.
           88 FIN-EDSOCIO                        VALUE 1.
      *Fecha de proceso recibida por SYSIN y mes siguiente (AAAAMM)
       01  WKS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
       01  WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
           02 WKS-PRO-ANIO             PIC 9(04).
           02 WKS-PRO-MES              PIC 9(02).
           02 WKS-PRO-DIA              PIC 9(02).
       01  WKS-MES-SIGUIENTE           PIC 9(06) VALUE ZEROS.
       01  WKS-MES-SIGUIENTE-R REDEFINES WKS-MES-SIGUIENTE.
           02 WKS-SIG-ANIO             PIC 9(04).
           02 WKS-SIG-MES              PIC 9(02).
      *Vencimiento del socio en curso y meses que lleva vencido
       01  WKS-FECHA-VENCE             PIC 9(08) VALUE ZEROS.
       01  WKS-FECHA-VENCE-R REDEFINES WKS-FECHA-VENCE.
           02 WKS-VEN-ANIO             PIC 9(04).
           02 WKS-VEN-MES              PIC 9(02).
           02 WKS-VEN-DIA              PIC 9(02).
       01  WKS-MESES-VENCIDO           PIC S9(05) VALUE ZEROS.
      *Meses vencidos antes de la baja (EDTARIF, codigo MESESBAJA)
       01  WKS-MESES-BAJA              PIC 9(03) VALUE ZEROS.
      *Contadores
       01  WKS-SOCIOS-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WKS-A-RENOVAR               PIC 9(05) VALUE ZEROS.
       01  WKS-SIN-MEMBRESIA           PIC 9(05) VALUE ZEROS.
       01  WKS-DADOS-DE-BAJA           PIC 9(05) VALUE ZEROS.
       01  WKS-BLOQ-VENCIDOS           PIC 9(05) VALUE ZEROS.
       01  WKS-YA-INACTIVOS            PIC 9(05) VALUE ZEROS.
      *Linea del listado de socios a llamar para renovar
       01 WKS-LINEA-RENOVAR.
          02 WKS-REN-SOCIO             PIC X(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-REN-NOMBRE            PIC X(30).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-REN-TELEFONO          PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-REN-VENCE             PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-REN-ESTADO            PIC X(01).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-REN-NOTA              PIC X(15).
      *Linea del listado de socios dados de baja
       01 WKS-LINEA-BAJA.
          02 WKS-BAJ-SOCIO             PIC X(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-BAJ-NOMBRE            PIC X(30).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-BAJ-TELEFONO          PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-BAJ-VENCE             PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-BAJ-ULT-PAGO          PIC 9(08).
          02 FILLER                    PIC X(01) VALUE '|'.
          02 WKS-BAJ-MESES             PIC ZZZ9.
       PROCEDURE DIVISION.
       100-MAIN SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 110-OPEN-DATASETS
           PERFORM 115-LEE-MESES-BAJA
           MOVE WKS-PRO-ANIO TO WKS-SIG-ANIO
           MOVE WKS-PRO-MES  TO WKS-SIG-MES
           IF WKS-SIG-MES = 12
              MOVE 1 TO WKS-SIG-MES
              ADD  1 TO WKS-SIG-ANIO
           ELSE
              ADD  1 TO WKS-SIG-MES
           END-IF
           PERFORM 120-RECORRE-SOCIOS
           PERFORM 140-ESTADISTICAS
           PERFORM XXX-CLOSE-DATASETS
           STOP RUN.
       100-MAIN-E. EXIT.

       110-OPEN-DATASETS SECTION.
           MOVE 'EDSOCVEN'      TO PROGRAMA
           OPEN I-O    EDSOCIO
           OPEN INPUT  EDTARIF
           OPEN OUTPUT SOCRENO SOCBAJA
           IF FS-EDSOCIO EQUAL 97
              MOVE ZEROS TO FS-EDSOCIO
           END-IF
           IF FS-EDTARIF EQUAL 97
              MOVE ZEROS TO FS-EDTARIF
           END-IF
           IF FS-EDSOCIO NOT = 0 OR FS-EDTARIF NOT = 0 OR
              FS-SOCRENO NOT = 0 OR FS-SOCBAJA NOT = 0
              DISPLAY "ERROR AL ABRIR ARCHIVOS, FS EDSOCIO ("
                      FS-EDSOCIO ") EDTARIF (" FS-EDTARIF
                      ") SOCRENO (" FS-SOCRENO
                      ") SOCBAJA (" FS-SOCBAJA ")" UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       110-OPEN-DATASETS-E. EXIT.

       115-LEE-MESES-BAJA SECTION.
           MOVE 'MESESBAJA' TO EDTF-CODIGO
           READ EDTARIF KEY IS EDTF-LLAVE
             INVALID KEY
                DISPLAY "SIN MESESBAJA EN EDTARIF, NO SE DA DE BAJA"
                        UPON CONSOLE
                MOVE 91 TO RETURN-CODE
                PERFORM XXX-CLOSE-DATASETS
                STOP RUN
             NOT INVALID KEY
                MOVE EDTF-VALOR TO WKS-MESES-BAJA
           END-READ.
       115-LEE-MESES-BAJA-E. EXIT.

      *------> CADA SOCIO SE CLASIFICA POR SU VENCIMIENTO: SIN
      *------> VENCIMIENTO O VENCE EL MES SIGUIENTE SE LLAMA A RENOVAR;
      *------> VENCIDO HACE MESESBAJA MESES O MAS SE DA DE BAJA
       120-RECORRE-SOCIOS SECTION.
           READ EDSOCIO NEXT RECORD
                AT END MOVE 1 TO WKS-FIN-EDSOCIO
           END-READ
           PERFORM UNTIL FIN-EDSOCIO
              ADD 1 TO WKS-SOCIOS-LEIDOS
      *------->  SOCIOS ANTERIORES AL COBRO DE MEMBRESIA TRAEN EL
      *------->  FILLER VIEJO EN EL VENCIMIENTO: SIN VENCIMIENTO
              IF EDSC-FECHA-VENCE NOT NUMERIC
                 MOVE ZEROS TO EDSC-FECHA-VENCE
              END-IF
              MOVE EDSC-FECHA-VENCE TO WKS-FECHA-VENCE
              EVALUATE TRUE
                 WHEN EDSC-INACTIVO
                      ADD 1 TO WKS-YA-INACTIVOS
                 WHEN EDSC-FECHA-VENCE = ZEROS
                      ADD 1 TO WKS-SIN-MEMBRESIA
                      MOVE 'SIN MEMBRESIA' TO WKS-REN-NOTA
                      PERFORM 130-LISTA-RENOVAR
                 WHEN WKS-VEN-ANIO = WKS-SIG-ANIO AND
                      WKS-VEN-MES  = WKS-SIG-MES
                      ADD 1 TO WKS-A-RENOVAR
                      MOVE 'VENCE EL MES'  TO WKS-REN-NOTA
                      PERFORM 130-LISTA-RENOVAR
                 WHEN EDSC-FECHA-VENCE < WKS-FECHA-PROCESO
                      PERFORM 125-MESES-VENCIDO
                      IF WKS-MESES-VENCIDO NOT < WKS-MESES-BAJA
                         IF EDSC-BLOQUEADO
                            ADD 1 TO WKS-BLOQ-VENCIDOS
                         ELSE
                            PERFORM 135-DA-DE-BAJA
                         END-IF
                      END-IF
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
              READ EDSOCIO NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-EDSOCIO
              END-READ
           END-PERFORM.
       120-RECORRE-SOCIOS-E. EXIT.

      *------> MESES COMPLETOS ENTRE EL VENCIMIENTO Y LA FECHA DE
      *------> PROCESO (EL MES EN CURSO CUENTA SOLO SI YA SE CUMPLIO
      *------> EL DIA DEL VENCIMIENTO)
       125-MESES-VENCIDO SECTION.
           COMPUTE WKS-MESES-VENCIDO =
                   (WKS-PRO-ANIO * 12 + WKS-PRO-MES) -
                   (WKS-VEN-ANIO * 12 + WKS-VEN-MES)
           IF WKS-PRO-DIA < WKS-VEN-DIA
              SUBTRACT 1 FROM WKS-MESES-VENCIDO
           END-IF.
       125-MESES-VENCIDO-E. EXIT.

       130-LISTA-RENOVAR SECTION.
           MOVE EDSC-CODIGO      TO WKS-REN-SOCIO
           MOVE EDSC-NOMBRE      TO WKS-REN-NOMBRE
           MOVE EDSC-TELEFONO    TO WKS-REN-TELEFONO
           MOVE EDSC-FECHA-VENCE TO WKS-REN-VENCE
           MOVE EDSC-ESTADO      TO WKS-REN-ESTADO
           MOVE WKS-LINEA-RENOVAR TO RENO-LINE
           WRITE RENO-LINE
           IF FS-SOCRENO NOT = 0
              DISPLAY 'ERROR AL GRABAR SOCRENO, STATUS: ' FS-SOCRENO
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       130-LISTA-RENOVAR-E. EXIT.

       135-DA-DE-BAJA SECTION.
           SET  EDSC-INACTIVO       TO TRUE
           MOVE WKS-FECHA-PROCESO   TO EDSC-FECHA-BLOQUEO
           MOVE 'MEMBRESIA VENCIDA' TO EDSC-MOTIVO-BLOQUEO
           REWRITE REG-EDSOCIO
           IF FS-EDSOCIO NOT = 0
              MOVE 'REWRITE'  TO ACCION
              MOVE EDSC-LLAVE TO LLAVE
              MOVE 'EDSOCIO'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                                    LLAVE, FS-EDSOCIO, FSE-EDSOCIO
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF
           ADD 1 TO WKS-DADOS-DE-BAJA
           MOVE EDSC-CODIGO         TO WKS-BAJ-SOCIO
           MOVE EDSC-NOMBRE         TO WKS-BAJ-NOMBRE
           MOVE EDSC-TELEFONO       TO WKS-BAJ-TELEFONO
           MOVE EDSC-FECHA-VENCE    TO WKS-BAJ-VENCE
           MOVE EDSC-FECHA-ULT-PAGO TO WKS-BAJ-ULT-PAGO
           MOVE WKS-MESES-VENCIDO   TO WKS-BAJ-MESES
           MOVE WKS-LINEA-BAJA      TO BAJA-LINE
           WRITE BAJA-LINE
           IF FS-SOCBAJA NOT = 0
              DISPLAY 'ERROR AL GRABAR SOCBAJA, STATUS: ' FS-SOCBAJA
              MOVE 91 TO RETURN-CODE
              PERFORM XXX-CLOSE-DATASETS
              STOP RUN
           END-IF.
       135-DA-DE-BAJA-E. EXIT.

       140-ESTADISTICAS SECTION.
           DISPLAY
           "**********************************************************"
           DISPLAY
           "*                      ESTADISTICAS                      *"
           DISPLAY
           "**********************************************************"
           DISPLAY
           " SOCIOS LEIDOS              : (" WKS-SOCIOS-LEIDOS ")"
           DISPLAY
           " VENCEN EL MES SIGUIENTE    : (" WKS-A-RENOVAR ")"
           DISPLAY
           " SOCIOS SIN MEMBRESIA       : (" WKS-SIN-MEMBRESIA ")"
           DISPLAY
           " SOCIOS DADOS DE BAJA       : (" WKS-DADOS-DE-BAJA ")"
           DISPLAY
           " VENCIDOS YA BLOQUEADOS     : (" WKS-BLOQ-VENCIDOS ")"
           DISPLAY
           " SOCIOS YA INACTIVOS        : (" WKS-YA-INACTIVOS ")"
           DISPLAY
           "**********************************************************".
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           CLOSE EDSOCIO EDTARIF SOCRENO SOCBAJA.
       XXX-CLOSE-DATASETS-E. EXIT.
