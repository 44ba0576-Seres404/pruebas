      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRAGE00                                         *
      * TIPO        : RUTINA BATCH                                     *
      * DESCRIPCION : RUTINA COMUN DE CONSULTA DEL MAESTRO DE AGENCIAS *
      *             : BTRAGEN PARA LOS BATCH Y REPORTES POR AGENCIA.   *
      *             : SE INVOCA CON EL AREA BTRAGEC Y UNA ACCION:      *
      *             :   BUSCA     RECIBE EL CODIGO DE AGENCIA Y        *
      *             :             DEVUELVE NOMBRE, REGION, DISTRITO,   *
      *             :             SUS NOMBRES (CFTGEN CFT 013:         *
      *             :             CORRELATIVO R+REGION O D+DISTRITO),  *
      *             :             GERENTE, FECHAS Y EL RESULTADO A/C/N *
      *             :             (ABIERTA, CERRADA, NO REGISTRADA)    *
      *             :   CIERRA    CIERRA LOS ARCHIVOS AL FINAL DEL JOB *
      *             : EN LA PRIMERA LLAMADA CARGA EN MEMORIA LAS       *
      *             : AGENCIAS Y LOS NOMBRES DE REGION Y DISTRITO, YA  *
      *             : QUE LOS REPORTES LA LLAMAN POR CADA REGISTRO DE  *
      *             : SU BARRIDO; SI EL MAESTRO NO CABE EN LA TABLA    *
      *             : LAS AGENCIAS QUE FALTAN SE LEEN AL AZAR.         *
      * ARCHIVOS    : BTRAGEN=C, CFTGEN=C                              *
      * PROGRAMA(S) : NO APLICA                                        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRAGE00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRAGEN ASSIGN TO BTRAGEN
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS BTAG-LLAVE
                  FILE STATUS     IS FS-BTRAGEN.
           SELECT CFTGEN ASSIGN TO CFTGEN
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS CFTB-LLAVE
                  FILE STATUS     IS FS-CFTGEN.
       DATA DIVISION.
       FILE SECTION.
       FD BTRAGEN.
          COPY BTRAGEN.
       FD CFTGEN.
          COPY CFTGEN REPLACING CFTGEN BY REG-CFTGEN.
       WORKING-STORAGE SECTION.
       01 FS-BTRAGEN               PIC 9(02) VALUE ZEROS.
       01 FS-CFTGEN                PIC 9(02) VALUE ZEROS.
       01 WKS-ARCHIVOS             PIC X(01) VALUE 'N'.
          88 ARCHIVOS-ABIERTOS               VALUE 'S'.
          88 ARCHIVOS-CERRADOS               VALUE 'N'.
       01 WKS-MAESTRO              PIC X(01) VALUE 'N'.
          88 HAY-MAESTRO                     VALUE 'S'.
          88 SIN-MAESTRO                     VALUE 'N'.
       01 WKS-TABLA-INCOMPLETA     PIC X(01) VALUE 'N'.
          88 TABLA-INCOMPLETA                VALUE 'S'.
       01 WKS-FIN-LECTURA          PIC 9(01) VALUE ZEROS.
          88 FIN-LECTURA                     VALUE 1.
       01 WKS-ENCONTRADA           PIC X(01) VALUE 'N'.
          88 AGENCIA-ENCONTRADA              VALUE 'S'.
       01 WKS-ZONA-BUSCADA         PIC X(04) VALUE SPACES.
       01 WKS-NOMBRE-ZONA          PIC X(30) VALUE SPACES.
      *   AGENCIAS DEL MAESTRO EN ORDEN DE LLAVE
       01 WKS-TABLA-AGENCIAS.
          02 WKS-AGE-LONG          PIC 9(04) VALUE ZEROS.
          02 WKS-AGE-ENT OCCURS 0 TO 2000
                         DEPENDING ON  WKS-AGE-LONG
                         ASCENDING KEY WKS-AGE-CODIGO
                         INDEXED   BY  IDX-AGE.
             03 WKS-AGE-CODIGO     PIC 9(04).
             03 WKS-AGE-NOMBRE     PIC X(40).
             03 WKS-AGE-REGION     PIC X(03).
             03 WKS-AGE-DISTRITO   PIC X(03).
             03 WKS-AGE-GERENTE    PIC X(40).
             03 WKS-AGE-ESTADO     PIC X(01).
             03 WKS-AGE-APERTURA   PIC 9(08).
             03 WKS-AGE-CIERRE     PIC 9(08).
      *   NOMBRES DE REGION Y DISTRITO DE CFTGEN CFT 013
       01 WKS-TABLA-ZONAS.
          02 WKS-ZON-LONG          PIC 9(04) VALUE ZEROS.
          02 WKS-ZON-ENT OCCURS 0 TO 500
                         DEPENDING ON  WKS-ZON-LONG
                         ASCENDING KEY WKS-ZON-CODIGO
                         INDEXED   BY  IDX-ZON.
             03 WKS-ZON-CODIGO     PIC X(04).
             03 WKS-ZON-NOMBRE     PIC X(30).
       LINKAGE SECTION.
       COPY BTRAGEC.
       PROCEDURE DIVISION USING BTAC-AREA.
       100-PRINCIPAL SECTION.
           IF BTAC-CIERRA
              IF ARCHIVOS-ABIERTOS
                 IF HAY-MAESTRO
                    CLOSE BTRAGEN
                 END-IF
                 CLOSE CFTGEN
                 SET ARCHIVOS-CERRADOS TO TRUE
              END-IF
              GOBACK
           END-IF
           MOVE 'N' TO BTAC-RESULTADO
           IF NOT BTAC-BUSCA
              DISPLAY 'BTRAGE00 - ACCION NO RECONOCIDA: '
                      BTAC-ACCION UPON CONSOLE
              GOBACK
           END-IF
           IF ARCHIVOS-CERRADOS
              PERFORM 150-ABRE-ARCHIVOS
              PERFORM 200-CARGA-AGENCIAS
              PERFORM 250-CARGA-ZONAS
           END-IF
           PERFORM 300-BUSCA-AGENCIA
           IF NOT AGENCIA-ENCONTRADA
              MOVE 'AGENCIA NO REGISTRADA' TO BTAC-NOMBRE
              MOVE SPACES                  TO BTAC-REGION
                                              BTAC-DISTRITO
                                              BTAC-GERENTE
              MOVE 'SIN REGION'            TO BTAC-NOMBRE-REGION
              MOVE 'SIN DISTRITO'          TO BTAC-NOMBRE-DISTRITO
              MOVE ZEROS                   TO BTAC-FECHA-APERTURA
                                              BTAC-FECHA-CIERRE
              GOBACK
           END-IF
           MOVE 'R'                TO WKS-ZONA-BUSCADA (1:1)
           MOVE BTAC-REGION        TO WKS-ZONA-BUSCADA (2:3)
           PERFORM 350-NOMBRE-ZONA
           MOVE WKS-NOMBRE-ZONA    TO BTAC-NOMBRE-REGION
           MOVE 'D'                TO WKS-ZONA-BUSCADA (1:1)
           MOVE BTAC-DISTRITO      TO WKS-ZONA-BUSCADA (2:3)
           PERFORM 350-NOMBRE-ZONA
           MOVE WKS-NOMBRE-ZONA    TO BTAC-NOMBRE-DISTRITO
           GOBACK.
       100-PRINCIPAL-E. EXIT.

       150-ABRE-ARCHIVOS SECTION.
           OPEN INPUT CFTGEN
           IF FS-CFTGEN = 97
              MOVE ZEROS TO FS-CFTGEN
           END-IF
           IF FS-CFTGEN NOT = 0
              DISPLAY 'BTRAGE00 - CFTGEN NO DISPONIBLE, FS:'
                      FS-CFTGEN ', SIN NOMBRES DE REGION'
                      UPON CONSOLE
           END-IF
           OPEN INPUT BTRAGEN
           IF FS-BTRAGEN = 97
              MOVE ZEROS TO FS-BTRAGEN
           END-IF
           IF FS-BTRAGEN = 0
              SET HAY-MAESTRO TO TRUE
           ELSE
              DISPLAY 'BTRAGE00 - BTRAGEN NO DISPONIBLE, FS:'
                      FS-BTRAGEN ', AGENCIAS SIN REGISTRAR'
                      UPON CONSOLE
              SET SIN-MAESTRO TO TRUE
           END-IF
           SET ARCHIVOS-ABIERTOS TO TRUE.
       150-ABRE-ARCHIVOS-E. EXIT.

      *----> EL MAESTRO SE LEE EN ORDEN DE LLAVE, ASI LA TABLA QUEDA
      *----> ORDENADA PARA EL SEARCH ALL
       200-CARGA-AGENCIAS SECTION.
           IF SIN-MAESTRO
              GO TO 200-CARGA-AGENCIAS-E
           END-IF
           MOVE ZEROS TO WKS-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
              READ BTRAGEN NEXT RECORD
                AT END
                   MOVE 1 TO WKS-FIN-LECTURA
              END-READ
              IF NOT FIN-LECTURA
                 IF FS-BTRAGEN NOT = 0
                    MOVE 1 TO WKS-FIN-LECTURA
                 ELSE
                    IF WKS-AGE-LONG < 2000
                       ADD 1 TO WKS-AGE-LONG
                       SET IDX-AGE TO WKS-AGE-LONG
                       MOVE BTAG-AGENCIA  TO WKS-AGE-CODIGO (IDX-AGE)
                       MOVE BTAG-NOMBRE   TO WKS-AGE-NOMBRE (IDX-AGE)
                       MOVE BTAG-REGION   TO WKS-AGE-REGION (IDX-AGE)
                       MOVE BTAG-DISTRITO TO WKS-AGE-DISTRITO (IDX-AGE)
                       MOVE BTAG-GERENTE  TO WKS-AGE-GERENTE (IDX-AGE)
                       MOVE BTAG-ESTADO   TO WKS-AGE-ESTADO (IDX-AGE)
                       MOVE BTAG-FECHA-APERTURA
                                          TO WKS-AGE-APERTURA (IDX-AGE)
                       MOVE BTAG-FECHA-CIERRE
                                          TO WKS-AGE-CIERRE (IDX-AGE)
                    ELSE
                       SET TABLA-INCOMPLETA TO TRUE
                       MOVE 1 TO WKS-FIN-LECTURA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF TABLA-INCOMPLETA
              DISPLAY 'BTRAGE00 - MAS DE 2000 AGENCIAS, EL RESTO SE '
                      'LEE AL AZAR' UPON CONSOLE
           END-IF.
       200-CARGA-AGENCIAS-E. EXIT.

       250-CARGA-ZONAS SECTION.
           IF FS-CFTGEN NOT = 0
              GO TO 250-CARGA-ZONAS-E
           END-IF
           MOVE 'CFT'  TO CFTB-TABLA
           MOVE 013    TO CFTB-CODIGO-TABLA
           MOVE SPACES TO CFTB-CORRELATIVO
           START CFTGEN KEY NOT LESS THAN CFTB-LLAVE
             INVALID KEY
                GO TO 250-CARGA-ZONAS-E
           END-START
           MOVE ZEROS TO WKS-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
              READ CFTGEN NEXT RECORD
                AT END
                   MOVE 1 TO WKS-FIN-LECTURA
              END-READ
              IF NOT FIN-LECTURA
                 IF FS-CFTGEN NOT = 0 OR CFTB-TABLA NOT = 'CFT' OR
                    CFTB-CODIGO-TABLA NOT = 013 OR WKS-ZON-LONG = 500
                    MOVE 1 TO WKS-FIN-LECTURA
                 ELSE
                    ADD 1 TO WKS-ZON-LONG
                    SET IDX-ZON TO WKS-ZON-LONG
                    MOVE CFTB-CORRELATIVO (1:4)
                                       TO WKS-ZON-CODIGO (IDX-ZON)
                    MOVE CFTB-DESCRIPCION (1:30)
                                       TO WKS-ZON-NOMBRE (IDX-ZON)
                 END-IF
              END-IF
           END-PERFORM.
       250-CARGA-ZONAS-E. EXIT.

      ******************************************************************
      *  BUSCA LA AGENCIA EN LA TABLA; SI LA TABLA NO ALCANZO PARA     *
      *  TODO EL MAESTRO LA LEE DIRECTAMENTE DE BTRAGEN                *
      ******************************************************************
       300-BUSCA-AGENCIA SECTION.
           MOVE 'N' TO WKS-ENCONTRADA
           IF WKS-AGE-LONG > ZEROS
              SEARCH ALL WKS-AGE-ENT
                 AT END
                    CONTINUE
                 WHEN WKS-AGE-CODIGO (IDX-AGE) = BTAC-AGENCIA
                    SET AGENCIA-ENCONTRADA TO TRUE
                    MOVE WKS-AGE-NOMBRE (IDX-AGE)   TO BTAC-NOMBRE
                    MOVE WKS-AGE-REGION (IDX-AGE)   TO BTAC-REGION
                    MOVE WKS-AGE-DISTRITO (IDX-AGE) TO BTAC-DISTRITO
                    MOVE WKS-AGE-GERENTE (IDX-AGE)  TO BTAC-GERENTE
                    MOVE WKS-AGE-ESTADO (IDX-AGE)   TO BTAC-RESULTADO
                    MOVE WKS-AGE-APERTURA (IDX-AGE)
                                          TO BTAC-FECHA-APERTURA
                    MOVE WKS-AGE-CIERRE (IDX-AGE)
                                          TO BTAC-FECHA-CIERRE
              END-SEARCH
           END-IF
           IF AGENCIA-ENCONTRADA OR NOT TABLA-INCOMPLETA
              GO TO 300-BUSCA-AGENCIA-E
           END-IF
           MOVE BTAC-AGENCIA TO BTAG-AGENCIA
           READ BTRAGEN KEY IS BTAG-LLAVE
             INVALID KEY
                GO TO 300-BUSCA-AGENCIA-E
           END-READ
           IF FS-BTRAGEN = 0
              SET AGENCIA-ENCONTRADA TO TRUE
              MOVE BTAG-NOMBRE         TO BTAC-NOMBRE
              MOVE BTAG-REGION         TO BTAC-REGION
              MOVE BTAG-DISTRITO       TO BTAC-DISTRITO
              MOVE BTAG-GERENTE        TO BTAC-GERENTE
              MOVE BTAG-ESTADO         TO BTAC-RESULTADO
              MOVE BTAG-FECHA-APERTURA TO BTAC-FECHA-APERTURA
              MOVE BTAG-FECHA-CIERRE   TO BTAC-FECHA-CIERRE
           END-IF.
       300-BUSCA-AGENCIA-E. EXIT.

       350-NOMBRE-ZONA SECTION.
           MOVE SPACES TO WKS-NOMBRE-ZONA
           IF WKS-ZONA-BUSCADA (2:3) = SPACES
              IF WKS-ZONA-BUSCADA (1:1) = 'R'
                 MOVE 'SIN REGION'   TO WKS-NOMBRE-ZONA
              ELSE
                 MOVE 'SIN DISTRITO' TO WKS-NOMBRE-ZONA
              END-IF
              GO TO 350-NOMBRE-ZONA-E
           END-IF
           IF WKS-ZON-LONG > ZEROS
              SEARCH ALL WKS-ZON-ENT
                 AT END
                    CONTINUE
                 WHEN WKS-ZON-CODIGO (IDX-ZON) = WKS-ZONA-BUSCADA
                    MOVE WKS-ZON-NOMBRE (IDX-ZON) TO WKS-NOMBRE-ZONA
              END-SEARCH
           END-IF
           IF WKS-NOMBRE-ZONA = SPACES
              MOVE 'SIN NOMBRE EN CFTGEN CFT 013' TO WKS-NOMBRE-ZONA
           END-IF.
       350-NOMBRE-ZONA-E. EXIT.
