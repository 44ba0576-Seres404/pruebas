      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : COMUN - OPERACIONES                              *
      * PROGRAMA    : BTRVIG00                                         *
      * TIPO        : RUTINA BATCH                                     *
      * DESCRIPCION : RUTINA COMUN QUE DEVUELVE EL VALOR VIGENTE DE UN *
      *             : RENGLON DE PARAMETROS (TLTGEN, MOTGEN, CFTGEN O  *
      *             : EDTARIF) A LA FECHA DE PROCESO, SEGUN LOS        *
      *             : VALORES CON FECHA DE VIGENCIA DE BTRPVIG. LOS    *
      *             : BATCH QUE LEEN TASAS, TARIFAS Y UMBRALES LA      *
      *             : INVOCAN CON UNA ACCION:                          *
      *             :   BUSCA     RECIBE EL ARCHIVO, LA LLAVE DEL      *
      *             :             RENGLON, LA FECHA DE PROCESO Y EL    *
      *             :             VALOR LEIDO DE LA TABLA BASE. SI     *
      *             :             BTRPVIG TIENE VALORES PARA EL        *
      *             :             RENGLON DEVUELVE EL DE MAYOR FECHA   *
      *             :             DE VIGENCIA QUE NO PASE DE LA FECHA  *
      *             :             DE PROCESO Y EL RESULTADO F; SI NO,  *
      *             :             DEJA EL VALOR RECIBIDO Y DEVUELVE B. *
      *             :             CON FECHA EN CEROS SE TOMA LA FECHA  *
      *             :             DE PROCESO DEL REGISTRO DE CONTROL   *
      *             :             DE TLCALEN Y SE DEVUELVE EN EL MISMO *
      *             :             PARAMETRO                            *
      *             :   CIERRA    CIERRA LOS ARCHIVOS AL FINAL DEL JOB *
      *             : ASI UN REPROCESO DE UNA FECHA ANTERIOR TOMA LOS  *
      *             : VALORES QUE REGIAN ESE DIA Y UN CAMBIO           *
      *             : PROGRAMADO ENTRA EN VIGOR SOLO CUANDO LLEGA SU   *
      *             : FECHA. LOS ARCHIVOS SE ABREN EN LA PRIMERA       *
      *             : LLAMADA Y QUEDAN ABIERTOS HASTA EL CIERRE. SI    *
      *             : BTRPVIG NO EXISTE AUN SE TRABAJA SOLO CON LA     *
      *             : TABLA BASE.                                      *
      * ARCHIVOS    : BTRPVIG=C, TLCALEN=C                             *
      * PROGRAMA(S) : NO APLICA                                        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BTRVIG00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRPVIG ASSIGN TO BTRPVIG
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS DYNAMIC
                  RECORD KEY      IS BTPV-LLAVE
                  FILE STATUS     IS FS-BTRPVIG.
           SELECT TLCALEN ASSIGN TO TLCALEN
                  ORGANIZATION    IS INDEXED
                  ACCESS MODE     IS RANDOM
                  RECORD KEY      IS TLCA-LLAVE
                  FILE STATUS     IS FS-TLCALEN.
       DATA DIVISION.
       FILE SECTION.
       FD BTRPVIG.
          COPY BTRPVIG.
       FD TLCALEN.
          COPY TLCALEN.
       WORKING-STORAGE SECTION.
       01 FS-BTRPVIG               PIC 9(02) VALUE ZEROS.
       01 FS-TLCALEN               PIC 9(02) VALUE ZEROS.
       01 WKS-ARCHIVOS             PIC X(01) VALUE 'N'.
          88 ARCHIVOS-ABIERTOS               VALUE 'S'.
          88 ARCHIVOS-CERRADOS               VALUE 'N'.
       01 WKS-VIGENCIAS            PIC X(01) VALUE 'N'.
          88 HAY-VIGENCIAS                   VALUE 'S'.
          88 SIN-VIGENCIAS                   VALUE 'N'.
      *   FECHA DE PROCESO DEL REGISTRO DE CONTROL DE TLCALEN
       01 WKS-FECHA-CALENDARIO     PIC 9(08) VALUE ZEROS.
      *   ULTIMA CONSULTA RESUELTA (EVITA RELEER BTRPVIG CUANDO EL
      *   BATCH PIDE EL MISMO RENGLON EN CADA REGISTRO DEL BARRIDO)
       01 WKS-ULTIMA-CONSULTA.
          05 WKS-ULT-ARCHIVO       PIC X(08) VALUE HIGH-VALUES.
          05 WKS-ULT-LLAVE         PIC X(16) VALUE HIGH-VALUES.
          05 WKS-ULT-FECHA         PIC 9(08) VALUE ZEROS.
          05 WKS-ULT-RESULTADO     PIC X(01) VALUE SPACES.
          05 WKS-ULT-VALOR         PIC X(45) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-ACCION                PIC X(08).
          88 LK-ACC-BUSCA                    VALUE 'BUSCA'.
          88 LK-ACC-CIERRA                   VALUE 'CIERRA'.
       01 LK-ARCHIVO               PIC X(08).
       01 LK-LLAVE-PARAMETRO       PIC X(16).
       01 LK-FECHA-PROCESO         PIC 9(08).
       01 LK-VALOR                 PIC X(45).
       01 LK-RESULTADO             PIC X(01).
          88 LK-VALOR-FECHADO                VALUE 'F'.
          88 LK-VALOR-DE-TABLA               VALUE 'B'.
       PROCEDURE DIVISION USING LK-ACCION, LK-ARCHIVO,
                                LK-LLAVE-PARAMETRO, LK-FECHA-PROCESO,
                                LK-VALOR, LK-RESULTADO.
       100-PRINCIPAL SECTION.
           IF LK-ACC-CIERRA
              IF ARCHIVOS-ABIERTOS
                 IF HAY-VIGENCIAS
                    CLOSE BTRPVIG
                 END-IF
                 CLOSE TLCALEN
                 SET ARCHIVOS-CERRADOS TO TRUE
              END-IF
              GOBACK
           END-IF
           MOVE 'B' TO LK-RESULTADO
           IF NOT LK-ACC-BUSCA
              DISPLAY 'BTRVIG00 - ACCION NO RECONOCIDA: '
                      LK-ACCION UPON CONSOLE
              GOBACK
           END-IF
           IF ARCHIVOS-CERRADOS
              PERFORM 150-ABRE-ARCHIVOS
           END-IF
           IF LK-FECHA-PROCESO NOT NUMERIC OR LK-FECHA-PROCESO = ZEROS
              PERFORM 200-FECHA-CALENDARIO
              MOVE WKS-FECHA-CALENDARIO TO LK-FECHA-PROCESO
           END-IF
           IF SIN-VIGENCIAS OR LK-FECHA-PROCESO = ZEROS
              GOBACK
           END-IF
           IF LK-ARCHIVO         NOT = WKS-ULT-ARCHIVO OR
              LK-LLAVE-PARAMETRO NOT = WKS-ULT-LLAVE   OR
              LK-FECHA-PROCESO   NOT = WKS-ULT-FECHA
              PERFORM 300-BUSCA-VIGENTE
           END-IF
           MOVE WKS-ULT-RESULTADO TO LK-RESULTADO
           IF LK-VALOR-FECHADO
              MOVE WKS-ULT-VALOR TO LK-VALOR
           END-IF
           GOBACK.
       100-PRINCIPAL-E. EXIT.

       150-ABRE-ARCHIVOS SECTION.
           OPEN INPUT TLCALEN
           IF FS-TLCALEN = 97
              MOVE ZEROS TO FS-TLCALEN
           END-IF
           IF FS-TLCALEN NOT = 0
              DISPLAY 'BTRVIG00 - TLCALEN NO DISPONIBLE, FS:'
                      FS-TLCALEN UPON CONSOLE
           END-IF
           OPEN INPUT BTRPVIG
           IF FS-BTRPVIG = 97
              MOVE ZEROS TO FS-BTRPVIG
           END-IF
           EVALUATE FS-BTRPVIG
              WHEN 0
                 SET HAY-VIGENCIAS TO TRUE
              WHEN 35
                 SET SIN-VIGENCIAS TO TRUE
              WHEN OTHER
                 DISPLAY 'BTRVIG00 - BTRPVIG NO DISPONIBLE, FS:'
                         FS-BTRPVIG ', SE USAN LAS TABLAS BASE'
                         UPON CONSOLE
                 SET SIN-VIGENCIAS TO TRUE
           END-EVALUATE
           SET ARCHIVOS-ABIERTOS TO TRUE.
       150-ABRE-ARCHIVOS-E. EXIT.

      *----> LA FECHA DE PROCESO VIGENTE ESTA EN EL REGISTRO DE CONTROL
      *----> (LLAVE 00000000) DEL CALENDARIO; SE LEE UNA SOLA VEZ
       200-FECHA-CALENDARIO SECTION.
           IF WKS-FECHA-CALENDARIO NOT = ZEROS OR FS-TLCALEN NOT = 0
              GO TO 200-FECHA-CALENDARIO-E
           END-IF
           MOVE ZEROS TO TLCA-FECHA
           READ TLCALEN KEY IS TLCA-LLAVE
             INVALID KEY
                DISPLAY 'BTRVIG00 - TLCALEN SIN REGISTRO DE CONTROL'
                        UPON CONSOLE
             NOT INVALID KEY
                IF TLCA-FECHA-PROCESO NUMERIC
                   MOVE TLCA-FECHA-PROCESO TO WKS-FECHA-CALENDARIO
                END-IF
           END-READ.
       200-FECHA-CALENDARIO-E. EXIT.

      ******************************************************************
      *  CON LA FECHA INVERTIDA EN LA LLAVE, EL PRIMER REGISTRO DEL    *
      *  RENGLON CON LLAVE IGUAL O MAYOR A LA FECHA DE PROCESO ES EL   *
      *  DE MAYOR FECHA DE VIGENCIA QUE NO PASA DE ELLA                *
      ******************************************************************
       300-BUSCA-VIGENTE SECTION.
           MOVE LK-ARCHIVO         TO WKS-ULT-ARCHIVO
           MOVE LK-LLAVE-PARAMETRO TO WKS-ULT-LLAVE
           MOVE LK-FECHA-PROCESO   TO WKS-ULT-FECHA
           MOVE 'B'                TO WKS-ULT-RESULTADO
           MOVE SPACES             TO WKS-ULT-VALOR
           MOVE LK-ARCHIVO         TO BTPV-ARCHIVO
           MOVE LK-LLAVE-PARAMETRO TO BTPV-LLAVE-PARAMETRO
           COMPUTE BTPV-FECHA-INVERSA = 99999999 - LK-FECHA-PROCESO
           START BTRPVIG KEY NOT LESS THAN BTPV-LLAVE
             INVALID KEY
                GO TO 300-BUSCA-VIGENTE-E
           END-START
           READ BTRPVIG NEXT RECORD
             AT END
                GO TO 300-BUSCA-VIGENTE-E
           END-READ
           IF FS-BTRPVIG = 0 AND
              BTPV-ARCHIVO         = LK-ARCHIVO AND
              BTPV-LLAVE-PARAMETRO = LK-LLAVE-PARAMETRO
              MOVE 'F'        TO WKS-ULT-RESULTADO
              MOVE BTPV-VALOR TO WKS-ULT-VALOR
           END-IF.
       300-BUSCA-VIGENTE-E. EXIT.
