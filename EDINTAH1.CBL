      *             : CAPITALIZACION (TIPO K) EN EDMVJRN DENTRO DEL    *
      *             : MES DE LA FECHA DE PROCESO SE SALTA, PARA QUE    *
      *             : UNA RECORRIDA NO CAPITALICE DOS VECES.           *
      *             : LA TASA ES LA VIGENTE A LA FECHA DE PROCESO      *
      *             : SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG (RUTINA *
      *             : BTRVIG00).                                       *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDP1AH=A, EDTARIF=C, EDMVJRN=A, FTPREP=A         *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
          02 WKS-PERIODO-PROCESO           PIC 9(06).
          02 FILLER                        PIC 9(02).
      *   VALOR VIGENTE A LA FECHA DE PROCESO (BTRVIG00); EN EDTARIF
      *   EL VALOR ES EDTF-VALOR
       01 WKS-VIGENCIA.
          02 WKS-VIG-ACCION          PIC X(08) VALUE SPACES.
          02 WKS-VIG-ARCHIVO         PIC X(08) VALUE SPACES.
          02 WKS-VIG-LLAVE           PIC X(16) VALUE SPACES.
          02 WKS-VIG-VALOR           PIC X(45) VALUE SPACES.
          02 WKS-VIG-VALOR-R REDEFINES WKS-VIG-VALOR.
             03 WKS-VIG-TASA         PIC 9(05)V9(04).
             03 FILLER               PIC X(36).
          02 WKS-VIG-RESULTADO       PIC X(01) VALUE SPACES.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-TASA-ANUAL                PIC 9(05)V9(04) VALUE ZEROS.
                PERFORM 700-CIERRA-ARCHIVOS
                STOP RUN
             NOT INVALID KEY
                PERFORM 225-VALOR-VIGENTE
                MOVE EDTF-VALOR TO WKS-TASA-ANUAL
           END-READ
           IF WKS-TASA-ANUAL = ZEROS
           END-IF.
       220-LEE-TASA-E. EXIT.

      *----> LA TASA ES LA VIGENTE A LA FECHA DE PROCESO SEGUN LOS
      *----> CAMBIOS PROGRAMADOS DE BTRPVIG
       225-VALOR-VIGENTE SECTION.
           MOVE 'BUSCA'    TO WKS-VIG-ACCION
           MOVE 'EDTARIF'  TO WKS-VIG-ARCHIVO
           MOVE EDTF-LLAVE TO WKS-VIG-LLAVE
           MOVE SPACES     TO WKS-VIG-VALOR
           MOVE EDTF-VALOR TO WKS-VIG-TASA
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           IF WKS-VIG-TASA NUMERIC
              MOVE WKS-VIG-TASA TO EDTF-VALOR
           END-IF.
       225-VALOR-VIGENTE-E. EXIT.

      *----> SERIE 300 DEVENGA Y CAPITALIZA CADA CUENTA VIVA
       300-BARRIDO-EDP1AH SECTION.
           READ EDP1AH NEXT RECORD
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           CLOSE EDP1AH EDTARIF EDMVJRN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
