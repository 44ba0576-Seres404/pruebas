      *             : LA CUOTA (DIAS DE ATRASO POR LA TARIFA           *
      *             : MORAVIDEO DE EDTARIF); EL CHECK-IN ED3D1VC3      *
      *             : COBRA LA CUOTA AL DEVOLVER.                      *
      *             : LA TARIFA ES LA VIGENTE A LA FECHA DE PROCESO    *
      *             : SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG (RUTINA *
      *             : BTRVIG00).                                       *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : EDRENTA=C, EDTARIF=C, EDSOCFE=A                  *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDMORFEE.
       01  WKS-FECHA-PROCESO           PIC 9(08) VALUE ZEROS.
      *Tarifa por dia de atraso (EDTARIF, codigo MORAVIDEO)
       01  WKS-TARIFA-DIA              PIC 9(05)V9(04) VALUE ZEROS.
      *Valor vigente a la fecha de proceso (BTRVIG00); en EDTARIF el
      *valor es EDTF-VALOR
       01  WKS-VIGENCIA.
           02 WKS-VIG-ACCION           PIC X(08) VALUE SPACES.
           02 WKS-VIG-ARCHIVO          PIC X(08) VALUE SPACES.
           02 WKS-VIG-LLAVE            PIC X(16) VALUE SPACES.
           02 WKS-VIG-VALOR            PIC X(45) VALUE SPACES.
           02 WKS-VIG-VALOR-R REDEFINES WKS-VIG-VALOR.
              03 WKS-VIG-TARIFA        PIC 9(05)V9(04).
              03 FILLER                PIC X(36).
           02 WKS-VIG-RESULTADO        PIC X(01) VALUE SPACES.
       01  WKS-DIA-PROCESO             PIC 9(07) VALUE ZEROS.
       01  WKS-DIA-LIMITE              PIC 9(07) VALUE ZEROS.
       01  WKS-DIAS-ATRASO             PIC S9(05) VALUE ZEROS.
                PERFORM XXX-CLOSE-DATASETS
                STOP RUN
             NOT INVALID KEY
                PERFORM 117-VALOR-VIGENTE
                MOVE EDTF-VALOR TO WKS-TARIFA-DIA
           END-READ.
       115-LEE-TARIFA-E. EXIT.

      *------> LA TARIFA ES LA VIGENTE A LA FECHA DE PROCESO SEGUN LOS
      *------> CAMBIOS PROGRAMADOS DE BTRPVIG
       117-VALOR-VIGENTE SECTION.
           MOVE 'BUSCA'    TO WKS-VIG-ACCION
           MOVE 'EDTARIF'  TO WKS-VIG-ARCHIVO
           MOVE EDTF-LLAVE TO WKS-VIG-LLAVE
           MOVE SPACES     TO WKS-VIG-VALOR
           MOVE EDTF-VALOR TO WKS-VIG-TARIFA
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           IF WKS-VIG-TARIFA NUMERIC
              MOVE WKS-VIG-TARIFA TO EDTF-VALOR
           END-IF.
       117-VALOR-VIGENTE-E. EXIT.

      *------> CADA RENTA EN ESTADO F PASADA DE SU FECHA LIMITE
      *------> ACUMULA (O ACTUALIZA) SU CUOTA PENDIENTE EN EDSOCFE
       120-RECORRE-RENTAS SECTION.
       140-ESTADISTICAS-E. EXIT.

       XXX-CLOSE-DATASETS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           CLOSE EDRENTA EDTARIF EDSOCFE.
       XXX-CLOSE-DATASETS-E. EXIT.
