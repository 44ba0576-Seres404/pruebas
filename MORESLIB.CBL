      *             : Y ESTAMPA FECHA Y ESTADO L. EMITE EN FTPREP EL   *
      *             : LISTADO DE RETENCIONES CREADAS EN LA FECHA Y     *
      *             : LIBERADAS HOY, TOTALIZADO POR AGENCIA.           *
      *             : EL PLAZO DE MOT 007 ES EL VIGENTE A LA FECHA DE  *
      *             : PROCESO SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG *
      *             : (RUTINA BTRVIG00).                               *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      * ARCHIVOS    : MORESER=A, MOSLIN=A, MOTGEN=C, FTPREP=A          *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00                                  *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
             88 FIN-MORESER                           VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *   VALOR VIGENTE A LA FECHA DE PROCESO (BTRVIG00)
       01 WKS-VIGENCIA.
          02 WKS-VIG-ACCION          PIC X(08) VALUE SPACES.
          02 WKS-VIG-ARCHIVO         PIC X(08) VALUE SPACES.
          02 WKS-VIG-LLAVE           PIC X(16) VALUE SPACES.
          02 WKS-VIG-VALOR           PIC X(45) VALUE SPACES.
          02 WKS-VIG-RESULTADO       PIC X(01) VALUE SPACES.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-PLAZO-DIAS                PIC 9(03)  VALUE ZEROS.
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM 325-VALOR-VIGENTE
                MOVE MOTC-RESTO (1:3) TO WKS-PLAZO-X
                IF WKS-PLAZO-X NUMERIC
                   MOVE WKS-PLAZO-X TO WKS-PLAZO-DIAS
           END-READ.
       320-PLAZO-DEL-TIPO-E. EXIT.

      *----> EL PLAZO DEL TIPO ES EL VIGENTE A LA FECHA DE PROCESO
      *----> SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG
       325-VALOR-VIGENTE SECTION.
           MOVE 'BUSCA'    TO WKS-VIG-ACCION
           MOVE 'MOTGEN'   TO WKS-VIG-ARCHIVO
           MOVE MOTC-LLAVE TO WKS-VIG-LLAVE
           MOVE MOTC-RESTO TO WKS-VIG-VALOR
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           MOVE WKS-VIG-VALOR TO MOTC-RESTO.
       325-VALOR-VIGENTE-E. EXIT.

       330-LIBERA-RETENCION SECTION.
           SET  MORE-LIBERADA     TO TRUE
           MOVE WKS-FECHA-PROCESO TO MORE-FECHA-LIBERACION
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           CLOSE MORESER MOSLIN MOTGEN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
