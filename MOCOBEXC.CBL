      *             : CUENTA LOS ACUMULADOS DEL MES QUEDAN EN CERO     *
      *             : (REWRITE EN MOMATS) PARA QUE EL MES SIGUIENTE    *
      *             : ARRANQUE LIMPIO Y NO SE COBRE ACUMULADO.         *
      *             : LA FRANQUICIA Y LA TARIFA DE MOT 008 SON LAS     *
      *             : VIGENTES A LA FECHA DE PROCESO SEGUN LOS CAMBIOS *
      *             : PROGRAMADOS DE BTRPVIG (RUTINA BTRVIG00).        *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8, BLANCO, CODIGO DE CARGO (MOT 005, NAT D)    *
      *             : EN 10-11.                                        *
      *             : EL REPORTE VA ORDENADO POR REGION, DISTRITO Y    *
      *             : AGENCIA SEGUN EL MAESTRO DE AGENCIAS BTRAGEN     *
      *             : (RUTINA BTRAGE00), CON EL NOMBRE DE CADA         *
      *             : AGENCIA, SUBTOTALES POR DISTRITO Y REGION Y EL   *
      *             : TOTAL GENERAL.                                   *
      * ARCHIVOS    : MOMATS=A, MOMAES=C, MOTGEN=C                     *
      *             : MOMDCOF=A, FTPREP=A                              *
      *             : BTRAGEN=C, CFTGEN=C (RUTINA BTRAGE00)            *
      * ACCION (ES) : K=ARCHIVO, R=REPORTE                             *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00, RUTINA BTRAGE00                 *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS     IS FS-MOMDCOF.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  MOMATS.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       SD  WORKFILE.
       01 WORK-AGENCIA.
          02 WAGE-REGION                   PIC X(03).
          02 WAGE-DISTRITO                 PIC X(03).
          02 WAGE-AGENCIA                  PIC 9(04).
          02 WAGE-NOMBRE                   PIC X(40).
          02 WAGE-NOMBRE-REGION            PIC X(30).
          02 WAGE-NOMBRE-DISTRITO          PIC X(30).
          02 WAGE-CUENTAS                  PIC 9(07).
          02 WAGE-COMISION                 PIC S9(13)V99.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-MOMATS                        PIC 9(02)  VALUE ZEROS.
       01 WKS-FLAGS.
          02 WKS-FIN-MOMATS                PIC 9(01)  VALUE ZEROS.
             88 FIN-MOMATS                            VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
      *------->                 TARJETA SYSIN
       01 WKS-TARJETA-SYSIN.
          02 WKS-FECHA-PROCESO             PIC 9(08)  VALUE ZEROS.
             03 WKS-PRC-DD                 PIC 9(02).
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-CODIGO-CARGO              PIC 9(02)  VALUE ZEROS.
      *   VALOR VIGENTE A LA FECHA DE PROCESO (BTRVIG00)
       01 WKS-VIGENCIA.
          02 WKS-VIG-ACCION          PIC X(08) VALUE SPACES.
          02 WKS-VIG-ARCHIVO         PIC X(08) VALUE SPACES.
          02 WKS-VIG-LLAVE           PIC X(16) VALUE SPACES.
          02 WKS-VIG-VALOR           PIC X(45) VALUE SPACES.
          02 WKS-VIG-RESULTADO       PIC X(01) VALUE SPACES.
      *------->   AREA DE LA RUTINA DEL MAESTRO DE AGENCIAS
       COPY BTRAGEC.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-FRANQUICIA                PIC 9(05)  VALUE ZEROS.
             'COMISIONES POR EXCESO DE MOVIMIENTOS POR AGENCIA'.
       01 HEADER2.
          05 FILLER                        PIC X(07)  VALUE 'AGENCIA'.
          05 FILLER                        PIC X(20)  VALUE 'NOMBRE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(07)  VALUE 'CUENTAS'.
          05 FILLER                        PIC X(01)  VALUE '|'.
       01 WKS-LINEA-AGENCIA.
          05 WKS-LIN-AGENCIA               PIC 9(04).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-LIN-NOMBRE                PIC X(20).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-CUENTAS               PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-COMISION              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WKS-LINEA-ZONA.
          05 WKS-ZON-L-NIVEL               PIC X(09).
          05 WKS-ZON-L-CODIGO              PIC X(03).
          05 FILLER                        PIC X(03)  VALUE ' - '.
          05 WKS-ZON-L-NOMBRE              PIC X(30).
       01 WKS-LINEA-SUBTOTAL.
          05 FILLER                        PIC X(06)  VALUE 'TOTAL '.
          05 WKS-SUB-L-NIVEL               PIC X(09).
          05 WKS-SUB-L-CODIGO              PIC X(03).
          05 FILLER                        PIC X(09)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-SUB-L-CUENTAS             PIC ZZZ,ZZ9.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-SUB-L-COMISION            PIC Z,ZZZ,ZZZ,ZZ9.99.
      *------->   CORTES DE CONTROL POR REGION Y DISTRITO
       01 WKS-CONTROLES.
          02 WKS-GRP-REGION                PIC X(03)  VALUE SPACES.
          02 WKS-GRP-DISTRITO              PIC X(03)  VALUE SPACES.
          02 WKS-DIS-CUENTAS               PIC 9(07)  VALUE ZEROS.
          02 WKS-DIS-COMISION              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-REG-CUENTAS               PIC 9(07)  VALUE ZEROS.
          02 WKS-REG-COMISION              PIC S9(13)V99 VALUE ZEROS.
       01 WKS-ESTADISTICAS.
          05 WKS-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-CUENTAS-CON-CARGO         PIC 9(07)  VALUE ZEROS.
          05 WKS-DENTRO-FRANQUICIA         PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-MAESTRO               PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-TARIFA                PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-NO-REGISTRADAS   PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-COMISION              PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM 325-VALOR-VIGENTE
                MOVE MOTC-RESTO (1:5) TO WKS-FRANQUICIA-X
                IF WKS-FRANQUICIA-X NUMERIC
                   MOVE WKS-FRANQUICIA-X TO WKS-FRANQUICIA
           END-READ.
       320-FRANQUICIA-DEL-PRODUCTO-E. EXIT.

      *----> FRANQUICIA Y TARIFA VIGENTES A LA FECHA DE PROCESO SEGUN
      *----> LOS CAMBIOS PROGRAMADOS DE BTRPVIG
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

       330-GENERA-CARGO SECTION.
           ADD 1 TO WKS-SECUENCIA
           INITIALIZE WKS-MOVIMIENTO-DIARIO
           END-IF.
       340-ACUMULA-AGENCIA-E. EXIT.

      ******************************************************************
      *  EMITE LAS COMISIONES ORDENADAS POR REGION, DISTRITO Y         *
      *  AGENCIA, CON SUBTOTALES POR DISTRITO Y REGION Y EL TOTAL      *
      *  GENERAL AL FINAL                                              *
      ******************************************************************
       400-ESCRIBE-LISTADO SECTION.
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           SORT WORKFILE
              ASCENDING KEY WAGE-REGION
              ASCENDING KEY WAGE-DISTRITO
              ASCENDING KEY WAGE-AGENCIA
                 INPUT  PROCEDURE IS 410-ENTREGA-AGENCIAS
                 OUTPUT PROCEDURE IS 420-IMPRIME-AGENCIAS
           MOVE SPACES              TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE 'GENERAL  '           TO WKS-SUB-L-NIVEL
           MOVE SPACES                TO WKS-SUB-L-CODIGO
           MOVE WKS-CUENTAS-CON-CARGO TO WKS-SUB-L-CUENTAS
           MOVE WKS-TOT-COMISION      TO WKS-SUB-L-COMISION
           MOVE WKS-LINEA-SUBTOTAL    TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       400-ESCRIBE-LISTADO-E. EXIT.

      *----> CADA AGENCIA VA AL SORT CON SU REGION, DISTRITO Y NOMBRES
      *----> DEL MAESTRO DE AGENCIAS
       410-ENTREGA-AGENCIAS SECTION.
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > WKS-TAB-LONG
              MOVE 'BUSCA'                  TO BTAC-ACCION
              MOVE WKS-AGE-CODIGO (IDX-AGE) TO BTAC-AGENCIA
              CALL 'BTRAGE00' USING BTAC-AREA
              IF BTAC-NO-REGISTRADA
                 ADD 1 TO WKS-AGENCIAS-NO-REGISTRADAS
                 MOVE '*** NO REGISTRADA' TO BTAC-NOMBRE
              END-IF
              MOVE BTAC-REGION                TO WAGE-REGION
              MOVE BTAC-DISTRITO              TO WAGE-DISTRITO
              MOVE WKS-AGE-CODIGO (IDX-AGE)   TO WAGE-AGENCIA
              MOVE BTAC-NOMBRE                TO WAGE-NOMBRE
              MOVE BTAC-NOMBRE-REGION         TO WAGE-NOMBRE-REGION
              MOVE BTAC-NOMBRE-DISTRITO       TO WAGE-NOMBRE-DISTRITO
              MOVE WKS-AGE-CUENTAS (IDX-AGE)  TO WAGE-CUENTAS
              MOVE WKS-AGE-COMISION (IDX-AGE) TO WAGE-COMISION
              RELEASE WORK-AGENCIA
           END-PERFORM.
       410-ENTREGA-AGENCIAS-E. EXIT.

      *----> CORTES DE CONTROL POR REGION Y DISTRITO
       420-IMPRIME-AGENCIAS SECTION.
           RETURN WORKFILE
                AT END MOVE 1 TO WKS-FIN-WORKFILE
           END-RETURN
           PERFORM UNTIL FIN-WORKFILE
              IF WKS-PRIMER-GRUPO = 1
                 PERFORM 430-INICIA-REGION
                 PERFORM 435-INICIA-DISTRITO
                 MOVE 0 TO WKS-PRIMER-GRUPO
              ELSE
                 IF WAGE-REGION NOT = WKS-GRP-REGION
                    PERFORM 440-CIERRA-DISTRITO
                    PERFORM 445-CIERRA-REGION
                    PERFORM 430-INICIA-REGION
                    PERFORM 435-INICIA-DISTRITO
                 ELSE
                    IF WAGE-DISTRITO NOT = WKS-GRP-DISTRITO
                       PERFORM 440-CIERRA-DISTRITO
                       PERFORM 435-INICIA-DISTRITO
                    END-IF
                 END-IF
              END-IF
              PERFORM 450-IMPRIME-AGENCIA
              RETURN WORKFILE
                   AT END MOVE 1 TO WKS-FIN-WORKFILE
              END-RETURN
           END-PERFORM
           IF WKS-PRIMER-GRUPO = 0
              PERFORM 440-CIERRA-DISTRITO
              PERFORM 445-CIERRA-REGION
           END-IF.
       420-IMPRIME-AGENCIAS-E. EXIT.

       430-INICIA-REGION SECTION.
           MOVE WAGE-REGION        TO WKS-GRP-REGION
           MOVE ZEROS TO WKS-REG-CUENTAS WKS-REG-COMISION
           MOVE SPACES             TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE 'REGION   '        TO WKS-ZON-L-NIVEL
           MOVE WAGE-REGION        TO WKS-ZON-L-CODIGO
           MOVE WAGE-NOMBRE-REGION TO WKS-ZON-L-NOMBRE
           MOVE WKS-LINEA-ZONA     TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       430-INICIA-REGION-E. EXIT.

       435-INICIA-DISTRITO SECTION.
           MOVE WAGE-DISTRITO        TO WKS-GRP-DISTRITO
           MOVE ZEROS TO WKS-DIS-CUENTAS WKS-DIS-COMISION
           MOVE 'DISTRITO '          TO WKS-ZON-L-NIVEL
           MOVE WAGE-DISTRITO        TO WKS-ZON-L-CODIGO
           MOVE WAGE-NOMBRE-DISTRITO TO WKS-ZON-L-NOMBRE
           MOVE WKS-LINEA-ZONA       TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       435-INICIA-DISTRITO-E. EXIT.

       440-CIERRA-DISTRITO SECTION.
           ADD WKS-DIS-CUENTAS  TO WKS-REG-CUENTAS
           ADD WKS-DIS-COMISION TO WKS-REG-COMISION
           MOVE 'DISTRITO '        TO WKS-SUB-L-NIVEL
           MOVE WKS-GRP-DISTRITO   TO WKS-SUB-L-CODIGO
           MOVE WKS-DIS-CUENTAS    TO WKS-SUB-L-CUENTAS
           MOVE WKS-DIS-COMISION   TO WKS-SUB-L-COMISION
           MOVE WKS-LINEA-SUBTOTAL TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       440-CIERRA-DISTRITO-E. EXIT.

       445-CIERRA-REGION SECTION.
           MOVE 'REGION   '        TO WKS-SUB-L-NIVEL
           MOVE WKS-GRP-REGION     TO WKS-SUB-L-CODIGO
           MOVE WKS-REG-CUENTAS    TO WKS-SUB-L-CUENTAS
           MOVE WKS-REG-COMISION   TO WKS-SUB-L-COMISION
           MOVE WKS-LINEA-SUBTOTAL TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       445-CIERRA-REGION-E. EXIT.

       450-IMPRIME-AGENCIA SECTION.
           ADD WAGE-CUENTAS  TO WKS-DIS-CUENTAS
           ADD WAGE-COMISION TO WKS-DIS-COMISION
           MOVE WAGE-AGENCIA      TO WKS-LIN-AGENCIA
           MOVE WAGE-NOMBRE       TO WKS-LIN-NOMBRE
           MOVE WAGE-CUENTAS      TO WKS-LIN-CUENTAS
           MOVE WAGE-COMISION     TO WKS-LIN-COMISION
           MOVE WKS-LINEA-AGENCIA TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       450-IMPRIME-AGENCIA-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           DISPLAY 'CUENTAS SIN MAESTRO           : ' WKS-MASCARA
           MOVE    WKS-SIN-TARIFA         TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN TARIFA (MOT 008)  : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-NO-REGISTRADAS TO WKS-MASCARA
           DISPLAY 'AGENCIAS NO REGISTRADAS       : ' WKS-MASCARA
           MOVE    WKS-TOT-COMISION       TO WKS-MASCARA-MONTO
           DISPLAY 'COMISION TOTAL GENERADA       : '
                    WKS-MASCARA-MONTO
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           MOVE 'CIERRA' TO BTAC-ACCION
           CALL 'BTRAGE00' USING BTAC-AREA
           CLOSE MOMATS MOMAES MOTGEN MOMDCOF FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
