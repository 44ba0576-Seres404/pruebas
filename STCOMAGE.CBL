      *             : PROCESO DEL CALENDARIO TLCALEN (SE VALIDA QUE    *
      *             : COINCIDA CON LA TARJETA).                        *
      *             : TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD.        *
      *             : LOS RECIBOS DE VENTANILLA ANULADOS (ST5D1PG3) NO *
      *             : CUENTAN PARA LA COMISION; SE INFORMAN APARTE.    *
      *             : CADA TRAMO TOMA EL VALOR VIGENTE A LA FECHA DE   *
      *             : PROCESO SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG *
      *             : (RUTINA BTRVIG00).                               *
      *             : EL LISTADO VA ORDENADO POR REGION, DISTRITO Y    *
      *             : AGENCIA SEGUN EL MAESTRO DE AGENCIAS BTRAGEN     *
      *             : (RUTINA BTRAGE00), CON EL NOMBRE DE CADA AGENCIA *
      *             : Y SUBTOTALES POR DISTRITO Y POR REGION.          *
      * ARCHIVOS    : STFRJO=C, TLTGEN=C, TLCALEN=C, FTPREP=A          *
      *             : BTRAGEN=C, CFTGEN=C (RUTINA BTRAGE00)            *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRVIG00, RUTINA BTRAGE00                 *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS     IS FS-TLCALEN.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
            SELECT WORKFILE ASSIGN TO SORTWK1.
       DATA DIVISION.
       FILE SECTION.
       FD  STFRJO.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(80).
       SD  WORKFILE.
       01 WORK-AGENCIA.
          02 WAGE-REGION                   PIC X(03).
          02 WAGE-DISTRITO                 PIC X(03).
          02 WAGE-AGENCIA                  PIC 9(06).
          02 WAGE-NOMBRE                   PIC X(40).
          02 WAGE-NOMBRE-REGION            PIC X(30).
          02 WAGE-NOMBRE-DISTRITO          PIC X(30).
          02 WAGE-FORMULARIOS              PIC 9(07).
          02 WAGE-COBRADO                  PIC S9(16)V99.
          02 WAGE-COMISION                 PIC S9(13)V99.
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-STFRJO                        PIC 9(02)  VALUE ZEROS.
             88 FIN-STFRJO                            VALUE 1.
          02 WKS-FIN-TLTGEN                PIC 9(01)  VALUE ZEROS.
             88 FIN-TLTGEN                            VALUE 1.
          02 WKS-FIN-WORKFILE              PIC 9(01)  VALUE ZEROS.
             88 FIN-WORKFILE                          VALUE 1.
          02 WKS-PRIMER-GRUPO              PIC 9(01)  VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
       01 WKS-FECHA-PROCESO-R REDEFINES WKS-FECHA-PROCESO.
          02 WKS-PERIODO-PROCESO           PIC 9(06).
          02 FILLER                        PIC 9(02).
      *   VALOR VIGENTE A LA FECHA DE PROCESO (BTRVIG00)
       01 WKS-VIGENCIA.
          02 WKS-VIG-ACCION          PIC X(08) VALUE SPACES.
          02 WKS-VIG-ARCHIVO         PIC X(08) VALUE SPACES.
          02 WKS-VIG-LLAVE           PIC X(16) VALUE SPACES.
          02 WKS-VIG-VALOR           PIC X(45) VALUE SPACES.
          02 WKS-VIG-RESULTADO       PIC X(01) VALUE SPACES.
      *------->   AREA DE LA RUTINA DEL MAESTRO DE AGENCIAS
       COPY BTRAGEC.
      *------->   PERIODO AAAAMM DE LA FECHA DE LIQUIDACION LEIDA
       01 WKS-PERIODO-LIQUIDA              PIC 9(06)  VALUE ZEROS.
      *------->   TARIFARIO POR TRAMO CARGADO DESDE TLTGEN 008
             'COMISION POR RECAUDACION SAT POR AGENCIA'.
       01 HEADER2.
          05 FILLER                        PIC X(07)  VALUE 'AGENCIA'.
          05 FILLER                        PIC X(20)  VALUE 'NOMBRE'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 FILLER                        PIC X(11)  VALUE
             'FORMULARIOS'.
       01 WKS-LINEA-AGENCIA.
          05 WKS-LIN-AGENCIA               PIC 9(06).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-LIN-NOMBRE                PIC X(20).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-FORMULARIOS           PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-LIN-COBRADO               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
          05 WKS-SUB-L-FORMULARIOS         PIC Z,ZZZ,ZZ9.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-SUB-L-COBRADO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-SUB-L-COMISION            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WKS-LINEA-TOTAL.
          05 FILLER                        PIC X(16)  VALUE
             'TOTAL COMPANIA'.
       01 WKS-CONTROLES.
          02 WKS-TOT-FORMULARIOS           PIC 9(09)  VALUE ZEROS.
          02 WKS-TOT-COMISION              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-GRP-REGION                PIC X(03)  VALUE SPACES.
          02 WKS-GRP-DISTRITO              PIC X(03)  VALUE SPACES.
          02 WKS-DIS-FORMULARIOS           PIC 9(09)  VALUE ZEROS.
          02 WKS-DIS-COBRADO               PIC S9(16)V99 VALUE ZEROS.
          02 WKS-DIS-COMISION              PIC S9(13)V99 VALUE ZEROS.
          02 WKS-REG-FORMULARIOS           PIC 9(09)  VALUE ZEROS.
          02 WKS-REG-COBRADO               PIC S9(16)V99 VALUE ZEROS.
          02 WKS-REG-COMISION              PIC S9(13)V99 VALUE ZEROS.
       01 WKS-ESTADISTICAS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-PAGO                  PIC 9(07)  VALUE ZEROS.
          05 WKS-ANULADOS                  PIC 9(07)  VALUE ZEROS.
          05 WKS-FUERA-PERIODO             PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-LIQUIDADAS       PIC 9(07)  VALUE ZEROS.
          05 WKS-AGENCIAS-NO-REGISTRADAS   PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
              END-READ
              IF FS-TLTGEN = 0 AND TLTG-CODIGO = 'TLT' AND
                 TLTG-CORRELATIVO-TABLA = 008
                 PERFORM 225-VALOR-VIGENTE
                 ADD 1 TO WKS-TAR-LONG
                 MOVE TLTG-DESCRIPCION (1:7)
                   TO WKS-TAR-MINIMO (WKS-TAR-LONG)
           END-IF.
       220-CARGA-TARIFARIO-E. EXIT.

      *----> EL TRAMO TOMA EL VALOR VIGENTE A LA FECHA DE PROCESO
      *----> SEGUN LOS CAMBIOS PROGRAMADOS DE BTRPVIG
       225-VALOR-VIGENTE SECTION.
           MOVE 'BUSCA'          TO WKS-VIG-ACCION
           MOVE 'TLTGEN'         TO WKS-VIG-ARCHIVO
           MOVE TLTG-LLAVE       TO WKS-VIG-LLAVE
           MOVE TLTG-DESCRIPCION TO WKS-VIG-VALOR
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           MOVE WKS-VIG-VALOR    TO TLTG-DESCRIPCION.
       225-VALOR-VIGENTE-E. EXIT.

      *----> SERIE 300 ACUMULA LOS FORMULARIOS PAGADOS POR AGENCIA
       300-BARRIDO-STFRJO SECTION.
           READ STFRJO NEXT RECORD
                    ELSE
                       MOVE ZEROS TO WKS-PERIODO-LIQUIDA
                    END-IF
      *------------->  RECIBO ANULADO: SIN PAGO Y SE CUENTA APARTE
                    IF STFR-ANULADO
                       ADD 1 TO WKS-ANULADOS
                    END-IF
                    IF STFR-FLAG-PAGO NOT = 1 OR STFR-ANULADO
                       ADD 1 TO WKS-SIN-PAGO
                    ELSE
      *------------->  EL JORNALIZADO TRAE TODOS LOS CORTES: SOLO
       310-ACUMULA-AGENCIA-E. EXIT.

      ******************************************************************
      *  EMITE EL ESTADO DE COMISION ORDENADO POR REGION, DISTRITO Y   *
      *  AGENCIA, CON SUBTOTALES POR DISTRITO Y REGION Y EL TOTAL      *
      *  COMPANIA AL FINAL                                             *
      ******************************************************************
       400-ESCRIBE-LISTADO SECTION.
           MOVE HEADER1 TO PRINT-LINE
           MOVE HEADER2 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           SORT WORKFILE
              ASCENDING KEY WAGE-REGION
              ASCENDING KEY WAGE-DISTRITO
              ASCENDING KEY WAGE-AGENCIA
                 INPUT  PROCEDURE IS 410-LIQUIDA-AGENCIAS
                 OUTPUT PROCEDURE IS 420-IMPRIME-AGENCIAS
           MOVE WKS-TOT-FORMULARIOS TO WKS-TOT-FORMULARIOS-ED
           MOVE WKS-TOT-COMISION    TO WKS-TOT-COMISION-ED
           MOVE WKS-LINEA-TOTAL     TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       400-ESCRIBE-LISTADO-E. EXIT.

      ******************************************************************
      *  LIQUIDA CADA AGENCIA: GANA EL TRAMO CON EL MINIMO MAS ALTO    *
      *  QUE LA AGENCIA ALCANZA Y LA COMISION ES FORMULARIOS POR       *
      *  TARIFA DEL TRAMO. LA AGENCIA SE ENTREGA AL SORT CON SU        *
      *  REGION Y DISTRITO DEL MAESTRO DE AGENCIAS                     *
      ******************************************************************
       410-LIQUIDA-AGENCIAS SECTION.
           PERFORM VARYING IDX-AGE FROM 1 BY 1
                   UNTIL IDX-AGE > WKS-TAB-LONG
              MOVE ZEROS TO WKS-TARIFA-GANADORA
              ADD WKS-AGE-FORMULARIOS (IDX-AGE)
                 TO WKS-TOT-FORMULARIOS
              ADD WKS-COMISION TO WKS-TOT-COMISION
              PERFORM 415-BUSCA-AGENCIA
              MOVE BTAC-REGION                   TO WAGE-REGION
              MOVE BTAC-DISTRITO                 TO WAGE-DISTRITO
              MOVE WKS-AGE-CODIGO (IDX-AGE)      TO WAGE-AGENCIA
              MOVE BTAC-NOMBRE                   TO WAGE-NOMBRE
              MOVE BTAC-NOMBRE-REGION            TO WAGE-NOMBRE-REGION
              MOVE BTAC-NOMBRE-DISTRITO          TO WAGE-NOMBRE-DISTRITO
              MOVE WKS-AGE-FORMULARIOS (IDX-AGE) TO WAGE-FORMULARIOS
              MOVE WKS-AGE-COBRADO (IDX-AGE)     TO WAGE-COBRADO
              MOVE WKS-COMISION                  TO WAGE-COMISION
              RELEASE WORK-AGENCIA
           END-PERFORM.
       410-LIQUIDA-AGENCIAS-E. EXIT.

      *----> EL MAESTRO DE AGENCIAS USA CUATRO DIGITOS: UN CODIGO MAYOR
      *----> DEL JORNALIZADO NO PUEDE ESTAR REGISTRADO
       415-BUSCA-AGENCIA SECTION.
           IF WKS-AGE-CODIGO (IDX-AGE) > 9999
              MOVE SPACES         TO BTAC-NOMBRE BTAC-REGION
                                     BTAC-DISTRITO
              MOVE 'SIN REGION'   TO BTAC-NOMBRE-REGION
              MOVE 'SIN DISTRITO' TO BTAC-NOMBRE-DISTRITO
              SET BTAC-NO-REGISTRADA TO TRUE
           ELSE
              MOVE 'BUSCA'                  TO BTAC-ACCION
              MOVE WKS-AGE-CODIGO (IDX-AGE) TO BTAC-AGENCIA
              CALL 'BTRAGE00' USING BTAC-AREA
           END-IF
           IF BTAC-NO-REGISTRADA
              ADD 1 TO WKS-AGENCIAS-NO-REGISTRADAS
              MOVE '*** NO REGISTRADA' TO BTAC-NOMBRE
           END-IF.
       415-BUSCA-AGENCIA-E. EXIT.

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
           MOVE ZEROS TO WKS-REG-FORMULARIOS WKS-REG-COBRADO
                         WKS-REG-COMISION
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
           MOVE ZEROS TO WKS-DIS-FORMULARIOS WKS-DIS-COBRADO
                         WKS-DIS-COMISION
           MOVE 'DISTRITO '          TO WKS-ZON-L-NIVEL
           MOVE WAGE-DISTRITO        TO WKS-ZON-L-CODIGO
           MOVE WAGE-NOMBRE-DISTRITO TO WKS-ZON-L-NOMBRE
           MOVE WKS-LINEA-ZONA       TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       435-INICIA-DISTRITO-E. EXIT.

       440-CIERRA-DISTRITO SECTION.
           ADD WKS-DIS-FORMULARIOS TO WKS-REG-FORMULARIOS
           ADD WKS-DIS-COBRADO     TO WKS-REG-COBRADO
           ADD WKS-DIS-COMISION    TO WKS-REG-COMISION
           MOVE 'DISTRITO '         TO WKS-SUB-L-NIVEL
           MOVE WKS-GRP-DISTRITO    TO WKS-SUB-L-CODIGO
           MOVE WKS-DIS-FORMULARIOS TO WKS-SUB-L-FORMULARIOS
           MOVE WKS-DIS-COBRADO     TO WKS-SUB-L-COBRADO
           MOVE WKS-DIS-COMISION    TO WKS-SUB-L-COMISION
           MOVE WKS-LINEA-SUBTOTAL  TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       440-CIERRA-DISTRITO-E. EXIT.

       445-CIERRA-REGION SECTION.
           MOVE 'REGION   '         TO WKS-SUB-L-NIVEL
           MOVE WKS-GRP-REGION      TO WKS-SUB-L-CODIGO
           MOVE WKS-REG-FORMULARIOS TO WKS-SUB-L-FORMULARIOS
           MOVE WKS-REG-COBRADO     TO WKS-SUB-L-COBRADO
           MOVE WKS-REG-COMISION    TO WKS-SUB-L-COMISION
           MOVE WKS-LINEA-SUBTOTAL  TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       445-CIERRA-REGION-E. EXIT.

       450-IMPRIME-AGENCIA SECTION.
           ADD WAGE-FORMULARIOS TO WKS-DIS-FORMULARIOS
           ADD WAGE-COBRADO     TO WKS-DIS-COBRADO
           ADD WAGE-COMISION    TO WKS-DIS-COMISION
           MOVE WAGE-AGENCIA      TO WKS-LIN-AGENCIA
           MOVE WAGE-NOMBRE       TO WKS-LIN-NOMBRE
           MOVE WAGE-FORMULARIOS  TO WKS-LIN-FORMULARIOS
           MOVE WAGE-COBRADO      TO WKS-LIN-COBRADO
           MOVE WAGE-COMISION     TO WKS-LIN-COMISION
           MOVE WKS-LINEA-AGENCIA TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       450-IMPRIME-AGENCIA-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           DISPLAY 'FORMULARIOS LEIDOS            : ' WKS-MASCARA
           MOVE    WKS-SIN-PAGO            TO WKS-MASCARA
           DISPLAY 'FORMULARIOS SIN PAGO          : ' WKS-MASCARA
           MOVE    WKS-ANULADOS            TO WKS-MASCARA
           DISPLAY '  DE ELLOS RECIBOS ANULADOS   : ' WKS-MASCARA
           MOVE    WKS-FUERA-PERIODO       TO WKS-MASCARA
           DISPLAY 'PAGADOS FUERA DEL PERIODO     : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-LIQUIDADAS TO WKS-MASCARA
           DISPLAY 'AGENCIAS LIQUIDADAS           : ' WKS-MASCARA
           MOVE    WKS-AGENCIAS-NO-REGISTRADAS TO WKS-MASCARA
           DISPLAY '  NO REGISTRADAS EN BTRAGEN   : ' WKS-MASCARA
           MOVE    WKS-TOT-COMISION        TO WKS-MASCARA-MONTO
           DISPLAY 'COMISION TOTAL COMPANIA       : '
                    WKS-MASCARA-MONTO
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           MOVE 'CIERRA' TO WKS-VIG-ACCION
           CALL 'BTRVIG00' USING WKS-VIG-ACCION, WKS-VIG-ARCHIVO,
                           WKS-VIG-LLAVE, WKS-FECHA-PROCESO,
                           WKS-VIG-VALOR, WKS-VIG-RESULTADO
           MOVE 'CIERRA' TO BTAC-ACCION
           CALL 'BTRAGE00' USING BTAC-AREA
           CLOSE STFRJO TLTGEN TLCALEN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
