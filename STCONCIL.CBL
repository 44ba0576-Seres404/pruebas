      *             : MISMO POR FORMULARIO) Y REPORTA EN CONCREP:      *
      *             : DIFERENCIAS DE MONTO, FORMULARIOS COBRADOS SIN   *
      *             : LIQUIDAR Y LIQUIDACIONES SIN FORMULARIO,         *
      *             : TOTALIZADO POR CODIGO DE AGENCIA. LOS RECIBOS DE *
      *             : VENTANILLA ANULADOS (ST5D1PG3) NO CUENTAN COMO   *
      *             : COBRADOS; SI APARECEN LIQUIDADOS SE REPORTAN.    *
      * ARCHIVOS    : STFRJO=C, SETTLE=C, CONCREP=A                    *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
          05 WKS-DIFERENCIAS-MONTO         PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-LIQUIDAR              PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-FORMULARIO            PIC 9(07)  VALUE ZEROS.
          05 WKS-ANULADOS                  PIC 9(07)  VALUE ZEROS.
          05 WKS-ANULADOS-LIQUIDADOS       PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
                   PERFORM 370-LIQUIDACION-SIN-FORM
                   PERFORM 340-LEE-LIQUIDACION
              WHEN OTHER
                   EVALUATE TRUE
                      WHEN STFR-ANULADO
                           PERFORM 385-LIQUIDADO-ANULADO
                      WHEN STFR-MONTO-COBRADO-2 = WKS-MONTO-LIQUIDADO
                           ADD 1 TO WKS-CUADRADOS
                      WHEN OTHER
                           PERFORM 380-DIFERENCIA-DE-MONTO
                   END-EVALUATE
                   PERFORM 330-LEE-STFRJO
                   PERFORM 340-LEE-LIQUIDACION
           END-EVALUATE.
       350-COMPARA-LLAVES-E. EXIT.

      *-----> EL RECIBO ANULADO NO ES COBRO: NO SE ESPERA LIQUIDACION
       360-FORM-SIN-LIQUIDAR SECTION.
           IF STFR-ANULADO
              ADD 1 TO WKS-ANULADOS
              GO TO 360-FORM-SIN-LIQUIDAR-E
           END-IF
           ADD 1 TO WKS-SIN-LIQUIDAR
           MOVE STFR-NUMERO-FORMULARIO TO WKS-DIF-FORMULARIO
           MOVE STFR-CODIGO-AGENCIA    TO WKS-DIF-AGENCIA
           PERFORM 396-ACUMULA-AGENCIA-DIF.
       380-DIFERENCIA-DE-MONTO-E. EXIT.

       385-LIQUIDADO-ANULADO SECTION.
           ADD 1 TO WKS-ANULADOS-LIQUIDADOS
           MOVE STFR-NUMERO-FORMULARIO TO WKS-DIF-FORMULARIO
           MOVE STFR-CODIGO-AGENCIA    TO WKS-DIF-AGENCIA
           MOVE ZEROS                  TO WKS-DIF-COBRADO
           MOVE WKS-MONTO-LIQUIDADO    TO WKS-DIF-LIQUIDADO
           MOVE 'LIQUIDADO CON RECIBO ANULADO'
                                       TO WKS-DIF-MENSAJE
           PERFORM 390-ESCRIBE-DIFERENCIA
           PERFORM 396-ACUMULA-AGENCIA-DIF.
       385-LIQUIDADO-ANULADO-E. EXIT.

       390-ESCRIBE-DIFERENCIA SECTION.
           MOVE WKS-LINEA-DIFERENCIA TO CONC-LINE
           WRITE CONC-LINE
           DISPLAY 'COBRADOS SIN LIQUIDAR        : ' WKS-MASCARA
           MOVE    WKS-SIN-FORMULARIO       TO WKS-MASCARA
           DISPLAY 'LIQUIDACIONES SIN FORMULARIO : ' WKS-MASCARA
           MOVE    WKS-ANULADOS             TO WKS-MASCARA
           DISPLAY 'RECIBOS ANULADOS (OMITIDOS)  : ' WKS-MASCARA
           MOVE    WKS-ANULADOS-LIQUIDADOS  TO WKS-MASCARA
           DISPLAY 'LIQUIDADOS CON RECIBO ANULADO: ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

