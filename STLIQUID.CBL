      *             : UN DETALLE POR AGENCIA Y TRAILER CON TOTALES DE  *
      *             : CONTROL) Y MARCA CADA FORMULARIO LIQUIDADO CON   *
      *             : SU FECHA, PARA QUE NINGUNO SE REMITA DOS VECES.  *
      *             : LOS RECIBOS DE VENTANILLA ANULADOS (STFR-FLAG-   *
      *             : ANULADO = 'A', ST5D1PG3) NO SE REMITEN NI        *
      *             : SUMAN A LA AGENCIA; SE CUENTAN APARTE.           *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8, BLANCO, HORA DE CORTE 9(07) EN 10-16 (EL    *
      *             : FORMATO 0HHMMSS DEL CAMPO 390).                  *
          05 WKS-FUERA-DE-CORTE            PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-PAGO                  PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-LIQUIDADOS             PIC 9(07)  VALUE ZEROS.
          05 WKS-ANULADOS                  PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
              MOVE ZEROS TO STFR-FECHA-DIFERIDO
           END-IF
           EVALUATE TRUE
              WHEN STFR-ANULADO
                   ADD 1 TO WKS-ANULADOS
              WHEN STFR-FLAG-PAGO NOT = 1
                   ADD 1 TO WKS-SIN-PAGO
              WHEN STFR-LIQUIDADO
           DISPLAY 'FORMULARIOS SIN PAGO          : ' WKS-MASCARA
           MOVE    WKS-YA-LIQUIDADOS    TO WKS-MASCARA
           DISPLAY 'FORMULARIOS YA LIQUIDADOS     : ' WKS-MASCARA
           MOVE    WKS-ANULADOS         TO WKS-MASCARA
           DISPLAY 'RECIBOS ANULADOS EN VENTANILLA: ' WKS-MASCARA
           MOVE    WKS-TOT-MONTO        TO WKS-MASCARA-MONTO
           DISPLAY 'MONTO REMITIDO A LA SAT       : '
                    WKS-MASCARA-MONTO
