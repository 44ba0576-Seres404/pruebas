      * TIPO        : BATCH                                            *
      * DESCRIPCION : REPORTE DE LA BITACORA DE MANTENIMIENTOS AL      *
      *             : INDICE MANUAL TLENBL (TLBLJRN). LISTA CADA ALTA, *
      *             : CAMBIO Y BAJA CON EL USUARIO, EL MOMENTO Y LA    *
      *             : IMAGEN ANTES/DESPUES, PARA QUE AUDITORIA PUEDA   *
      *             : RECONSTRUIR QUIEN APUNTO CADA CUENTA COMPLEJA Y  *
      *             : CUANDO.                                          *
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-EVE-ACCION                PIC X(01).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-EVE-USUARIO               PIC X(08).
          05 FILLER                        PIC X(07)  VALUE '|ANTES:'.
          05 WKS-EVE-ANT-CTA               PIC X(16).
          05 FILLER                        PIC X(01)  VALUE '/'.
           MOVE TLBJ-FECHA            TO WKS-EVE-FECHA
           MOVE TLBJ-HORA             TO WKS-EVE-HORA
           MOVE TLBJ-ACCION           TO WKS-EVE-ACCION
           MOVE TLBJ-USUARIO          TO WKS-EVE-USUARIO
           MOVE TLBJ-ANT-CTA-COMPLEJA TO WKS-EVE-ANT-CTA
           MOVE TLBJ-ANT-ESTADO       TO WKS-EVE-ANT-ESTADO
           MOVE TLBJ-DES-CTA-COMPLEJA TO WKS-EVE-DES-CTA
