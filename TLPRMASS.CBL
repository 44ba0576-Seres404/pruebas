      *             :       CON 'A' ACTUALIZA LA OCURRENCIA EN TLPRCT  *
      *             :       Y DEJA BITACORA EN TLPRJRN EXACTAMENTE     *
      *             :       COMO LO HACE LA TRANSACCION TL5D1PR3.      *
      *             : CADA LINEA LLEVA EL USUARIO QUE PROPUSO (EL DE   *
      *             : LA SYSIN DE LA PASADA P) Y EL QUE APROBO, QUE    *
      *             : RIESGO ANOTA JUNTO A LA MARCA 'A'; UNA LINEA     *
      *             : MARCADA SIN APROBADOR NO SE APLICA. AMBOS QUEDAN *
      *             : EN LA BITACORA PARA LA REVISION DE SEGREGACION   *
      *             : DE FUNCIONES (BTRSODRP).                         *
      *             : FORMATO DE LA TARJETA SYSIN: MODO (P/A) EN 1,    *
      *             : FECHA AAAAMMDD EN 3-10, OCURRENCIA (01-20) EN    *
      *             : 12-13, VALOR NUEVO 9(07)V99 EN 15-23, TIPO DE    *
      *             : SELECCION (BIN/LST) EN 25-27, BIN DESDE EN       *
      *             : 29-34, BIN HASTA EN 36-41, USUARIO QUE PROPONE   *
      *             : EN 43-50 (OBLIGATORIO EN MODO P).                *
      * ARCHIVOS    : TLPRCT=A, CTASEL=C, PRMPROP=A, PRMAPRO=C         *
      *             : TLPRJRN=A                                        *
      * ACCION (ES) : A=ACTUALIZA (MODO A), K=ARCHIVO (MODO P)         *
          02 WKS-BIN-DESDE                 PIC 9(06)  VALUE ZEROS.
          02 FILLER                        PIC X(01).
          02 WKS-BIN-HASTA                 PIC 9(06)  VALUE ZEROS.
          02 FILLER                        PIC X(01).
          02 WKS-USUARIO-PROPONE           PIC X(08)  VALUE SPACES.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-VALOR-NUEVO-N             PIC 9(07)V99  VALUE ZEROS.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PRO-MARCA-APROBACION      PIC X(01).
             88 PROPUESTA-APROBADA                    VALUE 'A'.
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PRO-USUARIO-PROPUSO       PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-PRO-USUARIO-APROBO        PIC X(08).
       01 WKS-ESTADISTICAS.
          05 WKS-REGISTROS-LEIDOS          PIC 9(07)  VALUE ZEROS.
          05 WKS-PROPUESTAS-ESCRITAS       PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-TLPRCT                PIC 9(07)  VALUE ZEROS.
          05 WKS-APLICADAS                 PIC 9(07)  VALUE ZEROS.
          05 WKS-NO-APROBADAS              PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-APROBADOR             PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-SYSIN FROM SYSIN
              STOP RUN
           END-IF
           MOVE WKS-VALOR-NUEVO-9 TO WKS-VALOR-NUEVO-N
           IF MODO-PROPONE AND WKS-USUARIO-PROPONE = SPACES
              DISPLAY '>>> USUARIO QUE PROPONE OBLIGATORIO EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              STOP RUN
           END-IF
           EVALUATE TRUE
              WHEN MODO-PROPONE
                   PERFORM 200-PASADA-PROPONE
             TO WKS-PRO-VALOR-ANTES
           MOVE WKS-VALOR-NUEVO-N TO WKS-PRO-VALOR-NUEVO
           MOVE SPACES            TO WKS-PRO-MARCA-APROBACION
                                     WKS-PRO-USUARIO-APROBO
           MOVE WKS-USUARIO-PROPONE TO WKS-PRO-USUARIO-PROPUSO
           MOVE WKS-LINEA-PROPUESTA TO PROP-LINE
           WRITE PROP-LINE
           IF FS-PRMPROP NOT = 0
       410-LEE-PRMAPRO-E. EXIT.

       420-APLICA-CAMBIO SECTION.
           IF PROPUESTA-APROBADA AND WKS-PRO-USUARIO-APROBO = SPACES
              ADD 1 TO WKS-SIN-APROBADOR
              DISPLAY 'MARCADA SIN USUARIO QUE APRUEBA, NO SE APLICA: '
                      WKS-PRO-CUENTA
              PERFORM 410-LEE-PRMAPRO
              GO TO 420-APLICA-CAMBIO-E
           END-IF
           IF NOT PROPUESTA-APROBADA
              ADD 1 TO WKS-NO-APROBADAS
           ELSE
      ******************************************************************
      *  LA BITACORA SE GRABA IGUAL QUE LA DE TL5D1PR3: QUIEN, CUANDO, *
      *  QUE OCURRENCIA Y CON QUE VALOR ANTES Y DESPUES. EL USUARIO    *
      *  ES EL QUE APROBO Y SE AGREGA EL QUE PROPUSO; ESTE ULTIMO SOLO *
      *  LO LLEVAN LOS CAMBIOS MASIVOS Y ASI SE DISTINGUEN DE LOS      *
      *  MANUALES.                                                     *
      ******************************************************************
       430-GRABA-BITACORA SECTION.
           ACCEPT WKS-HORA FROM TIME
           MOVE WKS-FECHA-PROCESO  TO TLPJ-FECHA
           MOVE WKS-HORA           TO TLPJ-HORA
           MOVE WKS-PRO-OCURRENCIA TO TLPJ-OCURRENCIA
           MOVE WKS-PRO-USUARIO-APROBO  TO TLPJ-USUARIO
           MOVE WKS-PRO-USUARIO-PROPUSO TO TLPJ-USUARIO-PROPUSO
           MOVE WKS-VALOR-ANTES    TO TLPJ-VALOR-ANTES
           MOVE WKS-PRO-VALOR-NUEVO TO TLPJ-VALOR-DESPUES
           WRITE REG-TLPRJRN
           DISPLAY 'CAMBIOS APLICADOS              : ' WKS-MASCARA
           MOVE    WKS-NO-APROBADAS        TO WKS-MASCARA
           DISPLAY 'LINEAS NO APROBADAS            : ' WKS-MASCARA
           MOVE    WKS-SIN-APROBADOR       TO WKS-MASCARA
           DISPLAY 'MARCADAS SIN USUARIO APROBADOR : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

