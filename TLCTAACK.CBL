      *             : LOTES CONTABLES CONTASAL. LEE EL ARCHIVO DE      *
      *             : RESPUESTA GLRESP QUE DEVUELVE EL MAYOR (UNA      *
      *             : LINEA POR LOTE: FECHA, RESULTADO A/R, PARTIDAS,  *
      *             : CARGOS Y ABONOS, MENSAJE), LA CASA CONTRA EL     *
      *             : CONTROL DE POSTEO TLCTPOST POR FECHA Y TOTALES   *
      *             : (CADA PROGRAMA ORIGEN DEJA SU PROPIO LOTE DEL    *
      *             : DIA; SE TOMA EL LOTE DE LA FECHA CUYOS TOTALES   *
      *             : CASAN) Y MARCA EL LOTE ACEPTADO O RECHAZADO.     *
      *             : LUEGO RECORRE TLCTPOST COMPLETO Y LISTA EN       *
      *             : FTPREP LOS LOTES QUE SIGUEN GENERADOS SIN ACUSE  *
      *             : Y LOS RECHAZADOS, PARA QUE EL TURNO DE LA MANANA *
      *             : VEA EL POSTEO FALTANTE AL DIA SIGUIENTE.         *
      *             : LAYOUT DE GLRESP: FECHA 9(08) EN 1-8, RESULTADO  *
      *             : X(01) EN 10, PARTIDAS 9(07) EN 12-18, CARGOS     *
      *             : 9(12)V99 EN 20-33, ABONOS 9(12)V99 EN 35-48,     *
      *             : MENSAJE X(30) EN 50-79 (REGISTRO DE 80).         *
      * ARCHIVOS    : GLRESP=C, TLCTPOST=A, FTPREP=A                   *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : NO APLICA                                        *
             88 FIN-GLRESP                            VALUE 1.
          02 WKS-FIN-TLCTPOST              PIC 9(01)  VALUE ZEROS.
             88 FIN-TLCTPOST                          VALUE 1.
          02 WKS-FIN-LOTES-FECHA           PIC 9(01)  VALUE ZEROS.
             88 FIN-LOTES-FECHA                       VALUE 1.
          02 WKS-LOTE-CASADO-SW            PIC 9(01)  VALUE ZEROS.
             88 LOTE-CASADO                           VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->   VISTA DE UNA LINEA DE RESPUESTA DEL MAYOR
          05 WKS-RSP-ABONOS                PIC 9(12)V99.
          05 FILLER                        PIC X(01).
          05 WKS-RSP-MENSAJE               PIC X(30).
          05 FILLER                        PIC X(01).
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-LOTES-DE-LA-FECHA         PIC 9(03)  VALUE ZEROS.
          02 WKS-LLAVE-LOTE                PIC X(16)  VALUE SPACES.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 HEADER1.
       01 WKS-LINEA-LOTE.
          05 WKS-LIN-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ORIGEN                PIC X(08).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-ESTADO                PIC X(12).
          05 FILLER                        PIC X(01)  VALUE '|'.
          05 WKS-LIN-PARTIDAS              PIC ZZZ,ZZ9.
       300-PROCESA-RESPUESTAS-E. EXIT.

      ******************************************************************
      *  EL ACUSE SE APLICA AL LOTE DE LA FECHA CUYAS PARTIDAS Y       *
      *  TOTALES CASAN CON LA RESPUESTA (UNO POR PROGRAMA ORIGEN). SI  *
      *  NINGUNO CASA Y LA FECHA TIENE UN SOLO LOTE, LA RESPUESTA      *
      *  DELATA UN LOTE ALTERADO Y SE MARCA RECHAZADO; CON VARIOS      *
      *  LOTES NO SE SABE CUAL ES Y TODOS QUEDAN SIN ACUSE             *
      ******************************************************************
       310-CASA-RESPUESTA SECTION.
           MOVE ZEROS TO WKS-LOTES-DE-LA-FECHA WKS-FIN-LOTES-FECHA
                         WKS-LOTE-CASADO-SW
           MOVE WKS-RSP-FECHA TO TLCP-FECHA-LOTE
           MOVE LOW-VALUES    TO TLCP-ORIGEN
           START TLCTPOST KEY IS NOT LESS THAN TLCP-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-LOTES-FECHA
           END-START
           PERFORM UNTIL FIN-LOTES-FECHA OR LOTE-CASADO
              READ TLCTPOST NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-LOTES-FECHA
              END-READ
              IF NOT FIN-LOTES-FECHA
                 IF FS-TLCTPOST NOT = 0 OR
                    TLCP-FECHA-LOTE NOT = WKS-RSP-FECHA
                    MOVE 1 TO WKS-FIN-LOTES-FECHA
                 ELSE
                    ADD 1 TO WKS-LOTES-DE-LA-FECHA
                    MOVE TLCP-LLAVE TO WKS-LLAVE-LOTE
                    IF WKS-RSP-PARTIDAS = TLCP-PARTIDAS AND
                       WKS-RSP-CARGOS = TLCP-TOT-CARGOS AND
                       WKS-RSP-ABONOS = TLCP-TOT-ABONOS
                       MOVE 1 TO WKS-LOTE-CASADO-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-LOTES-DE-LA-FECHA = ZEROS
              ADD 1 TO WKS-SIN-LOTE
              DISPLAY 'RESPUESTA SIN LOTE REGISTRADO, FECHA: '
                      WKS-RSP-FECHA
              GO TO 310-CASA-RESPUESTA-E
           END-IF
           IF NOT LOTE-CASADO AND WKS-LOTES-DE-LA-FECHA > 1
              ADD 1 TO WKS-TOTALES-NO-CASAN
              DISPLAY 'RESPUESTA SIN LOTE QUE CASE EN TOTALES, FECHA: '
                      WKS-RSP-FECHA
              GO TO 310-CASA-RESPUESTA-E
           END-IF
           IF NOT LOTE-CASADO
              MOVE WKS-LLAVE-LOTE TO TLCP-LLAVE
              READ TLCTPOST KEY IS TLCP-LLAVE
              IF FS-TLCTPOST NOT = 0
                 DISPLAY 'ERROR AL RELEER TLCTPOST, STATUS: '
                         FS-TLCTPOST
                 MOVE 91 TO RETURN-CODE
                 PERFORM 700-CIERRA-ARCHIVOS
                 STOP RUN
              END-IF
              ADD 1 TO WKS-TOTALES-NO-CASAN
              SET TLCP-RECHAZADO TO TRUE
              MOVE 'TOTALES NO CASAN CON EL LOTE'
                   TO TLCP-MENSAJE-MAYOR
           ELSE
              IF RESPUESTA-ACEPTADA
                 ADD 1 TO WKS-LOTES-ACEPTADOS
                 SET TLCP-ACEPTADO TO TRUE
              ELSE
                 ADD 1 TO WKS-LOTES-RECHAZADOS
                 SET TLCP-RECHAZADO TO TRUE
              END-IF
              MOVE WKS-RSP-MENSAJE TO TLCP-MENSAJE-MAYOR
           END-IF
           MOVE WKS-FECHA-PROCESO TO TLCP-FECHA-ACUSE
           REWRITE REG-TLCTPOST
           IF FS-TLCTPOST NOT = 0
              DISPLAY 'ERROR AL REESCRIBIR TLCTPOST, STATUS: '
                      FS-TLCTPOST
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       310-CASA-RESPUESTA-E. EXIT.

      ******************************************************************
           MOVE HEADER1 TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS
           MOVE ZEROS      TO TLCP-FECHA-LOTE
           MOVE LOW-VALUES TO TLCP-ORIGEN
           START TLCTPOST KEY IS NOT LESS THAN TLCP-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-TLCTPOST

       410-ESCRIBE-LOTE SECTION.
           MOVE TLCP-FECHA-LOTE     TO WKS-LIN-FECHA
           MOVE TLCP-ORIGEN         TO WKS-LIN-ORIGEN
           MOVE TLCP-PARTIDAS       TO WKS-LIN-PARTIDAS
           MOVE TLCP-MENSAJE-MAYOR  TO WKS-LIN-MENSAJE
           MOVE WKS-LINEA-LOTE      TO PRINT-LINE
