      *             : ARCHIVO CONTASAL LLEVA HEADER, DETALLE Y TRAILER *
      *             : CON TOTALES DE CARGOS Y ABONOS PARA EL INTAKE    *
      *             : DEL MAYOR GENERAL.                               *
      *             : ANTES DE PROCESAR CUADRA PROVFIL CONTRA LOS      *
      *             : TOTALES QUE TLPROVIS DEJO EN BTRHAND (RUTINA     *
      *             : BTRHND00); SI NO CUADRA TERMINA CON RC 92.       *
      * ARCHIVOS    : PROVFIL=C, PROVANT=C, CONTASAL=A                 *
      *             : TLCTPOST=A (CONTROL DE POSTEO DEL LOTE)          *
      * ACCION (ES) : K=ARCHIVO                                        *
      * PROGRAMA(S) : RUTINAS BTRHND00 Y BTRCTL00                      *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
             88 FIN-PROVANT                           VALUE 1.
      *------->       TARJETA SYSIN: FECHA DE PROCESO AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *   ENLACE CON EL TABLERO DE CONTROL DE LA CADENA (BTRCTL00)
       01 WKS-RUN-CONTROL.
          02 WKS-RC-ACCION           PIC X(08) VALUE SPACES.
          02 WKS-RC-FECHA            PIC 9(08) VALUE ZEROS.
          02 WKS-RC-JOB              PIC X(08) VALUE SPACES.
          02 WKS-RC-PREDECESOR       PIC X(08) VALUE SPACES.
          02 WKS-RC-RESULTADO        PIC X(01) VALUE SPACES.
             88 RC-PREDECESOR-OK               VALUE 'O'.
      *   TOTALES DE CONTROL DE LA ENTREGA DE PROVFIL (BTRHND00)
       01 WKS-HAND-OFF.
          02 WKS-HO-ACCION           PIC X(08) VALUE SPACES.
          02 WKS-HO-FECHA            PIC 9(08) VALUE ZEROS.
          02 WKS-HO-DATASET          PIC X(08) VALUE SPACES.
          02 WKS-HO-JOB              PIC X(08) VALUE SPACES.
          02 WKS-HO-CONTEO           PIC 9(11) VALUE ZEROS.
          02 WKS-HO-HASH             PIC 9(18) VALUE ZEROS.
          02 WKS-HO-VALOR            PIC S9(15)V99 VALUE ZEROS.
          02 WKS-HO-RESULTADO        PIC X(01) VALUE SPACES.
             88 HO-ENTREGA-OK                  VALUE 'O'.
          02 WKS-HO-FIN-DATASET      PIC 9(01) VALUE ZEROS.
             88 HO-FIN-DATASET                 VALUE 1.
          02 WKS-HO-CUENTA           PIC 9(11) VALUE ZEROS.
      ******************************************************************
      *  VISTA DE UNA LINEA DE DETALLE DEL ARCHIVO DE PROVISION, EL    *
      *  MISMO LAYOUT QUE ESCRIBE TLPROVIS (340-ESCRIBE-DETALLE)       *
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICA-ENTREGA-PROVFIL
           PERFORM 220-ESCRIBE-HEADER
           PERFORM 230-LEE-PROVFIL
           PERFORM 240-LEE-PROVANT
           END-IF.
       200-APERTURA-ARCHIVOS-E. EXIT.

      ******************************************************************
      *  ANTES DE PROCESAR SE CUADRA PROVFIL CONTRA LOS TOTALES QUE    *
      *  DEJO TLPROVIS EN BTRHAND: LINEAS DE DETALLE, SUMA DE BIN +    *
      *  CORRELATIVO DE LA CUENTA Y SUMA DE LA RESERVA. SI NO CUADRA   *
      *  SE MARCA EL JOB CON ERROR EN EL TABLERO Y TERMINA CON         *
      *  RETURN-CODE 92 PARA QUE LA CADENA NO SIGA ADELANTE            *
      ******************************************************************
       210-VERIFICA-ENTREGA-PROVFIL SECTION.
           MOVE ZEROS TO WKS-HO-CONTEO WKS-HO-HASH WKS-HO-VALOR
                         WKS-HO-FIN-DATASET
           PERFORM UNTIL HO-FIN-DATASET
              READ PROVFIL
                AT END
                   MOVE 1 TO WKS-HO-FIN-DATASET
                NOT AT END
                   MOVE PROV-LINE TO WKS-DET-PROVISION
                   IF DET-ES-DETALLE
                      ADD 1 TO WKS-HO-CONTEO
                      MOVE WKS-DET-CUENTA (1:11) TO WKS-HO-CUENTA
                      ADD WKS-HO-CUENTA TO WKS-HO-HASH
                      COMPUTE WKS-HO-VALOR = WKS-HO-VALOR +
                              WKS-DET-RESERVA-ENT +
                              WKS-DET-RESERVA-DEC / 100
                   END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO WKS-DET-PROVISION
           CLOSE PROVFIL
           OPEN  INPUT PROVFIL
           IF FS-PROVFIL NOT = 0 AND 97
              DISPLAY '>>> NO SE PUDO REABRIR PROVFIL, STATUS: '
                      FS-PROVFIL ' <<<' UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           MOVE 'VERIFICA'        TO WKS-HO-ACCION
           MOVE WKS-FECHA-PROCESO TO WKS-HO-FECHA
           MOVE 'PROVFIL'         TO WKS-HO-DATASET
           MOVE 'TLCONTAB'        TO WKS-HO-JOB
           CALL 'BTRHND00' USING WKS-HO-ACCION, WKS-HO-FECHA,
                                 WKS-HO-DATASET, WKS-HO-JOB,
                                 WKS-HO-CONTEO, WKS-HO-HASH,
                                 WKS-HO-VALOR, WKS-HO-RESULTADO
           IF NOT HO-ENTREGA-OK
              MOVE 'FIN-ERR'  TO WKS-RC-ACCION
              MOVE WKS-FECHA-PROCESO TO WKS-RC-FECHA
              MOVE 'TLCONTAB' TO WKS-RC-JOB
              MOVE SPACES     TO WKS-RC-PREDECESOR
              CALL 'BTRCTL00' USING WKS-RC-ACCION, WKS-RC-FECHA,
                                    WKS-RC-JOB, WKS-RC-PREDECESOR,
                                    WKS-RC-RESULTADO
              DISPLAY '>>> PROVFIL NO CUADRA CON LO ENTREGADO POR '
                      'TLPROVIS, EL PROCESO NO CONTINUA <<<'
                      UPON CONSOLE
              MOVE 92 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       210-VERIFICA-ENTREGA-PROVFIL-E. EXIT.

       220-ESCRIBE-HEADER SECTION.
           MOVE WKS-FECHA-PROCESO TO WKS-HDR-FECHA
           MOVE WKS-LINEA-HEADER  TO CONTA-LINE
       410-REGISTRA-LOTE SECTION.
           INITIALIZE REG-TLCTPOST
           MOVE WKS-FECHA-PROCESO TO TLCP-FECHA-LOTE
           MOVE 'TLCONTAB'        TO TLCP-ORIGEN
           MOVE WKS-CON-PARTIDAS  TO TLCP-PARTIDAS
           MOVE WKS-TOT-CARGOS    TO TLCP-TOT-CARGOS
           MOVE WKS-TOT-ABONOS    TO TLCP-TOT-ABONOS
