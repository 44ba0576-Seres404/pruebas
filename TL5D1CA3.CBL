      *             : EXIGEN ANTES DE ACEPTAR SU TARJETA SYSIN.        *
      * ARCHIVOS    : TLCALEN                      (VSAM KSDS)         *
      * ACCION (ES) : A=ALTA  C=CAMBIO  I=CONSULTA  P=FIJA FECHA PROC  *
      * PROGRAMA(S) : RUTINA BTRAUT00 (AUTORIZACION)                   *
      * CANAL       : PANTALLA ADMINISTRATIVA - OPERACIONES            *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
      * --- MAPA Y CARACTERISTICAS
       COPY TLCALNM.
       COPY TLCALEN.
       COPY BTRAUTC.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
                PERFORM ENVIA-MAPA

           WHEN EIBAID = DFHENTER
                PERFORM 105-VALIDA-AUTORIZACION
                IF BTAU-AUTORIZADO
                   PERFORM 110-RECIBE-Y-PROCESA
                ELSE
                   MOVE BTAU-MENSAJE    TO MENSAJEO
                END-IF
                SET SEND-DATAONLY       TO TRUE
                PERFORM ENVIA-MAPA

           END-EVALUATE.
       100-VALIDA-LLAMADO-E. EXIT.

      ******************************************************************
      *  USUARIO FIRMADO EN LA TERMINAL CON PERMISO EN LA TRANSACCION  *
      *  (RUTINA COMUN BTRAUT00); SU CODIGO QUEDA EN BTAU-USUARIO      *
      ******************************************************************
       105-VALIDA-AUTORIZACION SECTION.
           INITIALIZE BTAU-COMMAREA
           SET  BTAU-AUTORIZA           TO TRUE
           MOVE EIBTRMID                TO BTAU-TERMINAL
           MOVE WKS-NOMBRE-PROGRAMA     TO BTAU-TRANSACCION
           MOVE SPACES                  TO BTAU-ACCION
           EXEC CICS LINK
                PROGRAM  ('BTRAUT00')
                COMMAREA (BTAU-COMMAREA)
                LENGTH   (LENGTH OF BTAU-COMMAREA)
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
              MOVE 'N'                  TO BTAU-RESULTADO
              MOVE 'RUTINA DE SEGURIDAD BTRAUT00 NO DISPONIBLE'
                                        TO BTAU-MENSAJE
           END-IF.
       105-VALIDA-AUTORIZACION-E. EXIT.

       110-RECIBE-Y-PROCESA SECTION.
           EXEC CICS RECEIVE
                MAP     ('TLCALNM')
           END-IF
           PERFORM HORA-FECHA-SISTEMA
           MOVE FECHA-SYS           TO TLCA-FECHA-ULT-CAMBIO
           MOVE BTAU-USUARIO        TO TLCA-USUARIO-ULT-CAMBIO
           EXEC CICS WRITE
                DATASET ('TLCALEN')
                FROM    (REG-TLCALEN)
                     END-IF
                     PERFORM HORA-FECHA-SISTEMA
                     MOVE FECHA-SYS TO TLCA-FECHA-ULT-CAMBIO
                     MOVE BTAU-USUARIO TO TLCA-USUARIO-ULT-CAMBIO
                     EXEC CICS REWRITE
                          DATASET ('TLCALEN')
                          FROM    (REG-TLCALEN)
                        MOVE FECHAI    TO TLCA-FECHA-PROCESO
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS TO TLCA-FECHA-ULT-CAMBIO
                        MOVE BTAU-USUARIO TO TLCA-USUARIO-ULT-CAMBIO
                        EXEC CICS REWRITE
                             DATASET ('TLCALEN')
                             FROM    (REG-TLCALEN)
                        MOVE FECHAI    TO TLCA-FECHA-PROCESO
                        PERFORM HORA-FECHA-SISTEMA
                        MOVE FECHA-SYS TO TLCA-FECHA-ULT-CAMBIO
                        MOVE BTAU-USUARIO TO TLCA-USUARIO-ULT-CAMBIO
                        EXEC CICS WRITE
                             DATASET ('TLCALEN')
                             FROM    (REG-TLCALEN)
