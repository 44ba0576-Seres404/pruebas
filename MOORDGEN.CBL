      * TIPO        : BATCH                                            *
      * DESCRIPCION : GENERACION NOCTURNA DE LOS MOVIMIENTOS DE LAS    *
      *             : ORDENES PERMANENTES MOORDEN. PARA CADA ORDEN     *
      *             : ACTIVA CUYO DIA DE PAGO, CORRIDO AL DIA HABIL    *
      *             : POR LA RUTINA BTRCOR00 (PRODUCTO ORDENPERM),     *
      *             : CAE EN LA FECHA DE PROCESO Y QUE ESTA DENTRO DE  *
      *             : SU VIGENCIA, VERIFICA EL SALDO LIBRE DE LA       *
      *             : CUENTA DEBITO (DISPONIBLE MENOS RESERVADO EN     *
      *             : MOSLIN) Y                                        *
      *             : GENERA EL PAR DEBITO/CREDITO EN EL ARCHIVO       *
      *             : MOMDCOP (LAYOUT DEL DIARIO MOMDCO, PARA          *
      *             : CONCATENARSE AL DIARIO DEL DIA Y QUE MODIARIO    *
      *             : 1-8, BLANCO, CODIGO DE DEBITO (MOT 005, NAT D)   *
      *             : EN 10-11, BLANCO, CODIGO DE CREDITO (NAT C) EN   *
      *             : 13-14.                                           *
      *             : EL DIA DE PAGO SE EVALUA EN EL MES ANTERIOR, EL  *
      *             : ACTUAL Y EL SIGUIENTE (UN CORRIMIENTO PUEDE      *
      *             : CRUZAR DE MES) Y UN DIA MAYOR AL ULTIMO DEL MES  *
      *             : SE PAGA EL ULTIMO DIA.                           *
      * ARCHIVOS    : MOORDEN=C, MOSLIN=C, MOMDCOP=A, ORDSKIP=A        *
      * ACCION (ES) : K=ARCHIVO, R=REPORTE                             *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRCOR00, CORRIMIENTO AL DIA HABIL        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 WKS-CODIGO-DEBITO             PIC 9(02)  VALUE ZEROS.
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-CODIGO-CREDITO            PIC 9(02)  VALUE ZEROS.
      *------->   PARAMETROS DE LA RUTINA DE CORRIMIENTO BTRCOR00
       01 WKS-CORRIMIENTO.
          02 WKS-COR-ACCION                PIC X(08)  VALUE SPACES.
          02 WKS-COR-PRODUCTO              PIC X(10)  VALUE
                                                      'ORDENPERM'.
          02 WKS-COR-FECHA-NOMINAL         PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-NOMINAL-R REDEFINES WKS-COR-FECHA-NOMINAL.
             03 WKS-NOM-AAAA               PIC 9(04).
             03 WKS-NOM-MM                 PIC 9(02).
             03 WKS-NOM-DD                 PIC 9(02).
          02 WKS-COR-REFERENCIA            PIC X(32)  VALUE SPACES.
          02 WKS-COR-PROGRAMA              PIC X(08)  VALUE
                                                      'MOORDGEN'.
          02 WKS-COR-FECHA-AJUSTADA        PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-RESULTADO             PIC X(01)  VALUE SPACES.
             88 WKS-COR-SE-CORRIO                     VALUE 'S'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DESPLAZAMIENTO            PIC S9(01) VALUE ZEROS.
          02 WKS-MES-CALCULO               PIC S9(03) VALUE ZEROS.
          02 WKS-ULTIMO-DIA-MES            PIC 9(02)  VALUE ZEROS.
          02 WKS-FECHA-AUX                 PIC 9(08)  VALUE ZEROS.
          02 WKS-ORDEN-DEL-DIA             PIC X(01)  VALUE 'N'.
             88 ORDEN-DEL-DIA                         VALUE 'S'.
          02 WKS-SALDO-LIBRE               PIC S9(11)V99 VALUE ZEROS.
          02 WKS-SECUENCIA                 PIC 9(04)  VALUE ZEROS.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
          05 WKS-FUERA-DE-DIA              PIC 9(07)  VALUE ZEROS.
          05 WKS-FUERA-DE-VIGENCIA         PIC 9(07)  VALUE ZEROS.
          05 WKS-RETIRADAS                 PIC 9(07)  VALUE ZEROS.
          05 WKS-ORDENES-CORRIDAS          PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-TRASLADADO            PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-TARJETA-SYSIN FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 300-BARRIDO-MOORDEN
           MOVE 'CIERRA' TO WKS-COR-ACCION
           CALL 'BTRCOR00' USING WKS-COR-ACCION, WKS-COR-PRODUCTO,
                           WKS-FECHA-PROCESO, WKS-COR-FECHA-NOMINAL,
                           WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                           WKS-COR-FECHA-AJUSTADA, WKS-COR-RESULTADO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       300-BARRIDO-MOORDEN-E. EXIT.

       310-EVALUA-ORDEN SECTION.
           MOVE 'N' TO WKS-ORDEN-DEL-DIA
           IF MOOR-ACTIVA
              PERFORM 315-DIA-DE-PAGO
           END-IF
           EVALUATE TRUE
              WHEN NOT MOOR-ACTIVA
                   ADD 1 TO WKS-RETIRADAS
              WHEN NOT ORDEN-DEL-DIA
                   ADD 1 TO WKS-FUERA-DE-DIA
              WHEN WKS-COR-FECHA-NOMINAL < MOOR-VIGENCIA-DESDE OR
                   WKS-COR-FECHA-NOMINAL > MOOR-VIGENCIA-HASTA
                   ADD 1 TO WKS-FUERA-DE-VIGENCIA
              WHEN OTHER
                   IF WKS-COR-SE-CORRIO
                      ADD 1 TO WKS-ORDENES-CORRIDAS
                   END-IF
                   PERFORM 320-VERIFICA-SALDO
                   IF WKS-SALDO-LIBRE NOT < MOOR-MONTO
                      PERFORM 330-GENERA-PAR-DE-MOVIMIENTOS
           END-EVALUATE.
       310-EVALUA-ORDEN-E. EXIT.

      ******************************************************************
      *  LA ORDEN ES DEL DIA SI SU FECHA NOMINAL DEL MES ANTERIOR, DEL *
      *  ACTUAL O DEL SIGUIENTE, CORRIDA AL DIA HABIL SEGUN LA REGLA   *
      *  DEL PRODUCTO, ES LA FECHA DE PROCESO. EL DIA DEL MES SE TOPA  *
      *  AL ULTIMO DIA DE CADA MES (EL 31 SE PAGA EL 30 O EL 28/29)    *
      ******************************************************************
       315-DIA-DE-PAGO SECTION.
           MOVE MOOR-LLAVE TO WKS-COR-REFERENCIA
           MOVE 'CORRE'    TO WKS-COR-ACCION
           PERFORM VARYING WKS-DESPLAZAMIENTO FROM -1 BY 1
                   UNTIL WKS-DESPLAZAMIENTO > 1 OR ORDEN-DEL-DIA
              COMPUTE WKS-MES-CALCULO = WKS-PRC-MM + WKS-DESPLAZAMIENTO
              MOVE WKS-PRC-AAAA TO WKS-NOM-AAAA
              EVALUATE TRUE
                 WHEN WKS-MES-CALCULO < 1
                      MOVE 12 TO WKS-NOM-MM
                      SUBTRACT 1 FROM WKS-NOM-AAAA
                 WHEN WKS-MES-CALCULO > 12
                      MOVE 1  TO WKS-NOM-MM
                      ADD 1   TO WKS-NOM-AAAA
                 WHEN OTHER
                      MOVE WKS-MES-CALCULO TO WKS-NOM-MM
              END-EVALUATE
              PERFORM 317-ULTIMO-DIA-DEL-MES
              IF MOOR-DIA-DEL-MES > WKS-ULTIMO-DIA-MES
                 MOVE WKS-ULTIMO-DIA-MES TO WKS-NOM-DD
              ELSE
                 MOVE MOOR-DIA-DEL-MES   TO WKS-NOM-DD
              END-IF
              CALL 'BTRCOR00' USING WKS-COR-ACCION, WKS-COR-PRODUCTO,
                              WKS-FECHA-PROCESO, WKS-COR-FECHA-NOMINAL,
                              WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                              WKS-COR-FECHA-AJUSTADA, WKS-COR-RESULTADO
              IF WKS-COR-FECHA-AJUSTADA = WKS-FECHA-PROCESO
                 MOVE 'S' TO WKS-ORDEN-DEL-DIA
              END-IF
           END-PERFORM.
       315-DIA-DE-PAGO-E. EXIT.

      *----> ULTIMO DIA DEL MES DE LA FECHA NOMINAL: EL DIA ANTERIOR
      *----> AL PRIMERO DEL MES SIGUIENTE
       317-ULTIMO-DIA-DEL-MES SECTION.
           IF WKS-NOM-MM = 12
              COMPUTE WKS-FECHA-AUX = (WKS-NOM-AAAA + 1) * 10000 + 101
           ELSE
              COMPUTE WKS-FECHA-AUX = WKS-NOM-AAAA * 10000 +
                                      (WKS-NOM-MM + 1) * 100 + 1
           END-IF
           COMPUTE WKS-FECHA-AUX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WKS-FECHA-AUX) - 1)
           MOVE WKS-FECHA-AUX (7:2) TO WKS-ULTIMO-DIA-MES.
       317-ULTIMO-DIA-DEL-MES-E. EXIT.

      *----> EL SALDO LIBRE ES EL DISPONIBLE MENOS EL RESERVADO DE LA
      *----> MONEDA DE LA ORDEN EN MOSLIN
       320-VERIFICA-SALDO SECTION.
           DISPLAY 'ORDENES GENERADAS             : ' WKS-MASCARA
           MOVE    WKS-ORDENES-SALTADAS  TO WKS-MASCARA
           DISPLAY 'ORDENES SIN SALDO (SALTADAS)  : ' WKS-MASCARA
           MOVE    WKS-ORDENES-CORRIDAS  TO WKS-MASCARA
           DISPLAY 'ORDENES CORRIDAS A DIA HABIL  : ' WKS-MASCARA
           MOVE    WKS-FUERA-DE-DIA      TO WKS-MASCARA
           DISPLAY 'ORDENES DE OTRO DIA           : ' WKS-MASCARA
           MOVE    WKS-FUERA-DE-VIGENCIA TO WKS-MASCARA
