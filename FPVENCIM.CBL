      *             : EL MAESTRO FPMCTAN Y POR CADA FONDO VIGENTE CUYA *
      *             : FECHA DE VENCIMIENTO YA SE CUMPLIO EN LA FECHA   *
      *             : DE PROCESO (VALIDADA CONTRA EL CALENDARIO        *
      *             : TLCALEN) CALCULA LA LIQUIDACION, GENERA EL ABONO *
      *             : A LA CUENTA ENLACE EN EL ARCHIVO MOMDCOV (LAYOUT *
      *             : DEL DIARIO MOMDCO, PARA CONCATENARSE AL DIARIO   *
      *             : DEL DIA SIGUIENTE Y QUE MODIARIO LO POSTEE CON   *
      *             : SUS CONTROLES NORMALES) Y MARCA EL FONDO         *
      *             : LIQUIDADO (SITUACION 99). ADEMAS LISTA EN        *
      *             : VENCPROX LOS FONDOS QUE VENCEN EN LOS PROXIMOS   *
      *             : 30 DIAS, CON SU EJECUTIVO, PARA OFRECER LA       *
      *             : RENOVACION.                                      *
      *             : LA FECHA DE VENCIMIENTO SE CORRE AL DIA HABIL    *
      *             : CON LA RUTINA BTRCOR00 (PRODUCTO FONDOMUT) ANTES *
      *             : DE COMPARARLA CONTRA LA FECHA DE PROCESO.        *
      *             : LOS FONDOS COBRADOS POR EL BATCH MENSUAL         *
      *             : FPAPORTA SE LIQUIDAN SOBRE LO EFECTIVAMENTE      *
      *             : APORTADO MAS EL INTERES ACUMULADO Y EL DEL       *
      *             : ULTIMO MES; LOS QUE NUNCA PASARON POR ESE COBRO  *
      *             : CONSERVAN EL CALCULO ANTERIOR (APORTACION        *
      *             : PACTADA MAS INTERES SIMPLE A LA TASA PACTADA     *
      *             : POR EL PLAZO EN MESES).                          *
      *             : FORMATO DE LA TARJETA SYSIN: FECHA AAAAMMDD EN   *
      *             : 1-8, BLANCO, CODIGO DE TRANSACCION DE ABONO      *
      *             : (MOT 005, NATURALEZA C) EN 10-11.                *
      *             : MOMDCOV=A, VENCPROX=A                            *
      * ACCION (ES) : A=ACTUALIZA, K=ARCHIVO                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRCOR00, CORRIMIENTO AL DIA HABIL        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
             03 WKS-PRC-DD                 PIC 9(02).
          02 FILLER                        PIC X(01)  VALUE SPACES.
          02 WKS-CODIGO-ABONO              PIC 9(02)  VALUE ZEROS.
      *------->   PARAMETROS DE LA RUTINA DE CORRIMIENTO BTRCOR00
       01 WKS-CORRIMIENTO.
          02 WKS-COR-ACCION                PIC X(08)  VALUE SPACES.
          02 WKS-COR-PRODUCTO              PIC X(10)  VALUE
                                                      'FONDOMUT'.
          02 WKS-COR-FECHA-NOMINAL         PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-REFERENCIA            PIC X(32)  VALUE SPACES.
          02 WKS-COR-PROGRAMA              PIC X(08)  VALUE
                                                      'FPVENCIM'.
          02 WKS-COR-FECHA-AJUSTADA        PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-RESULTADO             PIC X(01)  VALUE SPACES.
             88 WKS-COR-SE-CORRIO                     VALUE 'S'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-DIA-PROCESO               PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-LIQUIDADOS         PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-PROXIMOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-CUENTA-ENLACE         PIC 9(07)  VALUE ZEROS.
          05 WKS-FONDOS-CORRIDOS           PIC 9(07)  VALUE ZEROS.
          05 WKS-LIQUIDADOS-CON-MORA       PIC 9(07)  VALUE ZEROS.
          05 WKS-TOT-LIQUIDADO             PIC S9(13)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-VALIDA-FECHA-PROCESO
           PERFORM 300-BARRIDO-FPMCTAN
           MOVE 'CIERRA' TO WKS-COR-ACCION
           CALL 'BTRCOR00' USING WKS-COR-ACCION, WKS-COR-PRODUCTO,
                           WKS-FECHA-PROCESO, WKS-COR-FECHA-NOMINAL,
                           WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                           WKS-COR-FECHA-AJUSTADA, WKS-COR-RESULTADO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       300-BARRIDO-FPMCTAN-E. EXIT.

      ******************************************************************
      *  SOLO ENTRAN FONDOS VIGENTES (SITUACION DISTINTA DE 99 Y 98)   *
      *  CON FECHA DE VENCIMIENTO INFORMADA. SI EL FONDO PASO POR EL   *
      *  COBRO MENSUAL (FPAPORTA) LA LIQUIDACION ES LO EFECTIVAMENTE   *
      *  APORTADO MAS EL INTERES ACUMULADO MAS EL INTERES DEL ULTIMO   *
      *  MES (APORTADO X TASA / 1200); SI NO, ES LA APORTACION PACTADA *
      *  MAS INTERES SIMPLE: APORTACION X TASA / 100 X PLAZO EN MESES  *
      *  / 12. EL VENCIMIENTO QUE CAE EN DIA NO HABIL SE LIQUIDA EN EL *
      *  DIA HABIL QUE DEVUELVE BTRCOR00                               *
      ******************************************************************
       310-EVALUA-FONDO SECTION.
      *------> EN FONDOS ANTERIORES AL CAMPO LA FECHA DE VENCIMIENTO
           IF FPMC-FECHA-VENCIMIENTO NOT NUMERIC
              MOVE ZEROS TO FPMC-FECHA-VENCIMIENTO
           END-IF
           IF FPMC-LIQUIDADO OR FPMC-RESCATADO OR
              FPMC-FECHA-VENCIMIENTO = ZEROS
              GO TO 310-EVALUA-FONDO-E
           END-IF
           IF FPMC-MES-ULTIMO-COBRO NUMERIC AND
              FPMC-MES-ULTIMO-COBRO NOT = ZEROS
              COMPUTE WKS-INTERES ROUNDED = FPMC-INTERES-ACUMULADO +
                      FPMC-TOTAL-APORTADO * FPMC-TASA-INTERES / 1200
              COMPUTE WKS-LIQUIDACION =
                      FPMC-TOTAL-APORTADO + WKS-INTERES
           ELSE
              COMPUTE WKS-INTERES ROUNDED =
                      FPMC-APORTACION-PACTADA * FPMC-TASA-INTERES
                      / 100 * FPMC-PLAZO-DEL-FONDO / 12
              COMPUTE WKS-LIQUIDACION =
                      FPMC-APORTACION-PACTADA + WKS-INTERES
           END-IF
           MOVE 'CORRE'                TO WKS-COR-ACCION
           MOVE FPMC-FECHA-VENCIMIENTO TO WKS-COR-FECHA-NOMINAL
           MOVE FPMC-LLAVE             TO WKS-COR-REFERENCIA
           CALL 'BTRCOR00' USING WKS-COR-ACCION, WKS-COR-PRODUCTO,
                           WKS-FECHA-PROCESO, WKS-COR-FECHA-NOMINAL,
                           WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                           WKS-COR-FECHA-AJUSTADA, WKS-COR-RESULTADO
           IF WKS-COR-FECHA-AJUSTADA NOT > WKS-FECHA-PROCESO
              IF WKS-COR-SE-CORRIO AND
                 WKS-COR-FECHA-AJUSTADA = WKS-FECHA-PROCESO
                 ADD 1 TO WKS-FONDOS-CORRIDOS
              END-IF
              PERFORM 320-LIQUIDA-FONDO
              GO TO 310-EVALUA-FONDO-E
           END-IF
           COMPUTE WKS-DIAS-AL-VENCIMIENTO =
                   FUNCTION INTEGER-OF-DATE (WKS-COR-FECHA-AJUSTADA)
                   - WKS-DIA-PROCESO
           IF WKS-DIAS-AL-VENCIMIENTO NOT > 30
              PERFORM 340-LISTA-PROXIMO
                        '-> ' FPMC-LLAVE UPON CONSOLE
                GO TO 320-LIQUIDA-FONDO-E
           END-READ
      *------> SIN NADA APORTADO NO HAY ABONO: SOLO SE LIQUIDA
           IF WKS-LIQUIDACION > ZEROS
              PERFORM 330-ESCRIBE-MOVIMIENTO
           END-IF
           IF FPMC-MES-ULTIMO-COBRO NUMERIC AND
              FPMC-MES-ULTIMO-COBRO NOT = ZEROS AND
              FPMC-CUOTAS-NO-PAGADAS > ZEROS
              ADD 1 TO WKS-LIQUIDADOS-CON-MORA
           END-IF
           MOVE 99 TO FPMC-SITUACION-CUENTA
           REWRITE REG-FPMCTA
           IF FS-FPMCTAN NOT = 0
           DISPLAY 'FONDOS LEIDOS DE FPMCTAN      : ' WKS-MASCARA
           MOVE    WKS-FONDOS-LIQUIDADOS  TO WKS-MASCARA
           DISPLAY 'FONDOS LIQUIDADOS             : ' WKS-MASCARA
           MOVE    WKS-LIQUIDADOS-CON-MORA TO WKS-MASCARA
           DISPLAY '  CON CUOTAS NO PAGADAS       : ' WKS-MASCARA
           MOVE    WKS-SIN-CUENTA-ENLACE  TO WKS-MASCARA
           DISPLAY 'VENCIDOS SIN CUENTA ENLACE    : ' WKS-MASCARA
           MOVE    WKS-FONDOS-CORRIDOS    TO WKS-MASCARA
           DISPLAY 'VENCIMIENTOS CORRIDOS A HABIL : ' WKS-MASCARA
           MOVE    WKS-FONDOS-PROXIMOS    TO WKS-MASCARA
           DISPLAY 'VENCIMIENTOS PROXIMOS 30 DIAS : ' WKS-MASCARA
           MOVE    WKS-TOT-LIQUIDADO      TO WKS-MASCARA-MONTO
