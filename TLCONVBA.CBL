      *             : MENOS DE UNA CUOTA), ROTO (R, DEBE UNA CUOTA O   *
      *             : MAS) O CUMPLIDO (C). LOS PLANES ROTOS SE LISTAN  *
      *             : EN EL ARCHIVO CONVROTO PARA EL WORKLIST.         *
      *             : LA CUOTA DEL MES (Y LA DEL MES SIGUIENTE, SI SE  *
      *             : ADELANTA) VENCE EN SU DIA DE PAGO CORRIDO AL DIA *
      *             : HABIL POR LA RUTINA BTRCOR00, PRODUCTO CONVENIO. *
      *             : UN DIA DE PAGO MAYOR AL ULTIMO DEL MES VENCE EL  *
      *             : ULTIMO DIA.                                      *
      * ARCHIVOS    : TLCONVE=A, TLAXLQ=C, TLAXLD=C, TIAXL1=C          *
      *             : CONVROTO=A                                       *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA BTRCOR00, CORRIMIENTO AL DIA HABIL        *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
          02 WKS-PRC-AAAA                  PIC 9(04).
          02 WKS-PRC-MM                    PIC 9(02).
          02 WKS-PRC-DD                    PIC 9(02).
      *------->   PARAMETROS DE LA RUTINA DE CORRIMIENTO BTRCOR00
       01 WKS-CORRIMIENTO.
          02 WKS-COR-ACCION                PIC X(08)  VALUE SPACES.
          02 WKS-COR-PRODUCTO              PIC X(10)  VALUE
                                                      'CONVENIO'.
          02 WKS-COR-FECHA-NOMINAL         PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-NOMINAL-R REDEFINES WKS-COR-FECHA-NOMINAL.
             03 WKS-NOM-AAAA               PIC 9(04).
             03 WKS-NOM-MM                 PIC 9(02).
             03 WKS-NOM-DD                 PIC 9(02).
          02 WKS-COR-REFERENCIA            PIC X(32)  VALUE SPACES.
          02 WKS-COR-PROGRAMA              PIC X(08)  VALUE
                                                      'TLCONVBA'.
          02 WKS-COR-FECHA-AJUSTADA        PIC 9(08)  VALUE ZEROS.
          02 WKS-COR-RESULTADO             PIC X(01)  VALUE SPACES.
             88 WKS-COR-SE-CORRIO                     VALUE 'S'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-ULTIMO-DIA-MES            PIC 9(02)  VALUE ZEROS.
          02 WKS-FECHA-AUX                 PIC 9(08)  VALUE ZEROS.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-SALDO-ACTUAL              PIC S9(09)V99 VALUE ZEROS.
          02 WKS-CUOTAS-VENCIDAS           PIC S9(04) VALUE ZEROS.
          05 WKS-CUMPLIDOS                 PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-RESUELTOS              PIC 9(07)  VALUE ZEROS.
          05 WKS-SIN-ANEXO                 PIC 9(07)  VALUE ZEROS.
          05 WKS-CUOTAS-CORRIDAS           PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 220-LEE-TLCONVE
           PERFORM 300-EVALUA-CONVENIO UNTIL FIN-TLCONVE
           MOVE 'CIERRA' TO WKS-COR-ACCION
           CALL 'BTRCOR00' USING WKS-COR-ACCION, WKS-COR-PRODUCTO,
                           WKS-FECHA-PROCESO, WKS-COR-FECHA-NOMINAL,
                           WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                           WKS-COR-FECHA-AJUSTADA, WKS-COR-RESULTADO
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.

      ******************************************************************
      *  CUOTAS VENCIDAS = MESES COMPLETOS DESDE EL INICIO, MAS UNA    *
      *  SI LA FECHA DE PROCESO YA ALCANZO EL DIA DE PAGO DEL MES EN   *
      *  CURSO CORRIDO AL DIA HABIL, MAS OTRA SI EL DE PAGO DEL MES    *
      *  SIGUIENTE SE ADELANTO (REGLA P) HASTA LA FECHA DE PROCESO,    *
      *  TOPADAS AL NUMERO DE CUOTAS DEL PLAN                          *
      ******************************************************************
       320-CALCULA-CUMPLIMIENTO SECTION.
           COMPUTE WKS-CUOTAS-VENCIDAS =
                   (WKS-PRC-AAAA - TLCV-INI-AAAA) * 12 +
                   (WKS-PRC-MM - TLCV-INI-MM)
           MOVE TLCV-LLAVE   TO WKS-COR-REFERENCIA
           MOVE WKS-PRC-AAAA TO WKS-NOM-AAAA
           MOVE WKS-PRC-MM   TO WKS-NOM-MM
           PERFORM 325-CUOTA-DEL-MES
           IF WKS-NOM-MM = 12
              MOVE 1 TO WKS-NOM-MM
              ADD  1 TO WKS-NOM-AAAA
           ELSE
              ADD  1 TO WKS-NOM-MM
           END-IF
           PERFORM 325-CUOTA-DEL-MES
           IF WKS-CUOTAS-VENCIDAS < ZEROS
              MOVE ZEROS TO WKS-CUOTAS-VENCIDAS
           END-IF
           PERFORM 340-REESCRIBE-CONVENIO.
       320-CALCULA-CUMPLIMIENTO-E. EXIT.

      *----> SUMA LA CUOTA DEL MES DE WKS-NOM-AAAA/MM SI SU DIA DE PAGO
      *----> (TOPADO AL ULTIMO DEL MES) CORRIDO AL DIA HABIL YA LLEGO
       325-CUOTA-DEL-MES SECTION.
           IF WKS-NOM-MM = 12
              COMPUTE WKS-FECHA-AUX = (WKS-NOM-AAAA + 1) * 10000 + 101
           ELSE
              COMPUTE WKS-FECHA-AUX = WKS-NOM-AAAA * 10000 +
                                      (WKS-NOM-MM + 1) * 100 + 1
           END-IF
           COMPUTE WKS-FECHA-AUX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WKS-FECHA-AUX) - 1)
           MOVE WKS-FECHA-AUX (7:2) TO WKS-ULTIMO-DIA-MES
           IF TLCV-DIA-PAGO > WKS-ULTIMO-DIA-MES
              MOVE WKS-ULTIMO-DIA-MES TO WKS-NOM-DD
           ELSE
              MOVE TLCV-DIA-PAGO      TO WKS-NOM-DD
           END-IF
           MOVE 'CORRE' TO WKS-COR-ACCION
           CALL 'BTRCOR00' USING WKS-COR-ACCION, WKS-COR-PRODUCTO,
                           WKS-FECHA-PROCESO, WKS-COR-FECHA-NOMINAL,
                           WKS-COR-REFERENCIA, WKS-COR-PROGRAMA,
                           WKS-COR-FECHA-AJUSTADA, WKS-COR-RESULTADO
           IF WKS-COR-FECHA-AJUSTADA NOT > WKS-FECHA-PROCESO
              ADD 1 TO WKS-CUOTAS-VENCIDAS
              IF WKS-COR-SE-CORRIO AND
                 WKS-COR-FECHA-AJUSTADA = WKS-FECHA-PROCESO
                 ADD 1 TO WKS-CUOTAS-CORRIDAS
              END-IF
           END-IF.
       325-CUOTA-DEL-MES-E. EXIT.

       330-ESCRIBE-CONVROTO SECTION.
           MOVE TLCV-CUENTA          TO WKS-ROT-CUENTA
           MOVE TLCV-MONEDA          TO WKS-ROT-MONEDA
           DISPLAY 'CONVENIOS YA RESUELTOS        : ' WKS-MASCARA
           MOVE    WKS-SIN-ANEXO          TO WKS-MASCARA
           DISPLAY 'CUENTAS SIN ANEXO DE SALDOS   : ' WKS-MASCARA
           MOVE    WKS-CUOTAS-CORRIDAS    TO WKS-MASCARA
           DISPLAY 'CUOTAS CORRIDAS A DIA HABIL   : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

