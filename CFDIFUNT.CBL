      *             : QUE LAS AGENCIAS INICIEN LA SUCESION EN LUGAR    *
      *             : DE MANDAR CARTAS DE COBRO A UNA MORTUAL.         *
      *             : LAYOUT DE DIFUNTOS: DPI 9(13) EN 1-13, FECHA     *
      *             : AAAAMMDD EN 15-22. CADA MARCA DE FALLECIDO SE    *
      *             : PUBLICA COMO EVENTO EN CFCAMEV PARA LOS          *
      *             : SUSCRIPTORES DEL CIF.                            *
      * ARCHIVOS    : DIFUNTOS=C, CFCNATP=C, CFCNAT=A                  *
      *             : TLMATHP=C, TIMATHP=C, MOMAESP=C, FPMCTAP=C       *
      *             : FTPREP=A, CFCAMEV=A                              *
      * ACCION (ES) : A=ACTUALIZA, R=REPORTE                           *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
                   RECORD KEY      IS FPMC-CUENTA-ENLACE
                   FILE STATUS     IS FS-FPMCTAP
                                      FSE-FPMCTAP.
            SELECT CFCAMEV ASSIGN  TO CFCAMEV
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCE-LLAVE
                   FILE STATUS     IS FS-CFCAMEV
                                      FSE-CFCAMEV.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  FPMCTAP.
           COPY FPMCTAN.
       FD  CFCAMEV.
           COPY CFCAMEV.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(100).
       01 FS-MOMAESP                       PIC 9(02)  VALUE ZEROS.
       01 FS-FPMCTAP                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCAMEV                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFCNATP.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCAMEV.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
             88 FIN-DIFUNTOS                          VALUE 1.
          02 WKS-FIN-BROWSE                PIC 9(01)  VALUE ZEROS.
             88 FIN-BROWSE                            VALUE 1.
      *------->  EVENTO DE CAMBIO CIF PARA LOS SUSCRIPTORES
       01 WKS-EVENTO.
          02 WKS-EVE-FECHA                 PIC 9(08)  VALUE ZEROS.
          02 WKS-EVE-HORA                  PIC 9(08)  VALUE ZEROS.
          02 WKS-EVE-SECUENCIA             PIC 9(05)  VALUE ZEROS.
          02 WKS-EVE-MARCA-ANTES           PIC X(01)  VALUE SPACES.
          02 WKS-EVE-FECHA-ANTES           PIC 9(08)  VALUE ZEROS.
      *------->   VISTA DE UNA LINEA DEL ARCHIVO DE FALLECIDOS
       01 WKS-LINEA-DIFUNTO.
          05 WKS-DIF-DPI                   PIC 9(13).
          05 WKS-RETIRADOS-FUSION          PIC 9(07)  VALUE ZEROS.
          05 WKS-YA-MARCADOS               PIC 9(07)  VALUE ZEROS.
          05 WKS-PRODUCTOS-AFECTADOS       PIC 9(07)  VALUE ZEROS.
          05 WKS-EVENTOS-GRABADOS          PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           PERFORM 200-APERTURA-ARCHIVOS
           MOVE 'CFDIFUNT' TO PROGRAMA
           OPEN INPUT  DIFUNTOS CFCNATP TLMATHP TIMATHP
                       MOMAESP FPMCTAP
           OPEN I-O    CFCNAT CFCAMEV
           OPEN OUTPUT FTPREP
           IF (FS-DIFUNTOS = 97) AND (FS-CFCNATP = 97) AND
              (FS-CFCNAT = 97) AND (FS-TLMATHP = 97) AND
              (FS-TIMATHP = 97) AND (FS-MOMAESP = 97) AND
              (FS-FPMCTAP = 97) AND (FS-FTPREP = 97) AND
              (FS-CFCAMEV = 97)
              MOVE ZEROS TO FS-DIFUNTOS FS-CFCNATP FS-CFCNAT
                            FS-TLMATHP FS-TIMATHP FS-MOMAESP
                            FS-FPMCTAP FS-FTPREP FS-CFCAMEV
           END-IF
           IF FS-DIFUNTOS NOT = 0 OR FS-CFCNATP NOT = 0 OR
              FS-CFCNAT NOT = 0 OR FS-TLMATHP NOT = 0 OR
              FS-TIMATHP NOT = 0 OR FS-MOMAESP NOT = 0 OR
              FS-FPMCTAP NOT = 0 OR FS-FTPREP NOT = 0 OR
              FS-CFCAMEV NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAESP  : " FS-MOMAESP
              DISPLAY "* FILE STATUS DEL ARCHIVO FPMCTAP  : " FS-FPMCTAP
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCAMEV  : " FS-CFCAMEV
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              ADD 1 TO WKS-RETIRADOS-FUSION
              GO TO 320-MARCA-FALLECIDO-E
           END-IF
           MOVE CFCN-MARCA-ESTADO      TO WKS-EVE-MARCA-ANTES
           MOVE CFCN-FECHA-FALLECIDO   TO WKS-EVE-FECHA-ANTES
           SET  CFCN-MARCADO-FALLECIDO TO TRUE
           MOVE WKS-DIF-FECHA TO CFCN-FECHA-FALLECIDO
           REWRITE REG-CFCNAT
              STOP RUN
           END-IF
           ADD 1 TO WKS-CLIENTES-MARCADOS
           INITIALIZE REG-CFCAMEV
           MOVE WKS-COD-CLIENTE      TO CFCE-CODIGO-CLIENTE
           SET  CFCE-NATURAL         TO TRUE
           SET  CFCE-GRUPO-FALLECIDO TO TRUE
           SET  CFCE-ACC-CAMBIO      TO TRUE
           MOVE WKS-EVE-MARCA-ANTES  TO CFCE-VALOR-ANTES (1:1)
           MOVE WKS-EVE-FECHA-ANTES  TO CFCE-VALOR-ANTES (2:8)
           MOVE CFCN-MARCA-ESTADO    TO CFCE-VALOR-DESPUES (1:1)
           MOVE CFCN-FECHA-FALLECIDO TO CFCE-VALOR-DESPUES (2:8)
           PERFORM 325-GRABA-EVENTO-CIF
           PERFORM 330-PRODUCTOS-TLMATH
           PERFORM 340-PRODUCTOS-TIMATH
           PERFORM 350-PRODUCTOS-MOMAES.
       320-MARCA-FALLECIDO-E. EXIT.

      ******************************************************************
      *  EVENTO DE CAMBIO PARA LOS SUSCRIPTORES DEL CIF (CFCAMEV). EL  *
      *  ORIGEN DE LA LLAVE ES EL PROGRAMA; SI LA LLAVE YA EXISTE      *
      *  (MISMA FECHA, HORA Y SECUENCIA) SE PRUEBA LA SIGUIENTE        *
      ******************************************************************
       325-GRABA-EVENTO-CIF SECTION.
           ACCEPT WKS-EVE-FECHA FROM DATE YYYYMMDD
           ACCEPT WKS-EVE-HORA  FROM TIME
           MOVE WKS-EVE-FECHA         TO CFCE-FECHA
           MOVE WKS-EVE-HORA (1:6)    TO CFCE-HORA
           MOVE PROGRAMA              TO CFCE-ORIGEN
                                         CFCE-USUARIO
                                         CFCE-PROGRAMA
           MOVE 22 TO FS-CFCAMEV
           PERFORM UNTIL FS-CFCAMEV NOT = 22
              ADD  1                  TO WKS-EVE-SECUENCIA
              MOVE WKS-EVE-SECUENCIA  TO CFCE-SECUENCIA
              WRITE REG-CFCAMEV
           END-PERFORM
           IF FS-CFCAMEV NOT = 0
              MOVE 'WRITE'    TO ACCION
              MOVE CFCE-LLAVE TO LLAVE
              MOVE 'CFCAMEV'  TO ARCHIVO
              CALL 'DEBD1R00' USING PROGRAMA, ARCHIVO, ACCION,
                              LLAVE, FS-CFCAMEV, FSE-CFCAMEV
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           ADD 1 TO WKS-EVENTOS-GRABADOS.
       325-GRABA-EVENTO-CIF-E. EXIT.

      *----> TARJETAS DE CREDITO DEL CLIENTE (PATH TLMATHP)
       330-PRODUCTOS-TLMATH SECTION.
           MOVE ZEROS TO WKS-FIN-BROWSE
                    WKS-MASCARA
           MOVE    WKS-PRODUCTOS-AFECTADOS TO WKS-MASCARA
           DISPLAY 'PRODUCTOS AFECTADOS LISTADOS  : ' WKS-MASCARA
           MOVE    WKS-EVENTOS-GRABADOS    TO WKS-MASCARA
           DISPLAY 'EVENTOS GRABADOS EN CFCAMEV   : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE DIFUNTOS CFCNATP CFCNAT TLMATHP TIMATHP
                 MOMAESP FPMCTAP FTPREP CFCAMEV.
       700-CIERRA-ARCHIVOS-E. EXIT.
