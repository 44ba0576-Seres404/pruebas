      *             : CLIENTE EN TIMATH POR BARRIDO, MOMA-CODIGO-      *
      *             : UNIVERSAL EN MOMAES VIA SU PATH), RETIRA EL      *
      *             : DUPLICADO EN CFCNAT Y DEJA EN AUDMERGE UNA LINEA *
      *             : POR CADA REGISTRO TOCADO. EL RETIRO SE PUBLICA   *
      *             : COMO EVENTO DE FUSION EN CFCAMEV (CON EL CODIGO  *
      *             : SOBREVIVIENTE) PARA LOS SUSCRIPTORES DEL CIF.    *
      * ARCHIVOS    : CFCNAT=A, TLMATH=A, TIMATH=A, MOMAES=A           *
      *             : AUDMERGE=A, CFCAMEV=A                            *
      * ACCION (ES) : A=ACTUALIZA                                      *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
                                    WITH DUPLICATES
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT CFCAMEV ASSIGN  TO CFCAMEV
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCE-LLAVE
                   FILE STATUS     IS FS-CFCAMEV
                                      FSE-CFCAMEV.
            SELECT AUDMERGE ASSIGN TO AUDMERGE
                   FILE STATUS     IS FS-AUDMERGE.
       DATA DIVISION.
           COPY TIMATH2.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  CFCAMEV.
           COPY CFCAMEV.
       FD  AUDMERGE
           RECORDING MODE IS F.
       01 AUD-LINE                         PIC X(80).
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-AUDMERGE                      PIC 9(02)  VALUE ZEROS.
       01 FS-CFCAMEV                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFCNAT.
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
          02 WKS-PEND-LONG                 PIC 9(03)  VALUE ZEROS.
          02 WKS-PEND-LLAVE                PIC X(22)  OCCURS 500 TIMES.
       01 WKS-I                            PIC 9(03)  VALUE ZEROS.
      *------->  EVENTO DE CAMBIO CIF PARA LOS SUSCRIPTORES
       01 WKS-EVENTO.
          02 WKS-EVE-FECHA                 PIC 9(08)  VALUE ZEROS.
          02 WKS-EVE-HORA                  PIC 9(08)  VALUE ZEROS.
          02 WKS-EVE-SECUENCIA             PIC 9(05)  VALUE ZEROS.
          02 WKS-EVE-MARCA-ANTES           PIC X(01)  VALUE SPACES.
       01 WKS-MASCARA                      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->        LINEA DE LA AUDITORIA DE LA FUSION
       01 WKS-LINEA-AUD.
          05 WKS-TLMATH-REAPUNTADAS        PIC 9(05)  VALUE ZEROS.
          05 WKS-TIMATH-REAPUNTADAS        PIC 9(05)  VALUE ZEROS.
          05 WKS-MOMAES-REAPUNTADAS        PIC 9(05)  VALUE ZEROS.
          05 WKS-EVENTOS-GRABADOS          PIC 9(05)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-SYSIN FROM SYSIN
      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           MOVE 'CFMERGE ' TO PROGRAMA
           OPEN I-O    CFCNAT TLMATH TIMATH MOMAES CFCAMEV
           OPEN OUTPUT AUDMERGE
           IF (FS-CFCNAT = 97) AND (FS-TLMATH = 97) AND
              (FS-TIMATH = 97) AND (FS-MOMAES = 97) AND
              (FS-AUDMERGE = 97) AND (FS-CFCAMEV = 97)
              MOVE ZEROS TO FS-CFCNAT FS-TLMATH FS-TIMATH
                            FS-MOMAES FS-AUDMERGE FS-CFCAMEV
           END-IF
           IF FS-CFCNAT NOT = 0 OR FS-TLMATH NOT = 0 OR
              FS-TIMATH NOT = 0 OR FS-MOMAES NOT = 0 OR
              FS-AUDMERGE NOT = 0 OR FS-CFCAMEV NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO AUDMERGE : "
                      FS-AUDMERGE
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCAMEV  : " FS-CFCAMEV
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
           MOVE WKS-CODIGO-DUPLICADO TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             NOT INVALID KEY
                MOVE CFCN-MARCA-ESTADO TO WKS-EVE-MARCA-ANTES
                SET CFCN-RETIRADO-POR-FUSION TO TRUE
                REWRITE REG-CFCNAT
                IF FS-CFCNAT NOT = 0
                MOVE SPACES               TO WKS-AUD-LLAVE
                MOVE WKS-CODIGO-DUPLICADO TO WKS-AUD-LLAVE (1:8)
                PERFORM 560-ESCRIBE-AUDITORIA
                INITIALIZE REG-CFCAMEV
                MOVE WKS-CODIGO-DUPLICADO TO CFCE-CODIGO-CLIENTE
                SET  CFCE-NATURAL         TO TRUE
                SET  CFCE-GRUPO-FUSION    TO TRUE
                SET  CFCE-ACC-CAMBIO      TO TRUE
                MOVE WKS-EVE-MARCA-ANTES  TO CFCE-VALOR-ANTES (1:1)
                MOVE CFCN-MARCA-ESTADO    TO CFCE-VALOR-DESPUES (1:1)
                MOVE WKS-CODIGO-SOBREVIVE TO CFCE-VALOR-DESPUES (2:8)
                PERFORM 570-GRABA-EVENTO-CIF
           END-READ.
       550-RETIRA-DUPLICADO-E. EXIT.

           END-IF.
       560-ESCRIBE-AUDITORIA-E. EXIT.

      ******************************************************************
      *  EVENTO DE CAMBIO PARA LOS SUSCRIPTORES DEL CIF (CFCAMEV). EL  *
      *  ORIGEN DE LA LLAVE ES EL PROGRAMA; SI LA LLAVE YA EXISTE      *
      *  (MISMA FECHA, HORA Y SECUENCIA) SE PRUEBA LA SIGUIENTE        *
      ******************************************************************
       570-GRABA-EVENTO-CIF SECTION.
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
       570-GRABA-EVENTO-CIF-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           DISPLAY 'FUSION DE ' WKS-CODIGO-DUPLICADO ' HACIA '
           DISPLAY 'CUENTAS TIMATH REAPUNTADAS   : ' WKS-MASCARA
           MOVE    WKS-MOMAES-REAPUNTADAS TO WKS-MASCARA
           DISPLAY 'CUENTAS MOMAES REAPUNTADAS   : ' WKS-MASCARA
           MOVE    WKS-EVENTOS-GRABADOS   TO WKS-MASCARA
           DISPLAY 'EVENTOS GRABADOS EN CFCAMEV  : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFCNAT TLMATH TIMATH MOMAES AUDMERGE CFCAMEV.
       700-CIERRA-ARCHIVOS-E. EXIT.
