      *             : SECUENCIA, VERIFICA QUE CADA CUENTA EXISTA EN    *
      *             : TLMATH (LLAVE CON PREFIJO DE BIN) O EN TIMATH    *
      *             : (PRODUCTO 45) Y LISTA LOS HUERFANOS EN ORFAREP.  *
      *             : LAS CUENTAS MONETARIAS CARGADAS POR MOCFSCAR     *
      *             : (CFSI-ORIGEN-MAESTRO = M) SE VERIFICAN EN MOMAES.*
      *             : CON MODO M EN SYSIN ADEMAS MARCA EL HUERFANO     *
      *             : COMO EXCLUIDO DE LA POBLACION E83               *
      *             : (CFSI-MARCA-EXCLUSION = X).                      *
      * ARCHIVOS    : CFSIBA=A, TLMATH=C, TIMATH=C, MOMAES=C,          *
      *             : ORFAREP=A                                        *
      * ACCION (ES) : A=ACTUALIZA (MODO M), R=REPORTE                  *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      * INSTALADO   : DD/MM/AAAA                                       *
                   RECORD KEY      IS TIMT-LLAVE
                   FILE STATUS     IS FS-TIMATH
                                      FSE-TIMATH.
            SELECT MOMAES ASSIGN   TO MOMAES
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS MOMA-LLAVE
                   FILE STATUS     IS FS-MOMAES
                                      FSE-MOMAES.
            SELECT ORFAREP ASSIGN  TO ORFAREP
                   FILE STATUS     IS FS-ORFAREP.
       DATA DIVISION.
           COPY TLMATH4.
       FD  TIMATH.
           COPY TIMATH2.
       FD  MOMAES.
           COPY MOMAES REPLACING MOMAES BY REG-MOMAES.
       FD  ORFAREP
           RECORDING MODE IS F.
       01 ORFA-LINE                        PIC X(80).
       01 FS-CFSIBA                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-MOMAES                        PIC 9(02)  VALUE ZEROS.
       01 FS-ORFAREP                       PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-CFSIBA.
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-MOMAES.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
           ELSE
              OPEN INPUT CFSIBA
           END-IF
           OPEN INPUT  TLMATH TIMATH MOMAES
           OPEN OUTPUT ORFAREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'CFSIORFA' TO PROGRAMA
           IF (FS-CFSIBA = 97) AND (FS-TLMATH = 97) AND
              (FS-TIMATH = 97) AND (FS-MOMAES = 97) AND
              (FS-ORFAREP = 97)
              MOVE ZEROS TO FS-CFSIBA FS-TLMATH FS-TIMATH FS-MOMAES
                            FS-ORFAREP
           END-IF
           IF FS-CFSIBA NOT = 0 OR FS-TLMATH NOT = 0 OR
              FS-TIMATH NOT = 0 OR FS-MOMAES NOT = 0 OR
              FS-ORFAREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CFSIBA   : " FS-CFSIBA
              DISPLAY "* FILE STATUS DEL ARCHIVO TLMATH   : " FS-TLMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TIMATH   : " FS-TIMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO MOMAES   : " FS-MOMAES
              DISPLAY "* FILE STATUS DEL ARCHIVO ORFAREP  : " FS-ORFAREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
      ******************************************************************
      *  LAS CUENTAS DE PRODUCTO 45 (INSTITUCIONAL) SE BUSCAN EN       *
      *  TIMATH POR LA CUENTA TAL CUAL; LAS DEMAS EN TLMATH CON LA     *
      *  LLAVE PREFIJADA POR EL BIN DE LA CUENTA. LAS MONETARIAS DE    *
      *  ORIGEN MOMAES SE BUSCAN EN MOMAES POR EL NUMERO DE CUENTA     *
      ******************************************************************
       310-VERIFICA-EN-MAESTROS SECTION.
           IF CFSI-EXCLUIDA-E83
              ADD 1 TO WKS-YA-EXCLUIDOS
           ELSE
              MOVE ZEROS TO WKS-EXISTE-MAESTRO
              EVALUATE TRUE
              WHEN CFSI-ORIGEN-MOMAES
                 MOVE CFSI-CUENTA TO MOMA-LLAVE
                 READ MOMAES KEY IS MOMA-LLAVE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 1 TO WKS-EXISTE-MAESTRO
                 END-READ
              WHEN CFSI-PRODUCTO = 45
                 MOVE CFSI-CUENTA TO TIMT-LLAVE
                 READ TIMATH KEY IS TIMT-LLAVE
                   INVALID KEY
                   NOT INVALID KEY
                      MOVE 1 TO WKS-EXISTE-MAESTRO
                 END-READ
              WHEN OTHER
                 MOVE CFSI-BIN    TO TLMT-BIN
                 MOVE CFSI-CUENTA TO TLMT-CUENTA
                 READ TLMATH KEY IS TLMT-LLAVE
                   NOT INVALID KEY
                      MOVE 1 TO WKS-EXISTE-MAESTRO
                 END-READ
              END-EVALUATE
              IF NOT EXISTE-EN-MAESTRO
                 PERFORM 320-DOCUMENTA-HUERFANO
              END-IF
              MOVE 'HUERFANO, MARCADO EXCLUIDO DE LA POBLACION E83'
                               TO WKS-ORF-MENSAJE
           ELSE
              IF CFSI-ORIGEN-MOMAES
                 MOVE 'HUERFANO, NO EXISTE EN MOMAES'
                                  TO WKS-ORF-MENSAJE
              ELSE
                 MOVE 'HUERFANO, NO EXISTE EN TLMATH NI TIMATH'
                                  TO WKS-ORF-MENSAJE
              END-IF
           END-IF
           MOVE WKS-LINEA-ORFA TO ORFA-LINE
           WRITE ORFA-LINE
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CFSIBA TLMATH TIMATH MOMAES ORFAREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
