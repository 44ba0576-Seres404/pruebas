      *****************************************************************
      * TLCATHI - HISTORICO MENSUAL DE CATEGORIA DE RIESGO (A-E) POR  *
      *           CUENTA. LLAVE CUENTA + PERIODO AAAAMM. LO GRABA     *
      *           TLCATREG CON EL PEOR DIA DE MORA VIVO DEL CIERRE Y  *
      *           LA CATEGORIA DEL MES ANTERIOR (BLANCO SI LA CUENTA  *
      *           NO TENIA CATEGORIA). MAESTRO T=TLMATH, I=TIMATH.    *
      *****************************************************************
       01  REG-TLCATHI.
           05  TLCG-LLAVE.
               10  TLCG-CUENTA                 PIC X(16).
               10  TLCG-PERIODO                PIC 9(06).
           05  TLCG-CODIGO-CLIENTE             PIC X(08).
           05  TLCG-MAESTRO                    PIC X(01).
               88  TLCG-MAESTRO-TLMATH                  VALUE 'T'.
               88  TLCG-MAESTRO-TIMATH                  VALUE 'I'.
           05  TLCG-DIAS-MORA                  PIC S9(03).
           05  TLCG-CATEGORIA                  PIC X(01).
           05  TLCG-CATEGORIA-ANTERIOR         PIC X(01).
           05  TLCG-FECHA-PROCESO              PIC 9(08).
           05  FILLER                          PIC X(20).
