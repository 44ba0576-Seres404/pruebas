      *****************************************************************
      * CFGRUPO - MAESTRO DE GRUPOS ECONOMICOS: CLIENTES RELACIONADOS *
      *           (FAMILIA, HOLDING Y SUBSIDIARIAS) CUYA EXPOSICION   *
      *           SE CONTROLA EN CONJUNTO. CADA GRUPO TIENE UN        *
      *           CLIENTE CABEZA (CFCNAT O CFCJUR) QUE SIEMPRE ES     *
      *           MIEMBRO ACTIVO EN CFGRMIE. LIMITE PROPIO EN CEROS = *
      *           SE APLICA EL LIMITE DE POLITICA DE TLTGEN TLT 014.  *
      *           LO MANTIENE CF5D1GR3 Y LO EVALUA CFGRPEXP.          *
      *****************************************************************
       01  REG-CFGRUPO.
           05  CFGR-LLAVE.
               10  CFGR-CODIGO-GRUPO           PIC X(06).
           05  CFGR-NOMBRE-GRUPO               PIC X(40).
           05  CFGR-CLIENTE-CABEZA             PIC X(08).
           05  CFGR-TIPO-CABEZA                PIC X(01).
               88  CFGR-CABEZA-NATURAL                  VALUE 'N'.
               88  CFGR-CABEZA-JURIDICO                 VALUE 'J'.
           05  CFGR-LIMITE-PROPIO-Q            PIC 9(11)V99.
           05  CFGR-USUARIO-REGISTRO           PIC X(08).
           05  CFGR-FECHA-REGISTRO             PIC 9(08).
           05  CFGR-USUARIO-ULT-CAMBIO         PIC X(08).
           05  CFGR-FECHA-ULT-CAMBIO           PIC 9(08).
           05  FILLER                          PIC X(20).
