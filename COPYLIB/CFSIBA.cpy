           05  CFSI-ACT-GENERADOR-DIVISAS-D    PIC 9(02).
      *    MARCA DE EXCLUSION DE LA POBLACION E83: 'X' CUANDO LA
      *    CONCILIACION CFSIORFA CONFIRMO QUE LA CUENTA YA NO EXISTE
      *    EN LOS MAESTROS TLMATH/TIMATH (O MOMAES SI ES MONETARIA)
           05  CFSI-MARCA-EXCLUSION            PIC X(01).
               88  CFSI-EXCLUIDA-E83                    VALUE 'X'.
      *    MAESTRO DE ORIGEN DE LA CUENTA: ESPACIOS PARA LAS TARJETAS
      *    (TLMATH/TIMATH/EXTRACTOS, CARGADAS POR MIGRACFS) Y 'M' PARA
      *    LAS CUENTAS MONETARIAS DE MOMAES CARGADAS POR MOCFSCAR
           05  CFSI-ORIGEN-MAESTRO             PIC X(01).
               88  CFSI-ORIGEN-TARJETAS                 VALUE SPACE.
               88  CFSI-ORIGEN-MOMAES                   VALUE 'M'.
           05  FILLER                          PIC X(28).
