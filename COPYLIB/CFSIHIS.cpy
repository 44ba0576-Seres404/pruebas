      *****************************************************************
      * CFSIHIS - HISTORICO DE VALORES ANTERIORES DE CFSIBA, UN       *
      *           REGISTRO POR CADA VEZ QUE MIGRACFS O MOCFSCAR       *
      *           SOBREESCRIBEN UNA CUENTA YA EXISTENTE, VIGENTE      *
      *           HASTA LA FECHA AAAAMM EN QUE SE HIZO EL CAMBIO      *
      *****************************************************************
       01  REG-CFSIHIS.
           05  CFSH-LLAVE.
           05  CFSH-CODIGO-ORIGEN-CREDITO      PIC X(04).
           05  CFSH-ACT-GENERADOR-DIVISAS-Q    PIC 9(01).
           05  CFSH-ACT-GENERADOR-DIVISAS-D    PIC 9(02).
           05  CFSH-ORIGEN-MAESTRO             PIC X(01).
           05  FILLER                          PIC X(29).
