      *****************************************************************
      * CFEDCRU - CRUCE ENTRE CLIENTES DE LA PLATAFORMA EDUCATIVA     *
      *           (EDM1CL) Y CLIENTES PERSONA NATURAL DEL CIF         *
      *           (CFCNAT). EL BATCH CFEDCRUZ PROPONE CADA PAR POR    *
      *           FECHA DE NACIMIENTO IGUAL Y NOMBRE PARECIDO, CON SU *
      *           PUNTAJE DE CONFIANZA; CF5D1EX3 LO CONFIRMA O LO     *
      *           RECHAZA. EL PATH CFEDCRUP (INDICE ALTERNO POR       *
      *           CLIENTE CIF, CON DUPLICADOS) DA LOS CLIENTES        *
      *           EDUCATIVOS DE UN CLIENTE CIF.                       *
      *****************************************************************
       01  REG-CFEDCRU.
           05  CFEX-LLAVE.
               10  CFEX-CODIGO-EDUCATIVO       PIC 9(08).
               10  CFEX-CODIGO-CLIENTE         PIC X(08).
      *    CONFIANZA: 20 PUNTOS POR LA FECHA DE NACIMIENTO IGUAL MAS
      *    80 POR EL PORCENTAJE DE PALABRAS DEL NOMBRE EDUCATIVO QUE
      *    APARECEN EN EL NOMBRE CIF (CFSCRCMP)
           05  CFEX-CONFIANZA                  PIC 9(03).
           05  CFEX-PORCENTAJE-NOMBRE          PIC 9(03).
           05  CFEX-FECHA-NACIMIENTO           PIC 9(08).
           05  CFEX-ESTADO                     PIC X(01).
               88  CFEX-PROPUESTO                       VALUE 'P'.
               88  CFEX-CONFIRMADO                      VALUE 'C'.
               88  CFEX-RECHAZADO                       VALUE 'R'.
           05  CFEX-FECHA-PROPUESTA            PIC 9(08).
           05  CFEX-FECHA-DECISION             PIC 9(08).
           05  CFEX-USUARIO-DECISION           PIC X(08).
           05  FILLER                          PIC X(17).
