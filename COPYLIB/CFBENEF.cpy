      *****************************************************************
      * CFBENEF - REGISTRO DE BENEFICIARIOS FINALES DE CLIENTES       *
      *           JURIDICOS: LIGA CADA EMPRESA DE CFCJUR CON LAS      *
      *           PERSONAS NATURALES DE CFCNAT QUE LA POSEEN O LA     *
      *           CONTROLAN (ACCIONISTA CON SU PORCENTAJE, DIRECTOR O *
      *           REPRESENTANTE LEGAL) Y SU VIGENCIA. LO MANTIENE     *
      *           CF5D1BF3; LA CONSULTA 360 CF5D1CLQ LO RECORRE POR   *
      *           EL PATH CFBENEFP (INDICE ALTERNO POR PERSONA) Y EL  *
      *           REPORTE CFBFREP LISTA LAS EMPRESAS SIN BENEFICIARIO *
      *           IDENTIFICADO. FECHA HASTA EN CEROS = VIGENTE.       *
      *****************************************************************
       01  REG-CFBENEF.
           05  CFBF-LLAVE.
               10  CFBF-CODIGO-EMPRESA         PIC X(08).
               10  CFBF-CODIGO-PERSONA         PIC X(08).
               10  CFBF-ROL                    PIC X(01).
                   88  CFBF-ROL-ACCIONISTA              VALUE 'A'.
                   88  CFBF-ROL-DIRECTOR                VALUE 'D'.
                   88  CFBF-ROL-REPRESENTANTE           VALUE 'R'.
                   88  CFBF-ROL-VALIDO           VALUE 'A' 'D' 'R'.
           05  CFBF-PORCENTAJE                 PIC 9(03)V99.
           05  CFBF-FECHA-DESDE                PIC 9(08).
           05  CFBF-FECHA-HASTA                PIC 9(08).
           05  CFBF-USUARIO-REGISTRO           PIC X(08).
           05  CFBF-FECHA-REGISTRO             PIC 9(08).
           05  FILLER                          PIC X(16).
