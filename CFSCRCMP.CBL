      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : CIF - COMUN                                      *
      * PROGRAMA    : CFSCRCMP                                         *
      * TIPO        : RUTINA (BATCH Y LINEA)                           *
      * DESCRIPCION : NORMALIZACION Y COMPARACION TOLERANTE DE NOMBRES *
      *             : PARA EL TAMIZAJE CONTRA LISTAS DE SANCIONES Y    *
      *             : PEP, SEGUN EL AREA DE PARAMETROS CFSC:           *
      *             :   'S' = PASA EL NOMBRE A MAYUSCULAS, QUITA LA    *
      *             :         PUNTUACION, LO ORDENA Y NORMALIZA CON    *
      *             :         CFGD2QL2 (NOMBRES APELLIDOS) Y DEVUELVE  *
      *             :         SUS PALABRAS SIGNIFICATIVAS (SIN         *
      *             :         CONECTORES NI SIGLAS SOCIETARIAS)        *
      *             :   'C' = COMPARA EL NOMBRE DEL CLIENTE CONTRA EL  *
      *             :         DE LA LISTA SIN IMPORTAR EL ORDEN DE LAS *
      *             :         PALABRAS; DOS PALABRAS SON IGUALES SI    *
      *             :         COINCIDEN O, CON 5 LETRAS O MAS, SI      *
      *             :         DIFIEREN EN UNA LETRA (CAMBIADA, DE MAS, *
      *             :         DE MENOS O DOS VECINAS TRASPUESTAS). EL  *
      *             :         PORCENTAJE ES PALABRAS DE LA LISTA       *
      *             :         ENCONTRADAS EN EL CLIENTE SOBRE EL TOTAL *
      *             :         DE PALABRAS DE LA LISTA; HAY COINCIDENCIA*
      *             :         SI LLEGA AL UMBRAL CON AL MENOS DOS      *
      *             :         PALABRAS (O UNA SI EL NOMBRE DE LA LISTA *
      *             :         TIENE UNA SOLA)                          *
      *             :   'D' = DEJA EL DOCUMENTO SOLO CON LETRAS Y      *
      *             :         DIGITOS, PARA COMPARAR DPI/NIT/PASAPORTE *
      *             :         SIN GUIONES NI ESPACIOS                  *
      * ARCHIVOS    : NO APLICA                                        *
      * PROGRAMA(S) : CFGD2QL2 (ORDENAMIENTO DE NOMBRES)               *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSCRCMP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *------->  NOMBRE EN PROCESO Y SU VERSION NORMALIZADA
       01 WKS-NOMBRE-TRABAJO          PIC X(40) VALUE SPACES.
       01 WKS-NOMBRE-NORMAL           PIC X(40) VALUE SPACES.
      *------->  PALABRAS SIGNIFICATIVAS DEL NOMBRE EN PROCESO
       01 WKS-PALABRAS.
          02 WKS-CANT-PALABRAS        PIC 9(02) VALUE ZEROS.
          02 WKS-PALABRA              PIC X(20) OCCURS 8 TIMES.
      *------->  PALABRAS DEL CLIENTE (A) Y DE LA LISTA (B)
       01 WKS-PALABRAS-A.
          02 WKS-CANT-A               PIC 9(02) VALUE ZEROS.
          02 WKS-PAL-A                PIC X(20) OCCURS 8 TIMES.
       01 WKS-PALABRAS-B.
          02 WKS-CANT-B               PIC 9(02) VALUE ZEROS.
          02 WKS-PAL-B                PIC X(20) OCCURS 8 TIMES.
       01 WKS-USADAS-A.
          02 WKS-USADA-A              PIC X(01) OCCURS 8 TIMES.
      *------->  CONECTORES Y SIGLAS QUE NO IDENTIFICAN A NADIE
       01 WKS-PALABRAS-VACIAS.
          02 FILLER                   PIC X(10) VALUE 'DE'.
          02 FILLER                   PIC X(10) VALUE 'DEL'.
          02 FILLER                   PIC X(10) VALUE 'LA'.
          02 FILLER                   PIC X(10) VALUE 'LAS'.
          02 FILLER                   PIC X(10) VALUE 'LOS'.
          02 FILLER                   PIC X(10) VALUE 'EL'.
          02 FILLER                   PIC X(10) VALUE 'VDA'.
          02 FILLER                   PIC X(10) VALUE 'SA'.
          02 FILLER                   PIC X(10) VALUE 'LTDA'.
          02 FILLER                   PIC X(10) VALUE 'CIA'.
          02 FILLER                   PIC X(10) VALUE 'SOCIEDAD'.
          02 FILLER                   PIC X(10) VALUE 'ANONIMA'.
          02 FILLER                   PIC X(10) VALUE 'LIMITADA'.
          02 FILLER                   PIC X(10) VALUE 'INC'.
          02 FILLER                   PIC X(10) VALUE 'CORP'.
          02 FILLER                   PIC X(10) VALUE 'LLC'.
          02 FILLER                   PIC X(10) VALUE 'LTD'.
          02 FILLER                   PIC X(10) VALUE 'THE'.
       01 WKS-PALABRAS-VACIAS-R REDEFINES WKS-PALABRAS-VACIAS.
          02 WKS-PALABRA-VACIA        PIC X(10) OCCURS 18 TIMES.
      *------->  VARIABLES DE TRABAJO
       01 WKS-I                       PIC 9(02) VALUE ZEROS.
       01 WKS-J                       PIC 9(02) VALUE ZEROS.
       01 WKS-K                       PIC 9(02) VALUE ZEROS.
       01 WKS-PUNTERO                 PIC 9(02) VALUE ZEROS.
       01 WKS-CANDIDATA               PIC X(20) VALUE SPACES.
       01 WKS-ES-VACIA                PIC 9(01) VALUE ZEROS.
          88 ES-PALABRA-VACIA                   VALUE 1.
       01 WKS-COINCIDENCIAS           PIC 9(02) VALUE ZEROS.
       01 WKS-UMBRAL                  PIC 9(03) VALUE ZEROS.
       01 WKS-ENCONTRADA              PIC 9(01) VALUE ZEROS.
          88 PALABRA-ENCONTRADA                 VALUE 1.
      *------->  COMPARACION DE DOS PALABRAS CON UNA LETRA DE TOLERANCIA
       01 WKS-PAL-1                   PIC X(20) VALUE SPACES.
       01 WKS-PAL-2                   PIC X(20) VALUE SPACES.
       01 WKS-LARGA                   PIC X(20) VALUE SPACES.
       01 WKS-CORTA                   PIC X(20) VALUE SPACES.
       01 WKS-LARGO-1                 PIC 9(02) VALUE ZEROS.
       01 WKS-LARGO-2                 PIC 9(02) VALUE ZEROS.
       01 WKS-LARGO-L                 PIC 9(02) VALUE ZEROS.
       01 WKS-LARGO-C                 PIC 9(02) VALUE ZEROS.
       01 WKS-P                       PIC 9(02) VALUE ZEROS.
       01 WKS-Q                       PIC 9(02) VALUE ZEROS.
       01 WKS-DIFERENCIAS             PIC 9(02) VALUE ZEROS.
       01 WKS-POS-DIF-1               PIC 9(02) VALUE ZEROS.
       01 WKS-POS-DIF-2               PIC 9(02) VALUE ZEROS.
       01 WKS-PARECIDAS               PIC 9(01) VALUE ZEROS.
          88 PALABRAS-PARECIDAS                 VALUE 1.
      *------->  DOCUMENTO SIN SEPARADORES
       01 WKS-DOC-ARMADO              PIC X(20) VALUE SPACES.
      *------->  PARAMETROS DE LA RUTINA CFGD2QL2
       COPY CFNM.
       LINKAGE SECTION.
       COPY CFSC.
       PROCEDURE DIVISION USING CFSC.
       100-PRINCIPAL SECTION.
           EVALUATE TRUE
              WHEN CFSC-SEPARA
                   MOVE CFSC-NOMBRE-CLIENTE TO WKS-NOMBRE-TRABAJO
                   PERFORM 200-NORMALIZA-NOMBRE
                   MOVE WKS-NOMBRE-NORMAL  TO CFSC-NOMBRE-NORMAL
                   MOVE WKS-CANT-PALABRAS  TO CFSC-CANT-PALABRAS
                   PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 8
                      MOVE WKS-PALABRA (WKS-I) TO CFSC-PALABRA (WKS-I)
                   END-PERFORM
              WHEN CFSC-COMPARA
                   MOVE CFSC-NOMBRE-CLIENTE TO WKS-NOMBRE-TRABAJO
                   PERFORM 200-NORMALIZA-NOMBRE
                   MOVE WKS-PALABRAS       TO WKS-PALABRAS-A
                   MOVE CFSC-NOMBRE-LISTA  TO WKS-NOMBRE-TRABAJO
                   PERFORM 200-NORMALIZA-NOMBRE
                   MOVE WKS-PALABRAS       TO WKS-PALABRAS-B
                   PERFORM 300-COMPARA-NOMBRES
              WHEN CFSC-NORMALIZA-DOCUMENTO
                   PERFORM 400-NORMALIZA-DOCUMENTO
              WHEN OTHER
                   MOVE ZEROS TO CFSC-PORCENTAJE
                   SET CFSC-NO-COINCIDE TO TRUE
           END-EVALUATE
           GOBACK.
       100-PRINCIPAL-E. EXIT.

      ******************************************************************
      *  MAYUSCULAS, PUNTUACION A ESPACIOS Y ORDEN/ESPACIADO COMUN DE  *
      *  CFGD2QL2; LUEGO SEPARA LAS PALABRAS SIGNIFICATIVAS (HASTA 8)  *
      ******************************************************************
       200-NORMALIZA-NOMBRE SECTION.
           INSPECT WKS-NOMBRE-TRABAJO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WKS-NOMBRE-TRABAJO
                   CONVERTING '.,;:-/&()' TO '         '
           MOVE 'N'                TO CFNM-ORDENAMIENTO
           MOVE 40                 TO CFNM-RANGO-LONGITUD
           MOVE ZEROS              TO CFNM-RANGO-APELLIDOS
           MOVE WKS-NOMBRE-TRABAJO TO CFNM-NOMBRE-COMPLETO
           CALL 'CFGD2QL2' USING CFNM
           MOVE CFNM-CAMPO-RETORNO TO WKS-NOMBRE-NORMAL
           MOVE ZEROS  TO WKS-CANT-PALABRAS
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 8
              MOVE SPACES TO WKS-PALABRA (WKS-I)
           END-PERFORM
           MOVE 1 TO WKS-PUNTERO
           PERFORM UNTIL WKS-PUNTERO > 40 OR WKS-CANT-PALABRAS = 8
              IF WKS-NOMBRE-NORMAL (WKS-PUNTERO:1) = SPACE
                 ADD 1 TO WKS-PUNTERO
              ELSE
                 MOVE SPACES TO WKS-CANDIDATA
                 UNSTRING WKS-NOMBRE-NORMAL
                          DELIMITED BY ALL SPACE
                          INTO WKS-CANDIDATA
                          WITH POINTER WKS-PUNTERO
                 END-UNSTRING
                 PERFORM 210-AGREGA-SI-SIGNIFICATIVA
              END-IF
           END-PERFORM.
       200-NORMALIZA-NOMBRE-E. EXIT.

      *----> LAS LETRAS SUELTAS Y LOS CONECTORES NO SE CUENTAN
       210-AGREGA-SI-SIGNIFICATIVA SECTION.
           IF WKS-CANDIDATA (2:1) = SPACE
              GO TO 210-AGREGA-SI-SIGNIFICATIVA-E
           END-IF
           MOVE ZEROS TO WKS-ES-VACIA
           PERFORM VARYING WKS-K FROM 1 BY 1
                   UNTIL WKS-K > 18 OR ES-PALABRA-VACIA
              IF WKS-CANDIDATA = WKS-PALABRA-VACIA (WKS-K)
                 MOVE 1 TO WKS-ES-VACIA
              END-IF
           END-PERFORM
           IF NOT ES-PALABRA-VACIA
              ADD 1 TO WKS-CANT-PALABRAS
              MOVE WKS-CANDIDATA TO WKS-PALABRA (WKS-CANT-PALABRAS)
           END-IF.
       210-AGREGA-SI-SIGNIFICATIVA-E. EXIT.

      ******************************************************************
      *  CADA PALABRA DE LA LISTA SE BUSCA ENTRE LAS DEL CLIENTE, SIN  *
      *  IMPORTAR EL ORDEN; CADA PALABRA DEL CLIENTE SE USA UNA VEZ    *
      ******************************************************************
       300-COMPARA-NOMBRES SECTION.
           MOVE ZEROS TO CFSC-PORCENTAJE WKS-COINCIDENCIAS
           SET CFSC-NO-COINCIDE TO TRUE
           IF WKS-CANT-A = ZEROS OR WKS-CANT-B = ZEROS
              GO TO 300-COMPARA-NOMBRES-E
           END-IF
           MOVE SPACES TO WKS-USADAS-A
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > WKS-CANT-B
              MOVE ZEROS TO WKS-ENCONTRADA
              PERFORM VARYING WKS-J FROM 1 BY 1
                      UNTIL WKS-J > WKS-CANT-A OR PALABRA-ENCONTRADA
                 IF WKS-USADA-A (WKS-J) = SPACE
                    MOVE WKS-PAL-B (WKS-I) TO WKS-PAL-1
                    MOVE WKS-PAL-A (WKS-J) TO WKS-PAL-2
                    PERFORM 310-PALABRAS-PARECIDAS
                    IF PALABRAS-PARECIDAS
                       MOVE 'X' TO WKS-USADA-A (WKS-J)
                       MOVE 1   TO WKS-ENCONTRADA
                       ADD 1    TO WKS-COINCIDENCIAS
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           COMPUTE CFSC-PORCENTAJE =
                   WKS-COINCIDENCIAS * 100 / WKS-CANT-B
           MOVE CFSC-UMBRAL TO WKS-UMBRAL
           IF WKS-UMBRAL = ZEROS
              MOVE 80 TO WKS-UMBRAL
           END-IF
           IF CFSC-PORCENTAJE NOT < WKS-UMBRAL AND
              (WKS-COINCIDENCIAS > 1 OR WKS-CANT-B = 1)
              SET CFSC-COINCIDE TO TRUE
           END-IF.
       300-COMPARA-NOMBRES-E. EXIT.

      ******************************************************************
      *  WKS-PAL-1 Y WKS-PAL-2 SON PARECIDAS SI SON IGUALES O, CON 5   *
      *  LETRAS O MAS, SI DIFIEREN EN UNA SOLA LETRA O EN DOS VECINAS  *
      *  TRASPUESTAS (ERRORES COMUNES DE DIGITACION Y TRANSLITERACION) *
      ******************************************************************
       310-PALABRAS-PARECIDAS SECTION.
           MOVE ZEROS TO WKS-PARECIDAS
           IF WKS-PAL-1 = WKS-PAL-2
              MOVE 1 TO WKS-PARECIDAS
              GO TO 310-PALABRAS-PARECIDAS-E
           END-IF
           MOVE ZEROS TO WKS-LARGO-1 WKS-LARGO-2
           INSPECT WKS-PAL-1 TALLYING WKS-LARGO-1
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WKS-PAL-2 TALLYING WKS-LARGO-2
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WKS-LARGO-1 < 5 OR WKS-LARGO-2 < 5
              GO TO 310-PALABRAS-PARECIDAS-E
           END-IF
           EVALUATE TRUE
              WHEN WKS-LARGO-1 = WKS-LARGO-2
                   PERFORM 320-MISMO-LARGO
              WHEN WKS-LARGO-1 = WKS-LARGO-2 + 1
                   MOVE WKS-PAL-1   TO WKS-LARGA
                   MOVE WKS-LARGO-1 TO WKS-LARGO-L
                   MOVE WKS-PAL-2   TO WKS-CORTA
                   MOVE WKS-LARGO-2 TO WKS-LARGO-C
                   PERFORM 330-UNA-LETRA-DE-MAS
              WHEN WKS-LARGO-2 = WKS-LARGO-1 + 1
                   MOVE WKS-PAL-2   TO WKS-LARGA
                   MOVE WKS-LARGO-2 TO WKS-LARGO-L
                   MOVE WKS-PAL-1   TO WKS-CORTA
                   MOVE WKS-LARGO-1 TO WKS-LARGO-C
                   PERFORM 330-UNA-LETRA-DE-MAS
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       310-PALABRAS-PARECIDAS-E. EXIT.

       320-MISMO-LARGO SECTION.
           MOVE ZEROS TO WKS-DIFERENCIAS WKS-POS-DIF-1 WKS-POS-DIF-2
           PERFORM VARYING WKS-P FROM 1 BY 1
                   UNTIL WKS-P > WKS-LARGO-1 OR WKS-DIFERENCIAS > 2
              IF WKS-PAL-1 (WKS-P:1) NOT = WKS-PAL-2 (WKS-P:1)
                 ADD 1 TO WKS-DIFERENCIAS
                 IF WKS-DIFERENCIAS = 1
                    MOVE WKS-P TO WKS-POS-DIF-1
                 ELSE
                    MOVE WKS-P TO WKS-POS-DIF-2
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WKS-DIFERENCIAS = 1
                   MOVE 1 TO WKS-PARECIDAS
              WHEN WKS-DIFERENCIAS = 2 AND
                   WKS-POS-DIF-2 = WKS-POS-DIF-1 + 1
                   IF WKS-PAL-1 (WKS-POS-DIF-1:1) =
                      WKS-PAL-2 (WKS-POS-DIF-2:1) AND
                      WKS-PAL-1 (WKS-POS-DIF-2:1) =
                      WKS-PAL-2 (WKS-POS-DIF-1:1)
                      MOVE 1 TO WKS-PARECIDAS
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       320-MISMO-LARGO-E. EXIT.

      *----> LA PALABRA LARGA ES LA CORTA CON UNA LETRA INTERCALADA
       330-UNA-LETRA-DE-MAS SECTION.
           MOVE ZEROS TO WKS-DIFERENCIAS
           MOVE 1     TO WKS-Q
           PERFORM VARYING WKS-P FROM 1 BY 1
                   UNTIL WKS-P > WKS-LARGO-L OR WKS-DIFERENCIAS > 1
              IF WKS-Q NOT > WKS-LARGO-C AND
                 WKS-LARGA (WKS-P:1) = WKS-CORTA (WKS-Q:1)
                 ADD 1 TO WKS-Q
              ELSE
                 ADD 1 TO WKS-DIFERENCIAS
              END-IF
           END-PERFORM
           IF WKS-DIFERENCIAS NOT > 1
              MOVE 1 TO WKS-PARECIDAS
           END-IF.
       330-UNA-LETRA-DE-MAS-E. EXIT.

      ******************************************************************
      *  EL DOCUMENTO QUEDA EN MAYUSCULAS, SOLO CON LETRAS Y DIGITOS,  *
      *  AJUSTADO A LA IZQUIERDA (1234-5 Y 12345 SON EL MISMO NIT)     *
      ******************************************************************
       400-NORMALIZA-DOCUMENTO SECTION.
           INSPECT CFSC-DOCUMENTO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WKS-DOC-ARMADO
           MOVE ZEROS  TO WKS-Q
           PERFORM VARYING WKS-P FROM 1 BY 1 UNTIL WKS-P > 20
              IF CFSC-DOCUMENTO (WKS-P:1) IS NUMERIC OR
                 (CFSC-DOCUMENTO (WKS-P:1) IS ALPHABETIC AND
                  CFSC-DOCUMENTO (WKS-P:1) NOT = SPACE)
                 ADD 1 TO WKS-Q
                 MOVE CFSC-DOCUMENTO (WKS-P:1)
                   TO WKS-DOC-ARMADO (WKS-Q:1)
              END-IF
           END-PERFORM
           MOVE WKS-DOC-ARMADO TO CFSC-DOCUMENTO.
       400-NORMALIZA-DOCUMENTO-E. EXIT.
