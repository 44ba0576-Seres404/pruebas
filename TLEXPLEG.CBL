      ******************************************************************
      * FECHA       : 15/10/2026                                       *
      * PROGRAMADOR : ERICK DANIEL RAMIREZ DIVAS (PEDR)                *
      * APLICACION  : TARJETA CREDITO/INSTITUCIONAL                    *
      * PROGRAMA    : TLEXPLEG                                         *
      * TIPO        : BATCH                                            *
      * DESCRIPCION : EXPEDIENTE DE COBRO JUDICIAL POR CUENTA. LEE LA  *
      *             : LISTA DE CUENTAS QUE PIDE LEGAL (CTASLEG, UNA    *
      *             : CUENTA DE 16 POR LINEA EN 1-16) E IMPRIME EN     *
      *             : FTPREP UN EXPEDIENTE POR CUENTA CON UNA SECCION  *
      *             : POR FUENTE, CADA UNA EN ORDEN CRONOLOGICO:       *
      *             :   - IDENTIFICACION DEL CLIENTE (CFCNAT/CFCJUR)   *
      *             :     Y SU DOMICILIO Y CONTACTO (CFDIREC)          *
      *             :   - SALDOS ADEUDADOS POR CICLO DE LOS ANEXOS     *
      *             :     TLAXLQ/TLAXLD (TIAXL1 PARA EL BIN            *
      *             :     INSTITUCIONAL), POR GRUPO Y TOTAL            *
      *             :   - CICLOS DE MORA ARCHIVADOS (TLIMARC) Y        *
      *             :     VIGENTES (TLIMOR)                            *
      *             :   - GESTIONES (TLGESTI), PROMESAS (TLPROME),     *
      *             :     CONVENIOS (TLCONVE), CARTAS (TLCARHIS) Y EL  *
      *             :     CASO DE DEMANDA (TLDEMAN)                    *
      *             : UNA CUENTA QUE NO ESTA EN TLMATH NI TIMATH SE    *
      *             : LISTA COMO NO ENCONTRADA EN LUGAR DEL EXPEDIENTE.*
      *             : TARJETA SYSIN: FECHA DE EMISION AAAAMMDD.        *
      * ARCHIVOS    : CTASLEG=C, TLMATH=C, TIMATH=C, CFCNAT=C          *
      *             : CFCJUR=C, CFDIREC=C, TLAXLQ=C, TLAXLD=C          *
      *             : TIAXL1=C, TLIMOR=C, TLIMARC=C, TLGESTI=C         *
      *             : TLPROME=C, TLCONVE=C, TLCARHIS=C, TLDEMAN=C      *
      *             : FTPREP=A                                         *
      * ACCION (ES) : R=REPORTE                                        *
      * PROGRAMA(S) : RUTINA DEBD1R00, FILE STATUS EXTENDED            *
      *             : RUTINA CFGD2QL2, EDIT DE NOMBRES                 *
      * INSTALADO   : DD/MM/AAAA                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLEXPLEG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTASLEG ASSIGN  TO CTASLEG
                   FILE STATUS     IS FS-CTASLEG.
            SELECT TLMATH ASSIGN   TO TLMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLMT-LLAVE
                   FILE STATUS     IS FS-TLMATH
                                      FSE-TLMATH.
            SELECT TIMATH ASSIGN   TO TIMATH
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TIMT-LLAVE
                   FILE STATUS     IS FS-TIMATH
                                      FSE-TIMATH.
            SELECT CFCNAT ASSIGN   TO CFCNAT
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCN-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCNAT
                                      FSE-CFCNAT.
            SELECT CFCJUR ASSIGN   TO CFCJUR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFCJ-CODIGO-CLIENTE
                   FILE STATUS     IS FS-CFCJUR
                                      FSE-CFCJUR.
            SELECT CFDIREC ASSIGN  TO CFDIREC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS CFDR-LLAVE
                   FILE STATUS     IS FS-CFDIREC
                                      FSE-CFDIREC.
            SELECT TLAXLQ ASSIGN   TO TLAXLQ
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAL-LLAVE
                   FILE STATUS     IS FS-TLAXLQ
                                      FSE-TLAXLQ.
            SELECT TLAXLD ASSIGN   TO TLAXLD
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLAE-LLAVE
                   FILE STATUS     IS FS-TLAXLD
                                      FSE-TLAXLD.
            SELECT TIAXL1 ASSIGN   TO TIAXL1
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TIAL-LLAVE
                   FILE STATUS     IS FS-TIAXL1
                                      FSE-TIAXL1.
            SELECT TLIMOR ASSIGN   TO TLIMOR
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLIM-LLAVE
                   FILE STATUS     IS FS-TLIMOR
                                      FSE-TLIMOR.
            SELECT TLIMARC ASSIGN  TO TLIMARC
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLAR-LLAVE
                   FILE STATUS     IS FS-TLIMARC
                                      FSE-TLIMARC.
            SELECT TLGESTI ASSIGN  TO TLGESTI
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLGS-LLAVE
                   FILE STATUS     IS FS-TLGESTI
                                      FSE-TLGESTI.
            SELECT TLPROME ASSIGN  TO TLPROME
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS DYNAMIC
                   RECORD KEY      IS TLPM-LLAVE
                   FILE STATUS     IS FS-TLPROME
                                      FSE-TLPROME.
            SELECT TLCONVE ASSIGN  TO TLCONVE
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCV-LLAVE
                   FILE STATUS     IS FS-TLCONVE
                                      FSE-TLCONVE.
            SELECT TLCARHIS ASSIGN TO TLCARHIS
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLCH-LLAVE
                   FILE STATUS     IS FS-TLCARHIS
                                      FSE-TLCARHIS.
            SELECT TLDEMAN ASSIGN  TO TLDEMAN
                   ORGANIZATION    IS INDEXED
                   ACCESS MODE     IS RANDOM
                   RECORD KEY      IS TLDM-LLAVE
                   FILE STATUS     IS FS-TLDEMAN
                                      FSE-TLDEMAN.
            SELECT FTPREP ASSIGN   TO FTPREP
                   FILE STATUS     IS FS-FTPREP.
       DATA DIVISION.
       FILE SECTION.
       FD  CTASLEG
           RECORDING MODE IS F.
       01 CTASLEG-LINE                     PIC X(80).
       FD  TLMATH.
           COPY TLMATH4.
       FD  TIMATH.
           COPY TIMATH2.
       FD  CFCNAT.
           COPY CFCNAT REPLACING CFCNAT BY REG-CFCNAT.
       FD  CFCJUR.
           COPY CFCJUR REPLACING CFCJUR BY REG-CFCJUR.
       FD  CFDIREC.
           COPY CFDIREC.
       FD  TLAXLQ.
           COPY TLAXLQ.
       FD  TLAXLD.
           COPY TLAXLD.
       FD  TIAXL1.
           COPY TIAXL1.
       FD  TLIMOR.
           COPY TLIMOR.
       FD  TLIMARC.
           COPY TLIMARC.
       FD  TLGESTI.
           COPY TLGESTI.
       FD  TLPROME.
           COPY TLPROME.
       FD  TLCONVE.
           COPY TLCONVE.
       FD  TLCARHIS.
           COPY TLCARHIS.
       FD  TLDEMAN.
           COPY TLDEMAN.
       FD  FTPREP
           RECORDING MODE IS F.
       01 PRINT-LINE                       PIC X(132).
       WORKING-STORAGE SECTION.
      *------->          VARIABLES DE FILE STATUS NORMAL
       01 FS-CTASLEG                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIMATH                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCNAT                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFCJUR                        PIC 9(02)  VALUE ZEROS.
       01 FS-CFDIREC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLQ                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLAXLD                        PIC 9(02)  VALUE ZEROS.
       01 FS-TIAXL1                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLIMOR                        PIC 9(02)  VALUE ZEROS.
       01 FS-TLIMARC                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLGESTI                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLPROME                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLCONVE                       PIC 9(02)  VALUE ZEROS.
       01 FS-TLCARHIS                      PIC 9(02)  VALUE ZEROS.
       01 FS-TLDEMAN                       PIC 9(02)  VALUE ZEROS.
       01 FS-FTPREP                        PIC 9(02)  VALUE ZEROS.
      *------->         VARIABLES DE FILE STATUS EXTENDED
       01 FSE-TLMATH.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TIMATH.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCNAT.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFCJUR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-CFDIREC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLAXLQ.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLAXLD.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TIAXL1.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLIMOR.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLIMARC.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLGESTI.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLPROME.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLCONVE.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLCARHIS.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
       01 FSE-TLDEMAN.
          02 FSE-RETURN                    PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FUNCTION                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
          02 FSE-FEEDBACK                  PIC S9(04) COMP-5
                                                       VALUE ZEROS.
      *--->  VARIABLES DE RUTINA PARA CONTROL DE FILE STATUS EXTENDIDO
       01 PROGRAMA                         PIC X(08)  VALUE SPACES.
       01 ARCHIVO                          PIC X(08)  VALUE SPACES.
       01 ACCION                           PIC X(10)  VALUE SPACES.
       01 LLAVE                            PIC X(32)  VALUE SPACES.
      *------->       TARJETA SYSIN: FECHA DE EMISION AAAAMMDD
       01 WKS-FECHA-PROCESO                PIC 9(08)  VALUE ZEROS.
      *------->             CONTROLADORES DE LECTURAS
       01 WKS-FLAGS.
          02 WKS-FIN-CTASLEG               PIC 9(01)  VALUE ZEROS.
             88 FIN-CTASLEG                           VALUE 1.
          02 WKS-FIN-BROWSE                PIC 9(01)  VALUE ZEROS.
             88 FIN-BROWSE                            VALUE 1.
          02 WKS-CUENTA-EXISTE             PIC X(01)  VALUE 'N'.
             88 CUENTA-EXISTE                         VALUE 'S'.
      *------->         VARIABLES DE TRABAJO DEL PROCESO
       01 WKS-CAMPOS-DE-TRABAJO.
          02 WKS-I                         PIC 9(02)  VALUE ZEROS.
          02 WKS-G                         PIC 9(01)  VALUE ZEROS.
          02 WKS-MONEDA                    PIC 9(01)  VALUE ZEROS.
          02 WKS-CUENTA                    PIC X(16)  VALUE SPACES.
          02 WKS-COD-CLIENTE               PIC X(08)  VALUE SPACES.
          02 WKS-MAESTRO                   PIC X(06)  VALUE SPACES.
          02 WKS-SITUACION                 PIC 9(02)  VALUE ZEROS.
          02 WKS-DIA-CORTE                 PIC 9(02)  VALUE ZEROS.
          02 WKS-REGISTROS-SECCION         PIC 9(05)  VALUE ZEROS.
          02 WKS-BIN-INSTITU               PIC 9(06)  VALUE ZEROS.
             88 BIN-INSTITU                           VALUE 050837.
          02 WKS-MASCARA                   PIC Z,ZZZ,ZZ9 VALUE ZEROS.
      *------->    SALDOS DE UN ANEXO POR CICLO Y GRUPO (1 INTERES,
      *------->    2, 3 MORA), COPIADOS DEL ANEXO QUE CORRESPONDE
       01 WKS-SALDOS-ANEXO.
          02 WKS-ANX-GRUPO OCCURS 3 TIMES.
             03 WKS-ANX-CICLO OCCURS 18 TIMES
                                           PIC S9(7)V99 COMP-3.
       01 WKS-TOTALES-ANEXO.
          02 WKS-TOT-GRUPO OCCURS 3 TIMES  PIC S9(11)V99 COMP-3.
          02 WKS-TOT-CICLO                 PIC S9(11)V99 COMP-3.
          02 WKS-TOT-GENERAL               PIC S9(11)V99 COMP-3.
       COPY CFNM.
      *------->            LINEAS DEL LISTADO DE SALIDA
       01 WKS-LINEA-SEPARADOR.
          05 FILLER                        PIC X(66)  VALUE ALL '='.
          05 FILLER                        PIC X(66)  VALUE ALL '='.
       01 HEADER-EXPEDIENTE.
          05 FILLER                        PIC X(40)  VALUE
             'EXPEDIENTE DE COBRO JUDICIAL   CUENTA: '.
          05 WKS-HEX-CUENTA                PIC X(16).
          05 FILLER                        PIC X(21)  VALUE
             '   FECHA DE EMISION: '.
          05 WKS-HEX-FECHA                 PIC 9(08).
       01 WKS-LINEA-SECCION.
          05 FILLER                        PIC X(04)  VALUE '--- '.
          05 WKS-SEC-TITULO                PIC X(60).
       01 WKS-LINEA-DATO.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-DAT-ETIQUETA              PIC X(24).
          05 FILLER                        PIC X(02)  VALUE ': '.
          05 WKS-DAT-VALOR                 PIC X(80).
       01 WKS-LINEA-SIN-DATOS.
          05 FILLER                        PIC X(20)  VALUE
             '    SIN REGISTROS'.
       01 WKS-TIT-SALDOS.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 FILLER                        PIC X(08)  VALUE 'MONEDA'.
          05 FILLER                        PIC X(07)  VALUE 'CICLO'.
          05 FILLER                        PIC X(19)  VALUE
             '    GRUPO 1 INTERES'.
          05 FILLER                        PIC X(19)  VALUE
             '            GRUPO 2'.
          05 FILLER                        PIC X(19)  VALUE
             '       GRUPO 3 MORA'.
          05 FILLER                        PIC X(19)  VALUE
             '        TOTAL CICLO'.
       01 WKS-LINEA-SALDO.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-SAL-MONEDA                PIC X(08).
          05 WKS-SAL-CICLO                 PIC X(07).
          05 WKS-SAL-GRUPO OCCURS 3 TIMES.
             10 FILLER                     PIC X(01).
             10 WKS-SAL-MONTO              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(01).
          05 WKS-SAL-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WKS-TIT-CICLOS.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 FILLER                        PIC X(11)  VALUE 'ORIGEN'.
          05 FILLER                        PIC X(08)  VALUE 'MONEDA'.
          05 FILLER                        PIC X(07)  VALUE 'CICLO'.
          05 FILLER                        PIC X(10)  VALUE 'INICIO'.
          05 FILLER                        PIC X(10)  VALUE 'FIN'.
          05 FILLER                        PIC X(06)  VALUE 'DIAS'.
          05 FILLER                        PIC X(06)  VALUE 'SIT.'.
          05 FILLER                        PIC X(10)  VALUE 'ARCHIVADO'.
       01 WKS-LINEA-CICLO.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-CIC-ORIGEN                PIC X(11).
          05 WKS-CIC-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(07)  VALUE SPACES.
          05 WKS-CIC-CICLO                 PIC 9(02).
          05 FILLER                        PIC X(05)  VALUE SPACES.
          05 WKS-CIC-INICIO                PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-CIC-FIN                   PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-CIC-DIAS                  PIC ZZ9-.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-CIC-SITUACION             PIC 9(02).
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-CIC-ARCHIVO               PIC X(08).
       01 WKS-TIT-GESTIONES.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 FILLER                        PIC X(10)  VALUE 'FECHA'.
          05 FILLER                        PIC X(08)  VALUE 'HORA'.
          05 FILLER                        PIC X(10)  VALUE 'ANALISTA'.
          05 FILLER                        PIC X(05)  VALUE 'RES.'.
          05 FILLER                        PIC X(42)  VALUE
             'COMENTARIO'.
          05 FILLER                        PIC X(12)  VALUE
             'PROX.ACCION'.
       01 WKS-LINEA-GESTION.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-GES-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-GES-HORA                  PIC 9(06).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-GES-ANALISTA              PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-GES-RESULTADO             PIC X(02).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-GES-COMENTARIO            PIC X(40).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-GES-PROXIMA               PIC 9(08).
       01 WKS-TIT-PROMESAS.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 FILLER                        PIC X(11)  VALUE 'PROMETIDA'.
          05 FILLER                        PIC X(08)  VALUE 'MONEDA'.
          05 FILLER                        PIC X(15)  VALUE
             '          MONTO'.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 FILLER                        PIC X(10)  VALUE 'ANALISTA'.
          05 FILLER                        PIC X(10)  VALUE 'REGISTRO'.
          05 FILLER                        PIC X(12)  VALUE 'RESULTADO'.
       01 WKS-LINEA-PROMESA.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-PRM-FECHA                 PIC 9(08).
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-PRM-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(07)  VALUE SPACES.
          05 WKS-PRM-MONTO                 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-PRM-ANALISTA              PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-PRM-REGISTRO              PIC 9(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-PRM-RESULTADO             PIC X(12).
       01 WKS-TIT-CONVENIOS.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 FILLER                        PIC X(08)  VALUE 'MONEDA'.
          05 FILLER                        PIC X(10)  VALUE 'INICIO'.
          05 FILLER                        PIC X(08)  VALUE 'CUOTAS'.
          05 FILLER                        PIC X(15)  VALUE
             '   MONTO CUOTA'.
          05 FILLER                        PIC X(05)  VALUE 'DIA'.
          05 FILLER                        PIC X(16)  VALUE
             '  SALDO INICIAL'.
          05 FILLER                        PIC X(07)  VALUE 'VENC.'.
          05 FILLER                        PIC X(11)  VALUE 'ESTADO'.
          05 FILLER                        PIC X(10)  VALUE 'ANALISTA'.
          05 FILLER                        PIC X(08)  VALUE 'REGISTRO'.
       01 WKS-LINEA-CONVENIO.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-CNV-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(07)  VALUE SPACES.
          05 WKS-CNV-INICIO                PIC 9(08).
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 WKS-CNV-CUOTAS                PIC Z9.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-CNV-MONTO-CUOTA           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-CNV-DIA                   PIC 9(02).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-CNV-SALDO-INICIAL         PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-CNV-VENCIDAS              PIC Z9.
          05 FILLER                        PIC X(03)  VALUE SPACES.
          05 WKS-CNV-ESTADO                PIC X(10).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-CNV-ANALISTA              PIC X(08).
          05 FILLER                        PIC X(02)  VALUE SPACES.
          05 WKS-CNV-REGISTRO              PIC 9(08).
       01 WKS-LINEA-CARTA.
          05 FILLER                        PIC X(04)  VALUE SPACES.
          05 FILLER                        PIC X(08)  VALUE 'MONEDA '.
          05 WKS-CAR-MONEDA                PIC 9(01).
          05 FILLER                        PIC X(17)  VALUE
             '  ULTIMA CARTA: '.
          05 WKS-CAR-NUMERO                PIC 9(02).
          05 FILLER                        PIC X(01)  VALUE SPACES.
          05 WKS-CAR-TIPO                  PIC X(20).
          05 FILLER                        PIC X(16)  VALUE
             '  EMITIDA EL: '.
          05 WKS-CAR-FECHA                 PIC 9(08).
       01 WKS-LINEA-NO-ENCONTRADA.
          05 FILLER                        PIC X(40)  VALUE
             'CUENTA NO ENCONTRADA EN TLMATH/TIMATH: '.
          05 WKS-NOE-CUENTA                PIC X(16).
       01 WKS-ESTADISTICAS.
          05 WKS-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
          05 WKS-EXPEDIENTES               PIC 9(07)  VALUE ZEROS.
          05 WKS-NO-ENCONTRADAS            PIC 9(07)  VALUE ZEROS.
       PROCEDURE DIVISION.
       100-PRINCIPAL SECTION.
           ACCEPT WKS-FECHA-PROCESO FROM SYSIN
           PERFORM 200-APERTURA-ARCHIVOS
           PERFORM 210-VERIFICAR-FS-INTEGRIDAD
           PERFORM 300-LEE-CTASLEG
           PERFORM 310-PROCESA-CUENTA UNTIL FIN-CTASLEG
           PERFORM 600-ESTADISTICAS
           PERFORM 700-CIERRA-ARCHIVOS
           STOP RUN.
       100-PRINCIPAL-E. EXIT.

      *-----> SERIES 200 ENCARGADAS DE VALIDAR LA APERTURA DE DATASETS
       200-APERTURA-ARCHIVOS SECTION.
           OPEN INPUT  CTASLEG TLMATH TIMATH CFCNAT CFCJUR CFDIREC
                       TLAXLQ TLAXLD TIAXL1 TLIMOR TLIMARC TLGESTI
                       TLPROME TLCONVE TLCARHIS TLDEMAN
           OPEN OUTPUT FTPREP.
       200-APERTURA-ARCHIVOS-E. EXIT.

       210-VERIFICAR-FS-INTEGRIDAD SECTION.
           MOVE 'TLEXPLEG' TO PROGRAMA
           IF (FS-CTASLEG = 97) AND (FS-TLMATH = 97) AND
              (FS-TIMATH = 97) AND (FS-CFCNAT = 97) AND
              (FS-CFCJUR = 97) AND (FS-CFDIREC = 97) AND
              (FS-TLAXLQ = 97) AND (FS-TLAXLD = 97) AND
              (FS-TIAXL1 = 97) AND (FS-TLIMOR = 97) AND
              (FS-TLIMARC = 97) AND (FS-TLGESTI = 97) AND
              (FS-TLPROME = 97) AND (FS-TLCONVE = 97) AND
              (FS-TLCARHIS = 97) AND (FS-TLDEMAN = 97) AND
              (FS-FTPREP = 97)
              MOVE ZEROS TO FS-CTASLEG FS-TLMATH FS-TIMATH FS-CFCNAT
                            FS-CFCJUR FS-CFDIREC FS-TLAXLQ FS-TLAXLD
                            FS-TIAXL1 FS-TLIMOR FS-TLIMARC FS-TLGESTI
                            FS-TLPROME FS-TLCONVE FS-TLCARHIS
                            FS-TLDEMAN FS-FTPREP
           END-IF
           IF FS-CTASLEG NOT = 0 OR FS-TLMATH NOT = 0 OR
              FS-TIMATH NOT = 0 OR FS-CFCNAT NOT = 0 OR
              FS-CFCJUR NOT = 0 OR FS-CFDIREC NOT = 0 OR
              FS-TLAXLQ NOT = 0 OR FS-TLAXLD NOT = 0 OR
              FS-TIAXL1 NOT = 0 OR FS-TLIMOR NOT = 0 OR
              FS-TLIMARC NOT = 0 OR FS-TLGESTI NOT = 0 OR
              FS-TLPROME NOT = 0 OR FS-TLCONVE NOT = 0 OR
              FS-TLCARHIS NOT = 0 OR FS-TLDEMAN NOT = 0 OR
              FS-FTPREP NOT = 0
              DISPLAY "***********************************************"
              DISPLAY "*      ERROR AL ABRIR ARCHIVOS                *"
              DISPLAY "***********************************************"
              DISPLAY "* FILE STATUS DEL ARCHIVO CTASLEG  : " FS-CTASLEG
              DISPLAY "* FILE STATUS DEL ARCHIVO TLMATH   : " FS-TLMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO TIMATH   : " FS-TIMATH
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCNAT   : " FS-CFCNAT
              DISPLAY "* FILE STATUS DEL ARCHIVO CFCJUR   : " FS-CFCJUR
              DISPLAY "* FILE STATUS DEL ARCHIVO CFDIREC  : " FS-CFDIREC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAXLQ   : " FS-TLAXLQ
              DISPLAY "* FILE STATUS DEL ARCHIVO TLAXLD   : " FS-TLAXLD
              DISPLAY "* FILE STATUS DEL ARCHIVO TIAXL1   : " FS-TIAXL1
              DISPLAY "* FILE STATUS DEL ARCHIVO TLIMOR   : " FS-TLIMOR
              DISPLAY "* FILE STATUS DEL ARCHIVO TLIMARC  : " FS-TLIMARC
              DISPLAY "* FILE STATUS DEL ARCHIVO TLGESTI  : " FS-TLGESTI
              DISPLAY "* FILE STATUS DEL ARCHIVO TLPROME  : " FS-TLPROME
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCONVE  : " FS-TLCONVE
              DISPLAY "* FILE STATUS DEL ARCHIVO TLCARHIS : "
                      FS-TLCARHIS
              DISPLAY "* FILE STATUS DEL ARCHIVO TLDEMAN  : " FS-TLDEMAN
              DISPLAY "* FILE STATUS DEL ARCHIVO FTPREP   : " FS-FTPREP
              DISPLAY "***********************************************"
              MOVE  91        TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF
           IF WKS-FECHA-PROCESO NOT NUMERIC OR
              WKS-FECHA-PROCESO = ZEROS
              DISPLAY '>>> FECHA DE EMISION INVALIDA EN SYSIN <<<'
                      UPON CONSOLE
              MOVE 91 TO RETURN-CODE
              PERFORM 700-CIERRA-ARCHIVOS
              STOP RUN
           END-IF.
       210-VERIFICAR-FS-INTEGRIDAD-E. EXIT.

      *----> SERIE 300 LEE LA LISTA DE CUENTAS QUE PIDE LEGAL; LAS
      *----> LINEAS EN BLANCO SE IGNORAN
       300-LEE-CTASLEG SECTION.
           READ CTASLEG
                AT END MOVE 1 TO WKS-FIN-CTASLEG
           END-READ
           IF NOT FIN-CTASLEG
              IF CTASLEG-LINE (1:16) = SPACES
                 GO TO 300-LEE-CTASLEG
              END-IF
              ADD 1 TO WKS-CUENTAS-LEIDAS
              MOVE CTASLEG-LINE (1:16) TO WKS-CUENTA
           END-IF.
       300-LEE-CTASLEG-E. EXIT.

       310-PROCESA-CUENTA SECTION.
           PERFORM 320-UBICA-MAESTRO
           IF CUENTA-EXISTE
              ADD 1 TO WKS-EXPEDIENTES
              PERFORM 330-ENCABEZADO
              PERFORM 340-DATOS-DEL-CLIENTE
              PERFORM 350-SALDOS-ADEUDADOS
              PERFORM 360-CICLOS-DE-MORA
              PERFORM 370-GESTIONES
              PERFORM 380-PROMESAS
              PERFORM 390-CONVENIOS
              PERFORM 395-CARTAS
              PERFORM 398-DEMANDA
           ELSE
              ADD 1 TO WKS-NO-ENCONTRADAS
              MOVE WKS-CUENTA              TO WKS-NOE-CUENTA
              MOVE WKS-LINEA-NO-ENCONTRADA TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF
           PERFORM 300-LEE-CTASLEG.
       310-PROCESA-CUENTA-E. EXIT.

      *----> SERIE 320 UBICA LA CUENTA EN TIMATH (BIN INSTITUCIONAL) O
      *----> EN TLMATH POR EL PREFIJO DE 16 DE SU LLAVE
       320-UBICA-MAESTRO SECTION.
           MOVE 'N' TO WKS-CUENTA-EXISTE
           IF WKS-CUENTA (1:6) NUMERIC
              MOVE WKS-CUENTA (1:6) TO WKS-BIN-INSTITU
           ELSE
              MOVE ZEROS TO WKS-BIN-INSTITU
           END-IF
           IF BIN-INSTITU
              MOVE WKS-CUENTA TO TIMT-LLAVE
              READ TIMATH KEY IS TIMT-LLAVE
                NOT INVALID KEY
                   MOVE 'S'                   TO WKS-CUENTA-EXISTE
                   MOVE 'TIMATH'              TO WKS-MAESTRO
                   MOVE TIMT-CODIGO-CLIENTE   TO WKS-COD-CLIENTE
                   MOVE TIMT-SITUACION-CUENTA TO WKS-SITUACION
                   MOVE TIMT-DIA-CORTE        TO WKS-DIA-CORTE
              END-READ
           ELSE
              MOVE LOW-VALUES TO TLMT-LLAVE
              MOVE WKS-CUENTA TO TLMT-LLAVE (1:16)
              START TLMATH KEY IS NOT LESS THAN TLMT-LLAVE
                NOT INVALID KEY
                   READ TLMATH NEXT RECORD
                   END-READ
                   IF FS-TLMATH = 0 AND
                      TLMT-LLAVE (1:16) = WKS-CUENTA
                      MOVE 'S'                   TO WKS-CUENTA-EXISTE
                      MOVE 'TLMATH'              TO WKS-MAESTRO
                      MOVE TLMT-CODIGO-CLIENTE   TO WKS-COD-CLIENTE
                      MOVE TLMT-SITUACION-CUENTA TO WKS-SITUACION
                      MOVE TLMT-DIA-CORTE        TO WKS-DIA-CORTE
                   END-IF
              END-START
           END-IF.
       320-UBICA-MAESTRO-E. EXIT.

       330-ENCABEZADO SECTION.
           MOVE WKS-LINEA-SEPARADOR TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE WKS-CUENTA          TO WKS-HEX-CUENTA
           MOVE WKS-FECHA-PROCESO   TO WKS-HEX-FECHA
           MOVE HEADER-EXPEDIENTE   TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE WKS-LINEA-SEPARADOR TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE 'MAESTRO DE LA CUENTA'     TO WKS-DAT-ETIQUETA
           MOVE WKS-MAESTRO                TO WKS-DAT-VALOR
           PERFORM 485-IMPRIME-DATO
           MOVE 'SITUACION / DIA DE CORTE' TO WKS-DAT-ETIQUETA
           MOVE SPACES                     TO WKS-DAT-VALOR
           MOVE WKS-SITUACION              TO WKS-DAT-VALOR (1:2)
           MOVE '/'                        TO WKS-DAT-VALOR (4:1)
           MOVE WKS-DIA-CORTE              TO WKS-DAT-VALOR (6:2)
           PERFORM 485-IMPRIME-DATO.
       330-ENCABEZADO-E. EXIT.

      ******************************************************************
      *  SERIE 340 IDENTIFICACION DEL DEUDOR: DPI Y NOMBRE DE CFCNAT O *
      *  NIT, RAZON SOCIAL Y REPRESENTANTE LEGAL DE CFCJUR; DOMICILIO  *
      *  Y CONTACTO DE CFDIREC                                         *
      ******************************************************************
       340-DATOS-DEL-CLIENTE SECTION.
           MOVE 'DEUDOR' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE 'CODIGO DE CLIENTE'  TO WKS-DAT-ETIQUETA
           MOVE WKS-COD-CLIENTE      TO WKS-DAT-VALOR
           PERFORM 485-IMPRIME-DATO
           MOVE WKS-COD-CLIENTE TO CFCN-CODIGO-CLIENTE
           READ CFCNAT KEY IS CFCN-CODIGO-CLIENTE
             INVALID KEY
                MOVE WKS-COD-CLIENTE TO CFCJ-CODIGO-CLIENTE
                READ CFCJUR KEY IS CFCJ-CODIGO-CLIENTE
                  INVALID KEY
                     MOVE 'IDENTIFICACION'   TO WKS-DAT-ETIQUETA
                     MOVE 'CLIENTE NO EXISTE EN CFCNAT NI CFCJUR'
                                             TO WKS-DAT-VALOR
                     PERFORM 485-IMPRIME-DATO
                  NOT INVALID KEY
                     MOVE 'NIT'                    TO WKS-DAT-ETIQUETA
                     MOVE CFCJ-NIT                 TO WKS-DAT-VALOR
                     PERFORM 485-IMPRIME-DATO
                     MOVE 'RAZON SOCIAL'           TO WKS-DAT-ETIQUETA
                     MOVE CFCJ-RAZON-SOCIAL        TO WKS-DAT-VALOR
                     PERFORM 485-IMPRIME-DATO
                     MOVE 'NOMBRE COMERCIAL'       TO WKS-DAT-ETIQUETA
                     MOVE CFCJ-NOMBRE-COMERCIAL    TO WKS-DAT-VALOR
                     PERFORM 485-IMPRIME-DATO
                     MOVE 'REPRESENTANTE LEGAL'    TO WKS-DAT-ETIQUETA
                     MOVE CFCJ-REPRESENTANTE-LEGAL TO WKS-DAT-VALOR
                     PERFORM 485-IMPRIME-DATO
                END-READ
             NOT INVALID KEY
                MOVE 'DPI'                TO WKS-DAT-ETIQUETA
                MOVE CFCN-DPI             TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                INITIALIZE CFNM-CAMPO-RETORNO
                MOVE 'N'                 TO CFNM-ORDENAMIENTO
                MOVE 40                  TO CFNM-RANGO-LONGITUD
                MOVE 3                   TO CFNM-RANGO-APELLIDOS
                MOVE CFCN-NOMBRE-CLIENTE TO CFNM-NOMBRE-COMPLETO
                CALL 'CFGD2QL2' USING CFNM
                MOVE 'NOMBRE'            TO WKS-DAT-ETIQUETA
                MOVE CFNM-CAMPO-RETORNO  TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE 'FECHA DE NACIMIENTO'   TO WKS-DAT-ETIQUETA
                MOVE CFCN-FECHA-NACIMIENTO   TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                IF CFCN-MARCADO-FALLECIDO
                   MOVE 'FALLECIDO EL'       TO WKS-DAT-ETIQUETA
                   MOVE CFCN-FECHA-FALLECIDO TO WKS-DAT-VALOR
                   PERFORM 485-IMPRIME-DATO
                END-IF
           END-READ
           MOVE WKS-COD-CLIENTE TO CFDR-CODIGO-CLIENTE
           READ CFDIREC KEY IS CFDR-LLAVE
             INVALID KEY
                MOVE 'DOMICILIO'         TO WKS-DAT-ETIQUETA
                MOVE 'SIN DIRECCION REGISTRADA EN CFDIREC'
                                         TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
             NOT INVALID KEY
                MOVE 'DOMICILIO'           TO WKS-DAT-ETIQUETA
                MOVE CFDR-DIRECCION-LINEA1 TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE SPACES                TO WKS-DAT-ETIQUETA
                MOVE CFDR-DIRECCION-LINEA2 TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE 'DEPTO / MUNICIPIO'   TO WKS-DAT-ETIQUETA
                MOVE SPACES                TO WKS-DAT-VALOR
                MOVE CFDR-DEPARTAMENTO     TO WKS-DAT-VALOR (1:2)
                MOVE '/'                   TO WKS-DAT-VALOR (4:1)
                MOVE CFDR-MUNICIPIO        TO WKS-DAT-VALOR (6:2)
                PERFORM 485-IMPRIME-DATO
                MOVE 'TELEFONOS'           TO WKS-DAT-ETIQUETA
                MOVE SPACES                TO WKS-DAT-VALOR
                MOVE CFDR-TELEFONO1        TO WKS-DAT-VALOR (1:8)
                MOVE CFDR-TELEFONO2        TO WKS-DAT-VALOR (11:8)
                PERFORM 485-IMPRIME-DATO
                MOVE 'CORREO'              TO WKS-DAT-ETIQUETA
                MOVE CFDR-CORREO           TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
           END-READ.
       340-DATOS-DEL-CLIENTE-E. EXIT.

      ******************************************************************
      *  SERIE 350 SALDOS ADEUDADOS POR CICLO DESDE LOS ANEXOS. LA     *
      *  CUENTA INSTITUCIONAL USA TIAXL1; LAS DEMAS TLAXLQ (MONEDA 1)  *
      *  Y TLAXLD (MONEDA 2). SOLO SE IMPRIMEN LOS CICLOS CON SALDO    *
      ******************************************************************
       350-SALDOS-ADEUDADOS SECTION.
           MOVE 'SALDOS ADEUDADOS POR CICLO (ANEXOS)' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE WKS-TIT-SALDOS TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE ZEROS TO WKS-REGISTROS-SECCION
           IF BIN-INSTITU
              MOVE WKS-CUENTA TO TIAL-LLAVE
              READ TIAXL1 KEY IS TIAL-LLAVE
                NOT INVALID KEY
                   MOVE TIAL-CICLOS-GRP (1) TO WKS-ANX-GRUPO (1)
                   MOVE TIAL-CICLOS-GRP (2) TO WKS-ANX-GRUPO (2)
                   MOVE TIAL-CICLOS-GRP (3) TO WKS-ANX-GRUPO (3)
                   MOVE 1 TO WKS-MONEDA
                   PERFORM 355-IMPRIME-ANEXO
              END-READ
           ELSE
              MOVE WKS-CUENTA TO TLAL-LLAVE
              READ TLAXLQ KEY IS TLAL-LLAVE
                NOT INVALID KEY
                   MOVE TLAL-CICLOS-GRP (1) TO WKS-ANX-GRUPO (1)
                   MOVE TLAL-CICLOS-GRP (2) TO WKS-ANX-GRUPO (2)
                   MOVE TLAL-CICLOS-GRP (3) TO WKS-ANX-GRUPO (3)
                   MOVE 1 TO WKS-MONEDA
                   PERFORM 355-IMPRIME-ANEXO
              END-READ
              MOVE WKS-CUENTA TO TLAE-LLAVE
              READ TLAXLD KEY IS TLAE-LLAVE
                NOT INVALID KEY
                   MOVE TLAE-CICLOS-GRP (1) TO WKS-ANX-GRUPO (1)
                   MOVE TLAE-CICLOS-GRP (2) TO WKS-ANX-GRUPO (2)
                   MOVE TLAE-CICLOS-GRP (3) TO WKS-ANX-GRUPO (3)
                   MOVE 2 TO WKS-MONEDA
                   PERFORM 355-IMPRIME-ANEXO
              END-READ
           END-IF
           IF WKS-REGISTROS-SECCION = ZEROS
              MOVE WKS-LINEA-SIN-DATOS TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       350-SALDOS-ADEUDADOS-E. EXIT.

       355-IMPRIME-ANEXO SECTION.
           MOVE ZEROS TO WKS-TOT-GRUPO (1) WKS-TOT-GRUPO (2)
                         WKS-TOT-GRUPO (3) WKS-TOT-GENERAL
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
              MOVE ZEROS TO WKS-TOT-CICLO
              PERFORM VARYING WKS-G FROM 1 BY 1 UNTIL WKS-G > 3
                 ADD WKS-ANX-CICLO (WKS-G WKS-I) TO WKS-TOT-CICLO
                                                   WKS-TOT-GRUPO (WKS-G)
              END-PERFORM
              IF WKS-TOT-CICLO NOT = ZEROS
                 MOVE SPACES     TO WKS-SAL-MONEDA WKS-SAL-CICLO
                 MOVE WKS-MONEDA TO WKS-SAL-MONEDA (1:1)
                 MOVE WKS-I      TO WKS-SAL-CICLO (1:2)
                 PERFORM VARYING WKS-G FROM 1 BY 1 UNTIL WKS-G > 3
                    MOVE WKS-ANX-CICLO (WKS-G WKS-I)
                      TO WKS-SAL-MONTO (WKS-G)
                 END-PERFORM
                 MOVE WKS-TOT-CICLO TO WKS-SAL-TOTAL
                 MOVE WKS-LINEA-SALDO TO PRINT-LINE
                 PERFORM 480-IMPRIME
                 ADD WKS-TOT-CICLO TO WKS-TOT-GENERAL
                 ADD 1 TO WKS-REGISTROS-SECCION
              END-IF
           END-PERFORM
           MOVE SPACES     TO WKS-SAL-MONEDA WKS-SAL-CICLO
           MOVE WKS-MONEDA TO WKS-SAL-MONEDA (1:1)
           MOVE 'TOTAL'    TO WKS-SAL-CICLO
           PERFORM VARYING WKS-G FROM 1 BY 1 UNTIL WKS-G > 3
              MOVE WKS-TOT-GRUPO (WKS-G) TO WKS-SAL-MONTO (WKS-G)
           END-PERFORM
           MOVE WKS-TOT-GENERAL TO WKS-SAL-TOTAL
           MOVE WKS-LINEA-SALDO TO PRINT-LINE
           PERFORM 480-IMPRIME
           ADD 1 TO WKS-REGISTROS-SECCION.
       355-IMPRIME-ANEXO-E. EXIT.

      ******************************************************************
      *  SERIE 360 CICLOS DE MORA: PRIMERO LOS ARCHIVADOS EN TLIMARC   *
      *  (POR MONEDA, EN ORDEN DE ARCHIVO) Y LUEGO LOS VIGENTES DE     *
      *  TLIMOR, QUE SON LOS MAS RECIENTES                             *
      ******************************************************************
       360-CICLOS-DE-MORA SECTION.
           MOVE 'CICLOS DE MORA (TLIMARC Y TLIMOR)' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE WKS-TIT-CICLOS TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE ZEROS      TO WKS-REGISTROS-SECCION WKS-FIN-BROWSE
           MOVE LOW-VALUES TO TLAR-LLAVE
           MOVE WKS-CUENTA TO TLAR-CUENTA
           START TLIMARC KEY IS NOT LESS THAN TLAR-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BROWSE
           END-START
           PERFORM UNTIL FIN-BROWSE
              READ TLIMARC NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-BROWSE
              END-READ
              IF NOT FIN-BROWSE
                 IF FS-TLIMARC NOT = 0 OR TLAR-CUENTA NOT = WKS-CUENTA
                    MOVE 1 TO WKS-FIN-BROWSE
                 ELSE
                    MOVE 'ARCHIVADO'         TO WKS-CIC-ORIGEN
                    MOVE TLAR-MONEDA         TO WKS-CIC-MONEDA
                    MOVE TLAR-CICLO-VENCIDO  TO WKS-CIC-CICLO
                    MOVE TLAR-FECHA-INICIO   TO WKS-CIC-INICIO
                    MOVE TLAR-FECHA-FIN      TO WKS-CIC-FIN
                    MOVE TLAR-DIAS-MORA      TO WKS-CIC-DIAS
                    MOVE TLAR-SITUACION-CTA  TO WKS-CIC-SITUACION
                    MOVE TLAR-FECHA-ARCHIVO  TO WKS-CIC-ARCHIVO
                    MOVE WKS-LINEA-CICLO     TO PRINT-LINE
                    PERFORM 480-IMPRIME
                    ADD 1 TO WKS-REGISTROS-SECCION
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WKS-MONEDA FROM 1 BY 1 UNTIL WKS-MONEDA > 2
              MOVE WKS-CUENTA TO TLIM-CUENTA
              MOVE WKS-MONEDA TO TLIM-MONEDA
              READ TLIMOR KEY IS TLIM-LLAVE
                NOT INVALID KEY
                   PERFORM 365-CICLOS-VIGENTES
              END-READ
           END-PERFORM
           IF WKS-REGISTROS-SECCION = ZEROS
              MOVE WKS-LINEA-SIN-DATOS TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       360-CICLOS-DE-MORA-E. EXIT.

       365-CICLOS-VIGENTES SECTION.
           PERFORM VARYING WKS-I FROM 1 BY 1 UNTIL WKS-I > 18
              IF TLIM-CICLO-VENCIDO (WKS-I) > ZEROS
                 MOVE 'VIGENTE'                  TO WKS-CIC-ORIGEN
                 MOVE TLIM-MONEDA                TO WKS-CIC-MONEDA
                 MOVE TLIM-CICLO-VENCIDO (WKS-I) TO WKS-CIC-CICLO
                 MOVE TLIM-FECHA-INICIO (WKS-I)  TO WKS-CIC-INICIO
                 MOVE TLIM-FECHA-FIN (WKS-I)     TO WKS-CIC-FIN
                 MOVE TLIM-DIAS-MORA (WKS-I)     TO WKS-CIC-DIAS
                 MOVE TLIM-SITUACION-CTA (WKS-I) TO WKS-CIC-SITUACION
                 MOVE SPACES                     TO WKS-CIC-ARCHIVO
                 MOVE WKS-LINEA-CICLO            TO PRINT-LINE
                 PERFORM 480-IMPRIME
                 ADD 1 TO WKS-REGISTROS-SECCION
              END-IF
           END-PERFORM.
       365-CICLOS-VIGENTES-E. EXIT.

      *----> SERIE 370 GESTIONES DE COBRANZA EN ORDEN DE FECHA Y HORA
       370-GESTIONES SECTION.
           MOVE 'GESTIONES DE COBRANZA (TLGESTI)' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE WKS-TIT-GESTIONES TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE ZEROS      TO WKS-REGISTROS-SECCION WKS-FIN-BROWSE
           MOVE WKS-CUENTA TO TLGS-CUENTA
           MOVE ZEROS      TO TLGS-FECHA TLGS-HORA
           START TLGESTI KEY IS NOT LESS THAN TLGS-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BROWSE
           END-START
           PERFORM UNTIL FIN-BROWSE
              READ TLGESTI NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-BROWSE
              END-READ
              IF NOT FIN-BROWSE
                 IF FS-TLGESTI NOT = 0 OR TLGS-CUENTA NOT = WKS-CUENTA
                    MOVE 1 TO WKS-FIN-BROWSE
                 ELSE
                    MOVE TLGS-FECHA             TO WKS-GES-FECHA
                    MOVE TLGS-HORA              TO WKS-GES-HORA
                    MOVE TLGS-ANALISTA          TO WKS-GES-ANALISTA
                    MOVE TLGS-RESULTADO         TO WKS-GES-RESULTADO
                    MOVE TLGS-COMENTARIO        TO WKS-GES-COMENTARIO
                    MOVE TLGS-FECHA-PROX-ACCION TO WKS-GES-PROXIMA
                    MOVE WKS-LINEA-GESTION      TO PRINT-LINE
                    PERFORM 480-IMPRIME
                    ADD 1 TO WKS-REGISTROS-SECCION
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-REGISTROS-SECCION = ZEROS
              MOVE WKS-LINEA-SIN-DATOS TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       370-GESTIONES-E. EXIT.

      *----> SERIE 380 PROMESAS DE PAGO EN ORDEN DE FECHA PROMETIDA
       380-PROMESAS SECTION.
           MOVE 'PROMESAS DE PAGO (TLPROME)' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE WKS-TIT-PROMESAS TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE ZEROS      TO WKS-REGISTROS-SECCION WKS-FIN-BROWSE
           MOVE WKS-CUENTA TO TLPM-CUENTA
           MOVE ZEROS      TO TLPM-FECHA-PROMETIDA
           START TLPROME KEY IS NOT LESS THAN TLPM-LLAVE
             INVALID KEY
                MOVE 1 TO WKS-FIN-BROWSE
           END-START
           PERFORM UNTIL FIN-BROWSE
              READ TLPROME NEXT RECORD
                   AT END MOVE 1 TO WKS-FIN-BROWSE
              END-READ
              IF NOT FIN-BROWSE
                 IF FS-TLPROME NOT = 0 OR TLPM-CUENTA NOT = WKS-CUENTA
                    MOVE 1 TO WKS-FIN-BROWSE
                 ELSE
                    MOVE TLPM-FECHA-PROMETIDA TO WKS-PRM-FECHA
                    MOVE TLPM-MONEDA          TO WKS-PRM-MONEDA
                    MOVE TLPM-MONTO-PROMETIDO TO WKS-PRM-MONTO
                    MOVE TLPM-ANALISTA        TO WKS-PRM-ANALISTA
                    MOVE TLPM-FECHA-REGISTRO  TO WKS-PRM-REGISTRO
                    EVALUATE TRUE
                       WHEN TLPM-CUMPLIDA
                          MOVE 'CUMPLIDA'   TO WKS-PRM-RESULTADO
                       WHEN TLPM-INCUMPLIDA
                          MOVE 'INCUMPLIDA' TO WKS-PRM-RESULTADO
                       WHEN OTHER
                          MOVE 'PENDIENTE'  TO WKS-PRM-RESULTADO
                    END-EVALUATE
                    MOVE WKS-LINEA-PROMESA    TO PRINT-LINE
                    PERFORM 480-IMPRIME
                    ADD 1 TO WKS-REGISTROS-SECCION
                 END-IF
              END-IF
           END-PERFORM
           IF WKS-REGISTROS-SECCION = ZEROS
              MOVE WKS-LINEA-SIN-DATOS TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       380-PROMESAS-E. EXIT.

      *----> SERIE 390 CONVENIOS DE PAGO, UNO POR MONEDA
       390-CONVENIOS SECTION.
           MOVE 'CONVENIOS DE PAGO (TLCONVE)' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE WKS-TIT-CONVENIOS TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE ZEROS TO WKS-REGISTROS-SECCION
           PERFORM VARYING WKS-MONEDA FROM 1 BY 1 UNTIL WKS-MONEDA > 2
              MOVE WKS-CUENTA TO TLCV-CUENTA
              MOVE WKS-MONEDA TO TLCV-MONEDA
              READ TLCONVE KEY IS TLCV-LLAVE
                NOT INVALID KEY
                   MOVE TLCV-MONEDA          TO WKS-CNV-MONEDA
                   MOVE TLCV-FECHA-INICIO    TO WKS-CNV-INICIO
                   MOVE TLCV-CANT-CUOTAS     TO WKS-CNV-CUOTAS
                   MOVE TLCV-MONTO-CUOTA     TO WKS-CNV-MONTO-CUOTA
                   MOVE TLCV-DIA-PAGO        TO WKS-CNV-DIA
                   MOVE TLCV-SALDO-INICIAL   TO WKS-CNV-SALDO-INICIAL
                   MOVE TLCV-CUOTAS-VENCIDAS TO WKS-CNV-VENCIDAS
                   EVALUATE TRUE
                      WHEN TLCV-AL-DIA
                         MOVE 'AL DIA'   TO WKS-CNV-ESTADO
                      WHEN TLCV-ATRASADO
                         MOVE 'ATRASADO' TO WKS-CNV-ESTADO
                      WHEN TLCV-ROTO
                         MOVE 'ROTO'     TO WKS-CNV-ESTADO
                      WHEN TLCV-CUMPLIDO
                         MOVE 'CUMPLIDO' TO WKS-CNV-ESTADO
                      WHEN OTHER
                         MOVE 'NUEVO'    TO WKS-CNV-ESTADO
                   END-EVALUATE
                   MOVE TLCV-ANALISTA        TO WKS-CNV-ANALISTA
                   MOVE TLCV-FECHA-REGISTRO  TO WKS-CNV-REGISTRO
                   MOVE WKS-LINEA-CONVENIO   TO PRINT-LINE
                   PERFORM 480-IMPRIME
                   ADD 1 TO WKS-REGISTROS-SECCION
              END-READ
           END-PERFORM
           IF WKS-REGISTROS-SECCION = ZEROS
              MOVE WKS-LINEA-SIN-DATOS TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       390-CONVENIOS-E. EXIT.

      *----> SERIE 395 ULTIMA CARTA DE LA SERIE DE COBRANZA POR MONEDA
       395-CARTAS SECTION.
           MOVE 'CARTAS DE COBRANZA (TLCARHIS)' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE ZEROS TO WKS-REGISTROS-SECCION
           PERFORM VARYING WKS-MONEDA FROM 1 BY 1 UNTIL WKS-MONEDA > 2
              MOVE WKS-CUENTA TO TLCH-CUENTA
              MOVE WKS-MONEDA TO TLCH-MONEDA
              READ TLCARHIS KEY IS TLCH-LLAVE
                NOT INVALID KEY
                   MOVE TLCH-MONEDA       TO WKS-CAR-MONEDA
                   MOVE TLCH-ULTIMA-CARTA TO WKS-CAR-NUMERO
                   EVALUATE TRUE
                      WHEN TLCH-CARTA-RECORDATORIO
                         MOVE 'RECORDATORIO'   TO WKS-CAR-TIPO
                      WHEN TLCH-CARTA-REQUERIMIENTO
                         MOVE 'REQUERIMIENTO'  TO WKS-CAR-TIPO
                      WHEN TLCH-CARTA-PREJUDICIAL
                         MOVE 'AVISO PREJUDICIAL' TO WKS-CAR-TIPO
                      WHEN OTHER
                         MOVE SPACES           TO WKS-CAR-TIPO
                   END-EVALUATE
                   MOVE TLCH-FECHA-ULTIMA TO WKS-CAR-FECHA
                   MOVE WKS-LINEA-CARTA   TO PRINT-LINE
                   PERFORM 480-IMPRIME
                   ADD 1 TO WKS-REGISTROS-SECCION
              END-READ
           END-PERFORM
           IF WKS-REGISTROS-SECCION = ZEROS
              MOVE WKS-LINEA-SIN-DATOS TO PRINT-LINE
              PERFORM 480-IMPRIME
           END-IF.
       395-CARTAS-E. EXIT.

      *----> SERIE 398 CASO DE DEMANDA ADMINISTRATIVA DE LA CUENTA
       398-DEMANDA SECTION.
           MOVE 'DEMANDA ADMINISTRATIVA (TLDEMAN)' TO WKS-SEC-TITULO
           PERFORM 490-IMPRIME-SECCION
           MOVE WKS-CUENTA TO TLDM-CUENTA
           READ TLDEMAN KEY IS TLDM-LLAVE
             INVALID KEY
                MOVE WKS-LINEA-SIN-DATOS TO PRINT-LINE
                PERFORM 480-IMPRIME
             NOT INVALID KEY
                MOVE 'FECHA DE SITUACION'      TO WKS-DAT-ETIQUETA
                MOVE TLDM-FECHA-SITUACION      TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE 'ABOGADO'                 TO WKS-DAT-ETIQUETA
                MOVE TLDM-ABOGADO              TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE 'JUZGADO'                 TO WKS-DAT-ETIQUETA
                MOVE TLDM-JUZGADO              TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE 'NUMERO DE EXPEDIENTE'    TO WKS-DAT-ETIQUETA
                MOVE TLDM-NUMERO-EXPEDIENTE    TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE 'FECHA DE AUDIENCIA'      TO WKS-DAT-ETIQUETA
                MOVE TLDM-FECHA-AUDIENCIA      TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
                MOVE 'ETAPA'                   TO WKS-DAT-ETIQUETA
                MOVE SPACES                    TO WKS-DAT-VALOR
                MOVE TLDM-ETAPA                TO WKS-DAT-VALOR (1:2)
                EVALUATE TRUE
                   WHEN TLDM-ETAPA-CREADA
                      MOVE 'CREADA'       TO WKS-DAT-VALOR (4:20)
                   WHEN TLDM-ETAPA-PRESENTADA
                      MOVE 'PRESENTADA'   TO WKS-DAT-VALOR (4:20)
                   WHEN TLDM-ETAPA-EN-TRAMITE
                      MOVE 'EN TRAMITE'   TO WKS-DAT-VALOR (4:20)
                   WHEN TLDM-ETAPA-SENTENCIA
                      MOVE 'SENTENCIA'    TO WKS-DAT-VALOR (4:20)
                   WHEN TLDM-ETAPA-EJECUCION
                      MOVE 'EJECUCION'    TO WKS-DAT-VALOR (4:20)
                   WHEN TLDM-ETAPA-CERRADA
                      MOVE 'CERRADA'      TO WKS-DAT-VALOR (4:20)
                END-EVALUATE
                PERFORM 485-IMPRIME-DATO
                MOVE 'ULTIMO MOVIMIENTO'       TO WKS-DAT-ETIQUETA
                MOVE TLDM-FECHA-ULT-MOVIMIENTO TO WKS-DAT-VALOR
                PERFORM 485-IMPRIME-DATO
           END-READ
           MOVE SPACES TO PRINT-LINE
           PERFORM 480-IMPRIME.
       398-DEMANDA-E. EXIT.

       480-IMPRIME SECTION.
           WRITE PRINT-LINE
           PERFORM 500-ERRORES-ESCRITURA-PS.
       480-IMPRIME-E. EXIT.

       485-IMPRIME-DATO SECTION.
           MOVE WKS-LINEA-DATO TO PRINT-LINE
           PERFORM 480-IMPRIME.
       485-IMPRIME-DATO-E. EXIT.

       490-IMPRIME-SECCION SECTION.
           MOVE SPACES            TO PRINT-LINE
           PERFORM 480-IMPRIME
           MOVE WKS-LINEA-SECCION TO PRINT-LINE
           PERFORM 480-IMPRIME.
       490-IMPRIME-SECCION-E. EXIT.

      *--------> SERIE 500 VALIDA INTEGRIDAD DE ESCRITURA DE UN PS
       500-ERRORES-ESCRITURA-PS SECTION.
           IF FS-FTPREP NOT = 0
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                DISPLAY
                   "       HUBO UN ERROR AL ESCRIBIR UN REGISTRO     "
                   UPON CONSOLE
                DISPLAY
                   " FILE ESTATUS DEL ARCHIVO ES  : (" FS-FTPREP ")"
                   UPON CONSOLE
                DISPLAY
                   "  >>>>>EL PROGRAMA FINALIZO POR SEGURIDAD<<<<<  "
                   UPON CONSOLE
                DISPLAY
                   "================================================"
                   UPON CONSOLE
                PERFORM 700-CIERRA-ARCHIVOS
                MOVE 91 TO RETURN-CODE
                STOP RUN
           END-IF.
       500-ERRORES-ESCRITURA-PS-E. EXIT.

       600-ESTADISTICAS SECTION.
           DISPLAY '******************************************'
           MOVE    WKS-CUENTAS-LEIDAS      TO WKS-MASCARA
           DISPLAY 'CUENTAS SOLICITADAS EN CTASLEG : ' WKS-MASCARA
           MOVE    WKS-EXPEDIENTES         TO WKS-MASCARA
           DISPLAY 'EXPEDIENTES IMPRESOS           : ' WKS-MASCARA
           MOVE    WKS-NO-ENCONTRADAS      TO WKS-MASCARA
           DISPLAY 'CUENTAS NO ENCONTRADAS         : ' WKS-MASCARA
           DISPLAY '******************************************'.
       600-ESTADISTICAS-E. EXIT.

       700-CIERRA-ARCHIVOS SECTION.
           CLOSE CTASLEG TLMATH TIMATH CFCNAT CFCJUR CFDIREC TLAXLQ
                 TLAXLD TIAXL1 TLIMOR TLIMARC TLGESTI TLPROME TLCONVE
                 TLCARHIS TLDEMAN FTPREP.
       700-CIERRA-ARCHIVOS-E. EXIT.
