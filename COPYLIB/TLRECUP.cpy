      *****************************************************************
      * TLRECUP - MAESTRO DE RECUPERACION DE CARTERA CASTIGADA. UN    *
      *           REGISTRO POR CUENTA CASTIGADA, SEMBRADO POR LA      *
      *           PASADA E DE TLCASTIG CON EL MONTO CASTIGADO DE LA   *
      *           LINEA APROBADA DE CASTAPR. TLRECAPL LE APLICA LOS   *
      *           PAGOS RECIBIDOS DESPUES DEL CASTIGO Y TLRECREP      *
      *           REPORTA LA TASA DE RECUPERACION POR COSECHA (MES    *
      *           DEL CASTIGO) Y POR COBRADOR.                        *
      *****************************************************************
       01  REG-TLRECUP.
           05  TLRC-LLAVE.
               10  TLRC-CUENTA                 PIC X(16).
               10  TLRC-MONEDA                 PIC 9(01).
           05  TLRC-FECHA-CASTIGO              PIC 9(08).
           05  TLRC-FECHA-CASTIGO-R REDEFINES TLRC-FECHA-CASTIGO.
               10  TLRC-COSECHA                PIC 9(06).
               10  FILLER                      PIC 9(02).
           05  TLRC-LLAVE-MAESTRO              PIC X(22).
           05  TLRC-DIAS-MORA-CASTIGO          PIC 9(03).
           05  TLRC-MONTO-CASTIGADO            PIC S9(11)V99 COMP-3.
      *    COBRADOR (USUARIO, COMO TLCB-COBRADOR) QUE TENIA LA CUENTA
      *    AL CASTIGARSE; UN PAGO QUE TRAE OTRO COBRADOR LO REEMPLAZA
           05  TLRC-COBRADOR                   PIC X(08).
           05  TLRC-MONTO-RECUPERADO           PIC S9(11)V99 COMP-3.
           05  TLRC-CANTIDAD-PAGOS             PIC 9(05).
      *    FECHA Y REFERENCIA DEL ULTIMO PAGO APLICADO: TLRECAPL NO
      *    VUELVE A APLICAR UN PAGO CON FECHA Y REFERENCIA IGUALES O
      *    ANTERIORES (REPROCESO DEL MISMO RECUPAG). LA REFERENCIA
      *    SALIO DEL FILLER Y CRECIO EL REGISTRO; EN LOS REGISTROS
      *    ANTERIORES TRAE ESPACIOS
           05  TLRC-FECHA-ULT-RECUPERACION     PIC 9(08).
      *    RECUPERADO DENTRO DEL MES AAAAMM DEL ULTIMO PAGO; SE
      *    REINICIA CUANDO LLEGA EL PRIMER PAGO DE UN MES POSTERIOR
           05  TLRC-PERIODO-MES                PIC 9(06).
           05  TLRC-RECUPERADO-MES             PIC S9(11)V99 COMP-3.
           05  TLRC-ESTADO                     PIC X(01).
               88  TLRC-EN-RECUPERACION                 VALUE 'A'.
               88  TLRC-RECUPERADA-TOTAL                VALUE 'L'.
      *    USUARIOS QUE PROPUSIERON Y APROBARON EL CASTIGO EN CASTAPR
           05  TLRC-USUARIO-PROPUSO            PIC X(08).
           05  TLRC-USUARIO-APROBO             PIC X(08).
           05  TLRC-ULT-REFERENCIA             PIC X(10).
           05  FILLER                          PIC X(05).
