      *****************************************************************
      * MOPOSTD - LLAVES DE MOVIMIENTOS YA POSTEADOS POR MODIARIO     *
      *           (VSAM KSDS). CADA MOVIMIENTO APLICADO DEJA AQUI SU  *
      *           LLAVE (FECHA, DOCUMENTO, TERMINAL, SECUENCIA, MAS   *
      *           CUENTA, CODIGO, TIPO Y ORIGEN PARA DISTINGUIR LOS   *
      *           MOVIMIENTOS GENERADOS POR LOS BATCH); UN MOVIMIENTO *
      *           REENVIADO CON LA MISMA LLAVE SE RECHAZA A MORECHQ   *
      *           COMO DUPLICADO EN LUGAR DE POSTEARSE DOS VECES.     *
      *****************************************************************
       01  REG-MOPOSTD.
           05  MOPD-LLAVE.
               10  MOPD-FECHA-MOVIMIENTO.
                   15  MOPD-ANIO               PIC 9(04).
                   15  MOPD-MES                PIC 9(02).
                   15  MOPD-DIA                PIC 9(02).
               10  MOPD-DOCUMENTO              PIC 9(08).
               10  MOPD-TERMINAL               PIC X(04).
               10  MOPD-SECUENCIA              PIC 9(04).
               10  MOPD-CUENTA                 PIC 9(10).
               10  MOPD-CODIGO-TRANSACCION     PIC 9(02).
               10  MOPD-TIPO-MOVIMIENTO        PIC 9(01).
               10  MOPD-ORIGEN-TRANSACCION     PIC 9(02).
      *    FECHA DEL POSTEO Y NUMERO DE REGISTRO DENTRO DEL DIARIO:
      *    EN UN REINICIO IDENTIFICAN LO POSTEADO ANTES DE LA CAIDA
           05  MOPD-FECHA-POSTEO               PIC 9(08).
           05  MOPD-REGISTRO-DIARIO            PIC 9(09).
           05  MOPD-VALOR                      PIC S9(09)V99 COMP-3.
           05  FILLER                          PIC X(10).
