           05  MOMC-TERMINAL-FINANCIERA        PIC X(04).
           05  MOMC-NUM-SECUENCIA              PIC 9(04).
           05  MOMC-TIPO-MOVIMIENTO            PIC 9(01).
      *    5 = YA APLICADO AL SALDO EN LINEA POR LA VENTANILLA
      *    MO5D1VT3 (DIARIO DIURNO MOMDDIA): EL POSTEO MODIARIO NO
      *    LO VUELVE A APLICAR A MOSLIN
           05  MOMC-SIT-REGISTRO               PIC 9(01).
               88  MOMC-APLICADO-EN-LINEA               VALUE 5.
           05  MOMC-GRABA-VERIF                PIC X(08).
           05  MOMC-ORIGEN-TRANSACCION         PIC 9(02).
      *    EN VENTANILLA EL CAJERO ES LA TERMINAL (EIBTRMID); EL
      *    USUARIO QUE OPERO (BTAU-USUARIO) VA EN MOMC-USUARIO, QUE
      *    EN REGISTROS ANTERIORES AL CAMPO Y EN LOS BATCH TRAE ESPACIOS
           05  MOMC-CAJERO                     PIC X(04).
           05  MOMC-CODIGO-MONEDA              PIC 9(01).
           05  MOMC-CODIGO-MOTIVO              PIC 9(05).
           05  MOMC-USUARIO                    PIC X(08).
           05  FILLER                          PIC X(02).
