      *****************************************************************
      * EDREPOS - CARGOS DE REPOSICION A SOCIOS DEL VIDEOCLUB. CUANDO *
      *           UN SOCIO PIERDE (P) O DANA (X) UNA COPIA, ED3D1VC3  *
      *           CIERRA LA RENTA, RETIRA LA COPIA EN EDPELCO Y DEJA  *
      *           AQUI EL CARGO PENDIENTE CON EL COSTO DE REPOSICION  *
      *           DEL PROVEEDOR (EDPROVE, O REPOSICION DE EDTARIF).   *
      *           LA LLAVE ES LA DE LA RENTA, IGUAL QUE EN EDSOCFE.   *
      *           EL COBRO (ACCION C DE ED3D1VC3) LO DEJA EN ESTADO C *
      *           CON FECHA Y TERMINAL; MIENTRAS ESTE PENDIENTE EL    *
      *           SOCIO SE BLOQUEA EN EDSOCBLO. EDMERMAS LO RESUME    *
      *           CADA MES POR PROVEEDOR Y TITULO.                    *
      *****************************************************************
       01  REG-EDREPOS.
           05  EDRP-LLAVE.
               10  EDRP-SOCIO                  PIC X(08).
               10  EDRP-PELICULA               PIC 9(05).
               10  EDRP-FECHA-SALIDA           PIC 9(08).
           05  EDRP-COPIA                      PIC 9(02).
           05  EDRP-MOTIVO                     PIC X(01).
               88  EDRP-PERDIDA                         VALUE 'P'.
               88  EDRP-DANADA                          VALUE 'X'.
           05  EDRP-PROVEEDOR                  PIC 9(02).
           05  EDRP-MONTO                      PIC 9(07)V99.
           05  EDRP-FECHA-CARGO                PIC 9(08).
           05  EDRP-TERMINAL-CARGO             PIC X(04).
           05  EDRP-ESTADO                     PIC X(01).
               88  EDRP-PENDIENTE                       VALUE 'P'.
               88  EDRP-COBRADO                         VALUE 'C'.
           05  EDRP-FECHA-COBRO                PIC 9(08).
           05  EDRP-TERMINAL-COBRO             PIC X(04).
           05  FILLER                          PIC X(10).
