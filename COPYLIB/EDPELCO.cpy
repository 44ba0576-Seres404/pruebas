      *           RENTARSE DOS VECES: EL CHECK-OUT ED3D1VC3 TOMA LA   *
      *           PRIMERA COPIA DISPONIBLE Y EL CHECK-IN LA LIBERA.   *
      *           LO CARGA EDU34029 Y EL INVENTARIO EDU34026 CUENTA   *
      *           COPIAS EN LUGAR DE TITULOS. UNA COPIA DEVUELTA CON  *
      *           RESERVAS EN FILA (EDRESER) QUEDA RETENIDA (R) PARA  *
      *           EL SOCIO QUE LA ESPERA Y NO SE RENTA A NADIE MAS.   *
      *           UNA COPIA PERDIDA O DANADA SE RETIRA (ESTADO B) CON *
      *           SU MOTIVO DESDE ED3D1VC3 Y YA NO CUENTA COMO        *
      *           INVENTARIO.                                         *
      *****************************************************************
       01  REG-EDPELCO.
           05  EDPC-LLAVE.
           05  EDPC-ESTADO                     PIC X(01).
               88  EDPC-DISPONIBLE                      VALUE 'D'.
               88  EDPC-FUERA                           VALUE 'F'.
               88  EDPC-RESERVADA                       VALUE 'R'.
               88  EDPC-RETIRADA                        VALUE 'B'.
           05  EDPC-FECHA-ALTA                 PIC 9(08).
           05  EDPC-SOCIO-RESERVA              PIC X(08).
           05  EDPC-MOTIVO-RETIRO              PIC X(01).
               88  EDPC-RETIRO-PERDIDA                  VALUE 'P'.
               88  EDPC-RETIRO-DANADA                   VALUE 'X'.
           05  FILLER                          PIC X(05).
