      *****************************************************************
      * EDSOCIO - MAESTRO DE SOCIOS DEL VIDEOCLUB. RESPALDA EL CAMPO  *
      *           EDRT-SOCIO DE EDRENTA, QUE ERA TEXTO LIBRE: EL      *
      *           CHECK-OUT ED3D1VC3 EXIGE QUE EL SOCIO EXISTA, NO    *
      *           ESTE BLOQUEADO NI DADO DE BAJA Y TENGA LA MEMBRESIA *
      *           VIGENTE. EL BLOQUEO LO PONE EL BATCH EDSOCBLO       *
      *           (RENTAS VENCIDAS MAS ALLA DE LA GRACIA O CUOTAS SIN *
      *           PAGAR) Y SOLO UN SUPERVISOR LO LEVANTA EN ED3D1SM3. *
      *           LA MEMBRESIA ANUAL (CUOTASOCIO DE EDTARIF) SE COBRA *
      *           EN EL ALTA Y EN LA RENOVACION DE ED3D1SM3, QUE      *
      *           CORREN EDSC-FECHA-VENCE UN ANIO Y DEJAN EL RECIBO   *
      *           EN EDSOCPA. EL BATCH MENSUAL EDSOCVEN DA DE BAJA    *
      *           (ESTADO I) AL SOCIO CON LA MEMBRESIA VENCIDA MAS    *
      *           DE MESESBAJA MESES; LA RENOVACION LO REACTIVA.      *
      *           FECHA-VENCE EN CEROS = SOCIO ANTERIOR AL COBRO DE   *
      *           MEMBRESIA, AUN SIN VENCIMIENTO.                     *
      *****************************************************************
       01  REG-EDSOCIO.
           05  EDSC-LLAVE.
           05  EDSC-ESTADO                     PIC X(01).
               88  EDSC-ACTIVO                          VALUE 'A'.
               88  EDSC-BLOQUEADO                       VALUE 'B'.
               88  EDSC-INACTIVO                        VALUE 'I'.
           05  EDSC-FECHA-BLOQUEO              PIC 9(08).
           05  EDSC-MOTIVO-BLOQUEO             PIC X(20).
           05  EDSC-FECHA-VENCE                PIC 9(08).
           05  EDSC-FECHA-ULT-PAGO             PIC 9(08).
           05  FILLER                          PIC X(01).
