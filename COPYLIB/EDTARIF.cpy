      *                          VIDEOCLUB (BATCH EDMORFEE)           *
      *             GRACIAVIDE = DIAS DE GRACIA ANTES DE BLOQUEAR AL  *
      *                          SOCIO MOROSO (BATCH EDSOCBLO)        *
      *             DIASRESERV = DIAS QUE SE RETIENE UNA COPIA PARA   *
      *                          EL SOCIO CON RESERVA (ED3D1VC3 Y     *
      *                          BATCH EDRESREP)                      *
      *             REPOSICION = COSTO DE REPOSICION DE UNA COPIA     *
      *                          PERDIDA O DANADA CUANDO EL PROVEEDOR *
      *                          NO TIENE COSTO EN EDPROVE (ED3D1VC3) *
      *             CUOTASOCIO = CUOTA ANUAL DE MEMBRESIA DEL SOCIO   *
      *                          (ALTA Y RENOVACION EN ED3D1SM3)      *
      *             MESESBAJA  = MESES CON LA MEMBRESIA VENCIDA ANTES *
      *                          DE DAR DE BAJA AL SOCIO (BATCH       *
      *                          EDSOCVEN)                            *
      *             PRECIORENT = PRECIO DE RENTA DE UN TITULO; LO     *
      *                          REEMPLAZAN PRECIOESTR PARA LOS       *
      *                          ESTRENOS Y PRECIOCATx PARA LA        *
      *                          CATEGORIA x DE EDPELI (ED3D1VC3)     *
      *             RENTASMIN  = RENTAS POR COPIA EN EL MES BAJO LAS  *
      *                          CUALES SE SUGIERE RETIRAR EL TITULO  *
      *                          (BATCH EDRENDIM)                     *
      *             NOTAHONOR  = NOTA MINIMA DEL CUADRO DE HONOR      *
      *             NOTAPROBAT = NOTA BAJO LA CUAL HAY PROBATORIA     *
      *             NOTASUSPEN = NOTA BAJO LA CUAL HAY SUSPENSION     *
      *                          (BATCH EDU34028)                     *
      *             TARCREDITO = TARIFA POR CREDITO DE LA MATRICULA   *
      *                          DEL TERMINO (BATCH EDCXFACT)         *
      *             CREDMAXH   = CREDITOS MAXIMOS POR TERMINO SEGUN   *
      *             CREDMAXN     LA SITUACION ACADEMICA DE EDU34028   *
      *             CREDMAXP     (HONOR, NORMAL, PROBATORIA Y         *
      *             CREDMAXS     SUSPENSION; BATCH EDU34023)          *
      *             PCTAUSENCI = PORCENTAJE DE AUSENCIA SOBRE EL CUAL *
      *                          SE ALERTA LA INSCRIPCION (BATCH      *
      *                          EDU34031)                            *
      *****************************************************************
       01  REG-EDTARIF.
           05  EDTF-LLAVE.
