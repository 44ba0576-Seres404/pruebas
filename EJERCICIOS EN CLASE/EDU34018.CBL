      *             : LUEGO MUESTRA UNA ESTADISTICA DE LOS REGISTROS   *
      *             : LEIDOS, ESCRITOS E IGNORADOS POR SER DUPLICADOS  *
      *             : PARA LOS DUPLICADOS ENVIA UN MENSAJE A CONSOLA   *
      *             : LA CATEGORIA Y LA MARCA DE ESTRENO (S) PASAN AL  *
      *             : MAESTRO PARA EL PRECIO DE RENTA DE ED3D1VC3      *
      * ARCHIVOS    : EDUC.EDU34018.ENTRADA.UNO (ORDENADO PREV)        *
      *             : EDUC.EDU34018.KSDS01 (VSAM KSDS)                 *
      *             : EDPROVE MAESTRO DE PROVEEDORES (VSAM KSDS)       *
          02 SEQVIDEOCODE          PIC 9(5).
          02 SEQVIDEOTITLE         PIC X(40).
          02 SEQVIDEOSUPPLIERCODE  PIC 99.
          02 SEQVIDEOCATEGORIA     PIC X(1).
          02 SEQVIDEOESTRENO       PIC X(1).
          02 FILLER                PIC X(11).
       FD  EDPROVE.
           COPY EDPROVE.
       FD  DUPLICADOS.
