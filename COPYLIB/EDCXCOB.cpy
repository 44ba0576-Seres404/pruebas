      *****************************************************************
      * EDCXCOB - CUENTA POR COBRAR DEL ESTUDIANTE, UNA POR TERMINO.  *
      *           LA CREA Y AJUSTA LA FACTURACION DE TERMINO EDCXFACT *
      *           (CREDITOS DE LAS INSCRIPCIONES ENROLL X TARIFA POR  *
      *           CREDITO TARCREDITO DE EDTARIF), LA ABONA LA CAJA DE *
      *           TESORERIA ED3D1CX3 (PAGO EN CAJA O TRANSFERENCIA    *
      *           DESDE LA CUENTA DE AHORRO EDP1AH) Y LA ANTIGUEDAD   *
      *           LA REPORTA EDCXAGRP. EDU34023 NO INSCRIBE A UN      *
      *           ESTUDIANTE CON SALDO VENCIDO DE OTRO TERMINO. CADA  *
      *           CARGO O ABONO DEJA SU TRAZA EN EDCXMOV.             *
      *****************************************************************
       01  REG-EDCXCOB.
           05  EDCX-LLAVE.
               10  EDCX-STUDENT-ID             PIC X(04).
               10  EDCX-TERMINO                PIC X(04).
           05  EDCX-CREDITOS                   PIC 9(03).
           05  EDCX-TARIFA-CREDITO             PIC 9(05)V9(04).
           05  EDCX-MONTO-FACTURADO            PIC S9(07)V99.
           05  EDCX-MONTO-PAGADO               PIC S9(07)V99.
           05  EDCX-SALDO                      PIC S9(07)V99.
           05  EDCX-FECHA-FACTURA              PIC 9(08).
           05  EDCX-FECHA-VENCIMIENTO          PIC 9(08).
           05  EDCX-FECHA-ULT-PAGO             PIC 9(08).
           05  EDCX-CUENTA-AHORRO              PIC 9(10).
           05  FILLER                          PIC X(20).
