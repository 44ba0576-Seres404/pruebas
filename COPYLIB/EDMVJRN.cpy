      *           POR ED3D1MV3 (Y CADA CAPITALIZACION DE INTERES DEL  *
      *           BATCH EDINTAH1) DEJA AQUI SU TRAZA: CUENTA, FECHA,  *
      *           HORA, TERMINAL, TIPO, MONTO Y SALDO RESULTANTE.     *
      *           LAS TRANSFERENCIAS A LA MATRICULA DEL ESTUDIANTE    *
      *           (ED3D1CX3) SE JORNALIZAN COMO RETIROS; LAS CUOTAS   *
      *           DE LOS PLANES DE AHORRO PROGRAMADO (BATCH EDPLACON, *
      *           TERMINAL BTCH) COMO DEPOSITOS.                      *
      *****************************************************************
       01  REG-EDMVJRN.
           05  EDMJ-LLAVE.
