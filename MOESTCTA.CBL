      *             : LAYOUT MOMDCO) POR CUENTA Y FECHA Y EMITE UN     *
      *             : BLOQUE POR CUENTA: SALDO INICIAL (TOMADO DE LA   *
      *             : FOTO DEL CIERRE ANTERIOR MOSLANT, MISMO LAYOUT   *
      *             : DE MOSLIN, QUE MOSLDIAR GENERA EN EL CIERRE DE   *
      *             : FIN DE MES), CADA MOVIMIENTO CON LA DESCRIPCION  *
      *             : DE SU CODIGO EN LA TABLA MOT 005, Y SALDO FINAL  *
      *             : CALCULADO. EL SALDO CALCULADO SE CONCILIA        *
      *             : CONTRA EL MOSLIN ACTUAL; LAS CUENTAS QUE NO      *
