      *****************************************************************
      * TLCOBAS - ASIGNACION DE CARTERA EN MORA A COBRADORES          *
      *           UNA CUENTA DE TLIMOR POR REGISTRO                   *
      *           TLCB-COBRADOR ES EL USUARIO DEL ANALISTA EN EL      *
      *           PERFIL UNICO BTRUSER; TL5D1MOR LO COMPARA CONTRA    *
      *           EL USUARIO FIRMADO PARA FILTRAR EL WORKLIST         *
      *****************************************************************
       01  REG-TLCOBAS.
           05  TLCB-LLAVE.
