      *Campos del limite de importe de los pedidos de compra que el
      *usuario envia sin aprobacion y hasta el que puede aprobar los
      *de otros; sin_limite_compra a 1 si no tiene limite.
       77 limite_usuario pic 9(9)v99 value 0.
       77 sin_limite_compra pic 9 value 0.
       77 limite_editado pic z(8)9.99.
       77 texto_limite pic x(12) value spaces.
