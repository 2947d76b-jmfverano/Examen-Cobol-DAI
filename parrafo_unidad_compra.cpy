      *Parrafos compartidos de la conversion entre la unidad de
      *compra y la unidad de stock. El programa que los usa incluye
      *ws_unidad_compra.cpy y carga conv_factor con el factor del
      *vinculo articulo-proveedor o de la linea del pedido.

      *Asegura un factor valido: a cero, o en registros anteriores
      *a las unidades de compra, se compra en la unidad de stock.
       normalizar_factor_conversion.
       if conv_factor is not numeric or conv_factor = 0
           move 1 to conv_factor
       end-if.

      *Pasa las unidades y el coste unitario de la unidad de compra
      *a la unidad de stock.
       pasar_a_unidad_stock.
       perform normalizar_factor_conversion.
       compute conv_unidades_stock =
           conv_unidades_compra * conv_factor.
       compute conv_coste_stock rounded =
           conv_coste_compra / conv_factor.

      *Pasa unas unidades de stock a unidades de compra enteras,
      *redondeando hacia arriba para que nunca se pida de menos.
       pasar_a_unidad_compra.
       perform normalizar_factor_conversion.
       compute conv_unidades_compra =
           (conv_unidades_stock + conv_factor - 1) / conv_factor.
