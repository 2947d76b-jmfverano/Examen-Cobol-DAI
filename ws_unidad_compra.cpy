      *Campos de la conversion entre la unidad de compra del
      *proveedor y la unidad de stock del articulo. El factor dice
      *cuantas unidades de stock trae cada unidad de compra (una
      *caja de 100, una bobina de 500 metros); a cero vale 1, que
      *es comprar en la misma unidad en que se vende.
       77 conv_factor pic 9(5) value 1.
       77 conv_unidades_compra pic 9(7) value 0.
       77 conv_unidades_stock pic 9(9) value 0.
       77 conv_coste_compra pic 9(7)v99 value 0.
       77 conv_coste_stock pic 9(7)v99 value 0.
