          02 rec_pedido_compra pic 9(6).
      *   Almacen en el que entra el genero.
          02 rec_almacen pic x(2).
      *   Coste unitario al que entro el genero en el coste medio y
      *   total de los costes de importacion (fletes, aduanas,
      *   manipulacion) repartidos despues sobre la recepcion.
          02 rec_coste_unitario pic 9(7)v99.
          02 rec_coste_adicional pic 9(9)v99.
      *   Unidades tal como llegaron del proveedor, en su unidad de
      *   compra, y el factor con el que se pasaron a rec_unidades,
      *   que van en la unidad de stock igual que el coste unitario.
          02 rec_unidades_compra pic 9(5).
          02 rec_unidad_compra pic x(3).
          02 rec_factor pic 9(5).
      *Registro con el ultimo numero de recepcion utilizado.
       fd contador_recepcion
         value of file-id is ".\contador_recepcion.dat".
