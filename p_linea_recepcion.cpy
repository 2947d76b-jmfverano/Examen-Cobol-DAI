      *Pantalla de consulta de una recepcion de mercancia, con las
      *unidades en la unidad de stock y tal como llegaron del
      *proveedor en su unidad de compra.
       01 p_linea_recepcion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Recepcion numero: ".
           02 line 7 col 5 value "Fecha: ".
           02 line 8 col 5 value "Articulo: ".
           02 line 9 col 5 value "Unidades: ".
           02 line 9 col 27 value "Recibidas: ".
           02 line 10 col 5 value "Referencia proveedor: ".
           02 line 11 col 5 value "Pedido de compra: ".
           02 line 11 col 24 pic 9(6) from rec_pedido_compra.
           02 line 8 col 16 pic x(4) from rec_codigo_articulo.
           02 line 8 col 22 pic x(20) from descripcion of RArticulo.
           02 line 9 col 16 pic 9(5) from rec_unidades.
           02 line 9 col 22 pic x(3) from unidad_stock of RArticulo.
           02 line 9 col 38 pic z(4)9 from rec_unidades_compra.
           02 line 9 col 44 pic x(3) from rec_unidad_compra.
           02 line 10 col 28 pic x(15) from rec_referencia.
