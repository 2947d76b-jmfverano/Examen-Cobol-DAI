      *Pantalla de anotacion de una recepcion de mercancia. Con un
      *numero de pedido de compra, el articulo en blanco y las
      *unidades a cero se rellenan con la primera linea pendiente
      *del pedido. Las unidades van en la unidad de compra de la
      *linea, y al grabar se muestran ya pasadas a unidades de
      *stock.
       01 p_datos_recepcion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Recepcion de mercancia".
           02 line 6 col 5 value "Articulo: ".
           02 line 7 col 5 value "Descripcion: ".
           02 line 8 col 5 value "Unidades recibidas: ".
           02 line 8 col 36 value "En stock: ".
           02 line 9 col 5 value "Referencia proveedor: ".
           02 line 10 col 5 value "Almacen: ".
           02 line 10 col 25 value "Ubicacion: ".

           02 line 5 col 36 pic 9(6) using rec_pedido_compra.
           02 line 6 col 16 pic x(14)
              using codigo_leido.
           02 line 7 col 19 pic x(20) from descripcion of RArticulo.
           02 line 8 col 26 pic 9(5) using rec_unidades_compra.
           02 line 8 col 32 pic x(3) from rec_unidad_compra.
           02 line 8 col 46 pic z(4)9 from rec_unidades.
           02 line 8 col 52 pic x(3) from unidad_stock of RArticulo.
           02 line 9 col 28 pic x(15) using rec_referencia.
           02 line 10 col 15 pic x(2) using rec_almacen.
           02 line 10 col 37 pic x(6) using ubicacion of RArticulo.
