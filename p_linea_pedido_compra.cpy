      *Pantalla de una linea del pedido de compra. Las unidades van
      *en la unidad de compra del proveedor; a cero toman la
      *cantidad a pedir propia del articulo. El coste, la referencia
      *y la unidad de compra salen del vinculo articulo-proveedor.
       01 p_linea_pedido_compra
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Linea del pedido de compra".
           02 line 6 col 5 value "Articulo: ".
           02 line 7 col 5 value "Descripcion: ".
           02 line 8 col 5 value "Unidades (0=cantidad a pedir): ".
           02 line 9 col 5 value "Unidad de compra: ".
           02 line 9 col 27 value "de".

           02 line 6 col 16 REQUIRED pic x(4)
              using pcd_codigo_articulo.
           02 line 7 col 19 pic x(20) from descripcion of RArticulo.
           02 line 8 col 37 pic 9(5) using pcd_unidades.
           02 line 9 col 23 pic x(3) from pcd_unidad_compra.
           02 line 9 col 30 pic z(4)9 from pcd_factor.
           02 line 9 col 36 pic x(3) from unidad_stock of RArticulo.
