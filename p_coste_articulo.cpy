      *Muestra, junto a la consulta del articulo, el coste y el
      *proveedor del primer vinculo registrado, para que compras vea
      *el margen frente al precio de venta. El coste se muestra ya
      *pasado a la unidad de stock.
       01 p_coste_articulo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 10 col 5 value "Proveedor: ".

           02 line 10 col 16 pic x(4) from ap_codigo_proveedor.
           02 line 10 col 22 pic x(25) from nombre_proveedor_coste.
           02 line 11 col 13 pic z(6)9.99 from conv_coste_stock.
           02 line 12 col 13 pic -(6)9.99 from margen_articulo.
