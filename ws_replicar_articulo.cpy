      *Articulo del catalogo que se copia al maestro de articulos de
      *las demas empresas, con la misma disposicion que RArticulo.
      *Solo se copian los datos del catalogo; el stock, el coste, los
      *puntos de pedido y la ubicacion son de cada empresa.
       77 ws-estado-articulos pic xx value spaces.
       77 articulos_creados_catalogo pic 9(7) value 0.
       77 articulos_actualizados_catalogo pic 9(7) value 0.
       01 articulo_catalogo.
          02 cat_codigo_articulo pic x(4).
          02 cat_descripcion     pic x(20).
          02 cat_precio_venta    pic 9(7)v99.
          02 filler              pic x(7).
          02 cat_tasa_iva        pic 99v99.
          02 filler              pic x(23).
          02 cat_codigo_familia  pic x(2).
          02 cat_garantia_meses  pic 9(3).
          02 filler              pic x(6).
          02 cat_peso_kg         pic 9(3)v99.
          02 filler              pic x(16).
          02 cat_codigo_nc       pic x(8).
          02 cat_tipo_articulo   pic x.
          02 cat_unidad_stock    pic x(3).
          02 cat_estado_articulo pic x.
