      *Copia articulo_catalogo al maestro de articulos abierto de la
      *empresa en la que se esta. Si la empresa ya tiene el articulo
      *recibe los datos del catalogo y conserva su precio, su stock,
      *su coste, sus puntos de pedido y su ubicacion; si no lo tiene
      *se da de alta con el precio del catalogo y sin stock. El
      *programa que lo usa declara los campos de ws_replicar_articulo
      *y el maestro de articulos con su estado.
       replicar_articulo_catalogo.
       move cat_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           initialize RArticulo
           move cat_codigo_articulo to codigo_articulo of RArticulo
           move cat_precio_venta to precio_venta of RArticulo
           perform poner_datos_catalogo
           write RArticulo
             invalid key
               continue
             not invalid key
               add 1 to articulos_creados_catalogo
           end-write
         not invalid key
           perform poner_datos_catalogo
           rewrite RArticulo
             invalid key
               continue
             not invalid key
               add 1 to articulos_actualizados_catalogo
           end-rewrite
       end-read.

      *Pone en el articulo leido los datos comunes del catalogo.
       poner_datos_catalogo.
       move cat_descripcion to descripcion of RArticulo.
       move cat_tasa_iva to tasa_iva of RArticulo.
       move cat_codigo_familia to codigo_familia of RArticulo.
       move cat_garantia_meses to garantia_meses of RArticulo.
       move cat_peso_kg to peso_kg of RArticulo.
       move cat_codigo_nc to codigo_nc of RArticulo.
       move cat_tipo_articulo to tipo_articulo of RArticulo.
       move cat_unidad_stock to unidad_stock of RArticulo.
       move cat_estado_articulo to estado_articulo of RArticulo.

      *Abre el maestro de articulos de la empresa en la que se esta,
      *creandolo vacio si la empresa aun no tiene articulos.
       abrir_articulos_empresa.
       open i-o articulos.
       if ws-estado-articulos = "35"
           open output articulos
           close articulos
           open i-o articulos
       end-if.
