       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de codigos de barras.
       copy "file_control_codigos_barras.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de codigos de barras.
       copy "estructura_codigo_barras.cpy".
       working-storage section.
      *Campos de trabajo de los codigos de barras.
       copy "ws_codigo_barras.cpy".
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "inventario_fisico".
           at end
             move 1 to fin_articulos
           not at end
      *      Los servicios y cargos no entran en la lista de recuento.
             if articulo_de_stock of RArticulo
                 move codigo_articulo of RArticulo
                   to inv_codigo_articulo
                 move descripcion of RArticulo to inv_descripcion
                 perform fijar_teorico_almacen
                 move 0 to inv_contado
                 set inv_pendiente to true
                 move fecha_congelacion to inv_fecha_congelacion
                 move almacen_inventario to inv_almacen
                 write RInventario
                   invalid key
                     continue
                 end-write
             end-if
             add 1 to congelados
         end-read
       end-perform.
           move spaces to inv_codigo_articulo
           move spaces to inv_descripcion
           move 0 to inv_contado
           move spaces to codigo_leido
           display PantallaMarco
           display p_datos_recuento
           accept p_datos_recuento
               move 1 to fin_inventario
           end-accept
           if transaccion_activa = 1
               perform resolver_codigo_leido
               move codigo_resuelto to inv_codigo_articulo
               perform grabar_recuento
           end-if
           close inventario

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Resuelve el codigo escaneado al codigo del articulo.
       copy "parrafo_codigo_barras.cpy".
