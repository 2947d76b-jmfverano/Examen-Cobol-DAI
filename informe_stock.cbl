           not at end
      *      La alerta salta sobre el disponible real: el stock en
      *      estanteria menos lo reservado por pedidos aprobados.
      *      Los servicios y cargos no llevan stock y no salen.
             if articulo_de_stock
                and stock_actual - stock_reservado < umbral_stock
                 perform mostrar_linea_stock
             end-if
         end-read
