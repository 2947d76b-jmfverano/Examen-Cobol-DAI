      *Anade al historico de precios el cambio que se acaba de
      *grabar en el maestro de articulos, solo si el precio de
      *venta o el coste medio cambiaron de verdad. El programa que
      *lo usa declara los campos de ws_historico_precio, con su
      *nombre en hist_programa y el usuario en hist_usuario, y
      *rellena el articulo y los valores de antes y de despues.
       grabar_historico_precio.
       if hist_precio_anterior not = hist_precio_nuevo
          or hist_coste_anterior not = hist_coste_nuevo
           move hist_articulo to hpr_codigo_articulo
           accept hpr_fecha from date yyyymmdd
           accept hpr_hora from time
           move hist_precio_anterior to hpr_precio_anterior
           move hist_precio_nuevo to hpr_precio_nuevo
           move hist_coste_anterior to hpr_coste_anterior
           move hist_coste_nuevo to hpr_coste_nuevo
           move hist_usuario to hpr_usuario
           move hist_programa to hpr_programa
           move hist_cambio_programado to hpr_cambio_programado
           open extend historico_precios
           if ws-estado-historico = "35"
               open output historico_precios
           end-if
           write RHistoricoPrecio
           close historico_precios
       end-if.
