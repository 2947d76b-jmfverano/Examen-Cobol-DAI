      *Campos de trabajo del historico de precios. Acompanan a
      *parrafo_historico_precio: el programa guarda el precio y el
      *coste del articulo antes de cambiarlo y, tras regrabarlo,
      *los nuevos valores.
       77 ws-estado-historico pic xx value spaces.
       77 hist_articulo pic x(4) value spaces.
       77 hist_precio_anterior pic 9(7)v99 value 0.
       77 hist_precio_nuevo pic 9(7)v99 value 0.
       77 hist_coste_anterior pic 9(7)v99 value 0.
       77 hist_coste_nuevo pic 9(7)v99 value 0.
       77 hist_usuario pic x(12) value spaces.
       77 hist_programa pic x(24) value spaces.
       77 hist_cambio_programado pic 9(6) value 0.
