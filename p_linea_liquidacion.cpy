      *Una linea del informe de liquidacion de fin de serie. La
      *fecha a ceros significa que el articulo no ha aparecido nunca
      *en una venta.
       01 p_linea_liquidacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic x(4) from wk_codigo.
           02 line linea_actual col 10 pic x(20)
              from wk_descripcion.
           02 line linea_actual col 31 pic zzzzzz9 from wk_stock.
           02 line linea_actual col 39 pic z(9)9.99 from wk_valor.
           02 line linea_actual col 53 pic zz9 from wk_descuento.
           02 line linea_actual col 56 value "%".
           02 line linea_actual col 58 pic z(6)9.99
              from wk_precio_sugerido.
           02 line linea_actual col 70 pic 9(8)
              from wk_ultima_venta.
