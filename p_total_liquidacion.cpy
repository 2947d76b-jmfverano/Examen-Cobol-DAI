      *Totales del informe de liquidacion de fin de serie: valor a
      *coste del stock que queda y lo que se recuperaria vendiendolo
      *todo al precio sugerido.
       01 p_total_liquidacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 19 col 5 value "Articulos en liquidacion: ".
           02 line 19 col 31 pic zzzzzz9 from num_liquidacion.
           02 line 20 col 5 value "Valor a coste: ".
           02 line 20 col 31 pic z(12)9.99
              from total_coste_liquidacion.
           02 line 21 col 5 value "Valor a precio sugerido: ".
           02 line 21 col 31 pic z(12)9.99
              from total_sugerido_liquidacion.
