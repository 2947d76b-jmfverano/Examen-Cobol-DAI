      *Cabecera del informe de liquidacion de fin de serie.
       01 p_titulo_liquidacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 1 col 5 value "Liquidacion de fin de serie".
           02 line 2 col 5 value "Codigo Descripcion".
           02 line 2 col 33 value "Stock".
           02 line 2 col 43 value "V. coste".
           02 line 2 col 53 value "Dto".
           02 line 2 col 58 value "P. sugerido".
           02 line 2 col 70 value "Ult. venta".
