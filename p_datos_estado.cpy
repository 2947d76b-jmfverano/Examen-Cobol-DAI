       01 p_datos_estado
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo venta: ".
           02 line 4 col 20 pic x(8) from codigo_venta.
           02 line 6 col 5 value "Cliente: ".
           02 line 6 col 15 pic x(4) from codigo_cliente.
           02 line 6 col 21 pic x(15) from nombre_cliente.
