       01 p_menu_lineas
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Lineas de detalle de la venta ".
           02 line 4 col 41 pic x(8) from codigo_venta.
           02 line 6 col 10 value "1.- Listar lineas".
           02 line 8 col 10 value "2.- Modificar linea".
           02 line 10 col 10 value "3.- Borrar linea".
