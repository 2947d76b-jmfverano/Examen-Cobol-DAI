      *Una linea del informe de ventas atascadas por estado.
       01 p_linea_pendientes
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic x(8) using wk_venta.
           02 line linea_actual col 16 pic 9(8) using wk_fecha.
           02 line linea_actual col 27 pic x using wk_estado.
           02 line linea_actual col 31 pic zzzz9 using wk_dias.
           02 line linea_actual col 39 pic x(4) using wk_cliente.
           02 line linea_actual col 45 pic x(15) using wk_nombre.
