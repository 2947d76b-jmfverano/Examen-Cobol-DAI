       01 p_linea_iva_alerta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 value "Venta ".
           02 line linea_actual col 12 pic x(8) using wk_venta.
           02 line linea_actual col 22 value "tipo ".
           02 line linea_actual col 28 pic z9.99 using wk_tasa.
