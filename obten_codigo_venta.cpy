       01 obten_codigo_venta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de venta: ".
           02 line 4 col 23 REQUIRED pic x(8) using codigo_venta.
