           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 1 col 5 value "Ventas atascadas en su estado".
           02 line 2 col 5 value
              "Venta      Fecha    Estado Dias   Cliente".
