       01 p_linea_general
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line l_primera col 5 value "Codigo venta: ".
           02 line l_primera col 30 value "Fecha: ".
           02 line l_primera col 47 value "Agente: ".
           02 line l_primera
              col 20 pic x(8) using codigo_venta.
           02 line l_primera col 37 using fecha.
           02 line l_primera
              col 55 pic xx using codigo.
           02 line l_segunda col 5 value "Codigo articulo ".
           02 line l_segunda col 25 value "Descripcion Articulo ".
           02 line l_segunda col 50 value "Precio ".
