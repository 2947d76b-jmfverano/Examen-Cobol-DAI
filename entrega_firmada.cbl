       01 p_linea_sin_pod
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic 9(6) from alb_numero.
           02 line linea_actual col 13 pic x(8)
              from alb_codigo_venta.
           02 line linea_actual col 23 pic 9(8)
              from alb_fecha_generacion.
           02 line linea_actual col 33 pic z(5)9 from dias_fuera.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
