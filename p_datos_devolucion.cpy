      *Pantalla de anotacion de una devolucion: muestra la linea de
      *venta elegida y pide las unidades que el cliente devuelve y
      *el motivo de la devolucion.
       01 p_datos_devolucion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo venta: ".
           02 line 4 col 20 pic x(8) from codigo_venta.
           02 line 4 col 30 value "Linea: ".
           02 line 4 col 38 pic 9(3) from numero_linea_pedida.
           02 line 6 col 5 value "Articulo: ".
           02 line 6 col 16 pic x(4) from dev_codigo_articulo.
           02 line 6 col 22 pic x(20) from descripcion_linea.
           02 line 11 col 27 REQUIRED pic 9(5) using unidades_devolver.
           02 line 12 col 5 value "Destino (R=stock M=merma): ".
           02 line 12 col 33 pic x using dev_destino.
           02 line 13 col 5 value "Motivo de la devolucion: ".
           02 line 13 col 33 REQUIRED pic xx using dev_motivo.
