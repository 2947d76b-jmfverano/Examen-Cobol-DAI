       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 obten_venta_o_serie
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de venta: ".
           02 line 4 col 23 pic x(8) using codigo_venta.
           02 line 5 col 5 value "o numero de serie: ".
           02 line 5 col 25 pic x(20) using ser_numero.
      *Ficha del veredicto de garantia de la unidad consultada.
       01 p_ficha_garantia
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 7 col 5 value "Venta: ".
           02 line 7 col 13 pic x(8) from codigo_venta.
           02 line 8 col 5 value "Fecha de la venta: ".
           02 line 8 col 25 pic 9(8) from fecha.
           02 line 9 col 5 value "Cliente: ".
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       open input ventas
       open input articulos

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
