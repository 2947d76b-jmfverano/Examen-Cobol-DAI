      *varios por las entregas parciales): se retiene la imagen del
      *ultimo para mostrar el envio mas reciente.
       77 fin_seguimiento pic 9 value 0.
       77 imagen_seguimiento pic x(120) value spaces.
       77 continuar        pic x.
       77 modo_consulta    pic 9.
       77 aux_agente       pic xx.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
      *Muestra el seguimiento de la expedicion de la venta.
       01 p_seguimiento_venta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 18 col 45 value "Transportista: ".
           02 line 18 col 61 pic x(4) from alb_transportista.
           02 line 19 col 45 value "Destino: ".
           02 line 19 col 55 pic x(5) from alb_codigo_postal_destino.
           02 line 19 col 61 pic x(15) from alb_ciudad_destino.
           02 line 20 col 45 value "Albaran: ".
           02 line 20 col 55 pic 9(6) from alb_numero.
           02 line 21 col 45 value "Ref. transporte:".
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       read ventas
         key is codigo_venta
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       move 0 to bucle
       start ventas

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
