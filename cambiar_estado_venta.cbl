       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
       linkage section.
      *Login del operador, recibido de Principal, para la auditoria
      *de operaciones.
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       open i-o ventas
       read ventas

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
