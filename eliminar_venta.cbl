       copy "file_control_resumen_mensual.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de lineas de envio directo.
       copy "file_control_ventas_directas.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_resumen_mensual.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de lineas de envio directo.
       copy "estructura_venta_directa.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "eliminar_venta".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
      *Campos de las lineas de venta de envio directo: no reponen
      *stock y su pedido de compra se anula con la venta.
       copy "ws_venta_directa.cpy".
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       linkage section.
       01 login-usuario    pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       open i-o ventas
       open i-o articulos
       if ws-estado-stock-alm = "00"
           move 1 to stock_alm_abierto
       end-if
      *Las lineas de envio directo solo existen si alguna venta se
      *sirvio desde el proveedor.
       move 1 to directas_abiertas
       open i-o ventas_directas
       if ws-estado-ventas-directas not = "00"
           move 0 to directas_abiertas
       else
           open i-o pedidos_compra
       end-if
       read ventas
         key is codigo_venta
         INVALID key
       if stock_alm_abierto = 1
           close stock_almacen
       end-if
       if directas_abiertas = 1
           close ventas_directas
           close pedidos_compra
       end-if
       end-if.
       exit program.

      *Repone el stock del articulo de la linea principal de la venta
      *(la que vive en el propio RVenta) antes de eliminarla: los
      *kits reponen sus componentes, igual que el alta los desconto.
      *La linea de envio directo no salio del almacen: no repone
      *nada y anula el envio pendiente con su pedido de compra.
       reponer_stock_linea_principal.
       move codigo_venta to vd_codigo_venta.
       move 1 to vd_numero_linea.
       perform buscar_linea_directa.
       if linea_directa = 1
           perform anular_linea_directa
       else
           move almacen_venta to mov_almacen
           move codigo_articulo of articulo to mov_articulo
           move numero_unidades of articulo to mov_unidades
           move "+" to mov_signo
           move codigo_venta to mov_venta
           perform mover_stock
       end-if.
      *La baja resta la cabecera del resumen mensual.
       perform abrir_resumen_mensual.
       compute rsm_anio_mes = anio * 100 + mes.
             if det_codigo_venta not = codigo_venta
                 move 1 to bucle_detalle
             else
                 move det_codigo_venta to vd_codigo_venta
                 move det_numero_linea to vd_numero_linea
                 perform buscar_linea_directa
                 if linea_directa = 1
                     perform anular_linea_directa
                 else
                     move almacen_venta to mov_almacen
                     move det_codigo_articulo to mov_articulo
                     move det_numero_unidades to mov_unidades
                     move "+" to mov_signo
                     move codigo_venta to mov_venta
                     perform mover_stock
                 end-if
                 perform abrir_resumen_mensual
                 compute rsm_anio_mes = anio * 100 + mes
                 move codigo of agente_comercial to rsm_agente
         end-read
       end-perform.

      *Anula la linea de envio directo que el proveedor aun no ha
      *enviado y su pedido de compra, si no se recibio ya. La que ya
      *se envio queda como estaba, para que conste.
       anular_linea_directa.
       if directa_pendiente
           set directa_anulada to true
           rewrite RVentaDirecta
             invalid key
               continue
           end-rewrite
           move vd_pedido_compra to pco_numero
           read pedidos_compra
             key is pco_numero
             invalid key
               continue
             not invalid key
               if not pedido_compra_recibido
                  and not pedido_compra_anulado
                   set pedido_compra_anulado to true
                   rewrite RPedidoCompra
                     invalid key
                       continue
                   end-rewrite
               end-if
           end-read
       end-if.

      *Anota en el fichero de anulaciones una linea por cada linea
      *de la venta eliminada, con los importes de entonces, para que
      *la exportacion incremental a contabilidad emita los apuntes

      *Mantiene el resumen mensual por agente y articulo.
       copy "parrafo_resumen_mensual.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".

      *Lineas de venta de envio directo.
       copy "parrafo_venta_directa.cpy".
