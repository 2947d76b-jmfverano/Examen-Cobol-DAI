       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "revisar_pedidos".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-pedidos pic xx value spaces.
       77 ws-estado-contador-ped pic xx value spaces.
       77 ws-estado-contador pic xx value spaces.
       77 contador_siguiente pic 9(8) value 0.
      *Resultado y reintentos de la reserva del codigo de venta.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
           move 0 to fecha_reclamacion
           move spaces to agente_secundario
           move 0 to porcentaje_secundario
           move ped_direccion_entrega to num_direccion_entrega
           write RVenta
             invalid key
               perform obtener_descripcion_estado
             invalid key
               continue
             not invalid key
      *        Un servicio o cargo no tiene stock que apartar.
               if articulo_de_stock of RArticulo
                   add ped_numero_unidades
                     to stock_reservado of RArticulo
                   rewrite RArticulo
                     invalid key
                       continue
                   end-rewrite
               end-if
           end-read
           set pedido_reservado to true
           rewrite RPedido
