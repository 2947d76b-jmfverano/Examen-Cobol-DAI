       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Utiliza el control del fichero de lineas de envio directo.
       copy "file_control_ventas_directas.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Fichero de trabajo para agrupar por seccion y codigo, y
      *fichero de salida del informe de margen.
       select ordenacion_margen assign to "ordenmargen.tmp".
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura del fichero de lineas de envio directo.
       copy "estructura_venta_directa.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
       sd ordenacion_margen.
       01 registro_orden_margen.
      *   Seccion 1 = articulo, 2 = agente, 3 = cliente.
       77 corte_margen_pct pic s9(3)v99 value 0.
       77 hay_corte pic 9 value 0.
       77 nombre_seccion pic x(8) value spaces.
      *Campos de las lineas de venta de envio directo, que se
      *valoran al coste de su pedido de compra.
       copy "ws_venta_directa.cpy".
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 unidades_directa pic 9(5) value 0.

       procedure division.
       perform iniciar_bitacora.
       open input ventas.
       open input ventas_detalle.
       open input articulos.
      *Las lineas de envio directo no salen del almacen: su coste
      *es el del pedido de compra que las sirve.
       move 1 to directas_abiertas.
       open input ventas_directas.
       if ws-estado-ventas-directas not = "00"
           move 0 to directas_abiertas
       else
           open input pedidos_compra_detalle
       end-if.
       sort ordenacion_margen
         on ascending key orden_mar_seccion
                          orden_mar_codigo
       close ventas.
       close ventas_detalle.
       close articulos.
       if directas_abiertas = 1
           close ventas_directas
           close pedidos_compra_detalle
       end-if.
       display "Lineas valoradas: " total_lineas.
       move total_lineas to bit_contador_1.
       move "OK" to bit_resultado.
               coste_medio of RArticulo
               * numero_unidades of articulo
       end-read.
       move codigo_venta to vd_codigo_venta.
       move 1 to vd_numero_linea.
       move numero_unidades of articulo to unidades_directa.
       perform coste_linea_directa.

      *Recorre las lineas adicionales de la venta en curso y libera
      *cada una valorada a su coste.
           compute linea_coste =
               coste_medio of RArticulo * det_numero_unidades
       end-read.
       move det_codigo_venta to vd_codigo_venta.
       move det_numero_linea to vd_numero_linea.
       move det_numero_unidades to unidades_directa.
       perform coste_linea_directa.
       move det_codigo_articulo to orden_mar_codigo.
       perform liberar_linea_articulo.
       perform liberar_linea_agente_cliente.

      *Si la linea es de envio directo, la valora al coste de la
      *linea de su pedido de compra, o al del vinculo con el
      *proveedor cuando se dio de alta si el pedido no se encuentra.
       coste_linea_directa.
       perform buscar_linea_directa.
       if linea_directa = 1
           compute linea_coste = vd_coste * unidades_directa
           move vd_pedido_compra to pcd_numero
           move 1 to pcd_linea
           read pedidos_compra_detalle
             key is pcd_clave
             invalid key
               continue
             not invalid key
               compute linea_coste = pcd_coste * unidades_directa
           end-read
       end-if.

      *Libera la linea de cabecera por las tres secciones.
       liberar_secciones_linea.
       move codigo_articulo of articulo to orden_mar_codigo.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Lineas de venta de envio directo.
       copy "parrafo_venta_directa.cpy".
