       copy "file_control_resumen_mensual.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de lineas de envio directo.
       copy "file_control_ventas_directas.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_resumen_mensual.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de lineas de envio directo.
       copy "estructura_venta_directa.cpy".
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "modificar_venta".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 linea_mayor      pic 9(3) value 0.
      *Respaldo de la cabecera mientras se anota en la reversion la
      *imagen previa de una linea de detalle.
       77 venta_imagen     pic x(162) value spaces.
      *Imagenes previa y editada de la cabecera, para que la
      *reversion guarde lo que habia antes de la edicion y no lo
      *que quedo despues.
       77 cabecera_antes   pic x(162) value spaces.
       77 cabecera_despues pic x(162) value spaces.
       77 descuento_guardado pic 99v99 value 0.
      *Imagenes previa y editada de la linea de detalle, para anotar
      *en la reversion la imagen previa solo cuando la edicion llega
      *a confirmarse.
       77 linea_antes pic x(62) value spaces.
       77 linea_nueva pic x(62) value spaces.
      *Campos usados para anotar la venta en el fichero de reversion.
       77 rev_tipo_operacion pic x(12) value "MODIFICACION".
       77 rev_fecha pic 9(8).
       77 codigo_elegido pic x(4) value spaces.
       77 hubo_seleccion pic 9 value 0.
       77 codigo_articulo_anterior pic x(4).
      *Cliente de la venta antes de la edicion: si cambia, la
      *direccion de entrega vuelve a la predeterminada del nuevo.
       77 codigo_cliente_anterior pic x(4) value spaces.
       77 numero_unidades_anterior pic 9(5).
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 descuento_maximo_operador pic 99v99 value 10.
       77 descuento_maximo pic 99v99 value 0.
       77 descuento_permitido pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
      *Campos de las lineas de venta de envio directo, que tienen su
      *pedido de compra al proveedor y no se editan.
       copy "ws_venta_directa.cpy".
       linkage section.
      *Rol del usuario que abrio la sesion, recibido de Principal,
      *para limitar el descuento que puede conceder.
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       open i-o ventas
       open input agentes
       if ws-estado-stock-alm = "00"
           move 1 to stock_alm_abierto
       end-if
       move 1 to directas_abiertas
       open input ventas_directas
       if ws-estado-ventas-directas not = "00"
           move 0 to directas_abiertas
       end-if
       read ventas
         key is codigo_venta
         invalid key
           end-accept
           if transaccion_activa = 1
               evaluate modo_modificar
                 when 1
                   move codigo_venta to vd_codigo_venta
                   move 1 to vd_numero_linea
                   perform buscar_linea_directa
                   if linea_directa = 1
                       perform avisar_linea_directa
                   else
                       perform modificar_cabecera
                   end-if
                 when 2 perform mantenimiento_lineas
                 when other continue
               end-evaluate
       if stock_alm_abierto = 1
           close stock_almacen
       end-if
       if directas_abiertas = 1
           close ventas_directas
       end-if
       end-if.
       exit program.

      *    stock una vez se confirme la edicion.
           move RVenta to cabecera_antes
           move codigo_articulo of articulo to codigo_articulo_anterior
           move codigo_cliente to codigo_cliente_anterior
           move numero_unidades of articulo to numero_unidades_anterior
      *    Muestra los datos actuales y permite corregirlos.
           display PantallaMarco
               move nombre of RCliente to nombre_cliente
               move apellidos of RCliente to apellidos_cliente
           end-read
           if codigo_cliente not = codigo_cliente_anterior
               move 0 to num_direccion_entrega
           end-if
           move codigo_articulo of articulo
             to codigo_articulo of RArticulo
           read articulos
           move 1 to fin_lineas
       end-accept.
       if transaccion_activa = 1
       move codigo_venta to vd_codigo_venta
       move numero_linea_pedida to vd_numero_linea
       perform buscar_linea_directa
       if linea_directa = 1
           perform avisar_linea_directa
           exit paragraph
       end-if
       move codigo_venta to det_codigo_venta
       move numero_linea_pedida to det_numero_linea
       read ventas_detalle
           end-if
       end-read.

      *La linea de envio directo la sirve el proveedor con su
      *pedido de compra: no se edita ni se borra; se anula la venta
      *entera.
       avisar_linea_directa.
       move spaces to ws-estado-fichero.
       move "Linea de envio directo; no se modifica."
         to ws-descripcion-estado.
       display PantallaMarco.
       display pantalla_opera_error.
       accept continuar.

      *Repone en el maestro el stock del articulo que tenia la linea
      *antes de la edicion o el borrado, con explosion de kits.
       reponer_stock_linea_antes.
           move 1 to fin_lineas
       end-accept.
       if transaccion_activa = 1
       move codigo_venta to vd_codigo_venta
       move numero_linea_pedida to vd_numero_linea
       perform buscar_linea_directa
       if linea_directa = 1
           perform avisar_linea_directa
           exit paragraph
       end-if
       move codigo_venta to det_codigo_venta
       move numero_linea_pedida to det_numero_linea
       read ventas_detalle

      *Mantiene el resumen mensual por agente y articulo.
       copy "parrafo_resumen_mensual.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".

      *Lineas de venta de envio directo.
       copy "parrafo_venta_directa.cpy".
