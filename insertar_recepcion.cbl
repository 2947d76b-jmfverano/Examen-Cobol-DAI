       copy "file_control_backorders.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
      *Utiliza el control del fichero de codigos de barras.
       copy "file_control_codigos_barras.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_backorder.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
      *Utiliza la estructura del fichero de codigos de barras.
       copy "estructura_codigo_barras.cpy".
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "insertar_recepcion".
       77 ws-estado-art-prov pic xx value spaces.
       77 vinculos_abiertos pic 9 value 0.
       77 coste_entrada pic 9(7)v99 value 0.
      *Campos de la conversion de la unidad de compra del proveedor
      *a la unidad de stock del articulo.
       copy "ws_unidad_compra.cpy".
      *Entrada de un servicio o cargo sin stock: se registra y sirve
      *el pedido, pero no mueve stock ni lleva series.
       77 recepcion_servicio pic 9 value 0.
      *Campos de la captura de numeros de serie, uno por unidad
      *recibida de los articulos que superan el umbral configurado.
       77 ws-estado-series pic xx value spaces.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del historico de precios.
       copy "ws_historico_precio.cpy".
      *Campos de trabajo de los codigos de barras.
       copy "ws_codigo_barras.cpy".
       linkage section.
      *Login del operador, recibido de Principal, para el historico
      *de precios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line 19 col 5 value
              "Aviso: entrega parcial; quedan unidades pendientes: ".
           02 line 19 col 58 pic z(5)9 from unidades_pendientes.
       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to hist_usuario.
       move "insertar_recepcion" to hist_programa.
      *Anota una entrada de mercancia del fabricante: valida el
      *articulo, suma las unidades recibidas al stock y deja grabado
      *el justificante con la referencia del proveedor. Con un
      *a la linea del pedido: se proponen su articulo y lo pendiente,
      *se avisa de sobre-entregas y entregas parciales y el pedido
      *se marca recibido cuando todas sus lineas quedan servidas.
      *Contra un pedido las unidades se teclean en la unidad de
      *compra de su linea y se pasan a la unidad de stock con el
      *factor de la linea; una entrada suelta va en unidades de
      *stock.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_recepciones.
       open i-o articulos.
       perform abrir_stock_almacen_rec.
       move spaces to rec_codigo_articulo.
       move 0 to rec_unidades.
       move 0 to rec_unidades_compra.
       move spaces to rec_unidad_compra.
       move 0 to rec_factor.
       move spaces to rec_referencia.
       move spaces to descripcion of RArticulo.
       move spaces to ubicacion of RArticulo.
       move spaces to codigo_leido.
       display pantallaMarco.
       display p_datos_recepcion.
       accept p_datos_recepcion
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       perform resolver_codigo_leido.
       move codigo_resuelto to rec_codigo_articulo.
       move ubicacion of RArticulo to ubicacion_tecleada.
       if transaccion_activa = 1
       move 1 to pedido_valido
           display pantalla_opera_error
           accept continuar
         not invalid key
      *    Un articulo bloqueado (retencion de calidad, retirada) no
      *    entra en el stock; lo ya pedido de un articulo de fin de
      *    serie o descatalogado si se recibe.
           perform convertir_unidades_recepcion
           if articulo_bloqueado of RArticulo
               move spaces to ws-estado-fichero
               move "Articulo bloqueado: no se recibe."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
           if rec_unidades = 0
               move spaces to ws-estado-fichero
               move "Unidades recibidas no validas."
           else
               perform grabar_recepcion
           end-if
           end-if
       end-read
       end-if.
       close recepciones.
           display pantalla_opera_error
           accept continuar
         not invalid key
      *    El pedido de envio directo no entra en el almacen: lo
      *    sirve el proveedor al cliente y se confirma aparte.
           if not pedido_compra_abierto or pedido_envio_directo
               move spaces to ws-estado-fichero
               evaluate true
                 when pedido_envio_directo
                   move "Pedido de envio directo; no se recibe."
                     to ws-descripcion-estado
                 when pedido_compra_por_aprobar
                   move "El pedido esta pendiente de aprobacion."
                     to ws-descripcion-estado
                 when other
                   move "El pedido no esta abierto."
                     to ws-descripcion-estado
               end-evaluate
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           continue
       end-read.
       move pcd_codigo_articulo to rec_codigo_articulo.
       move pcd_unidad_compra to rec_unidad_compra.
       move pcd_factor to rec_factor.
       if rec_unidades_compra = 0
           compute unidades_pendientes =
               pcd_unidades - pcd_recibidas
           if unidades_pendientes > 0
               move unidades_pendientes to rec_unidades_compra
           end-if
       end-if.
       if rec_referencia = spaces
         invalid key
           move spaces to descripcion of RArticulo
       end-read.
       move rec_codigo_articulo to codigo_leido.
       display PantallaMarco.
       display p_datos_recepcion.
       accept p_datos_recepcion
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       perform resolver_codigo_leido.
       move codigo_resuelto to rec_codigo_articulo.
       move ubicacion of RArticulo to ubicacion_tecleada.
       if transaccion_activa = 1
           move 1 to pedido_valido
       end-if.

      *Pasa las unidades tecleadas a la unidad de stock: con el
      *factor de la linea del pedido, o tal cual en una entrada
      *suelta. Una entrada que no cabe en el justificante queda a
      *cero y se rechaza como no valida.
       convertir_unidades_recepcion.
       if rec_pedido_compra = 0
           move 1 to rec_factor
           move unidad_stock of RArticulo to rec_unidad_compra
       end-if.
       move rec_factor to conv_factor.
       perform normalizar_factor_conversion.
       move conv_factor to rec_factor.
       move rec_unidades_compra to conv_unidades_compra.
       move 0 to conv_coste_compra.
       perform pasar_a_unidad_stock.
       if conv_unidades_stock > 99999
           move 0 to rec_unidades
       else
           move conv_unidades_stock to rec_unidades
       end-if.

      *Asigna el numero, graba el justificante y suma el stock.
       grabar_recepcion.
       perform asignar_numero_recepcion.
           accept continuar
       else
       accept rec_fecha from DATE YYYYMMDD
       perform determinar_coste_entrada
       move coste_entrada to rec_coste_unitario
       move 0 to rec_coste_adicional
       write RRecepcion
         invalid key
           move ws-estado-recepciones to ws-estado-fichero
           display pantalla_opera_error
           accept continuar
         not invalid key
           move 0 to recepcion_servicio
           if articulo_sin_stock of RArticulo
               move 1 to recepcion_servicio
           end-if
           perform actualizar_coste_medio
      *    La ubicacion tecleada en la entrada queda como ubicacion
      *    de estanteria del articulo.
           if ubicacion_tecleada not = spaces
               move ubicacion_tecleada to ubicacion of RArticulo
           end-if
           if recepcion_servicio = 0
               compute stock_actual of RArticulo =
                   stock_actual of RArticulo + rec_unidades
           end-if
           rewrite RArticulo
             invalid key
               continue
             not invalid key
               perform grabar_historico_precio
           end-rewrite
           if recepcion_servicio = 0
               perform sumar_saldo_almacen_rec
               move rec_codigo_articulo to kar_codigo_articulo
               move rec_unidades to kar_unidades
               move "+" to kar_signo
               move spaces to kar_venta
               move coste_entrada to kar_coste
               move rec_almacen to kar_almacen
               perform grabar_kardex
           end-if
           if rec_pedido_compra not = 0
               perform apuntar_entrega_pedido
           end-if
           if recepcion_servicio = 0
               perform capturar_series_recepcion
               perform liberar_pendientes_articulo
           end-if
           display PantallaMarco
           display p_datos_recepcion
           display pantalla_completa
         invalid key
           continue
         not invalid key
           add rec_unidades_compra to pcd_recibidas
           rewrite RPedidoCompraDetalle
             invalid key
               continue
      *Decide el coste al que entra el genero: el de la linea del
      *pedido de compra si la entrada viene de un pedido, el del
      *primer vinculo articulo-proveedor si es suelta, y el propio
      *coste medio del articulo si no hay ninguno de los dos. Los
      *dos primeros van por unidad de compra y se pasan a coste por
      *unidad de stock, que es en la que se lleva el coste medio.
       determinar_coste_entrada.
       move coste_medio of RArticulo to coste_entrada.
       if rec_pedido_compra not = 0
             invalid key
               continue
             not invalid key
               move pcd_factor to conv_factor
               move pcd_coste to conv_coste_compra
               move 0 to conv_unidades_compra
               perform pasar_a_unidad_stock
               move conv_coste_stock to coste_entrada
           end-read
       else
           perform buscar_coste_vinculo
                   continue
                 not at end
                   if ap_codigo_articulo = rec_codigo_articulo
                       move ap_factor_conversion to conv_factor
                       move ap_coste to conv_coste_compra
                       move 0 to conv_unidades_compra
                       perform pasar_a_unidad_stock
                       move conv_coste_stock to coste_entrada
                   end-if
               end-read
           end-start
      *Recalcula el coste medio ponderado del articulo con las
      *unidades que entran y su coste, antes de sumarlas al stock.
       actualizar_coste_medio.
       move codigo_articulo of RArticulo to hist_articulo.
       move precio_venta of RArticulo to hist_precio_anterior.
       move precio_venta of RArticulo to hist_precio_nuevo.
       move coste_medio of RArticulo to hist_coste_anterior.
       if stock_actual of RArticulo + rec_unidades > 0
           compute coste_medio of RArticulo rounded =
               (stock_actual of RArticulo
                + rec_unidades * coste_entrada)
               / (stock_actual of RArticulo + rec_unidades)
       end-if.
       move coste_medio of RArticulo to hist_coste_nuevo.

      *Si el articulo recibido supera el umbral de numero de serie,
      *pide una serie por unidad y la graba libre en el almacen de
           set serie_libre to true
           move spaces to ser_codigo_venta
           move 0 to ser_fecha_venta
           move 0 to ser_devolucion_prov
           move 0 to ser_prestamo
           write RSerie
             invalid key
               move spaces to ws-estado-fichero
      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Anota en el historico los cambios de precio y coste.
       copy "parrafo_historico_precio.cpy".

      *Anota el movimiento de stock en el kardex.
       copy "parrafo_grabar_kardex.cpy".

      *Resuelve el codigo escaneado al codigo del articulo.
       copy "parrafo_codigo_barras.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
