       copy "file_control_resumen_mensual.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de prestamos de equipos.
       copy "file_control_prestamos.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero de permisos de menu.
       copy "file_control_permisos.cpy".
      *Utiliza el control del fichero de lineas de envio directo.
       copy "file_control_ventas_directas.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_resumen_mensual.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de prestamos de equipos.
       copy "estructura_prestamo.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero de permisos de menu.
       copy "estructura_permisos.cpy".
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
       77 kar_programa pic x(24) value "insertar_venta".
       77 dup_dia pic 99.
      *Respaldo de la venta introducida mientras se recorre el fichero
      *en busca de un posible duplicado.
       77 venta_respaldo pic x(162) value spaces.
      *Campos usados para comprobar el limite de credito del cliente
      *antes de confirmar el alta.
       77 credito_excedido pic 9 value 0.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-contador pic xx value spaces.
       77 contador_siguiente pic 9(8) value 0.
      *Resultado y reintentos de la reserva del codigo de venta.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       77 numero_linea_siguiente pic 9(3) value 2.
       77 linea_articulo_valido pic 9 value 1.
       77 linea_stock_suficiente pic 9 value 1.
      *Sustituto ofrecido cuando falta stock del articulo pedido. Si
      *la linea se reparte entre el original y el sustituto, las
      *unidades del sustituto quedan pendientes de anadirse como una
      *linea mas del pedido, con el descuento que tecleo el operador.
       copy "ws_sustitucion.cpy".
      *Direccion de entrega del cliente elegida para la venta.
       copy "ws_seleccion_direccion.cpy".
       77 sustituto_pendiente pic 9 value 0.
       77 sustituto_codigo pic x(4) value spaces.
       77 sustituto_unidades pic 9(5) value 0.
       77 sustituto_descuento pic 99v99 value 0.
      *Respaldo de la cabecera mientras las pantallas de linea
      *reutilizan los campos de articulo de RVenta.
       77 venta_cabecera pic x(162) value spaces.
      *Lineas adicionales del pedido, retenidas en memoria hasta que
      *el operador confirma el pedido completo; solo entonces se
      *graban todas de golpe junto con la cabecera.
             03 tl_numero_unidades  pic 9(5).
             03 tl_tasa_iva         pic 99v99.
             03 tl_descuento        pic 99v99.
      *      Linea servida por envio directo del proveedor, con el
      *      proveedor, el coste y la referencia de su vinculo.
             03 tl_envio_directo    pic 9.
             03 tl_proveedor        pic x(4).
             03 tl_coste_directo    pic 9(7)v99.
             03 tl_referencia       pic x(15).
      *      Linea de un servicio o cargo sin stock.
             03 tl_servicio         pic 9.
      *Tope de descuento que puede conceder cada rol: el operador
      *hasta el maximo configurable cambiando este valor, el
      *administrador sin tope y el resto ninguno.
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
      *Campos de la asignacion de numeros de serie libres a las
      *lineas de la venta.
       77 ws-estado-series pic xx value spaces.
       77 contador_siguiente_psv pic 9(6) value 0.
       77 contador_psv_asignado pic 9 value 0.
       77 reintentos_psv pic 9(3) value 0.
      *Venta de un equipo prestado (F7): el equipo ya salio del
      *almacen con el prestamo, asi que la cabecera no mueve stock y
      *el prestamo se cierra como vendido.
       77 ws-estado-prestamos pic xx value spaces.
       77 ws-estado-contador-pst pic xx value spaces.
       77 prestamos_abiertos pic 9 value 0.
       77 venta_de_prestamo pic 9 value 0.
       77 prestamo_coincide pic 9 value 1.
       77 numero_prestamo_venta pic 9(6) value 0.
      *Envio directo: la linea marcada la sirve el proveedor del
      *articulo en la direccion de entrega del cliente con un pedido
      *de compra propio, sin mover stock ni almacen. La linea de la
      *cabecera guarda su marca aparte de la tabla de lineas.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 vinculos_abiertos pic 9 value 0.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 contador_siguiente_pco pic 9(6) value 0.
       77 contador_pco_asignado pic 9 value 0.
       77 reintentos_pco pic 9(3) value 0.
       77 ws-estado-ventas-directas pic xx value spaces.
       77 ws-estado-permisos pic xx value spaces.
       copy "ws_limite_compra.cpy".
       77 confirma_envio_directo pic x value space.
       77 envio_directo_linea pic 9 value 0.
       77 proveedor_directo pic x(4) value spaces.
       77 coste_directo pic 9(7)v99 value 0.
       77 referencia_directo pic x(15) value spaces.
       77 cab_envio_directo pic 9 value 0.
       77 cab_proveedor_directo pic x(4) value spaces.
       77 cab_coste_directo pic 9(7)v99 value 0.
       77 cab_referencia_directo pic x(15) value spaces.
      *Articulo de servicio o cargo sin stock: no se pide al
      *proveedor como envio directo ni se le asignan series.
       77 servicio_linea pic 9 value 0.
       77 cab_servicio pic 9 value 0.
      *Campos de la conversion entre unidad de compra y de stock.
       copy "ws_unidad_compra.cpy".
      *Articulo de fin de serie: se vende lo que queda, sin
      *pendiente de servir ni envio directo, que seria reponerlo.
       copy "ws_estado_articulo.cpy".
       77 sin_reposicion_linea pic 9 value 0.
       linkage section.
      *Rol del usuario que abrio la sesion, recibido de Principal,
      *para limitar el descuento que puede conceder.
              using confirma_backorder.
      *Resumen del pedido completo antes de confirmar el alta.
       copy "p_resumen_alta.cpy".
      *Pide el prestamo que se convierte en venta (F7).
       01 p_prestamo_venta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 12 col 45 value "Prestamo a vender: ".
           02 line 12 col 65 REQUIRED pic 9(6)
              using numero_prestamo_venta.
      *Pregunta si la linea la sirve el proveedor directamente al
      *cliente, sin pasar por el almacen.
       01 p_envio_directo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 15 col 45 value "Proveedor: ".
           02 line 15 col 56 pic x(4) from proveedor_directo.
           02 line 16 col 45 value "Envio directo (S/N)? ".
           02 line 16 col 66 REQUIRED pic x
              using confirma_envio_directo.
       procedure division using rol-usuario-llamada login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move 0 to sesion-expirada-llamada.
       move login-usuario to aud_login.
       perform fijar_descuento_maximo.
       perform fijar_limite_compra.
       open i-o ventas.
       open input agentes.
       open input clientes.
       end-if.
      *Saldos de stock por almacen; se crean la primera vez.
       perform abrir_stock_almacen.
      *Los prestamos de equipos solo existen si alguna vez se presto
      *uno; sin ellos, F7 no encuentra ningun prestamo.
       move 1 to prestamos_abiertos.
       open i-o prestamos.
       if ws-estado-prestamos not = "00"
           move 0 to prestamos_abiertos
       end-if.
       perform abrir_pendientes_servir.
       perform abrir_resumen_mensual.
       perform abrir_ficheros_envio_directo.
      *El maestro de tipos de IVA trae el recargo de equivalencia.
       move 1 to tipos_abierto.
       open input tipos_iva.
       move 0 to descuento.
       move spaces to agente_secundario.
       move 0 to porcentaje_secundario.
       move 0 to num_direccion_entrega.
       display pantallaMarco.
       display pantalla_alta.
       accept pantalla_alta
           move 0 to transaccion_activa
       end-accept.
      *F8 imprime un recibo provisional con lo que hay en pantalla sin
      *salir todavia de la pantalla de alta. F7 carga en la pantalla
      *los datos de un prestamo abierto que el cliente se queda.
       perform until (ws-crt-status not = 1008
                      and ws-crt-status not = 1007)
          or transaccion_activa = 0
           if ws-crt-status = 1008
               perform imprimir_recibo_alta
           else
               perform cargar_prestamo_venta
           end-if
           display pantallaMarco
           display pantalla_alta
           accept pantalla_alta
       end-read
       move codigo_articulo of articulo
         to codigo_articulo of RArticulo
       move 0 to servicio_linea
       move 0 to sin_reposicion_linea
       move 1 to articulo_se_vende
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move descripcion of RArticulo to descripcion of articulo
           move precio_venta of RArticulo to precio_venta of articulo
           move tasa_iva of RArticulo to tasa_iva of articulo
           if articulo_sin_stock of RArticulo
               move 1 to servicio_linea
           end-if
           perform comprobar_venta_articulo
           if articulo_fin_serie of RArticulo
               move 1 to sin_reposicion_linea
           end-if
           perform aplicar_precio_pactado
           move codigo_articulo of articulo to mov_articulo
           move numero_unidades of articulo to mov_unidades
           perform comprobar_stock_movimiento
           move stock_suficiente_mov to stock_suficiente
       end-read
       if venta_de_prestamo = 1
           perform comprobar_venta_prestamo
       end-if
       display PantallaMarco
       display pantalla_alta
       if agente_valido = 0 or cliente_valido = 0
           display pantalla_opera_error
           accept continuar
       else
       if prestamo_coincide = 0
           move spaces to ws-estado-fichero
           move "La venta no coincide con el prestamo."
             to ws-descripcion-estado
           display pantalla_opera_error
           accept continuar
       else
       if articulo_se_vende = 0
           move spaces to ws-estado-fichero
           move motivo_estado_articulo to ws-descripcion-estado
           display pantalla_opera_error
           accept continuar
       else
           move 0 to sustituto_pendiente
      *    El equipo vendido desde un prestamo ya esta en manos del
      *    cliente y no se ofrece como envio directo.
           move 0 to envio_directo_linea
           if venta_de_prestamo = 0
               perform preguntar_envio_directo
           end-if
           move envio_directo_linea to cab_envio_directo
           move servicio_linea to cab_servicio
           move proveedor_directo to cab_proveedor_directo
           move coste_directo to cab_coste_directo
           move referencia_directo to cab_referencia_directo
           if cab_envio_directo = 1
               move 1 to stock_suficiente
           end-if
           if stock_suficiente = 0
               perform ofrecer_sustituto
               move stock_suficiente_mov to stock_suficiente
               display PantallaMarco
               display pantalla_alta
           end-if
           if stock_suficiente = 0
               display p_aviso_stock
      *        Un kit corto de componentes no se acepta como
      *        pendiente de servir: el pendiente se lleva por
      *        articulo y el despiece descontaria los componentes
      *        en negativo. Tampoco el de un articulo de fin de
      *        serie, que no se vuelve a pedir.
               if es_kit_movimiento = 1 or sin_reposicion_linea = 1
                   accept continuar
               else
                   move 'N' to confirma_backorder
      *        graba ni se descuenta nada.
               move RVenta to venta_cabecera
               move 0 to num_lineas_alta
               if sustituto_pendiente = 1
                   perform retener_linea_sustituto
               end-if
               perform anadir_lineas_venta
               move venta_cabecera to RVenta
               perform comprobar_credito_cliente
                   display p_aviso_credito
                   accept continuar
               else
               perform elegir_direccion_entrega
               perform buscar_venta_duplicada
               perform calcular_totales_alta
               display PantallaMarco
               end-if
           end-if
       end-if
       end-if
       end-if
       end-if.
       close ventas.
       close agentes.
       if monedas_abierto = 1
           close monedas
       end-if.
       if prestamos_abiertos = 1
           close prestamos
       end-if.
       if vinculos_abiertos = 1
           close proveedores
           close articulos_proveedor
           close pedidos_compra
           close pedidos_compra_detalle
           close ventas_directas
       end-if.
       exit program.

      *Pregunta repetidamente si se desea anadir otro articulo al
      *fichero maestro de articulos, comprueba stock y descuento, y
      *la retiene en la tabla de lineas sin grabar nada todavia.
       capturar_linea_articulo.
       move 0 to sustituto_pendiente.
       move spaces to descripcion of articulo.
       move 0 to precio_venta of articulo.
       move 0 to tasa_iva of articulo.
       display p_linea_articulo.
       accept p_linea_articulo.
       perform until codigo_articulo of articulo(1:1) not = "?"
                 and codigo_articulo of articulo(1:1) not = "!"
           if codigo_articulo of articulo(1:1) = "!"
               move codigo_articulo of articulo to codigo_elegido
               call "consulta_disponibilidad" using codigo_elegido
           else
               move "A" to tipo_seleccion
               call "selector_codigo" using tipo_seleccion
                   codigo_elegido
           end-if
           move codigo_elegido to codigo_articulo of articulo
           display PantallaMarco
           display p_linea_articulo
       end-perform.
       move codigo_articulo of articulo
         to codigo_articulo of RArticulo.
       move 0 to servicio_linea.
       move 0 to sin_reposicion_linea.
       move 1 to articulo_se_vende.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move descripcion of RArticulo to descripcion of articulo
           move precio_venta of RArticulo to precio_venta of articulo
           move tasa_iva of RArticulo to tasa_iva of articulo
           if articulo_sin_stock of RArticulo
               move 1 to servicio_linea
           end-if
           perform comprobar_venta_articulo
           if articulo_fin_serie of RArticulo
               move 1 to sin_reposicion_linea
           end-if
           perform aplicar_precio_pactado
           move codigo_articulo of articulo to mov_articulo
           move numero_unidades of articulo to mov_unidades
           display pantalla_opera_error
           accept continuar
       else
       if articulo_se_vende = 0
           move spaces to ws-estado-fichero
           move motivo_estado_articulo to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           perform preguntar_envio_directo
           if envio_directo_linea = 1
               move 1 to linea_stock_suficiente
           end-if
           if linea_stock_suficiente = 0
               perform ofrecer_sustituto
               move stock_suficiente_mov to linea_stock_suficiente
               display PantallaMarco
               display p_linea_articulo
           end-if
           if linea_stock_suficiente = 0
               display p_aviso_stock
      *        Un kit corto de componentes no se acepta como
      *        pendiente de servir (vease la cabecera), ni el de
      *        un articulo de fin de serie.
               if es_kit_movimiento = 1 or sin_reposicion_linea = 1
                   accept continuar
               else
                   move 'N' to confirma_backorder
               move tasa_iva of articulo
                 to tl_tasa_iva(num_lineas_alta)
               move descuento to tl_descuento(num_lineas_alta)
               move envio_directo_linea
                 to tl_envio_directo(num_lineas_alta)
               move proveedor_directo to tl_proveedor(num_lineas_alta)
               move coste_directo
                 to tl_coste_directo(num_lineas_alta)
               move referencia_directo
                 to tl_referencia(num_lineas_alta)
               move servicio_linea to tl_servicio(num_lineas_alta)
               if sustituto_pendiente = 1
                   perform retener_linea_sustituto
               end-if
               end-if
               end-if
           end-if
       end-if
       end-if.

      *Ofrece los articulos equivalentes con stock cuando falta el
      *pedido. Con el sustituto elegido para todas las unidades la
      *linea pasa a ser del sustituto; con parte de ellas, el
      *original se queda con el resto y el sustituto queda
      *pendiente de anadirse como linea propia. En ambos casos se
      *vuelve a comprobar el stock de lo que queda en la linea.
       ofrecer_sustituto.
       move 0 to sustituto_pendiente.
       move codigo_articulo of articulo to sus_articulo.
       move numero_unidades of articulo to sus_unidades.
       move "S" to sus_permite_reparto.
       call "selector_sustituto" using sustitucion.
       if sus_sustituto not = spaces
           if sus_unidades_sustituto not < numero_unidades of articulo
               move sus_sustituto to codigo_articulo of articulo
               move sus_sustituto to codigo_articulo of RArticulo
               read articulos
                 key is codigo_articulo of RArticulo
                 invalid key
                   continue
                 not invalid key
                   move descripcion of RArticulo
                     to descripcion of articulo
                   move precio_venta of RArticulo
                     to precio_venta of articulo
                   move tasa_iva of RArticulo to tasa_iva of articulo
                   perform aplicar_precio_pactado
               end-read
           else
               subtract sus_unidades_sustituto
                 from numero_unidades of articulo
               move 1 to sustituto_pendiente
               move sus_sustituto to sustituto_codigo
               move sus_unidades_sustituto to sustituto_unidades
               move descuento to sustituto_descuento
           end-if
           move codigo_articulo of articulo to mov_articulo
           move numero_unidades of articulo to mov_unidades
           perform comprobar_stock_movimiento
       end-if.

      *Retiene en la tabla de lineas la parte de una linea repartida
      *que se sirve con el sustituto, con su precio, su tramo de
      *volumen y el control de venta bajo coste como cualquier otra
      *linea.
       retener_linea_sustituto.
       move 0 to sustituto_pendiente.
       if num_lineas_alta = maximo_lineas_alta
           move spaces to ws-estado-fichero
           move "Numero maximo de lineas alcanzado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           move sustituto_codigo to codigo_articulo of articulo
           move sustituto_unidades to numero_unidades of articulo
           move sustituto_descuento to descuento
           move sustituto_codigo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               continue
             not invalid key
               move descripcion of RArticulo to descripcion of articulo
               move precio_venta of RArticulo
                 to precio_venta of articulo
               move tasa_iva of RArticulo to tasa_iva of articulo
               perform aplicar_precio_pactado
               perform aplicar_descuento_volumen
               perform autorizar_bajo_coste
               if venta_bajo_coste_ok = 1
                   add 1 to num_lineas_alta
                   move codigo_articulo of articulo
                     to tl_codigo_articulo(num_lineas_alta)
                   move descripcion of articulo
                     to tl_descripcion(num_lineas_alta)
                   move precio_venta of articulo
                     to tl_precio_venta(num_lineas_alta)
                   move numero_unidades of articulo
                     to tl_numero_unidades(num_lineas_alta)
                   move tasa_iva of articulo
                     to tl_tasa_iva(num_lineas_alta)
                   move descuento to tl_descuento(num_lineas_alta)
                   move 0 to tl_envio_directo(num_lineas_alta)
                   move spaces to tl_proveedor(num_lineas_alta)
                   move 0 to tl_coste_directo(num_lineas_alta)
                   move spaces to tl_referencia(num_lineas_alta)
                   move 0 to tl_servicio(num_lineas_alta)
               end-if
           end-read
       end-if.

      *Pide la direccion de entrega a la que sale la venta entre
      *las del cliente; la factura sigue yendo a la del maestro. Sin
      *direcciones de entrega la venta sale a la del maestro.
       elegir_direccion_entrega.
       move codigo_cliente to sdi_cliente.
       call "selector_direccion_entrega" using seleccion_direccion.
       move sdi_numero to num_direccion_entrega.

      *Suma los totales del pedido completo, cabecera y lineas de la
      *tabla, con los descuentos aplicados, para el resumen previo a
      *la confirmacion.
           move codigo_elegido to codigo_articulo of articulo
           move 1 to hubo_seleccion
       end-if.
      *Una exclamacion en el articulo abre la consulta de
      *disponible para prometer y vuelve con el articulo consultado.
       if codigo_articulo of articulo(1:1) = "!"
           move codigo_articulo of articulo to codigo_elegido
           call "consulta_disponibilidad" using codigo_elegido
           move codigo_elegido to codigo_articulo of articulo
           move 1 to hubo_seleccion
       end-if.
       if hubo_seleccion = 1
           display pantallaMarco
           display pantalla_alta
               perform grabar_auditoria
               move "ALTA" to rev_tipo_operacion
           end-if
      *    La linea de envio directo no sale del almacen: se pide
      *    al proveedor para que la sirva al cliente.
           if cab_envio_directo = 1
               move 1 to vd_numero_linea
               move codigo_articulo of articulo to vd_codigo_articulo
               move numero_unidades of articulo to vd_unidades
               move cab_proveedor_directo to vd_codigo_proveedor
               move cab_coste_directo to vd_coste
               move cab_referencia_directo to referencia_directo
               perform crear_envio_directo
           else
               perform descontar_stock_articulo
           end-if
      *    La cabecera recien grabada entra en el resumen mensual.
           compute rsm_anio_mes = anio * 100 + mes
           move codigo of agente_comercial to rsm_agente
               * numero_unidades of articulo
               * (1 - descuento / 100)
           perform actualizar_resumen_mensual
           if venta_de_prestamo = 1
               perform vender_series_prestamo
               perform cerrar_prestamo_vendido
           else
               if cab_envio_directo = 0 and cab_servicio = 0
                   move codigo_articulo of articulo
                     to ser_asig_articulo
                   move numero_unidades of articulo
                     to ser_asig_unidades
                   perform asignar_series_articulo
               end-if
           end-if
           perform grabar_lineas_alta
           display PantallaMarco
           display pantalla_completa
       end-perform.

      *Graba una linea de la tabla en el fichero de detalle y
      *descuenta las unidades vendidas de su articulo, o la pide al
      *proveedor si es de envio directo.
       grabar_linea_alta.
       move codigo_venta to det_codigo_venta.
       move numero_linea_siguiente to det_numero_linea.
           display pantalla_opera_error
           accept continuar
         not invalid key
           if tl_envio_directo(indice_linea) = 1
               move numero_linea_siguiente to vd_numero_linea
               move tl_codigo_articulo(indice_linea)
                 to vd_codigo_articulo
               move tl_numero_unidades(indice_linea) to vd_unidades
               move tl_proveedor(indice_linea) to vd_codigo_proveedor
               move tl_coste_directo(indice_linea) to vd_coste
               move tl_referencia(indice_linea) to referencia_directo
               perform crear_envio_directo
           else
               move almacen_venta to mov_almacen
               move tl_codigo_articulo(indice_linea) to mov_articulo
               move tl_numero_unidades(indice_linea) to mov_unidades
               move "-" to mov_signo
               move codigo_venta to mov_venta
               perform mover_stock_con_pendiente
           end-if
           compute rsm_anio_mes = anio * 100 + mes
           move codigo of agente_comercial to rsm_agente
           move tl_codigo_articulo(indice_linea) to rsm_articulo
               * tl_numero_unidades(indice_linea)
               * (1 - tl_descuento(indice_linea) / 100)
           perform actualizar_resumen_mensual
           if tl_envio_directo(indice_linea) = 0
              and tl_servicio(indice_linea) = 0
               move tl_codigo_articulo(indice_linea)
                 to ser_asig_articulo
               move tl_numero_unidades(indice_linea)
                 to ser_asig_unidades
               perform asignar_series_articulo
           end-if
           add 1 to numero_linea_siguiente
       end-write.

      *Descuenta del fichero maestro de articulos las unidades de la
      *linea de cabecera que se acaba de vender. Se relee el articulo
      *porque la captura de lineas pudo dejar otro en RArticulo.
      *El equipo vendido desde un prestamo ya salio del almacen al
      *prestarlo, y no se descuenta otra vez.
       descontar_stock_articulo.
       if venta_de_prestamo = 0
           move almacen_venta to mov_almacen
           move codigo_articulo of articulo to mov_articulo
           move numero_unidades of articulo to mov_unidades
           move "-" to mov_signo
           move codigo_venta to mov_venta
           perform mover_stock_con_pendiente
       end-if.

      *Pide el numero de un prestamo abierto y carga en la pantalla
      *de alta su cliente, agente, articulo y unidades.
       cargar_prestamo_venta.
       move 0 to numero_prestamo_venta.
       display pantallaMarco.
       display pantalla_alta.
       display p_prestamo_venta.
       accept p_prestamo_venta
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           move spaces to ws-descripcion-estado
           if prestamos_abiertos = 0
               move "Prestamo no encontrado." to ws-descripcion-estado
           else
               move numero_prestamo_venta to pst_numero
               read prestamos
                 key is pst_numero
                 invalid key
                   move "Prestamo no encontrado."
                     to ws-descripcion-estado
                 not invalid key
                   if not prestamo_abierto
                       move "El prestamo ya esta cerrado."
                         to ws-descripcion-estado
                   end-if
               end-read
           end-if
           if ws-descripcion-estado not = spaces
               move 0 to venta_de_prestamo
               move spaces to ws-estado-fichero
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               move 1 to venta_de_prestamo
               move pst_codigo_cliente to codigo_cliente
               move pst_codigo_agente to codigo of agente_comercial
               move pst_codigo_articulo to codigo_articulo of articulo
               move pst_unidades to numero_unidades of articulo
               move pst_almacen_salida to almacen_venta
           end-if
       end-if.

      *La venta de un prestamo debe seguir siendo del mismo cliente,
      *articulo y unidades que se prestaron; el stock ya salio con
      *el prestamo y no hace falta comprobarlo.
       comprobar_venta_prestamo.
       move 1 to prestamo_coincide.
       move numero_prestamo_venta to pst_numero.
       read prestamos
         key is pst_numero
         invalid key
           move 0 to prestamo_coincide
         not invalid key
           if not prestamo_abierto
              or pst_codigo_cliente not = codigo_cliente
              or pst_codigo_articulo not = codigo_articulo of articulo
              or pst_unidades not = numero_unidades of articulo
               move 0 to prestamo_coincide
           end-if
       end-read.
       move 1 to stock_suficiente.

      *Las series que salieron con el prestamo pasan a vendidas en
      *la venta recien grabada.
       vender_series_prestamo.
       if series_abiertas = 1
           move codigo_articulo of articulo to ser_codigo_articulo
           move 0 to fin_series
           start series
             key is = ser_codigo_articulo
             invalid key
               move 1 to fin_series
           end-start
           perform until fin_series = 1
             read series next
               at end
                 move 1 to fin_series
               not at end
                 if ser_codigo_articulo
                    not = codigo_articulo of articulo
                     move 1 to fin_series
                 else
                     if serie_prestada
                        and ser_prestamo = numero_prestamo_venta
                         set serie_vendida to true
                         move codigo_venta to ser_codigo_venta
                         accept ser_fecha_venta from DATE YYYYMMDD
                         rewrite RSerie
                           invalid key
                             continue
                         end-rewrite
                     end-if
                 end-if
             end-read
           end-perform
       end-if.

      *Cierra el prestamo como vendido con el codigo de la venta.
       cerrar_prestamo_vendido.
       move numero_prestamo_venta to pst_numero.
       read prestamos
         key is pst_numero
         invalid key
           continue
         not invalid key
           set prestamo_vendido to true
           move codigo_venta to pst_codigo_venta
           accept pst_fecha_cierre from DATE YYYYMMDD
           rewrite RPrestamo
             invalid key
               continue
           end-rewrite
       end-read.

      *Anade la venta al fichero de reversion del mismo dia.
       copy "parrafo_grabar_reversion.cpy".
             invalid key
               continue
             not invalid key
      *        Un servicio no descuenta stock ni deja pendiente.
               if articulo_sin_stock of RArticulo
                   exit paragraph
               end-if
      *        Lo disponible neta las reservas de pedidos aprobados,
      *        igual que la comprobacion que acepto el pendiente.
               if stock_reservado of RArticulo
             end-read
           end-perform
       end-if.

      *Abre los vinculos articulo-proveedor, los pedidos de compra y
      *las lineas de envio directo, creando los que no existan. Sin
      *vinculos no hay a quien pedir el envio directo y no se
      *ofrece.
       abrir_ficheros_envio_directo.
       move 1 to vinculos_abiertos.
       open input articulos_proveedor.
       if ws-estado-art-prov not = "00"
           move 0 to vinculos_abiertos
       else
           open input proveedores
           open i-o pedidos_compra
           if ws-estado-ped-compra = "35"
               open output pedidos_compra
               close pedidos_compra
               open i-o pedidos_compra
           end-if
           open i-o pedidos_compra_detalle
           if ws-estado-ped-compra-det = "35"
               open output pedidos_compra_detalle
               close pedidos_compra_detalle
               open i-o pedidos_compra_detalle
           end-if
           open i-o ventas_directas
           if ws-estado-ventas-directas = "35"
               open output ventas_directas
               close ventas_directas
               open i-o ventas_directas
           end-if
       end-if.

      *Si el articulo de la linea tiene un proveedor activo
      *vinculado, pregunta si la linea la sirve el proveedor
      *directamente al cliente. Los kits se montan en el almacen y
      *no se ofrecen.
       preguntar_envio_directo.
       move 0 to envio_directo_linea.
       move spaces to proveedor_directo.
       move 0 to coste_directo.
       move spaces to referencia_directo.
       if vinculos_abiertos = 0 or es_kit_movimiento = 1
          or servicio_linea = 1 or sin_reposicion_linea = 1
           exit paragraph
       end-if.
       move codigo_articulo of articulo to ap_codigo_articulo.
       move low-values to ap_codigo_proveedor.
       start articulos_proveedor
         key is not less than ap_clave
         invalid key
           exit paragraph
       end-start.
       read articulos_proveedor next
         at end
           exit paragraph
       end-read.
       if ap_codigo_articulo not = codigo_articulo of articulo
           exit paragraph
       end-if.
       move ap_codigo_proveedor to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           exit paragraph
       end-read.
       if proveedor_inactivo
           exit paragraph
       end-if.
      *El envio directo se pide en la unidad en que se vende, asi
      *que el coste del vinculo se pasa a la unidad de stock.
       move ap_codigo_proveedor to proveedor_directo.
       move ap_factor_conversion to conv_factor.
       move ap_coste to conv_coste_compra.
       move 0 to conv_unidades_compra.
       perform pasar_a_unidad_stock.
       move conv_coste_stock to coste_directo.
       move ap_referencia to referencia_directo.
       move 'N' to confirma_envio_directo.
       display p_envio_directo.
       accept p_envio_directo.
       if confirma_envio_directo = 'S' or confirma_envio_directo = 's'
           move 1 to envio_directo_linea
       end-if.

      *Levanta el pedido de compra de envio directo de una linea de
      *la venta recien grabada, con el articulo, las unidades, el
      *proveedor y el coste ya puestos en RVentaDirecta, y la
      *direccion de entrega de la venta; y deja la linea pendiente
      *de que el proveedor confirme el envio. El pedido que supera
      *el limite de compra del usuario queda pendiente de
      *aprobacion como cualquier otro.
       crear_envio_directo.
       move codigo_venta to vd_codigo_venta.
       move codigo_cliente to vd_codigo_cliente.
       accept vd_fecha_alta from DATE YYYYMMDD.
       set directa_pendiente to true.
       move 0 to vd_fecha_envio.
       move spaces to vd_referencia_envio.
       move 0 to vd_pedido_compra.
       perform asignar_numero_pedido_compra.
       if contador_pco_asignado = 0
           move spaces to ws-estado-fichero
           move "Pedido al proveedor no creado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           move vd_fecha_alta to pco_fecha
           move vd_codigo_proveedor to pco_codigo_proveedor
           move login-usuario to pco_usuario
           compute pco_importe = vd_coste * vd_unidades
           move spaces to pco_aprobador
           move 0 to pco_fecha_aprobacion
           move spaces to pco_motivo_rechazo
           if sin_limite_compra = 0
              and pco_importe > limite_usuario
               set pedido_compra_por_aprobar to true
           else
               set pedido_compra_abierto to true
           end-if
           set pedido_envio_directo to true
           move vd_codigo_venta to pco_venta_directa
           move vd_numero_linea to pco_linea_directa
           move codigo_cliente to pco_cliente_entrega
           move num_direccion_entrega to pco_direccion_entrega
           write RPedidoCompra
             invalid key
               move ws-estado-ped-compra to ws-estado-fichero
               perform obtener_descripcion_estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move pco_numero to vd_pedido_compra
               move pco_numero to pcd_numero
               move 1 to pcd_linea
               move vd_codigo_articulo to pcd_codigo_articulo
               move vd_unidades to pcd_unidades
               move vd_coste to pcd_coste
               move referencia_directo to pcd_referencia
               move 0 to pcd_recibidas
               move spaces to pcd_unidad_compra
               move 1 to pcd_factor
               write RPedidoCompraDetalle
                 invalid key
                   continue
               end-write
           end-write
       end-if.
       write RVentaDirecta
         invalid key
           move ws-estado-ventas-directas to ws-estado-fichero
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-write.

      *Contador de pedidos de compra.
       copy "parrafo_contador_pedido_compra.cpy".

      *Limite de importe de los pedidos de compra del usuario.
       copy "parrafo_limite_compra.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".

      *Comprobacion del estado del articulo antes de venderlo.
       copy "parrafo_estado_articulo.cpy".
