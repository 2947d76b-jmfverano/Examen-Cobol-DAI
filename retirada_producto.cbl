       program-id. retirada_producto as "retirada_producto".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de numeros de serie.
       copy "file_control_series.cpy".
      *Utiliza el control del fichero de recepciones de mercancia.
       copy "file_control_recepciones.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de prestamos de equipos.
       copy "file_control_prestamos.cpy".
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
      *Utiliza el control de los ficheros de retiradas de producto.
       copy "file_control_retiradas.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Fichero de trabajo para agrupar las cartas por cliente, cartas
      *de aviso a los clientes y listado de las unidades afectadas.
       select ordenacion_retiradas assign to "ordenretirada.tmp".
       select cartas_retirada
           assign to ".\cartas_retirada.txt"
           organization is line sequential.
       select listado_retirada
           assign to ".\retirada_unidades.csv"
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de numeros de serie.
       copy "estructura_serie.cpy".
      *Utiliza la estructura del fichero de recepciones de mercancia.
       copy "estructura_recepcion.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de prestamos de equipos.
       copy "estructura_prestamo.cpy".
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
      *Utiliza la estructura de los ficheros de retiradas de
      *producto.
       copy "estructura_retirada.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
       sd ordenacion_retiradas.
       01 registro_orden_retirada.
          02 orden_ret_cliente pic x(4).
          02 orden_ret_serie pic x(20).
          02 orden_ret_articulo pic x(4).
          02 orden_ret_venta pic x(8).
          02 orden_ret_fecha pic 9(8).
          02 orden_ret_ubicacion pic x.
       fd cartas_retirada
         value of file-id is ".\cartas_retirada.txt".
       01 registro_carta_retirada pic x(80).
       fd listado_retirada
         value of file-id is ".\retirada_unidades.csv".
       01 registro_listado_retirada pic x(250).
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-series pic xx value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-prestamos pic xx value spaces.
       77 ws-estado-contador-pst pic xx value spaces.
       77 ws-estado-retiradas pic xx value spaces.
       77 ws-estado-ret-unidades pic xx value spaces.
       77 ws-estado-contador-ret pic xx value spaces.
       77 contador_siguiente_ret pic 9(6) value 0.
      *Resultado y reintentos de la reserva del numero.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       77 retirada_valida pic 9 value 0.
       77 fecha_hoy pic 9(8) value 0.
      *Ficheros que pueden no existir todavia.
       77 series_abiertas pic 9 value 0.
       77 recepciones_abiertas pic 9 value 0.
       77 pedidos_abiertos pic 9 value 0.
       77 proveedores_abiertos pic 9 value 0.
       77 prestamos_abiertos pic 9 value 0.
      *Seleccion de las unidades de la retirada.
       77 fin_series pic 9 value 0.
       77 fin_recepciones pic 9 value 0.
       77 fin_unidades pic 9 value 0.
       77 fin_orden pic 9 value 0.
       77 sel_articulo pic x(4) value spaces.
       77 sel_recepcion pic 9(6) value 0.
       77 serie_hasta_efectiva pic x(20) value spaces.
       77 proveedor_recepcion pic x(4) value spaces.
      *Cartas por cliente.
       77 cliente_corte pic x(4) value spaces.
       77 cartas_emitidas pic 9(5) value 0.
      *Datos mostrados de la unidad y recuento de la consulta.
       77 nombre_cliente_unidad pic x(31) value spaces.
       77 descripcion_unidad pic x(20) value spaces.
       77 resolucion_unidad pic x value space.
       77 cnt_en_stock pic 9(5) value 0.
       77 cnt_en_clientes pic 9(5) value 0.
       77 cnt_pendientes pic 9(5) value 0.
       77 cnt_devueltas pic 9(5) value 0.
       77 cnt_sustituidas pic 9(5) value 0.
      *Textos de la linea del listado.
       77 texto_ubicacion pic x(10) value spaces.
       77 texto_estado pic x(36) value spaces.
       77 texto_direccion pic x(80) value spaces.
      *Campos de la direccion de entrega de la venta.
       copy "ws_direccion_entrega.cpy".
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica que la operación se completo bien.
       copy "p_completa.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla del menu de retiradas.
       01 p_menu_retiradas
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Retiradas de producto".
           02 line 6 col 10 value "1.- Nueva retirada".
           02 line 7 col 10 value "2.- Unidad devuelta o sustituida".
           02 line 8 col 10 value "3.- Consulta y listado".
           02 line 9 col 10 value "4.- Salir".
           02 line 11 col 10 value "Opcion: ".
           02 line 11 col 19 REQUIRED pic 9 using opcion_mtto.
      *Datos de la retirada y seleccion de las unidades.
       01 p_datos_retirada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Retirada de producto".
           02 line 6 col 5 value "Motivo: ".
           02 line 6 col 25 REQUIRED pic x(40) using rt_motivo.
           02 line 8 col 5 value
              "Seleccion (S=serie R=recepcion P=proveedor): ".
           02 line 8 col 51 REQUIRED pic x using rt_modo.
           02 line 10 col 5 value "Articulo: ".
           02 line 10 col 25 pic x(4) using rt_codigo_articulo.
           02 line 11 col 5 value "Serie desde: ".
           02 line 11 col 25 pic x(20) using rt_serie_desde.
           02 line 12 col 5 value "Serie hasta: ".
           02 line 12 col 25 pic x(20) using rt_serie_hasta.
           02 line 13 col 5 value "Recepcion: ".
           02 line 13 col 25 pic 9(6) using rt_recepcion.
           02 line 14 col 5 value "Proveedor: ".
           02 line 14 col 25 pic x(4) using rt_codigo_proveedor.
           02 line 15 col 5 value "Recibido desde: ".
           02 line 15 col 25 pic 9(8) using rt_fecha_desde.
           02 line 15 col 35 value "(AAAAMMDD)".
           02 line 16 col 5 value "Recibido hasta: ".
           02 line 16 col 25 pic 9(8) using rt_fecha_hasta.
           02 line 16 col 35 value "(AAAAMMDD)".
      *Numero y unidades de la retirada grabada.
       01 p_resultado_retirada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 18 col 5 value "Retirada numero: ".
           02 line 18 col 35 pic 9(6) from rt_numero.
           02 line 19 col 5 value "Unidades en stock bloqueadas: ".
           02 line 19 col 35 pic zzzz9 from rt_unidades_stock.
           02 line 20 col 5 value "Unidades en clientes: ".
           02 line 20 col 35 pic zzzz9 from rt_unidades_clientes.
           02 line 21 col 5 value "Clientes avisados: ".
           02 line 21 col 35 pic zzzz9 from rt_clientes.
      *Pide el numero de la retirada.
       01 obten_numero_retirada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Numero de retirada: ".
           02 line 4 col 26 REQUIRED pic 9(6) using rt_numero.
      *Pide la retirada y el numero de serie de la unidad.
       01 obten_unidad_retirada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Numero de retirada: ".
           02 line 4 col 26 REQUIRED pic 9(6) using rtu_numero.
           02 line 5 col 5 value "Numero de serie: ".
           02 line 5 col 26 REQUIRED pic x(20) using rtu_serie.
      *Ficha de la unidad dentro de la retirada.
       01 p_ficha_unidad
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 7 col 5 value "Articulo: ".
           02 line 7 col 25 pic x(4) from rtu_codigo_articulo.
           02 line 7 col 31 pic x(20) from descripcion_unidad.
           02 line 8 col 5 value "Recepcion: ".
           02 line 8 col 25 pic 9(6) from rtu_recepcion.
           02 line 9 col 5 value "Ubicacion (S/V/P): ".
           02 line 9 col 25 pic x from rtu_ubicacion.
           02 line 10 col 5 value "Cliente: ".
           02 line 10 col 25 pic x(4) from rtu_codigo_cliente.
           02 line 10 col 31 pic x(31) from nombre_cliente_unidad.
           02 line 11 col 5 value "Venta: ".
           02 line 11 col 25 pic x(8) from rtu_codigo_venta.
           02 line 12 col 5 value "Prestamo: ".
           02 line 12 col 25 pic 9(6) from rtu_prestamo.
           02 line 13 col 5 value "Fecha de salida: ".
           02 line 13 col 25 pic 9(8) from rtu_fecha_salida.
           02 line 14 col 5 value "Estado (N/D/R): ".
           02 line 14 col 25 pic x from rtu_estado.
           02 line 15 col 5 value "Fecha de resolucion: ".
           02 line 15 col 27 pic 9(8) from rtu_fecha_resolucion.
      *Pide como se resuelve la unidad.
       01 p_resolucion_unidad
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 17 col 5 value
              "Resolucion (D=devuelta R=sustituida): ".
           02 line 17 col 44 REQUIRED pic x using resolucion_unidad.
           02 line 18 col 5 value "Serie que la sustituye: ".
           02 line 18 col 30 pic x(20) using rtu_serie_sustituta.
      *Ficha de la retirada con el recuento de sus unidades.
       01 p_ficha_retirada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Fecha: ".
           02 line 6 col 25 pic 9(8) from rt_fecha.
           02 line 7 col 5 value "Motivo: ".
           02 line 7 col 25 pic x(40) from rt_motivo.
           02 line 8 col 5 value "Seleccion (S/R/P): ".
           02 line 8 col 25 pic x from rt_modo.
           02 line 10 col 5 value "Unidades en stock: ".
           02 line 10 col 35 pic zzzz9 from cnt_en_stock.
           02 line 11 col 5 value "Unidades en clientes: ".
           02 line 11 col 35 pic zzzz9 from cnt_en_clientes.
           02 line 12 col 5 value "Pendientes: ".
           02 line 12 col 35 pic zzzz9 from cnt_pendientes.
           02 line 13 col 5 value "Devueltas: ".
           02 line 13 col 35 pic zzzz9 from cnt_devueltas.
           02 line 14 col 5 value "Sustituidas: ".
           02 line 14 col 35 pic zzzz9 from cnt_sustituidas.
           02 line 16 col 5 value
              "Listado escrito en retirada_unidades.csv".

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Retiradas de producto del fabricante: se seleccionan las
      *unidades con numero de serie afectadas, por articulo y rango
      *de series, por recepcion o por proveedor y fechas de
      *recepcion. Las que siguen en el almacen quedan bloqueadas
      *para la venta; las que estan en casa de un cliente se le
      *comunican por carta. Cada unidad se sigue hasta que se
      *devuelve o se sustituye por otra.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
       perform abrir_ficheros_retirada.
       if series_abiertas = 0
           move ws-estado-series to ws-estado-fichero
           move "No hay numeros de serie grabados."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           perform cerrar_ficheros_retirada
           exit program
       end-if.
       display pantallaMarco.
       display p_menu_retiradas.
       accept p_menu_retiradas
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_retirada
         when 2 perform resolver_unidad
         when 3 perform consulta_retirada
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       perform cerrar_ficheros_retirada.
       exit program.

      *Crea una retirada: valida la seleccion, recoge y anota sus
      *unidades, escribe las cartas a los clientes y el listado.
       alta_retirada.
       move 1 to transaccion_activa.
       move spaces to RRetirada.
       move 0 to rt_recepcion.
       move 0 to rt_fecha_desde.
       move 0 to rt_fecha_hasta.
       display PantallaMarco.
       display p_datos_retirada.
       accept p_datos_retirada
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       perform validar_retirada.
       if retirada_valida = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       perform asignar_numero_retirada.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador en uso; reintente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move contador_siguiente_ret to rt_numero.
       move fecha_hoy to rt_fecha.
       move 0 to rt_unidades_stock.
       move 0 to rt_unidades_clientes.
       move 0 to rt_clientes.
       perform seleccionar_unidades.
       if rt_unidades_stock = 0 and rt_unidades_clientes = 0
           move spaces to ws-estado-fichero
           move "Ninguna unidad con serie seleccionada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       if rt_unidades_clientes > 0
           sort ordenacion_retiradas
             on ascending key orden_ret_cliente
                              orden_ret_serie
             input procedure is seleccionar_cartas
             output procedure is imprimir_cartas
           move cartas_emitidas to rt_clientes
       end-if.
       write RRetirada
         invalid key
           move ws-estado-retiradas to ws-estado-fichero
           move "No se pudo grabar la retirada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform escribir_listado_retirada
           display PantallaMarco
           display p_datos_retirada
           display p_resultado_retirada
           display pantalla_completa
           accept continuar
       end-write.

      *Comprueba los datos de la seleccion segun el modo elegido.
       validar_retirada.
       move 1 to retirada_valida.
       if rt_modo = "s" or rt_modo = "r" or rt_modo = "p"
           inspect rt_modo converting "srp" to "SRP"
       end-if.
       evaluate true
         when retirada_por_series
           move rt_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               move "Articulo no encontrado." to ws-descripcion-estado
               move 0 to retirada_valida
           end-read
           if retirada_valida = 1 and rt_serie_hasta not = spaces
              and rt_serie_hasta < rt_serie_desde
               move "Rango de series no valido."
                 to ws-descripcion-estado
               move 0 to retirada_valida
           end-if
         when retirada_por_recepcion
           move 0 to retirada_valida
           move "Recepcion no encontrada." to ws-descripcion-estado
           if recepciones_abiertas = 1
               move rt_recepcion to rec_numero
               read recepciones
                 key is rec_numero
                 invalid key
                   continue
                 not invalid key
                   move 1 to retirada_valida
               end-read
           end-if
         when retirada_por_proveedor
           move 0 to retirada_valida
           move "Proveedor no encontrado." to ws-descripcion-estado
           if proveedores_abiertos = 1
               move rt_codigo_proveedor to prov_codigo
               read proveedores
                 key is prov_codigo
                 invalid key
                   continue
                 not invalid key
                   move 1 to retirada_valida
               end-read
           end-if
           if retirada_valida = 1
               if rt_fecha_hasta = 0
                   move fecha_hoy to rt_fecha_hasta
               end-if
               if rt_fecha_desde > rt_fecha_hasta
                   move "Rango de fechas no valido."
                     to ws-descripcion-estado
                   move 0 to retirada_valida
               end-if
           end-if
         when other
           move "Seleccion no valida." to ws-descripcion-estado
           move 0 to retirada_valida
       end-evaluate.

      *Recoge las unidades de la seleccion. Por series se recorren
      *las del articulo dentro del rango; por recepcion, las que
      *entraron con ella; por proveedor, las de cada recepcion suya
      *dentro de las fechas.
       seleccionar_unidades.
       evaluate true
         when retirada_por_series
           move rt_codigo_articulo to sel_articulo
           move 0 to sel_recepcion
           if rt_serie_hasta = spaces
               move high-values to serie_hasta_efectiva
           else
               move rt_serie_hasta to serie_hasta_efectiva
           end-if
           perform recorrer_series_articulo
         when retirada_por_recepcion
           move rec_codigo_articulo to sel_articulo
           move rec_numero to sel_recepcion
           perform recorrer_series_articulo
         when retirada_por_proveedor
           perform recorrer_recepciones_proveedor
       end-evaluate.

      *Recorre las recepciones y toma las del proveedor dentro de
      *las fechas pedidas.
       recorrer_recepciones_proveedor.
       if recepciones_abiertas = 0
           exit paragraph
       end-if.
       move low-values to rec_numero.
       move 0 to fin_recepciones.
       start recepciones
         key is not less than rec_numero
         invalid key
           move 1 to fin_recepciones
       end-start.
       perform until fin_recepciones = 1
         read recepciones next
           at end
             move 1 to fin_recepciones
           not at end
             if rec_fecha not < rt_fecha_desde
                and rec_fecha not > rt_fecha_hasta
                 perform buscar_proveedor_recepcion
                 if proveedor_recepcion = rt_codigo_proveedor
                     move rec_codigo_articulo to sel_articulo
                     move rec_numero to sel_recepcion
                     perform recorrer_series_articulo
                 end-if
             end-if
         end-read
       end-perform.

      *Proveedor de la recepcion leida: el de su pedido de compra
      *o, si entro sin pedido, el proveedor pedido si tiene el
      *articulo vinculado, como en las reclamaciones de garantia.
       buscar_proveedor_recepcion.
       move spaces to proveedor_recepcion.
       if rec_pedido_compra not = 0 and pedidos_abiertos = 1
           move rec_pedido_compra to pco_numero
           read pedidos_compra
             key is pco_numero
             invalid key
               continue
             not invalid key
               move pco_codigo_proveedor to proveedor_recepcion
           end-read
       end-if.
       if rec_pedido_compra = 0 and proveedores_abiertos = 1
           move rec_codigo_articulo to ap_codigo_articulo
           move rt_codigo_proveedor to ap_codigo_proveedor
           read articulos_proveedor
             key is ap_clave
             invalid key
               continue
             not invalid key
               move ap_codigo_proveedor to proveedor_recepcion
           end-read
       end-if.

      *Recorre las series del articulo sel_articulo y anota las que
      *entran en la seleccion: las del rango pedido o las de la
      *recepcion sel_recepcion.
       recorrer_series_articulo.
       move sel_articulo to ser_codigo_articulo.
       move 0 to fin_series.
       start series
         key is = ser_codigo_articulo
         invalid key
           move 1 to fin_series
       end-start.
       perform until fin_series = 1
         read series next
           at end
             move 1 to fin_series
           not at end
             if ser_codigo_articulo not = sel_articulo
                 move 1 to fin_series
             else
                 if sel_recepcion = 0
                     if ser_numero not < rt_serie_desde
                        and ser_numero not > serie_hasta_efectiva
                         perform anotar_unidad_retirada
                     end-if
                 else
                     if ser_recepcion = sel_recepcion
                         perform anotar_unidad_retirada
                     end-if
                 end-if
             end-if
         end-read
       end-perform.

      *Anota la unidad en la retirada segun donde este: la del
      *almacen se bloquea para la venta; la vendida o prestada se
      *apunta con su cliente. Las ya devueltas al proveedor no
      *estan ni en casa ni en clientes y no se anotan.
       anotar_unidad_retirada.
       if serie_devuelta
           exit paragraph
       end-if.
       move rt_numero to rtu_numero.
       move ser_numero to rtu_serie.
       move ser_codigo_articulo to rtu_codigo_articulo.
       move ser_recepcion to rtu_recepcion.
       move spaces to rtu_codigo_cliente.
       move spaces to rtu_codigo_venta.
       move 0 to rtu_prestamo.
       move 0 to rtu_fecha_salida.
       set unidad_pendiente to true.
       move 0 to rtu_fecha_resolucion.
       move spaces to rtu_serie_sustituta.
       evaluate true
         when serie_vendida
           set unidad_vendida to true
           move ser_codigo_venta to rtu_codigo_venta
           move ser_fecha_venta to rtu_fecha_salida
           move ser_codigo_venta to codigo_venta
           read ventas
             key is codigo_venta
             invalid key
               continue
             not invalid key
               move codigo_cliente to rtu_codigo_cliente
           end-read
         when serie_prestada
           set unidad_prestada to true
           move ser_prestamo to rtu_prestamo
           if prestamos_abiertos = 1
               move ser_prestamo to pst_numero
               read prestamos
                 key is pst_numero
                 invalid key
                   continue
                 not invalid key
                   move pst_codigo_cliente to rtu_codigo_cliente
                   move pst_fecha to rtu_fecha_salida
               end-read
           end-if
         when other
           set unidad_en_stock to true
           set serie_bloqueada to true
           rewrite RSerie
             invalid key
               continue
           end-rewrite
       end-evaluate.
       write RUnidadRetirada
         invalid key
           continue
         not invalid key
           if unidad_en_stock
               add 1 to rt_unidades_stock
           else
               add 1 to rt_unidades_clientes
           end-if
       end-write.

      *Pasa a la ordenacion las unidades de la retirada que estan
      *en casa de un cliente conocido.
       seleccionar_cartas.
       move rt_numero to rtu_numero.
       move low-values to rtu_serie.
       move 0 to fin_unidades.
       start retiradas_unidades
         key is not less than rtu_clave
         invalid key
           move 1 to fin_unidades
       end-start.
       perform until fin_unidades = 1
         read retiradas_unidades next
           at end
             move 1 to fin_unidades
           not at end
             if rtu_numero not = rt_numero
                 move 1 to fin_unidades
             else
                 if not unidad_en_stock
                    and rtu_codigo_cliente not = spaces
                     move rtu_codigo_cliente to orden_ret_cliente
                     move rtu_serie to orden_ret_serie
                     move rtu_codigo_articulo to orden_ret_articulo
                     move rtu_codigo_venta to orden_ret_venta
                     move rtu_fecha_salida to orden_ret_fecha
                     move rtu_ubicacion to orden_ret_ubicacion
                     release registro_orden_retirada
                 end-if
             end-if
         end-read
       end-perform.

      *Escribe una carta por cliente con sus unidades afectadas y
      *la deja en la cola de correo.
       imprimir_cartas.
       move 0 to cartas_emitidas.
       open extend cartas_retirada.
       move spaces to cliente_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_retiradas
             at end
               move 1 to fin_orden
             not at end
               if orden_ret_cliente not = cliente_corte
                   if cliente_corte not = spaces
                       perform cerrar_carta_cliente
                   end-if
                   move orden_ret_cliente to cliente_corte
                   perform abrir_carta_cliente
               end-if
               perform escribir_linea_carta
           end-return
       end-perform.
       if cliente_corte not = spaces
           perform cerrar_carta_cliente
       end-if.
       close cartas_retirada.

      *Cabecera de la carta del cliente que empieza.
       abrir_carta_cliente.
       add 1 to cartas_emitidas.
       move spaces to nombre of RCliente.
       move spaces to apellidos of RCliente.
       move spaces to direccion of RCliente.
       move spaces to codigo_postal of RCliente.
       move spaces to ciudad of RCliente.
       move spaces to provincia of RCliente.
       move spaces to email_facturacion of RCliente.
       move spaces to email_entrega of RCliente.
       move cliente_corte to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
       end-read.
       move "====================================="
         to registro_carta_retirada.
       write registro_carta_retirada.
       move spaces to registro_carta_retirada.
       string "AVISO DE RETIRADA DE PRODUCTO Nro " delimited by size
              rt_numero delimited by size
              "  Fecha: " delimited by size
              rt_fecha delimited by size
         into registro_carta_retirada
       end-string.
       write registro_carta_retirada.
       move spaces to registro_carta_retirada.
       string "Cliente: " delimited by size
              cliente_corte delimited by size
              " " delimited by size
              nombre of RCliente delimited by size
              " " delimited by size
              apellidos of RCliente delimited by size
         into registro_carta_retirada
       end-string.
       write registro_carta_retirada.
       move spaces to registro_carta_retirada.
       string "Direccion: " delimited by size
              direccion of RCliente delimited by size
         into registro_carta_retirada
       end-string.
       write registro_carta_retirada.
       move spaces to registro_carta_retirada.
       string "           " delimited by size
              codigo_postal of RCliente delimited by size
              " " delimited by size
              ciudad of RCliente delimited by size
              " (" delimited by size
              provincia of RCliente delimited by size
              ")" delimited by size
         into registro_carta_retirada
       end-string.
       write registro_carta_retirada.
       move spaces to registro_carta_retirada.
       string "Motivo: " delimited by size
              rt_motivo delimited by size
         into registro_carta_retirada
       end-string.
       write registro_carta_retirada.
       move "El fabricante retira las unidades siguientes, que le"
         to registro_carta_retirada.
       write registro_carta_retirada.
       move "constan entregadas. Le rogamos que nos las devuelva;"
         to registro_carta_retirada.
       write registro_carta_retirada.
       move "se le sustituiran por otras sin cargo."
         to registro_carta_retirada.
       write registro_carta_retirada.
       move "Serie                Art. Venta     Fecha"
         to registro_carta_retirada.
       write registro_carta_retirada.

      *Una linea de la carta por unidad.
       escribir_linea_carta.
       move spaces to registro_carta_retirada.
       string orden_ret_serie delimited by size
              " " delimited by size
              orden_ret_articulo delimited by size
              " " delimited by size
              orden_ret_venta delimited by size
              "  " delimited by size
              orden_ret_fecha delimited by size
         into registro_carta_retirada
       end-string.
       if orden_ret_ubicacion = "P"
           move "Prestamo" to registro_carta_retirada(27:8)
       end-if.
       write registro_carta_retirada.

      *Pie de la carta y aviso en la cola de correo, a la direccion
      *de facturacion del cliente.
       cerrar_carta_cliente.
       move "====================================="
         to registro_carta_retirada.
       write registro_carta_retirada.
       move "C" to correo_tipo_interlocutor.
       move cliente_corte to correo_interlocutor.
       move email_facturacion of RCliente to correo_destinatario.
       move "RETIRADA" to correo_tipo_documento.
       move spaces to correo_referencia.
       string rt_numero delimited by size
              "/" delimited by size
              cliente_corte delimited by size
         into correo_referencia
       end-string.
       move spaces to correo_asunto.
       string "Aviso de retirada de producto " delimited by size
              rt_numero delimited by size
         into correo_asunto
       end-string.
       move "cartas_retirada.txt" to correo_fichero.
       perform encolar_documento.

      *Escribe el listado de las unidades de la retirada rt_numero:
      *las del almacen para bloquearlas y las de los clientes con la
      *venta, la fecha y la direccion de entrega.
       escribir_listado_retirada.
       open output listado_retirada.
       move spaces to registro_listado_retirada.
       string "RETIRADA,SERIE,ARTICULO,RECEPCION,UBICACION,ESTADO,"
              delimited by size
              "CLIENTE,NOMBRE,VENTA,FECHA,DIRECCION DE ENTREGA"
              delimited by size
         into registro_listado_retirada
       end-string.
       write registro_listado_retirada.
       move 0 to cnt_en_stock.
       move 0 to cnt_en_clientes.
       move 0 to cnt_pendientes.
       move 0 to cnt_devueltas.
       move 0 to cnt_sustituidas.
       move rt_numero to rtu_numero.
       move low-values to rtu_serie.
       move 0 to fin_unidades.
       start retiradas_unidades
         key is not less than rtu_clave
         invalid key
           move 1 to fin_unidades
       end-start.
       perform until fin_unidades = 1
         read retiradas_unidades next
           at end
             move 1 to fin_unidades
           not at end
             if rtu_numero not = rt_numero
                 move 1 to fin_unidades
             else
                 perform escribir_linea_listado
             end-if
         end-read
       end-perform.
       close listado_retirada.

      *Linea del listado de una unidad, con su recuento.
       escribir_linea_listado.
       evaluate true
         when unidad_en_stock
           add 1 to cnt_en_stock
           move "EN STOCK" to texto_ubicacion
         when unidad_vendida
           add 1 to cnt_en_clientes
           move "VENDIDA" to texto_ubicacion
         when other
           add 1 to cnt_en_clientes
           move "PRESTADA" to texto_ubicacion
       end-evaluate.
       move spaces to texto_estado.
       evaluate true
         when unidad_devuelta
           add 1 to cnt_devueltas
           move "DEVUELTA" to texto_estado
         when unidad_sustituida
           add 1 to cnt_sustituidas
           string "SUSTITUIDA POR " delimited by size
                  rtu_serie_sustituta delimited by space
             into texto_estado
           end-string
         when other
           add 1 to cnt_pendientes
           move "PENDIENTE" to texto_estado
       end-evaluate.
       perform buscar_destino_unidad.
       move spaces to registro_listado_retirada.
       string rtu_numero delimited by size
              "," delimited by size
              rtu_serie delimited by space
              "," delimited by size
              rtu_codigo_articulo delimited by size
              "," delimited by size
              rtu_recepcion delimited by size
              "," delimited by size
              texto_ubicacion delimited by space
              "," delimited by size
              texto_estado delimited by "  "
              "," delimited by size
              rtu_codigo_cliente delimited by size
              "," delimited by size
              nombre_cliente_unidad delimited by "  "
              "," delimited by size
              rtu_codigo_venta delimited by size
              "," delimited by size
              rtu_fecha_salida delimited by size
              "," delimited by size
              texto_direccion delimited by "   "
         into registro_listado_retirada
       end-string.
       write registro_listado_retirada.

      *Nombre del cliente de la unidad y direccion a la que salio:
      *la de entrega de la venta o, si se presto, la del cliente.
       buscar_destino_unidad.
       move spaces to nombre_cliente_unidad.
       move spaces to texto_direccion.
       if rtu_codigo_cliente = spaces
           exit paragraph
       end-if.
       move rtu_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           exit paragraph
       end-read.
       string nombre of RCliente delimited by "  "
              " " delimited by size
              apellidos of RCliente delimited by "  "
         into nombre_cliente_unidad
       end-string.
       move rtu_codigo_cliente to ent_cliente.
       move 0 to ent_numero.
       if unidad_vendida
           move rtu_codigo_venta to codigo_venta
           read ventas
             key is codigo_venta
             invalid key
               continue
             not invalid key
               move num_direccion_entrega to ent_numero
           end-read
       end-if.
       perform obtener_direccion_entrega.
       string ent_sede delimited by "  "
              " " delimited by size
              ent_direccion delimited by "  "
              " " delimited by size
              ent_codigo_postal delimited by size
              " " delimited by size
              ent_ciudad delimited by "  "
              " " delimited by size
              ent_provincia delimited by "  "
         into texto_direccion
       end-string.

      *Anota que una unidad de una retirada se devolvio o se
      *sustituyo por otra.
       resolver_unidad.
       move 1 to transaccion_activa.
       move 0 to rtu_numero.
       move spaces to rtu_serie.
       display PantallaMarco.
       display obten_unidad_retirada.
       accept obten_unidad_retirada
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       read retiradas_unidades
         key is rtu_clave
         invalid key
           move spaces to ws-estado-fichero
           move "Unidad no incluida en la retirada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-read.
       perform completar_ficha_unidad.
       if not unidad_pendiente
           move spaces to ws-estado-fichero
           move "La unidad ya esta resuelta." to ws-descripcion-estado
           display PantallaMarco
           display obten_unidad_retirada
           display p_ficha_unidad
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move "D" to resolucion_unidad.
       move spaces to rtu_serie_sustituta.
       display PantallaMarco.
       display obten_unidad_retirada.
       display p_ficha_unidad.
       display p_resolucion_unidad.
       accept p_resolucion_unidad
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       perform validar_resolucion.
       if retirada_valida = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       perform aplicar_resolucion.
       display PantallaMarco.
       display obten_unidad_retirada.
       display p_ficha_unidad.
       display pantalla_completa.
       accept continuar.

      *La unidad del almacen solo se puede dar por devuelta (sale
      *con la devolucion al proveedor). La sustituta tiene que ser
      *una serie libre del mismo articulo.
       validar_resolucion.
       move 1 to retirada_valida.
       if resolucion_unidad = "d"
           move "D" to resolucion_unidad
       end-if.
       if resolucion_unidad = "r"
           move "R" to resolucion_unidad
       end-if.
       evaluate true
         when resolucion_unidad = "D"
           move spaces to rtu_serie_sustituta
         when resolucion_unidad = "R" and unidad_en_stock
           move "La unidad del almacen no se sustituye."
             to ws-descripcion-estado
           move 0 to retirada_valida
         when resolucion_unidad = "R"
           move rtu_serie_sustituta to ser_numero
           read series
             key is ser_numero
             invalid key
               move "Serie sustituta no encontrada."
                 to ws-descripcion-estado
               move 0 to retirada_valida
             not invalid key
               if ser_codigo_articulo not = rtu_codigo_articulo
                  or not serie_libre
                   move "Sustituta de otro articulo o no libre."
                     to ws-descripcion-estado
                   move 0 to retirada_valida
               end-if
           end-read
         when other
           move "Resolucion no valida." to ws-descripcion-estado
           move 0 to retirada_valida
       end-evaluate.

      *Anota la resolucion. La unidad que vuelve del cliente queda
      *bloqueada en el almacen; la sustituta sale con la misma venta
      *o el mismo prestamo que la retirada.
       aplicar_resolucion.
       if resolucion_unidad = "R"
           move rtu_serie_sustituta to ser_numero
           read series
             key is ser_numero
             invalid key
               continue
             not invalid key
               if unidad_vendida
                   set serie_vendida to true
                   move rtu_codigo_venta to ser_codigo_venta
                   move fecha_hoy to ser_fecha_venta
               else
                   set serie_prestada to true
                   move rtu_prestamo to ser_prestamo
               end-if
               rewrite RSerie
                 invalid key
                   continue
               end-rewrite
           end-read
           set unidad_sustituida to true
       else
           set unidad_devuelta to true
       end-if.
       if not unidad_en_stock
           move rtu_serie to ser_numero
           read series
             key is ser_numero
             invalid key
               continue
             not invalid key
               set serie_bloqueada to true
               move 0 to ser_prestamo
               rewrite RSerie
                 invalid key
                   continue
               end-rewrite
           end-read
       end-if.
       move fecha_hoy to rtu_fecha_resolucion.
       rewrite RUnidadRetirada
         invalid key
           continue
       end-rewrite.

      *Descripcion del articulo y nombre del cliente de la unidad.
       completar_ficha_unidad.
       move spaces to descripcion_unidad.
       move rtu_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           move descripcion of RArticulo to descripcion_unidad
       end-read.
       move spaces to nombre_cliente_unidad.
       if rtu_codigo_cliente not = spaces
           move rtu_codigo_cliente to codigo of RCliente
           read clientes
             key is codigo of RCliente
             invalid key
               continue
             not invalid key
               string nombre of RCliente delimited by "  "
                      " " delimited by size
                      apellidos of RCliente delimited by "  "
                 into nombre_cliente_unidad
               end-string
           end-read
       end-if.

      *Muestra la retirada con el recuento de sus unidades y deja
      *el listado al dia.
       consulta_retirada.
       move 1 to transaccion_activa.
       move 0 to rt_numero.
       display PantallaMarco.
       display obten_numero_retirada.
       accept obten_numero_retirada
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read retiradas
         key is rt_numero
         invalid key
           move spaces to ws-estado-fichero
           move "Retirada no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform escribir_listado_retirada
           display PantallaMarco
           display obten_numero_retirada
           display p_ficha_retirada
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Abre los ficheros de la retirada; los de retiradas se crean
      *vacios la primera vez y los opcionales se marcan si faltan.
       abrir_ficheros_retirada.
       open i-o retiradas.
       if ws-estado-retiradas = "35"
           open output retiradas
           close retiradas
           open i-o retiradas
       end-if.
       open i-o retiradas_unidades.
       if ws-estado-ret-unidades = "35"
           open output retiradas_unidades
           close retiradas_unidades
           open i-o retiradas_unidades
       end-if.
       open input ventas.
       open input articulos.
       open input clientes.
       move 1 to series_abiertas.
       open i-o series.
       if ws-estado-series not = "00"
           move 0 to series_abiertas
       end-if.
       move 1 to recepciones_abiertas.
       open input recepciones.
       if ws-estado-recepciones not = "00"
           move 0 to recepciones_abiertas
       end-if.
       move 1 to pedidos_abiertos.
       open input pedidos_compra.
       if ws-estado-ped-compra not = "00"
           move 0 to pedidos_abiertos
       end-if.
       move 1 to proveedores_abiertos.
       open input proveedores.
       if ws-estado-proveedores not = "00"
           move 0 to proveedores_abiertos
       end-if.
       if proveedores_abiertos = 1
           open input articulos_proveedor
       end-if.
       move 1 to prestamos_abiertos.
       open input prestamos.
       if ws-estado-prestamos not = "00"
           move 0 to prestamos_abiertos
       end-if.
       perform abrir_direcciones_entrega.

      *Cierra los ficheros que quedaron abiertos.
       cerrar_ficheros_retirada.
       close retiradas.
       close retiradas_unidades.
       close ventas.
       close articulos.
       close clientes.
       if series_abiertas = 1
           close series
       end-if.
       if recepciones_abiertas = 1
           close recepciones
       end-if.
       if pedidos_abiertos = 1
           close pedidos_compra
       end-if.
       if proveedores_abiertos = 1
           close proveedores
           close articulos_proveedor
       end-if.
       if prestamos_abiertos = 1
           close prestamos
       end-if.
       perform cerrar_direcciones_entrega.

      *Reserva el siguiente numero de retirada en una sola operacion
      *de lectura y regrabacion del contador. El fichero solo se
      *crea cuando de verdad no existe (estado 35); un estado de
      *registro en uso se reintenta.
       asignar_numero_retirada.
       move 0 to contador_siguiente_ret.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_retirada
           evaluate true
             when ws-estado-contador-ret = "00"
               read contador_retirada
                 at end
                   add 1 to contador_siguiente_ret
                   close contador_retirada
                   open output contador_retirada
                   move contador_siguiente_ret
                     to registro_contador_ret
                   write registro_contador_ret
                 not at end
                   move registro_contador_ret
                     to contador_siguiente_ret
                   add 1 to contador_siguiente_ret
                   move contador_siguiente_ret
                     to registro_contador_ret
                   rewrite registro_contador_ret
               end-read
               close contador_retirada
               move 1 to contador_asignado
             when ws-estado-contador-ret = "35"
               add 1 to contador_siguiente_ret
               open output contador_retirada
               move contador_siguiente_ret
                 to registro_contador_ret
               write registro_contador_ret
               close contador_retirada
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Direcciones de entrega de los clientes.
       copy "parrafo_direccion_entrega.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".
