       program-id. consulta_disponibilidad
           as "consulta_disponibilidad".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control de los ficheros de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero de pendientes de servir.
       copy "file_control_backorders.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura de los ficheros de almacenes.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero de pendientes de servir.
       copy "estructura_backorder.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-pendientes pic xx value spaces.
       77 ws-estado-contador-psv pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 stock_alm_abierto pic 9 value 0.
       77 pendientes_abiertos pic 9 value 0.
       77 compras_abiertas pic 9 value 0.
       77 proveedores_abiertos pic 9 value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
      *Articulo y unidades que pregunta el cliente.
       77 codigo_consultado pic x(4) value spaces.
       77 unidades_consultadas pic 9(5) value 0.
       77 tipo_seleccion pic x value space.
       77 codigo_elegido pic x(4) value spaces.
       77 otra_consulta pic x value space.
       77 fin_consulta pic 9 value 0.
       77 fin_lectura pic 9 value 0.
       77 fecha_hoy pic 9(8) value 0.
      *Plazo por defecto de los proveedores sin plazo propio.
       77 plazo_reposicion pic 9(3) value 15.
       77 plazo_pedido pic 9(3) value 0.
      *Situacion de hoy: lo que hay, lo apartado por pedidos
      *aprobados en reserva y lo vendido sin servir.
       77 total_pendiente_servir pic 9(7) value 0.
       77 disponible_hoy pic s9(8) value 0.
       77 disponible_acumulado pic s9(8) value 0.
      *Fecha a la que se pueden prometer las unidades consultadas
      *(cero si lo pedido a proveedores no llega a cubrirlas).
       77 fecha_promesa pic 9(8) value 0.
       77 llegadas_no_mostradas pic 9(3) value 0.
       77 linea_actual pic 99 value 8.
       77 linea_almacen pic 99 value 8.
       77 idx_llegada pic 99 value 0.
       77 idx_llegada2 pic 99 value 0.
       77 num_llegadas pic 99 value 0.
       77 mensaje_promesa pic x(60) value spaces.
      *Campos de la linea mostrada.
       77 wk_fecha pic 9(8) value 0.
       77 wk_pedido pic 9(6) value 0.
       77 wk_proveedor pic x(4) value spaces.
       77 wk_unidades pic 9(5) value 0.
       77 wk_acumulado pic s9(8) value 0.
      *Entradas previstas de los pedidos de compra abiertos, por
      *fecha prevista de llegada.
       01 tabla_llegadas.
          02 llegada occurs 12 times.
             03 ll_fecha pic 9(8).
             03 ll_pedido pic 9(6).
             03 ll_proveedor pic x(4).
             03 ll_unidades pic 9(5).
       01 llegada_auxiliar.
          02 aux_fecha pic 9(8).
          02 aux_pedido pic 9(6).
          02 aux_proveedor pic x(4).
          02 aux_unidades pic 9(5).
      *Fecha prevista de un pedido: su fecha mas el plazo de entrega
      *del proveedor, contado sobre el calendario.
       77 dias_sumados pic 9(4) value 0.
       77 dias_del_mes pic 99 value 0.
       77 cociente_bisiesto pic 9(4) value 0.
       77 resto_bisiesto pic 9(3) value 0.
       01 fecha_prevista.
          02 prv_anio pic 9999.
          02 prv_mes  pic 99.
          02 prv_dia  pic 99.
      *Campos de la conversion entre unidad de compra y de stock.
       copy "ws_unidad_compra.cpy".
       linkage section.
      *Articulo consultado: llega el de la pantalla de captura y
      *vuelve el ultimo consultado, o espacios si no hubo ninguno.
       01 codigo-consulta pic x(4).
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pide el articulo y las unidades que pregunta el cliente.
       01 obten_consulta_disponible
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 3 col 5 value "Articulo (? buscar): ".
           02 line 3 col 27 pic x(4) using codigo_consultado.
           02 line 3 col 35 value "Unidades: ".
           02 line 3 col 45 pic 9(5) using unidades_consultadas.
      *Situacion de hoy del articulo.
       01 p_situacion_disponible
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 pic x(20) from descripcion of RArticulo.
           02 line 5 col 5 value "Stock: ".
           02 line 5 col 12 pic z(6)9 from stock_actual of RArticulo.
           02 line 5 col 21 value "Reservado: ".
           02 line 5 col 32 pic z(6)9
              from stock_reservado of RArticulo.
           02 line 5 col 41 value "Por servir: ".
           02 line 5 col 53 pic z(6)9 from total_pendiente_servir.
           02 line 6 col 5 value "Disponible hoy: ".
           02 line 6 col 21 pic -(7)9 from disponible_hoy.
           02 line 7 col 5 value
              "Llegada    Pedido  Prov.  Unidades  Disponible".
           02 line 7 col 57 value "Almacen   Stock".
      *Una entrada prevista con el disponible acumulado a su fecha.
       01 p_linea_llegada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic 9(8) from wk_fecha.
           02 line linea_actual col 16 pic 9(6) from wk_pedido.
           02 line linea_actual col 24 pic x(4) from wk_proveedor.
           02 line linea_actual col 31 pic z(4)9 from wk_unidades.
           02 line linea_actual col 41 pic -(7)9 from wk_acumulado.
      *Saldo de un almacen del articulo.
       01 p_linea_almacen_disponible
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_almacen col 59 pic x(2)
              from sa_codigo_almacen.
           02 line linea_almacen col 64 pic -(6)9 from sa_stock.
      *Fecha que se puede prometer al cliente.
       01 p_promesa_disponible
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 21 col 5 pic x(60) from mensaje_promesa.
      *Pregunta si se consulta otro articulo.
       01 obten_otra_consulta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 23 col 5 value "Consultar otro articulo (S/N)? ".
           02 line 23 col 37 pic x using otra_consulta.

       procedure division using codigo-consulta.
      *Disponible para prometer de un articulo: el stock de cada
      *almacen, lo reservado y lo vendido pendiente de servir, y
      *las entradas de los pedidos de compra abiertos por su fecha
      *prevista de llegada, con el disponible que va quedando a
      *cada fecha, para dar al cliente una fecha de entrega real.
      *Se abre desde el campo de articulo de las ventas y de los
      *presupuestos y devuelve el articulo consultado.
       perform leer_parametros.
       if parametros_leidos = 1
          and par_plazo_reposicion is numeric
          and par_plazo_reposicion not = 0
           move par_plazo_reposicion to plazo_reposicion
       end-if.
       accept fecha_hoy from DATE YYYYMMDD.
       perform abrir_ficheros_disponible.
       move codigo-consulta to codigo_consultado.
       if codigo_consultado(1:1) = "!" or codigo_consultado(1:1) = "?"
           move spaces to codigo_consultado
       end-if.
       move 0 to unidades_consultadas.
       move spaces to codigo-consulta.
       move 0 to fin_consulta.
       perform until fin_consulta = 1
           display PantallaMarco
           display obten_consulta_disponible
           accept obten_consulta_disponible
           perform until codigo_consultado(1:1) not = "?"
               move "A" to tipo_seleccion
               call "selector_codigo" using tipo_seleccion
                   codigo_elegido
               move codigo_elegido to codigo_consultado
               display PantallaMarco
               display obten_consulta_disponible
               accept obten_consulta_disponible
           end-perform
           perform consultar_disponible
           move 'N' to otra_consulta
           display obten_otra_consulta
           accept obten_otra_consulta
           if otra_consulta not = 'S' and otra_consulta not = 's'
               move 1 to fin_consulta
           end-if
       end-perform.
       perform cerrar_ficheros_disponible.
       exit program.

      *Abre los ficheros de la consulta; los que aun no existen se
      *dan por vacios.
       abrir_ficheros_disponible.
       open input articulos.
       move 1 to stock_alm_abierto.
       open input stock_almacen.
       if ws-estado-stock-alm not = "00"
           move 0 to stock_alm_abierto
       end-if.
       move 1 to pendientes_abiertos.
       open input pendientes_servir.
       if ws-estado-pendientes not = "00"
           move 0 to pendientes_abiertos
       end-if.
       move 1 to compras_abiertas.
       open input pedidos_compra.
       if ws-estado-ped-compra not = "00"
           move 0 to compras_abiertas
       end-if.
       open input pedidos_compra_detalle.
       if ws-estado-ped-compra-det not = "00"
           move 0 to compras_abiertas
       end-if.
       move 1 to proveedores_abiertos.
       open input proveedores.
       if ws-estado-proveedores not = "00"
           move 0 to proveedores_abiertos
       end-if.

      *Cierra los ficheros de la consulta.
       cerrar_ficheros_disponible.
       close articulos.
       if stock_alm_abierto = 1
           close stock_almacen
       end-if.
       if pendientes_abiertos = 1
           close pendientes_servir
       end-if.
       close pedidos_compra.
       close pedidos_compra_detalle.
       if proveedores_abiertos = 1
           close proveedores
       end-if.

      *Lee el articulo y presenta su disponible por fechas.
       consultar_disponible.
       move codigo_consultado to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move "Articulo no encontrado." to mensaje_promesa
           display p_promesa_disponible
           exit paragraph
         not invalid key
           move codigo_consultado to codigo-consulta
       end-read.
       if articulo_sin_stock of RArticulo
           move 0 to total_pendiente_servir
           move 0 to disponible_hoy
           display p_situacion_disponible
           move "Servicio o cargo sin stock: siempre disponible."
             to mensaje_promesa
           display p_promesa_disponible
           exit paragraph
       end-if.
       perform sumar_pendientes_servir.
       compute disponible_hoy =
           stock_actual of RArticulo
           - stock_reservado of RArticulo
           - total_pendiente_servir.
       perform cargar_llegadas_previstas.
       perform ordenar_llegadas.
       display p_situacion_disponible.
       perform mostrar_saldos_almacen.
       perform mostrar_llegadas.
       perform componer_promesa.
       display p_promesa_disponible.

      *Suma las unidades vendidas del articulo que siguen
      *pendientes de servir.
       sumar_pendientes_servir.
       move 0 to total_pendiente_servir.
       if pendientes_abiertos = 0
           exit paragraph
       end-if.
       move codigo_consultado to psv_codigo_articulo.
       move low-values to psv_numero.
       move 0 to fin_lectura.
       start pendientes_servir
         key is not less than psv_clave
         invalid key
           move 1 to fin_lectura
       end-start.
       perform until fin_lectura = 1
         read pendientes_servir next
           at end
             move 1 to fin_lectura
           not at end
             if psv_codigo_articulo not = codigo_consultado
                 move 1 to fin_lectura
             else
                 if pendiente_por_servir
                     add psv_unidades to total_pendiente_servir
                 end-if
             end-if
         end-read
       end-perform.

      *Carga lo que falta por recibir de las lineas del articulo en
      *pedidos de compra abiertos. Los pedidos sin aprobar no han
      *salido hacia el proveedor y los de envio directo no pasan por
      *el almacen, asi que no cuentan.
       cargar_llegadas_previstas.
       move 0 to num_llegadas.
       move 0 to llegadas_no_mostradas.
       if compras_abiertas = 0
           exit paragraph
       end-if.
       move low-values to pcd_clave.
       move 0 to fin_lectura.
       start pedidos_compra_detalle
         key is not less than pcd_clave
         invalid key
           move 1 to fin_lectura
       end-start.
       perform until fin_lectura = 1
         read pedidos_compra_detalle next
           at end
             move 1 to fin_lectura
           not at end
             if pcd_codigo_articulo = codigo_consultado
                and pcd_unidades > pcd_recibidas
                 perform anotar_llegada_prevista
             end-if
         end-read
       end-perform.

      *Anota la linea pendiente de recibir con la fecha prevista de
      *su pedido. Lo pendiente va en la unidad de compra de la
      *linea y se pasa a unidades de stock con su factor.
       anotar_llegada_prevista.
       move pcd_numero to pco_numero.
       read pedidos_compra
         key is pco_numero
         invalid key
           exit paragraph
       end-read.
       if not pedido_compra_abierto or pedido_envio_directo
           exit paragraph
       end-if.
       if num_llegadas = 12
           add 1 to llegadas_no_mostradas
           exit paragraph
       end-if.
       perform calcular_fecha_prevista.
       add 1 to num_llegadas.
       move fecha_prevista to ll_fecha(num_llegadas).
       move pco_numero to ll_pedido(num_llegadas).
       move pco_codigo_proveedor to ll_proveedor(num_llegadas).
       move pcd_factor to conv_factor.
       compute conv_unidades_compra = pcd_unidades - pcd_recibidas.
       move 0 to conv_coste_compra.
       perform pasar_a_unidad_stock.
       if conv_unidades_stock > 99999
           move 99999 to ll_unidades(num_llegadas)
       else
           move conv_unidades_stock to ll_unidades(num_llegadas)
       end-if.

      *Fecha del pedido mas el plazo de entrega de su proveedor (el
      *de los parametros si el proveedor no tiene). Un pedido que
      *ya deberia haber llegado se espera para hoy.
       calcular_fecha_prevista.
       move plazo_reposicion to plazo_pedido.
       if proveedores_abiertos = 1
           move pco_codigo_proveedor to prov_codigo
           read proveedores
             key is prov_codigo
             invalid key
               continue
             not invalid key
               if prov_plazo_entrega is numeric
                  and prov_plazo_entrega not = 0
                   move prov_plazo_entrega to plazo_pedido
               end-if
           end-read
       end-if.
       move pco_fecha to fecha_prevista.
       perform avanzar_fecha_prevista
         varying dias_sumados from 1 by 1
         until dias_sumados > plazo_pedido.
       if fecha_prevista < fecha_hoy
           move fecha_hoy to fecha_prevista
       end-if.

      *Pasa fecha_prevista al dia siguiente del calendario.
       avanzar_fecha_prevista.
       evaluate prv_mes
         when 4
         when 6
         when 9
         when 11
           move 30 to dias_del_mes
         when 2
           move 28 to dias_del_mes
           divide prv_anio by 4 giving cociente_bisiesto
             remainder resto_bisiesto
           if resto_bisiesto = 0
               move 29 to dias_del_mes
               divide prv_anio by 100 giving cociente_bisiesto
                 remainder resto_bisiesto
               if resto_bisiesto = 0
                   move 28 to dias_del_mes
                   divide prv_anio by 400 giving cociente_bisiesto
                     remainder resto_bisiesto
                   if resto_bisiesto = 0
                       move 29 to dias_del_mes
                   end-if
               end-if
           end-if
         when other
           move 31 to dias_del_mes
       end-evaluate.
       if prv_dia < dias_del_mes
           add 1 to prv_dia
       else
           move 1 to prv_dia
           if prv_mes < 12
               add 1 to prv_mes
           else
               move 1 to prv_mes
               add 1 to prv_anio
           end-if
       end-if.

      *Ordena las llegadas por fecha prevista, con el metodo de la
      *burbuja; son pocas y el coste no importa.
       ordenar_llegadas.
       perform varying idx_llegada from 1 by 1
         until idx_llegada not < num_llegadas
           perform varying idx_llegada2 from 1 by 1
             until idx_llegada2 not < num_llegadas
               if ll_fecha(idx_llegada2) > ll_fecha(idx_llegada2 + 1)
                   move llegada(idx_llegada2) to llegada_auxiliar
                   move llegada(idx_llegada2 + 1)
                     to llegada(idx_llegada2)
                   move llegada_auxiliar to llegada(idx_llegada2 + 1)
               end-if
           end-perform
       end-perform.

      *Muestra el stock de cada almacen que tiene saldo.
       mostrar_saldos_almacen.
       move 8 to linea_almacen.
       if stock_alm_abierto = 0
           exit paragraph
       end-if.
       move codigo_consultado to sa_codigo_articulo.
       move low-values to sa_codigo_almacen.
       move 0 to fin_lectura.
       start stock_almacen
         key is not less than sa_clave
         invalid key
           move 1 to fin_lectura
       end-start.
       perform until fin_lectura = 1
         read stock_almacen next
           at end
             move 1 to fin_lectura
           not at end
             if sa_codigo_articulo not = codigo_consultado
                or linea_almacen > 19
                 move 1 to fin_lectura
             else
                 display p_linea_almacen_disponible
                 add 1 to linea_almacen
             end-if
         end-read
       end-perform.

      *Muestra cada llegada con el disponible acumulado a su fecha
      *y anota la primera fecha a la que se cubren las unidades.
       mostrar_llegadas.
       move disponible_hoy to disponible_acumulado.
       move 0 to fecha_promesa.
       if disponible_acumulado not < unidades_consultadas
           move fecha_hoy to fecha_promesa
       end-if.
       move 8 to linea_actual.
       perform varying idx_llegada from 1 by 1
         until idx_llegada > num_llegadas
           add ll_unidades(idx_llegada) to disponible_acumulado
           if fecha_promesa = 0
              and disponible_acumulado not < unidades_consultadas
               move ll_fecha(idx_llegada) to fecha_promesa
           end-if
           move ll_fecha(idx_llegada) to wk_fecha
           move ll_pedido(idx_llegada) to wk_pedido
           move ll_proveedor(idx_llegada) to wk_proveedor
           move ll_unidades(idx_llegada) to wk_unidades
           move disponible_acumulado to wk_acumulado
           display p_linea_llegada
           add 1 to linea_actual
       end-perform.

      *Redacta la respuesta para el cliente.
       componer_promesa.
       move spaces to mensaje_promesa.
       evaluate true
         when unidades_consultadas = 0
           continue
         when fecha_promesa = fecha_hoy
           move "Se pueden servir hoy." to mensaje_promesa
         when fecha_promesa not = 0
           string "Se pueden prometer para el " delimited by size
                  fecha_promesa delimited by size
                  " (AAAAMMDD)." delimited by size
             into mensaje_promesa
           end-string
         when other
           move "Lo pedido a proveedores no cubre esas unidades."
             to mensaje_promesa
       end-evaluate.
       if llegadas_no_mostradas > 0 and fecha_promesa = 0
           move "Hay mas pedidos abiertos que los mostrados."
             to mensaje_promesa
       end-if.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
