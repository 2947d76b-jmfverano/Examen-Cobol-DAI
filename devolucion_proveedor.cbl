       program-id. devolucion_proveedor as "devolucion_proveedor".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero kardex de movimientos.
       copy "file_control_kardex.cpy".
      *Utiliza el control de los ficheros de recepciones.
       copy "file_control_recepciones.cpy".
      *Utiliza el control de los ficheros de devoluciones a proveedor.
       copy "file_control_devoluciones_proveedor.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de numeros de serie.
       copy "file_control_series.cpy".
      *Utiliza el control de los ficheros de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero kardex de movimientos.
       copy "estructura_kardex.cpy".
      *Utiliza la estructura de los ficheros de recepciones.
       copy "estructura_recepcion.cpy".
      *Utiliza la estructura de los ficheros de devoluciones a
      *proveedor.
       copy "estructura_devolucion_proveedor.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de numeros de serie.
       copy "estructura_serie.cpy".
      *Utiliza la estructura de los ficheros de almacenes.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "devolucion_proveedor".
       77 kar_fecha pic 9(8) value 0.
       77 kar_hora pic 9(8) value 0.
       77 ws-estado-kardex pic xx value spaces.
       77 continuar pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-dev-prov pic xx value spaces.
       77 ws-estado-contador-dvp pic xx value spaces.
       77 contador_siguiente_dvp pic 9(6) value 0.
      *Resultado y reintentos de la reserva del numero.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 fin_lineas_pedido pic 9 value 0.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 vinculos_abiertos pic 9 value 0.
       77 ws-estado-series pic xx value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 stock_alm_abierto pic 9 value 0.
      *Lo que queda por devolver de la recepcion: lo recibido menos
      *lo ya devuelto contra ella en devoluciones anteriores.
       77 fin_devoluciones pic 9 value 0.
       77 unidades_devueltas pic 9(7) value 0.
       77 unidades_devolvibles pic s9(7) value 0.
       77 devolucion_valida pic 9 value 0.
      *Coste medio ponderado sin las unidades que se devuelven.
       77 coste_medio_restante pic s9(9)v99 value 0.
      *Campos de la captura de los numeros de serie devueltos.
       77 indice_serie pic 9(5) value 0.
       77 fin_captura_series pic 9 value 0.
       77 serie_tecleada pic x(20) value spaces.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del historico de precios.
       copy "ws_historico_precio.cpy".
      *Campos de la conversion entre unidad de compra y de stock.
       copy "ws_unidad_compra.cpy".
       linkage section.
      *Login del operador, recibido de Principal, para el historico
      *de precios.
       01 login-usuario pic x(12).
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
      *Pide la recepcion por la que entro el genero que se devuelve.
       01 obten_recepcion_devolver
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Devolucion a proveedor".
           02 line 5 col 5 value "Recepcion de entrada: ".
           02 line 5 col 28 REQUIRED pic 9(6) using dvp_recepcion.
      *Datos de la devolucion, propuestos desde la recepcion.
       01 p_datos_devolucion_prov
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Devolucion a proveedor".
           02 line 5 col 5 value "Recepcion de entrada: ".
           02 line 6 col 5 value "Articulo: ".
           02 line 7 col 5 value "Descripcion: ".
           02 line 8 col 5 value "Proveedor: ".
           02 line 9 col 5 value "Pendiente de devolver: ".
           02 line 10 col 5 value "Unidades devueltas: ".
           02 line 11 col 5 value "Almacen de salida: ".
           02 line 12 col 5 value "Motivo: ".

           02 line 5 col 28 pic 9(6) from dvp_recepcion.
           02 line 6 col 16 pic x(4) from dvp_codigo_articulo.
           02 line 7 col 19 pic x(20) from descripcion of RArticulo.
           02 line 8 col 17 pic x(4) using dvp_codigo_proveedor.
           02 line 8 col 23 pic x(25) from prov_nombre.
           02 line 9 col 28 pic -(6)9 from unidades_devolvibles.
           02 line 10 col 26 pic 9(5) using dvp_unidades.
           02 line 11 col 25 pic x(2) using dvp_almacen.
           02 line 12 col 14 pic x(30) using dvp_motivo.
      *Resultado de la devolucion: numero y abono que se espera.
       01 p_resultado_devolucion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 14 col 5 value "Devolucion numero: ".
           02 line 14 col 25 pic 9(6) from dvp_numero.
           02 line 15 col 5 value "Abono esperado (sin IVA): ".
           02 line 15 col 32 pic z(8)9.99 from dvp_importe.
      *Pide el numero de serie de cada unidad devuelta.
       01 p_captura_serie_devuelta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 12 col 5 value "Numero de serie de la unidad ".
           02 line 12 col 35 pic z(4)9 from indice_serie.
           02 line 13 col 5 value
              "(en blanco para dejar de capturar)".
           02 line 14 col 5 pic x(20) using serie_tecleada.
       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to hist_usuario.
       move "devolucion_proveedor" to hist_programa.
      *Devuelve al proveedor genero roto o sobrante contra la
      *recepcion por la que entro: saca las unidades del almacen
      *elegido con su movimiento de kardex, quita su peso del coste
      *medio ponderado, marca devueltos los numeros de serie de las
      *unidades concretas y deja la devolucion pendiente del abono
      *que el proveedor nos debe por ella.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_devoluciones.
       open input recepciones.
       open i-o articulos.
       open input proveedores.
       move 1 to vinculos_abiertos.
       open input articulos_proveedor.
       if ws-estado-art-prov not = "00"
           move 0 to vinculos_abiertos
       end-if.
       open input pedidos_compra.
       open input pedidos_compra_detalle.
       perform abrir_stock_almacen_dvp.
       move 0 to dvp_recepcion.
       display pantallaMarco.
       display obten_recepcion_devolver.
       accept obten_recepcion_devolver
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform preparar_devolucion
       end-if.
       if transaccion_activa = 1
           perform validar_devolucion
           if devolucion_valida = 1
               perform grabar_devolucion
           end-if
       end-if.
       close devoluciones_proveedor.
       close recepciones.
       close articulos.
       close proveedores.
       if vinculos_abiertos = 1
           close articulos_proveedor
       end-if.
       close pedidos_compra.
       close pedidos_compra_detalle.
       if stock_alm_abierto = 1
           close stock_almacen
       end-if.
       exit program.

      *Lee la recepcion, propone articulo, proveedor, almacen y lo
      *que queda por devolver de ella y deja completar la pantalla.
       preparar_devolucion.
       move dvp_recepcion to rec_numero.
       read recepciones
         key is rec_numero
         invalid key
           move spaces to ws-estado-fichero
           move "Recepcion no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-read.
       if transaccion_activa = 1
           perform contar_unidades_devueltas
           compute unidades_devolvibles =
               rec_unidades - unidades_devueltas
           if unidades_devolvibles not > 0
               move spaces to ws-estado-fichero
               move "Recepcion ya devuelta entera."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               move 0 to transaccion_activa
           end-if
       end-if.
       if transaccion_activa = 1
           move spaces to RDevolucionProveedor
           move rec_numero to dvp_recepcion
           move rec_codigo_articulo to dvp_codigo_articulo
           move rec_almacen to dvp_almacen
           move unidades_devolvibles to dvp_unidades
           if rec_pedido_compra not = 0
               move rec_pedido_compra to pco_numero
               read pedidos_compra
                 key is pco_numero
                 invalid key
                   continue
                 not invalid key
                   move pco_codigo_proveedor to dvp_codigo_proveedor
               end-read
           end-if
           move dvp_codigo_proveedor to prov_codigo
           move spaces to prov_nombre
           if prov_codigo not = spaces
               read proveedores
                 key is prov_codigo
                 invalid key
                   move spaces to prov_nombre
               end-read
           end-if
           move rec_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               move spaces to descripcion of RArticulo
           end-read
           display PantallaMarco
           display p_datos_devolucion_prov
           accept p_datos_devolucion_prov
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
       end-if.

      *Suma las unidades ya devueltas contra la recepcion en curso.
       contar_unidades_devueltas.
       move 0 to unidades_devueltas.
       move low-values to dvp_numero.
       move 0 to fin_devoluciones.
       start devoluciones_proveedor
         key is not less than dvp_numero
         invalid key
           move 1 to fin_devoluciones
       end-start.
       perform until fin_devoluciones = 1
         read devoluciones_proveedor next
           at end
             move 1 to fin_devoluciones
           not at end
             if dvp_recepcion = rec_numero
                 add dvp_unidades to unidades_devueltas
             end-if
         end-read
       end-perform.

      *Comprueba el proveedor, las unidades y el stock del almacen
      *del que sale el genero.
       validar_devolucion.
       move 1 to devolucion_valida.
       inspect dvp_codigo_proveedor converting
           "abcdefghijklmnopqrstuvwxyz"
           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       move dvp_codigo_proveedor to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           move "Proveedor no valido." to ws-descripcion-estado
           move 0 to devolucion_valida
       end-read.
       if devolucion_valida = 1 and rec_pedido_compra not = 0
          and dvp_codigo_proveedor not = pco_codigo_proveedor
           move "El proveedor no es el del pedido."
             to ws-descripcion-estado
           move 0 to devolucion_valida
       end-if.
       if devolucion_valida = 1
          and (dvp_unidades = 0
               or dvp_unidades > unidades_devolvibles)
           move "Unidades a devolver no validas."
             to ws-descripcion-estado
           move 0 to devolucion_valida
       end-if.
       if devolucion_valida = 1
          and dvp_unidades > stock_actual of RArticulo
           move "No hay stock para devolver."
             to ws-descripcion-estado
           move 0 to devolucion_valida
       end-if.
       if devolucion_valida = 1 and stock_alm_abierto = 1
          and dvp_almacen not = spaces
           move dvp_codigo_articulo to sa_codigo_articulo
           move dvp_almacen to sa_codigo_almacen
           read stock_almacen
             key is sa_clave
             invalid key
               move 0 to sa_stock
           end-read
           if sa_stock < dvp_unidades
               move "No hay stock en ese almacen."
                 to ws-descripcion-estado
               move 0 to devolucion_valida
           end-if
       end-if.
       if devolucion_valida = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Asigna el numero, valora la devolucion al coste de entrada,
      *la graba pendiente de abono y saca el genero del stock.
       grabar_devolucion.
       perform determinar_coste_devolucion.
       compute dvp_importe rounded = dvp_unidades * dvp_coste.
       accept dvp_fecha from DATE YYYYMMDD.
       set devolucion_pendiente_abono to true.
       move spaces to dvp_abono_numero.
       move 0 to dvp_abono_fecha.
       perform asignar_numero_devolucion.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador en uso; reintente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       move contador_siguiente_dvp to dvp_numero
       write RDevolucionProveedor
         invalid key
           move ws-estado-dev-prov to ws-estado-fichero
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform descontar_stock_devolucion
           perform capturar_series_devolucion
           display PantallaMarco
           display p_datos_devolucion_prov
           display p_resultado_devolucion
           display pantalla_completa
           accept continuar
       end-write
       end-if.

      *El genero sale al coste al que entro: el que quedo grabado en
      *la recepcion o, en las recepciones antiguas, el de la linea
      *del pedido de compra, el del vinculo del articulo con el
      *proveedor si la entrada fue suelta, y el coste medio del
      *articulo si no hay ninguno de los dos. Los costes del pedido
      *y del vinculo van por unidad de compra y se pasan a la unidad
      *de stock, que es en la que se devuelve.
       determinar_coste_devolucion.
       move coste_medio of RArticulo to dvp_coste.
       if rec_coste_unitario is numeric and rec_coste_unitario > 0
           move rec_coste_unitario to dvp_coste
       else
       if rec_pedido_compra not = 0
           perform buscar_coste_pedido
       else
           if vinculos_abiertos = 1
               move dvp_codigo_articulo to ap_codigo_articulo
               move dvp_codigo_proveedor to ap_codigo_proveedor
               read articulos_proveedor
                 key is ap_clave
                 invalid key
                   continue
                 not invalid key
                   move ap_factor_conversion to conv_factor
                   move ap_coste to conv_coste_compra
                   move 0 to conv_unidades_compra
                   perform pasar_a_unidad_stock
                   move conv_coste_stock to dvp_coste
               end-read
           end-if
       end-if
       end-if.

      *Busca en el pedido de la recepcion la linea del articulo.
       buscar_coste_pedido.
       move rec_pedido_compra to pcd_numero.
       move low-values to pcd_linea.
       move 0 to fin_lineas_pedido.
       start pedidos_compra_detalle
         key is not less than pcd_clave
         invalid key
           move 1 to fin_lineas_pedido
       end-start.
       perform until fin_lineas_pedido = 1
         read pedidos_compra_detalle next
           at end
             move 1 to fin_lineas_pedido
           not at end
             if pcd_numero not = rec_pedido_compra
                 move 1 to fin_lineas_pedido
             else
                 if pcd_codigo_articulo = dvp_codigo_articulo
                     move pcd_factor to conv_factor
                     move pcd_coste to conv_coste_compra
                     move 0 to conv_unidades_compra
                     perform pasar_a_unidad_stock
                     move conv_coste_stock to dvp_coste
                     move 1 to fin_lineas_pedido
                 end-if
             end-if
         end-read
       end-perform.

      *Quita las unidades devueltas del coste medio ponderado, del
      *stock del articulo y del saldo del almacen, y deja la salida
      *en el kardex al coste de la devolucion. Si no queda stock, el
      *coste medio se conserva para la siguiente entrada.
       descontar_stock_devolucion.
       move dvp_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           move codigo_articulo of RArticulo to hist_articulo
           move precio_venta of RArticulo to hist_precio_anterior
           move precio_venta of RArticulo to hist_precio_nuevo
           move coste_medio of RArticulo to hist_coste_anterior
           if stock_actual of RArticulo > dvp_unidades
               compute coste_medio_restante rounded =
                   (stock_actual of RArticulo
                    * coste_medio of RArticulo
                    - dvp_unidades * dvp_coste)
                   / (stock_actual of RArticulo - dvp_unidades)
               if coste_medio_restante < 0
                   move 0 to coste_medio_restante
               end-if
               move coste_medio_restante to coste_medio of RArticulo
           end-if
           compute stock_actual of RArticulo =
               stock_actual of RArticulo - dvp_unidades
           move coste_medio of RArticulo to hist_coste_nuevo
           rewrite RArticulo
             invalid key
               continue
             not invalid key
               perform grabar_historico_precio
           end-rewrite
       end-read.
       if stock_alm_abierto = 1 and dvp_almacen not = spaces
           move dvp_codigo_articulo to sa_codigo_articulo
           move dvp_almacen to sa_codigo_almacen
           read stock_almacen
             key is sa_clave
             invalid key
               continue
             not invalid key
               subtract dvp_unidades from sa_stock
               rewrite RStockAlmacen
                 invalid key
                   continue
               end-rewrite
           end-read
       end-if.
       move dvp_codigo_articulo to kar_codigo_articulo.
       move dvp_unidades to kar_unidades.
       move "-" to kar_signo.
       move spaces to kar_venta.
       move dvp_coste to kar_coste.
       move dvp_almacen to kar_almacen.
       perform grabar_kardex.

      *Si el articulo lleva numero de serie, pide la serie de cada
      *unidad devuelta y la marca devuelta con esta devolucion. La
      *captura se puede cortar dejando la serie en blanco.
       capturar_series_devolucion.
       if parametros_leidos = 1
          and par_umbral_serie is numeric
          and par_umbral_serie not = 0
          and precio_venta of RArticulo not < par_umbral_serie
           open i-o series
           if ws-estado-series = "00"
               move 0 to fin_captura_series
               perform varying indice_serie from 1 by 1
                 until indice_serie > dvp_unidades
                    or fin_captura_series = 1
                   perform capturar_serie_devuelta
               end-perform
               close series
           end-if
       end-if.

      *Pide una serie y la marca devuelta; la serie debe ser del
      *articulo y estar en el almacen, libre o bloqueada por una
      *retirada, y si no se vuelve a pedir la misma unidad.
       capturar_serie_devuelta.
       move spaces to serie_tecleada.
       display PantallaMarco.
       display p_captura_serie_devuelta.
       accept p_captura_serie_devuelta
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move spaces to serie_tecleada
           move 1 to fin_captura_series
       end-accept.
       if serie_tecleada = spaces
           move 1 to fin_captura_series
       else
           move serie_tecleada to ser_numero
           read series
             key is ser_numero
             invalid key
               move "Numero de serie no encontrado."
                 to ws-descripcion-estado
               perform rechazar_serie_devuelta
             not invalid key
               if ser_codigo_articulo not = dvp_codigo_articulo
                  or (not serie_libre and not serie_bloqueada)
                   move "Serie de otro articulo o no en almacen."
                     to ws-descripcion-estado
                   perform rechazar_serie_devuelta
               else
                   set serie_devuelta to true
                   move dvp_numero to ser_devolucion_prov
                   rewrite RSerie
                     invalid key
                       continue
                   end-rewrite
               end-if
           end-read
       end-if.

      *Muestra el error de la serie y vuelve a pedir la unidad.
       rechazar_serie_devuelta.
       move spaces to ws-estado-fichero.
       display PantallaMarco.
       display pantalla_opera_error.
       accept continuar.
       subtract 1 from indice_serie.

      *Abre el fichero de devoluciones a proveedor, creandolo vacio
      *la primera vez.
       abrir_fichero_devoluciones.
       open i-o devoluciones_proveedor.
       if ws-estado-dev-prov = "35"
           open output devoluciones_proveedor
           close devoluciones_proveedor
           open i-o devoluciones_proveedor
       end-if.

      *Abre el fichero de saldos por almacen si existe.
       abrir_stock_almacen_dvp.
       open i-o stock_almacen.
       if ws-estado-stock-alm = "00"
           move 1 to stock_alm_abierto
       end-if.

      *Asigna el siguiente numero de devolucion en el momento de
      *grabar, leyendo y regrabando el contador en la misma
      *operacion, igual que el de recepciones.
       asignar_numero_devolucion.
       move 0 to contador_siguiente_dvp.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_devolucion_prov
           evaluate true
             when ws-estado-contador-dvp = "00"
               read contador_devolucion_prov
                 at end
                   add 1 to contador_siguiente_dvp
                   close contador_devolucion_prov
                   open output contador_devolucion_prov
                   move contador_siguiente_dvp
                     to registro_contador_dvp
                   write registro_contador_dvp
                 not at end
                   move registro_contador_dvp
                     to contador_siguiente_dvp
                   add 1 to contador_siguiente_dvp
                   move contador_siguiente_dvp
                     to registro_contador_dvp
                   rewrite registro_contador_dvp
               end-read
               close contador_devolucion_prov
               move 1 to contador_asignado
             when ws-estado-contador-dvp = "35"
               add 1 to contador_siguiente_dvp
               open output contador_devolucion_prov
               move contador_siguiente_dvp
                 to registro_contador_dvp
               write registro_contador_dvp
               close contador_devolucion_prov
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Anota en el historico los cambios de precio y coste.
       copy "parrafo_historico_precio.cpy".

      *Anota el movimiento de stock en el kardex.
       copy "parrafo_grabar_kardex.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
