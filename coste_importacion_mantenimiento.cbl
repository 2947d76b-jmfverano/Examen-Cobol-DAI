       program-id. coste_importacion_mantenimiento
           as "coste_importacion_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de costes de importacion.
       copy "file_control_costes_importacion.cpy".
      *Utiliza el control de los ficheros de recepciones.
       copy "file_control_recepciones.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de costes de importacion.
       copy "estructura_coste_importacion.cpy".
      *Utiliza la estructura de los ficheros de recepciones.
       copy "estructura_recepcion.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-costes-imp pic xx value spaces.
       77 ws-estado-contador-cim pic xx value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 contador_siguiente_cim pic 9(6) value 0.
      *Resultado y reintentos de la reserva del numero.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
      *Campos del reparto: base de cada recepcion segun el criterio,
      *la suma de las bases y lo ya repartido para que la ultima
      *linea se lleve el redondeo.
       77 coste_valido pic 9 value 0.
       77 idx_linea pic 99 value 0.
       77 idx_otra pic 99 value 0.
       77 ultima_linea pic 99 value 0.
       01 tabla_bases.
          02 base_linea pic 9(11)v99 occurs 10 times.
       77 base_total pic 9(13)v99 value 0.
       77 total_repartido pic 9(11)v99 value 0.
      *Parte del reparto que absorbe el stock que sigue en casa.
       77 unidades_absorben pic 9(7) value 0.
       77 reparto_absorbido pic 9(11)v99 value 0.
      *Campos del informe de coste real por recepcion.
       77 fin_recepciones pic 9 value 0.
       77 fin_lineas_pedido pic 9 value 0.
       77 hubo_recepcion pic 9 value 0.
       77 coste_pedido pic 9(7)v99 value 0.
       77 adicional_unitario pic 9(7)v99 value 0.
       77 coste_real pic 9(7)v99 value 0.
       77 desviacion_pedido pic s9(5)v99 value 0.
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
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla del menu de costes de importacion.
       01 p_menu_coste_importacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Costes de importacion".
           02 line 6 col 10 value "1.- Alta y reparto".
           02 line 8 col 10 value "2.- Consulta".
           02 line 10 col 10 value "3.- Coste real por recepcion".
           02 line 12 col 10 value "4.- Salir".
           02 line 14 col 10 value "Opcion: ".
           02 line 14 col 19 REQUIRED pic 9 using opcion_mtto.
      *Datos del gasto y recepciones sobre las que se reparte.
       01 p_datos_coste_importacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Coste de importacion".
           02 line 4 col 40 value "Numero: ".
           02 line 4 col 48 pic 9(6) from cim_numero.
           02 line 6 col 5 value "Concepto: ".
           02 line 7 col 5 value "Proveedor del gasto: ".
           02 line 8 col 5 value "Factura: ".
           02 line 9 col 5 value "Importe (sin IVA): ".
           02 line 10 col 5 value
              "Reparto (V valor, P peso, U unidades): ".
           02 line 12 col 5 value "Recepcion    Reparto".
           02 line 12 col 40 value "Recepcion    Reparto".

           02 line 6 col 24 REQUIRED pic x(20) using cim_concepto.
           02 line 7 col 27 pic x(4) using cim_codigo_proveedor.
           02 line 8 col 15 pic x(15) using cim_factura.
           02 line 9 col 24 REQUIRED pic 9(9)V99 using cim_importe.
           02 line 10 col 45 REQUIRED pic x using cim_criterio.
           02 line 13 col 5 pic 9(6) using cim_recepcion(1).
           02 line 13 col 16 pic z(8)9.99 from cim_reparto(1).
           02 line 14 col 5 pic 9(6) using cim_recepcion(2).
           02 line 14 col 16 pic z(8)9.99 from cim_reparto(2).
           02 line 15 col 5 pic 9(6) using cim_recepcion(3).
           02 line 15 col 16 pic z(8)9.99 from cim_reparto(3).
           02 line 16 col 5 pic 9(6) using cim_recepcion(4).
           02 line 16 col 16 pic z(8)9.99 from cim_reparto(4).
           02 line 17 col 5 pic 9(6) using cim_recepcion(5).
           02 line 17 col 16 pic z(8)9.99 from cim_reparto(5).
           02 line 13 col 40 pic 9(6) using cim_recepcion(6).
           02 line 13 col 51 pic z(8)9.99 from cim_reparto(6).
           02 line 14 col 40 pic 9(6) using cim_recepcion(7).
           02 line 14 col 51 pic z(8)9.99 from cim_reparto(7).
           02 line 15 col 40 pic 9(6) using cim_recepcion(8).
           02 line 15 col 51 pic z(8)9.99 from cim_reparto(8).
           02 line 16 col 40 pic 9(6) using cim_recepcion(9).
           02 line 16 col 51 pic z(8)9.99 from cim_reparto(9).
           02 line 17 col 40 pic 9(6) using cim_recepcion(10).
           02 line 17 col 51 pic z(8)9.99 from cim_reparto(10).
      *Confirmacion del reparto calculado.
       01 p_confirma_reparto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 20 col 10 value
              "Aplicar el reparto al coste de las recepciones (S/N): ".
           02 line 20 col 65 REQUIRED pic x using continuar.
      *Pide el numero del coste de importacion a consultar.
       01 obten_coste_importacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Numero de coste de importacion: ".
           02 line 4 col 38 REQUIRED pic 9(6) using cim_numero.
      *Coste real de una recepcion contra el coste del pedido.
       01 p_linea_coste_real
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Coste real por recepcion".
           02 line 6 col 5 value "Recepcion: ".
           02 line 6 col 17 pic 9(6) from rec_numero.
           02 line 6 col 30 value "Fecha: ".
           02 line 6 col 37 pic 9(8) from rec_fecha.
           02 line 7 col 5 value "Articulo: ".
           02 line 7 col 16 pic x(4) from rec_codigo_articulo.
           02 line 7 col 22 pic x(20) from descripcion of RArticulo.
           02 line 8 col 5 value "Unidades: ".
           02 line 8 col 16 pic z(4)9 from rec_unidades.
           02 line 8 col 30 value "Pedido de compra: ".
           02 line 8 col 48 pic 9(6) from rec_pedido_compra.
           02 line 10 col 5 value "Coste unitario del pedido:    ".
           02 line 10 col 36 pic z(6)9.99 from coste_pedido.
           02 line 11 col 5 value "Coste unitario de entrada:    ".
           02 line 11 col 36 pic z(6)9.99 from rec_coste_unitario.
           02 line 12 col 5 value "Costes de importacion:        ".
           02 line 12 col 36 pic z(8)9.99 from rec_coste_adicional.
           02 line 13 col 5 value "Coste de importacion unitario:".
           02 line 13 col 36 pic z(6)9.99 from adicional_unitario.
           02 line 14 col 5 value "Coste real unitario:          ".
           02 line 14 col 36 pic z(6)9.99 from coste_real.
           02 line 15 col 5 value "Desviacion sobre pedido (%):  ".
           02 line 15 col 36 pic -(5)9.99 from desviacion_pedido.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to hist_usuario.
       move "coste_importacion_mant" to hist_programa.
      *Costes de importacion: los fletes, aduanas y manipulaciones
      *que llegan en facturas aparte del genero se reparten sobre
      *las recepciones que los causaron y se suman a su coste y al
      *coste medio del articulo, como si hubieran entrado con el
      *genero, para que margen y valoracion digan lo que de verdad
      *cuesta el stock.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_costes.
       open i-o recepciones.
       open i-o articulos.
       open input proveedores.
       open input pedidos_compra_detalle.
       display pantallaMarco.
       display p_menu_coste_importacion.
       accept p_menu_coste_importacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_coste_importacion
         when 2 perform consulta_coste_importacion
         when 3 perform informe_coste_real
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close costes_importacion.
       close recepciones.
       close articulos.
       close proveedores.
       close pedidos_compra_detalle.
       exit program.

      *Da de alta un gasto, calcula su reparto sobre las
      *recepciones indicadas y, confirmado, lo graba y lo suma al
      *coste de cada recepcion y de su articulo.
       alta_coste_importacion.
       move 1 to transaccion_activa.
       move spaces to RCosteImportacion.
       move 0 to cim_numero.
       move 0 to cim_importe.
       move "V" to cim_criterio.
       perform varying idx_linea from 1 by 1 until idx_linea > 10
           move 0 to cim_recepcion(idx_linea)
           move 0 to cim_reparto(idx_linea)
       end-perform.
       display PantallaMarco.
       display p_datos_coste_importacion.
       accept p_datos_coste_importacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform validar_coste_importacion
           if coste_valido = 1
               perform repartir_coste
               move "N" to continuar
               display PantallaMarco
               display p_datos_coste_importacion
               display p_confirma_reparto
               accept p_confirma_reparto
                 with time-out ws-tiempo-espera
                 on exception
                   move 1 to sesion-expirada-llamada
                   move 0 to transaccion_activa
               end-accept
               if transaccion_activa = 1
                  and (continuar = "S" or continuar = "s")
                   perform grabar_coste_importacion
               end-if
           end-if
       end-if.

      *Comprueba el gasto y las recepciones, y calcula la base de
      *cada recepcion segun el criterio de reparto elegido.
       validar_coste_importacion.
       move 1 to coste_valido.
       inspect cim_criterio converting "vpu" to "VPU".
       evaluate true
         when cim_importe = 0
           move "Importe del gasto no valido."
             to ws-descripcion-estado
           move 0 to coste_valido
         when not criterio_reparto_valido
           move "Criterio de reparto no valido."
             to ws-descripcion-estado
           move 0 to coste_valido
         when other
           continue
       end-evaluate.
       if coste_valido = 1 and cim_codigo_proveedor not = spaces
           move cim_codigo_proveedor to prov_codigo
           read proveedores
             key is prov_codigo
             invalid key
               move "Proveedor del gasto no valido."
                 to ws-descripcion-estado
               move 0 to coste_valido
           end-read
       end-if.
       move 0 to base_total.
       move 0 to ultima_linea.
       perform varying idx_linea from 1 by 1
         until idx_linea > 10 or coste_valido = 0
           move 0 to base_linea(idx_linea)
           if cim_recepcion(idx_linea) not = 0
               perform calcular_base_recepcion
           end-if
       end-perform.
       if coste_valido = 1 and ultima_linea = 0
           move "Indique al menos una recepcion."
             to ws-descripcion-estado
           move 0 to coste_valido
       end-if.
       if coste_valido = 1 and base_total = 0
           move "Las recepciones no dan base de reparto."
             to ws-descripcion-estado
           move 0 to coste_valido
       end-if.
       if coste_valido = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Base de una recepcion: su valor al coste de entrada, su peso
      *o sus unidades. Una recepcion no puede repetirse en el gasto.
       calcular_base_recepcion.
       perform varying idx_otra from 1 by 1
         until idx_otra not < idx_linea
           if cim_recepcion(idx_otra) = cim_recepcion(idx_linea)
               move "Recepcion repetida en el gasto."
                 to ws-descripcion-estado
               move 0 to coste_valido
           end-if
       end-perform.
       if coste_valido = 1
           move cim_recepcion(idx_linea) to rec_numero
           read recepciones
             key is rec_numero
             invalid key
               move "Recepcion no encontrada."
                 to ws-descripcion-estado
               move 0 to coste_valido
           end-read
       end-if.
       if coste_valido = 1
           move rec_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               move 0 to peso_kg of RArticulo
               move 0 to coste_medio of RArticulo
           end-read
           evaluate true
             when reparto_por_valor
               if rec_coste_unitario is numeric
                  and rec_coste_unitario > 0
                   compute base_linea(idx_linea) =
                       rec_unidades * rec_coste_unitario
               else
                   compute base_linea(idx_linea) =
                       rec_unidades * coste_medio of RArticulo
               end-if
             when reparto_por_peso
               compute base_linea(idx_linea) =
                   rec_unidades * peso_kg of RArticulo
             when other
               move rec_unidades to base_linea(idx_linea)
           end-evaluate
           add base_linea(idx_linea) to base_total
           move idx_linea to ultima_linea
       end-if.

      *Reparte el importe en proporcion a la base de cada recepcion;
      *la ultima se lleva lo que quede por el redondeo.
       repartir_coste.
       move 0 to total_repartido.
       perform varying idx_linea from 1 by 1 until idx_linea > 10
           move 0 to cim_reparto(idx_linea)
           if cim_recepcion(idx_linea) not = 0
               if idx_linea = ultima_linea
                   compute cim_reparto(idx_linea) =
                       cim_importe - total_repartido
               else
                   compute cim_reparto(idx_linea) rounded =
                       cim_importe * base_linea(idx_linea)
                       / base_total
                   add cim_reparto(idx_linea) to total_repartido
               end-if
           end-if
       end-perform.

      *Asigna el numero, graba el gasto y aplica su reparto.
       grabar_coste_importacion.
       perform asignar_numero_coste.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador en uso; reintente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       move contador_siguiente_cim to cim_numero
       accept cim_fecha from DATE YYYYMMDD
       write RCosteImportacion
         invalid key
           move ws-estado-costes-imp to ws-estado-fichero
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform varying idx_linea from 1 by 1
             until idx_linea > 10
               if cim_recepcion(idx_linea) not = 0
                   perform aplicar_reparto_recepcion
               end-if
           end-perform
           display PantallaMarco
           display p_datos_coste_importacion
           display pantalla_completa
           accept continuar
       end-write
       end-if.

      *Suma la parte del gasto a la recepcion y al coste medio del
      *articulo. Solo la absorben las unidades de la recepcion que
      *siguen en el stock; la parte de las ya vendidas no puede
      *volver a su coste de venta.
       aplicar_reparto_recepcion.
       move cim_recepcion(idx_linea) to rec_numero.
       read recepciones
         key is rec_numero
         invalid key
           continue
         not invalid key
           add cim_reparto(idx_linea) to rec_coste_adicional
           rewrite RRecepcion
             invalid key
               continue
           end-rewrite
           move rec_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               continue
             not invalid key
               perform absorber_reparto_articulo
           end-read
       end-read.

      *Sube el coste medio del articulo con la parte del gasto que
      *corresponde a las unidades que siguen en casa.
       absorber_reparto_articulo.
       if stock_actual of RArticulo > 0 and rec_unidades > 0
           if stock_actual of RArticulo < rec_unidades
               move stock_actual of RArticulo to unidades_absorben
           else
               move rec_unidades to unidades_absorben
           end-if
           compute reparto_absorbido rounded =
               cim_reparto(idx_linea) * unidades_absorben
               / rec_unidades
           move codigo_articulo of RArticulo to hist_articulo
           move precio_venta of RArticulo to hist_precio_anterior
           move precio_venta of RArticulo to hist_precio_nuevo
           move coste_medio of RArticulo to hist_coste_anterior
           compute coste_medio of RArticulo rounded =
               (stock_actual of RArticulo * coste_medio of RArticulo
                + reparto_absorbido)
               / stock_actual of RArticulo
           move coste_medio of RArticulo to hist_coste_nuevo
           rewrite RArticulo
             invalid key
               continue
             not invalid key
               perform grabar_historico_precio
           end-rewrite
       end-if.

      *Muestra un gasto grabado con su reparto.
       consulta_coste_importacion.
       move 1 to transaccion_activa.
       move 0 to cim_numero.
       display PantallaMarco.
       display obten_coste_importacion.
       accept obten_coste_importacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read costes_importacion
         key is cim_numero
         invalid key
           move spaces to ws-estado-fichero
           move "Coste de importacion no encontrado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           display PantallaMarco
           display p_datos_coste_importacion
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Recorre las recepciones con costes de importacion y muestra,
      *una a una, su coste real unitario contra el del pedido.
       informe_coste_real.
       move 0 to hubo_recepcion.
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
             if rec_coste_adicional is numeric
                and rec_coste_adicional > 0
                 move 1 to hubo_recepcion
                 perform mostrar_coste_real
             end-if
         end-read
       end-perform.
       if hubo_recepcion = 0
           move spaces to ws-estado-fichero
           move "Sin recepciones con costes de importacion."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Calcula y muestra el coste real unitario de la recepcion; sin
      *pedido de compra se compara contra el coste de entrada.
       mostrar_coste_real.
       move rec_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move spaces to descripcion of RArticulo
       end-read.
       move rec_coste_unitario to coste_pedido.
       if rec_pedido_compra not = 0
           perform buscar_coste_pedido
       end-if.
       move 0 to adicional_unitario.
       if rec_unidades > 0
           compute adicional_unitario rounded =
               rec_coste_adicional / rec_unidades
       end-if.
       compute coste_real = rec_coste_unitario + adicional_unitario.
       move 0 to desviacion_pedido.
       if coste_pedido > 0
           compute desviacion_pedido rounded =
               (coste_real - coste_pedido) * 100 / coste_pedido
               on size error
                   move 0 to desviacion_pedido
           end-compute
       end-if.
       display PantallaMarco.
       display p_linea_coste_real.
       display p_continuar.
       accept continuar.

      *Coste de la linea del pedido de compra del articulo recibido,
      *pasado de la unidad de compra a la unidad de stock para
      *compararlo con el coste real de la recepcion.
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
                 if pcd_codigo_articulo = rec_codigo_articulo
                     move pcd_factor to conv_factor
                     move pcd_coste to conv_coste_compra
                     move 0 to conv_unidades_compra
                     perform pasar_a_unidad_stock
                     move conv_coste_stock to coste_pedido
                     move 1 to fin_lineas_pedido
                 end-if
             end-if
         end-read
       end-perform.

      *Abre el fichero de costes de importacion, creandolo vacio la
      *primera vez.
       abrir_fichero_costes.
       open i-o costes_importacion.
       if ws-estado-costes-imp = "35"
           open output costes_importacion
           close costes_importacion
           open i-o costes_importacion
       end-if.

      *Asigna el siguiente numero de coste de importacion en el
      *momento de grabar, leyendo y regrabando el contador en la
      *misma operacion, igual que el de recepciones.
       asignar_numero_coste.
       move 0 to contador_siguiente_cim.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_coste_importacion
           evaluate true
             when ws-estado-contador-cim = "00"
               read contador_coste_importacion
                 at end
                   add 1 to contador_siguiente_cim
                   close contador_coste_importacion
                   open output contador_coste_importacion
                   move contador_siguiente_cim
                     to registro_contador_cim
                   write registro_contador_cim
                 not at end
                   move registro_contador_cim
                     to contador_siguiente_cim
                   add 1 to contador_siguiente_cim
                   move contador_siguiente_cim
                     to registro_contador_cim
                   rewrite registro_contador_cim
               end-read
               close contador_coste_importacion
               move 1 to contador_asignado
             when ws-estado-contador-cim = "35"
               add 1 to contador_siguiente_cim
               open output contador_coste_importacion
               move contador_siguiente_cim
                 to registro_contador_cim
               write registro_contador_cim
               close contador_coste_importacion
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

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
