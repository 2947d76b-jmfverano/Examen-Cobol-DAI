       copy "file_control_articulos.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para agrupar la propuesta por proveedor y
       copy "estructura_articulo.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_propuesta.
          02 orden_pro_articulo    pic x(4).
          02 orden_pro_descripcion pic x(20).
          02 orden_pro_stock       pic 9(7).
          02 orden_pro_en_camino   pic 9(7).
          02 orden_pro_punto       pic 9(7).
          02 orden_pro_velocidad   pic 9(7).
          02 orden_pro_cantidad    pic 9(7).
          02 orden_pro_coste       pic 9(7)v99.
          02 orden_pro_referencia  pic x(15).
          02 orden_pro_unidad_compra   pic x(3).
          02 orden_pro_cantidad_compra pic 9(7).
       fd salida_propuesta
         value of file-id is ".\propuesta_compras.csv".
       01 registro_salida_propuesta pic x(120).
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 vinculos_abiertos pic 9 value 0.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 fin_pedidos pic 9 value 0.
       77 fin_lineas_pedido pic 9 value 0.
      *Unidades pedidas y aun sin recibir de cada articulo en los
      *pedidos de compra abiertos; los pendientes de aprobacion no
      *cuentan como mercancia en camino.
       77 num_en_camino pic 9(4) value 0.
       77 idx_en_camino pic 9(4) value 0.
       77 en_camino_hallado pic 9 value 0.
       77 unidades_en_camino pic 9(7) value 0.
       01 tabla_en_camino.
          02 en_camino_ent occurs 1000 times.
             03 en_camino_articulo pic x(4).
             03 en_camino_unidades pic 9(7).
       77 total_propuestas pic 9(7) value 0.
      *Unidades vendidas del articulo en los ultimos treinta dias
      *del calendario comercial, como velocidad de venta reciente.
       77 velocidad_reciente pic 9(7) value 0.
       77 dias_velocidad pic 9(3) value 30.
       77 edad_venta pic s9(7) value 0.
      *Campos de la conversion entre unidad de compra y de stock.
       copy "ws_unidad_compra.cpy".
       01 fecha_proceso pic 9(8) value 0.
       01 fecha_proceso_det redefines fecha_proceso.
          02 proceso_anio pic 9(4).
      *ultimos treinta dias) con su punto de pedido propio y escribe
      *la propuesta agrupada por proveedor en un fichero que el
      *comprador puede revisar, con el coste y la referencia del
      *vinculo articulo-proveedor. Lo ya pedido en pedidos abiertos
      *y aun no recibido cuenta como stock en camino. Todo va en
      *unidades de stock, con el coste del vinculo pasado a coste
      *por unidad de stock; al final de cada linea va la cantidad a
      *pedir en la unidad de compra del proveedor.
       accept fecha_proceso from DATE YYYYMMDD.
       perform cargar_en_camino.
      *El maestro de articulos se abre sin clausula de estado, como
      *en el resto de la aplicacion.
       open input articulos.
       exit program.

      *Recorre el maestro y envia al fichero de trabajo un registro
      *por articulo que queda por debajo de su punto de pedido. Los
      *de fin de serie, bloqueados o descatalogados no se reponen.
       seleccionar_propuestas.
       move low-values to codigo_articulo of RArticulo.
       move 0 to fin_articulos.
             move 1 to fin_articulos
           not at end
             if punto_pedido not = 0
                and articulo_de_stock of RArticulo
                and articulo_comprable of RArticulo
                 perform evaluar_articulo
             end-if
         end-read
      *propuesta con su proveedor y su coste.
       evaluar_articulo.
       perform calcular_velocidad_reciente.
       perform buscar_en_camino.
       if stock_actual of RArticulo + unidades_en_camino
          - velocidad_reciente < punto_pedido
           move spaces to orden_pro_proveedor
           move 0 to orden_pro_coste
           move spaces to orden_pro_referencia
           move unidad_stock of RArticulo to orden_pro_unidad_compra
           move cantidad_pedido to orden_pro_cantidad_compra
           perform buscar_proveedor_articulo
           move codigo_articulo of RArticulo to orden_pro_articulo
           move descripcion of RArticulo to orden_pro_descripcion
           move stock_actual of RArticulo to orden_pro_stock
           move unidades_en_camino to orden_pro_en_camino
           move punto_pedido to orden_pro_punto
           move velocidad_reciente to orden_pro_velocidad
           move cantidad_pedido to orden_pro_cantidad
           release registro_orden_propuesta
       end-if.

      *Acumula por articulo lo pendiente de recibir de las lineas de
      *los pedidos abiertos. Sin fichero de pedidos no hay nada en
      *camino.
       cargar_en_camino.
       move 0 to num_en_camino.
       open input pedidos_compra.
       if ws-estado-ped-compra not = "00"
           exit paragraph
       end-if.
       open input pedidos_compra_detalle.
       move low-values to pco_numero.
       move 0 to fin_pedidos.
       start pedidos_compra
         key is not less than pco_numero
         invalid key
           move 1 to fin_pedidos
       end-start.
       perform until fin_pedidos = 1
         read pedidos_compra next
           at end
             move 1 to fin_pedidos
           not at end
      *      El envio directo lo sirve el proveedor al cliente y
      *      no entra en el almacen.
             if pedido_compra_abierto and not pedido_envio_directo
                 perform cargar_lineas_en_camino
             end-if
         end-read
       end-perform.
       close pedidos_compra_detalle.
       close pedidos_compra.

      *Suma lo pendiente de cada linea del pedido leido a la tabla.
       cargar_lineas_en_camino.
       move pco_numero to pcd_numero.
       move 0 to pcd_linea.
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
             if pcd_numero not = pco_numero
                 move 1 to fin_lineas_pedido
             else
                 if pcd_recibidas < pcd_unidades
                     perform anotar_en_camino
                 end-if
             end-if
         end-read
       end-perform.

      *Anota lo pendiente de la linea en la entrada de su articulo,
      *creandola si aun no estaba y queda sitio en la tabla. Lo
      *pendiente se pasa de la unidad de compra de la linea a
      *unidades de stock.
       anotar_en_camino.
       move pcd_factor to conv_factor.
       compute conv_unidades_compra = pcd_unidades - pcd_recibidas.
       move 0 to conv_coste_compra.
       perform pasar_a_unidad_stock.
       move 0 to en_camino_hallado.
       perform varying idx_en_camino from 1 by 1
         until idx_en_camino > num_en_camino
            or en_camino_hallado = 1
           if en_camino_articulo(idx_en_camino)
              = pcd_codigo_articulo
               move 1 to en_camino_hallado
               compute en_camino_unidades(idx_en_camino) =
                   en_camino_unidades(idx_en_camino)
                   + conv_unidades_stock
           end-if
       end-perform.
       if en_camino_hallado = 0 and num_en_camino < 1000
           add 1 to num_en_camino
           move pcd_codigo_articulo
             to en_camino_articulo(num_en_camino)
           move conv_unidades_stock
             to en_camino_unidades(num_en_camino)
       end-if.

      *Unidades en camino del articulo leido del maestro.
       buscar_en_camino.
       move 0 to unidades_en_camino.
       move 0 to en_camino_hallado.
       perform varying idx_en_camino from 1 by 1
         until idx_en_camino > num_en_camino
            or en_camino_hallado = 1
           if en_camino_articulo(idx_en_camino)
              = codigo_articulo of RArticulo
               move 1 to en_camino_hallado
               move en_camino_unidades(idx_en_camino)
                 to unidades_en_camino
           end-if
       end-perform.

      *Suma las unidades vendidas del articulo en los ultimos
      *treinta dias, usando la clave alternativa por articulo del
      *fichero de ventas y el calendario comercial de 30/360.
                      = codigo_articulo of RArticulo
                       move ap_codigo_proveedor
                         to orden_pro_proveedor
                       move ap_referencia to orden_pro_referencia
                       move ap_factor_conversion to conv_factor
                       move ap_coste to conv_coste_compra
                       move 0 to conv_unidades_compra
                       perform pasar_a_unidad_stock
                       move conv_coste_stock to orden_pro_coste
                       move cantidad_pedido to conv_unidades_stock
                       perform pasar_a_unidad_compra
                       move conv_unidades_compra
                         to orden_pro_cantidad_compra
                       if ap_unidad_compra not = spaces
                           move ap_unidad_compra
                             to orden_pro_unidad_compra
                       end-if
                   end-if
               end-read
           end-start
       escribir_propuesta.
       open output salida_propuesta.
       move "PROVEEDOR,ARTICULO,DESCRIPCION,STOCK,PUNTO,VENTAS30,"
         & "CANTIDAD,COSTE,REFERENCIA,EN CAMINO,"
         & "UNIDAD COMPRA,CANTIDAD COMPRA"
         to registro_salida_propuesta.
       write registro_salida_propuesta.
       move 0 to fin_orden.
       perform until fin_orden = 1
                      orden_pro_coste delimited by size
                      "," delimited by size
                      orden_pro_referencia delimited by size
                      "," delimited by size
                      orden_pro_en_camino delimited by size
                      "," delimited by size
                      orden_pro_unidad_compra delimited by size
                      "," delimited by size
                      orden_pro_cantidad_compra delimited by size
                 into registro_salida_propuesta
               end-string
               write registro_salida_propuesta

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
