       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "convertir_presupuesto".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-presupuestos pic xx value spaces.
       77 ws-estado-pres-detalle pic xx value spaces.
       77 ws-estado-contador-pres pic xx value spaces.
       77 contador_siguiente pic 9(8) value 0.
      *Resultado y reintentos de la reserva del codigo de venta.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       77 bucle_detalle pic 9 value 0.
       77 stock_suficiente pic 9 value 1.
       77 conversion_correcta pic 9 value 1.
      *Fecha de la conversion, que cierra el presupuesto.
       77 fecha_conversion pic 9(8) value 0.
      *Campos usados para anotar la venta en el fichero de reversion.
       77 rev_tipo_operacion pic x(12) value "ALTA".
       77 rev_fecha pic 9(8).
       77 ws-estado-cobros pic xx value spaces.
       77 fin_anticipos pic 9 value 0.
       77 numero_cobro_anticipo pic 9(3) value 0.
      *Sustitutos elegidos al comprobar el stock, por linea del
      *presupuesto (la 1 es la cabecera). Si el sustituto se lleva
      *todas las unidades la linea cambia de articulo; si se lleva
      *parte, la linea se queda con el resto y el sustituto sale en
      *una linea nueva detras de la ultima del presupuesto. El
      *sustituto conserva el precio y el descuento presupuestados.
       copy "ws_sustitucion.cpy".
      *Direccion de entrega del cliente elegida para la venta.
       copy "ws_seleccion_direccion.cpy".
       77 num_sustituciones pic 99 value 0.
       77 idx_sustitucion pic 99 value 0.
       77 sustitucion_hallada pic 99 value 0.
       77 linea_buscar_sustitucion pic 9(3) value 0.
       77 ultima_linea_presupuesto pic 9(3) value 1.
       77 precio_linea_sustituida pic 9(7)v99 value 0.
       77 descuento_linea_sustituida pic 99v99 value 0.
       01 tabla_sustituciones.
          02 sustitucion_linea occurs 50 times.
             03 spr_linea pic 9(3).
             03 spr_sustituto pic x(4).
             03 spr_unidades pic 9(5).
             03 spr_reparto pic x.
             03 spr_precio pic 9(7)v99.
             03 spr_descuento pic 99v99.
      *Un articulo bloqueado o descatalogado despues de presupuestarlo
      *ya no se vende: su linea solo se convierte si un sustituto se
      *lleva todas las unidades.
       copy "ws_estado_articulo.cpy".
       77 reparto_sustituto pic x value "S".
       77 articulo_no_vendible pic 9 value 0.
       77 motivo_no_vendible pic x(40) value spaces.
       linkage section.
      *Login del operador, recibido de Principal, para la auditoria
      *de operaciones.
           display pantalla_opera_error
           accept continuar
         not invalid key
           accept fecha_conversion from DATE YYYYMMDD
           if presupuesto_convertido
               move spaces to ws-estado-fichero
               move "Presupuesto ya convertido en venta."
               display pantalla_opera_error
               accept continuar
           else
      *        Un presupuesto perdido, caducado o fuera de su fecha
      *        de validez ya no se puede convertir.
           if presupuesto_perdido or presupuesto_caducado
              or (pres_fecha_validez is numeric
                  and pres_fecha_validez not = 0
                  and pres_fecha_validez < fecha_conversion)
               move spaces to ws-estado-fichero
               move "Presupuesto perdido o caducado."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               perform comprobar_stock_presupuesto
               if stock_suficiente = 0
                   display PantallaMarco
                   if articulo_no_vendible = 1
                       move spaces to ws-estado-fichero
                       move motivo_no_vendible
                         to ws-descripcion-estado
                       display pantalla_opera_error
                   else
                       display p_aviso_stock
                   end-if
                   accept continuar
               else
      *            La direccion de entrega se elige entre las del
      *            cliente; la factura va a la del maestro.
                   move pres_codigo_cliente to sdi_cliente
                   call "selector_direccion_entrega"
                     using seleccion_direccion
                   display PantallaMarco
                   display p_confirma_convertir
                   accept p_confirma_convertir
                   end-if
               end-if
           end-if
           end-if
       end-read
       close presupuestos
       close presupuestos_detalle
      *Comprueba que queda stock de todos los articulos del
      *presupuesto, tanto el de la cabecera como los de las lineas
      *adicionales, antes de comprometer nada; la disponibilidad se
      *mira con explosion de kits. Antes se comprueba que cada
      *articulo se sigue vendiendo.
       comprobar_stock_presupuesto.
       move 1 to stock_suficiente.
       move 0 to articulo_no_vendible.
       move spaces to motivo_no_vendible.
       move 0 to num_sustituciones.
       move 1 to ultima_linea_presupuesto.
       move 1 to linea_buscar_sustitucion.
       move pres_codigo_articulo to sus_articulo.
       move pres_numero_unidades to sus_unidades.
       move pres_precio_venta to precio_linea_sustituida.
       move pres_descuento to descuento_linea_sustituida.
       perform comprobar_estado_linea.
       if articulo_se_vende = 1
           move pres_codigo_articulo to mov_articulo
           move pres_numero_unidades to mov_unidades
           perform comprobar_stock_movimiento
           if stock_suficiente_mov = 0
               move "S" to reparto_sustituto
               perform ofrecer_sustituto_presupuesto
           end-if
       end-if.
       move codigo_presupuesto to pde_codigo_presupuesto.
       move low-values to pde_numero_linea.
             if pde_codigo_presupuesto not = codigo_presupuesto
                 move 1 to bucle_detalle
             else
                 if pde_numero_linea > ultima_linea_presupuesto
                     move pde_numero_linea
                       to ultima_linea_presupuesto
                 end-if
                 move pde_numero_linea to linea_buscar_sustitucion
                 move pde_codigo_articulo to sus_articulo
                 move pde_numero_unidades to sus_unidades
                 move pde_precio_venta to precio_linea_sustituida
                 move pde_descuento to descuento_linea_sustituida
                 perform comprobar_estado_linea
                 if articulo_se_vende = 1
                     move pde_codigo_articulo to mov_articulo
                     move pde_numero_unidades to mov_unidades
                     perform comprobar_stock_movimiento
                     if stock_suficiente_mov = 0
                         move "S" to reparto_sustituto
                         perform ofrecer_sustituto_presupuesto
                     end-if
                 end-if
             end-if
         end-read
       end-perform.

      *Ofrece los equivalentes con stock del articulo de una linea
      *que no se puede servir y anota el elegido. Si el sustituto se
      *lleva solo parte de las unidades, el resto tiene que quedar
      *cubierto por el stock del original; sin sustituto, o sin
      *stock para el resto, el presupuesto no se convierte.
       ofrecer_sustituto_presupuesto.
       move reparto_sustituto to sus_permite_reparto.
       move spaces to sus_sustituto.
       if num_sustituciones < 50
           call "selector_sustituto" using sustitucion
       end-if.
       if sus_sustituto = spaces
           move 0 to stock_suficiente
       else
           add 1 to num_sustituciones
           move linea_buscar_sustitucion
             to spr_linea(num_sustituciones)
           move sus_sustituto to spr_sustituto(num_sustituciones)
           move sus_unidades_sustituto
             to spr_unidades(num_sustituciones)
           move precio_linea_sustituida
             to spr_precio(num_sustituciones)
           move descuento_linea_sustituida
             to spr_descuento(num_sustituciones)
           if sus_unidades_sustituto < sus_unidades
               move "S" to spr_reparto(num_sustituciones)
               move sus_articulo to mov_articulo
               compute mov_unidades =
                   sus_unidades - sus_unidades_sustituto
               perform comprobar_stock_movimiento
               if stock_suficiente_mov = 0
                   move 0 to stock_suficiente
               end-if
           else
               move "N" to spr_reparto(num_sustituciones)
           end-if
       end-if.

      *Lee el articulo de la linea en sus_articulo y comprueba que se
      *sigue vendiendo. Si se ha bloqueado o descatalogado desde el
      *presupuesto se ofrece un sustituto para todas las unidades;
      *sin el, el presupuesto no se convierte.
       comprobar_estado_linea.
       move 1 to articulo_se_vende.
       move sus_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           perform comprobar_venta_articulo
       end-read.
       if articulo_se_vende = 0
           move "N" to reparto_sustituto
           perform ofrecer_sustituto_presupuesto
           if sus_sustituto = spaces
               move 1 to articulo_no_vendible
               move motivo_estado_articulo to motivo_no_vendible
           end-if
       end-if.

      *Busca el sustituto anotado para una linea del presupuesto y
      *deja su posicion en la tabla, o cero si no tiene.
       buscar_sustitucion_linea.
       move 0 to sustitucion_hallada.
       perform varying idx_sustitucion from 1 by 1
         until idx_sustitucion > num_sustituciones
           if spr_linea(idx_sustitucion) = linea_buscar_sustitucion
               move idx_sustitucion to sustitucion_hallada
           end-if
       end-perform.

      *Genera el codigo de venta, graba la cabecera con los datos
      *presupuestados, anota la reversion, descuenta el stock y graba
      *las lineas adicionales; por ultimo marca el presupuesto.
       move pres_numero_unidades to numero_unidades of articulo
       move pres_tasa_iva to tasa_iva of articulo
       move pres_descuento to descuento
       move 1 to linea_buscar_sustitucion
       perform buscar_sustitucion_linea
       if sustitucion_hallada > 0
           if spr_reparto(sustitucion_hallada) = "S"
               subtract spr_unidades(sustitucion_hallada)
                 from numero_unidades of articulo
           else
               move spr_sustituto(sustitucion_hallada)
                 to codigo_articulo of articulo
               move spr_sustituto(sustitucion_hallada)
                 to codigo_articulo of RArticulo
               read articulos
                 key is codigo_articulo of RArticulo
                 invalid key
                   continue
                 not invalid key
                   move descripcion of RArticulo
                     to descripcion of articulo
                   move tasa_iva of RArticulo to tasa_iva of articulo
               end-read
           end-if
       end-if
       set venta_pendiente to true
       move 0 to factura_anio
       move 0 to factura_numero
       move 0 to fecha_reclamacion
       move spaces to agente_secundario
       move 0 to porcentaje_secundario
       move sdi_numero to num_direccion_entrega
       write RVenta
         invalid key
           perform obtener_descripcion_estado
           perform grabar_reversion
           perform descontar_stock_cabecera
           perform grabar_lineas_desde_presupuesto
           perform grabar_lineas_sustitutos
       end-write
       end-if.
       if conversion_correcta = 1
           perform aplicar_anticipos_presupuesto
           set presupuesto_convertido to true
           move codigo_venta to pres_venta_generada
           move fecha_conversion to pres_fecha_cierre
           rewrite RPresupuesto
             invalid key
               move ws-estado-presupuestos to ws-estado-fichero
       move pde_tasa_iva to det_tasa_iva.
       move pde_descuento to det_descuento.
       move 0 to det_unidades_entregadas.
       move pde_numero_linea to linea_buscar_sustitucion.
       perform buscar_sustitucion_linea.
       if sustitucion_hallada > 0
           if spr_reparto(sustitucion_hallada) = "S"
               subtract spr_unidades(sustitucion_hallada)
                 from det_numero_unidades
           else
               move spr_sustituto(sustitucion_hallada)
                 to det_codigo_articulo
               perform datos_articulo_sustituto
           end-if
       end-if.
       perform escribir_linea_convertida.

      *Graba la linea de detalle ya preparada y descuenta el stock
      *de su articulo.
       escribir_linea_convertida.
       write RVentaDetalle
         invalid key
           move ws-estado-detalle to ws-estado-fichero
           move 0 to conversion_correcta
         not invalid key
           move almacen_venta to mov_almacen
           move det_codigo_articulo to mov_articulo
           move det_numero_unidades to mov_unidades
           move "-" to mov_signo
           move codigo_venta to mov_venta
           perform mover_stock
       end-write.

      *Toma la descripcion y la tasa de IVA del sustituto de la
      *linea de detalle.
       datos_articulo_sustituto.
       move det_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           move descripcion of RArticulo to det_descripcion
           move tasa_iva of RArticulo to det_tasa_iva
       end-read.

      *Graba una linea nueva por cada sustituto que se lleva parte
      *de las unidades de una linea, detras de la ultima linea del
      *presupuesto.
       grabar_lineas_sustitutos.
       perform varying idx_sustitucion from 1 by 1
         until idx_sustitucion > num_sustituciones
           if spr_reparto(idx_sustitucion) = "S"
               add 1 to ultima_linea_presupuesto
               move codigo_venta to det_codigo_venta
               move ultima_linea_presupuesto to det_numero_linea
               move spr_sustituto(idx_sustitucion)
                 to det_codigo_articulo
               move spaces to det_descripcion
               move 0 to det_tasa_iva
               perform datos_articulo_sustituto
               move spr_precio(idx_sustitucion) to det_precio_venta
               move spr_unidades(idx_sustitucion)
                 to det_numero_unidades
               move spr_descuento(idx_sustitucion) to det_descuento
               move 0 to det_unidades_entregadas
               perform escribir_linea_convertida
           end-if
       end-perform.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Busca el precio pactado por cliente y articulo.
       copy "parrafo_precio_cliente.cpy".

      *Comprobacion del estado del articulo antes de venderlo.
       copy "parrafo_estado_articulo.cpy".

      *Arrastra los anticipos del presupuesto como primeros cobros
      *de la venta generada, marcandolos aplicados; la factura los
      *mostrara como entregas a cuenta.
       move ant_fecha to cob_fecha.
       move ant_importe to cob_importe.
       move "EF" to cob_forma_pago.
       move "N" to cob_contabilizado.
       write RCobro
         invalid key
           continue
