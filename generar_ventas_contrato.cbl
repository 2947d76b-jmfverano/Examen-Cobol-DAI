       77 fin_tramos_vol pic 9 value 0.
      *Campos del calendario laboral compartido.
       copy "ws_dia_laborable.cpy".
      *Campos de la comprobacion del estado de los articulos del
      *contrato: uno bloqueado o descatalogado no se vende.
       copy "ws_estado_articulo.cpy".
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "generar_ventas_contrato".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-contador pic xx value spaces.
       77 ws-estado-contratos pic xx value spaces.
       77 ws-estado-con-detalle pic xx value spaces.
       77 contador_siguiente pic 9(8) value 0.
      *Resultado y reintentos de la reserva del codigo de venta.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       if contrato_valido = 0
           display "AVISO: contrato " codigo_contrato
               " con referencias no validas; no se genera su venta."
       else
           perform comprobar_estado_contrato
       end-if.

      *Comprueba que el articulo de cabecera, ya leido, y los de las
      *lineas adicionales se siguen vendiendo; si alguno se ha
      *bloqueado o descatalogado el contrato se omite con aviso.
       comprobar_estado_contrato.
       perform comprobar_venta_articulo.
       if articulo_se_vende = 0
           move 0 to contrato_valido
           display "AVISO: contrato " codigo_contrato " articulo "
               con_codigo_articulo " " motivo_estado_articulo
       end-if.
       move codigo_contrato to cde_codigo_contrato.
       move low-values to cde_numero_linea.
       move 0 to bucle_detalle.
       start contratos_detalle
         key is not less than cde_clave
         invalid key
           move 1 to bucle_detalle
       end-start.
       perform until bucle_detalle = 1
         read contratos_detalle next
           at end
             move 1 to bucle_detalle
           not at end
             if cde_codigo_contrato not = codigo_contrato
                 move 1 to bucle_detalle
             else
                 move cde_codigo_articulo
                   to codigo_articulo of RArticulo
                 read articulos
                   key is codigo_articulo of RArticulo
                   invalid key
                     continue
                   not invalid key
                     perform comprobar_venta_articulo
                     if articulo_se_vende = 0
                         move 0 to contrato_valido
                         display "AVISO: contrato " codigo_contrato
                             " articulo " cde_codigo_articulo " "
                             motivo_estado_articulo
                     end-if
                 end-read
             end-if
         end-read
       end-perform.

      *Comprueba que queda stock de todos los articulos del contrato,
      *tanto el de cabecera como los de las lineas adicionales; la
       move 0 to fecha_reclamacion
       move spaces to agente_secundario
       move 0 to porcentaje_secundario
       move 0 to num_direccion_entrega
       write RVenta
         invalid key
           display "AVISO: contrato " codigo_contrato

      *Calendario laboral: sabados, domingos y festivos.
       copy "parrafo_dia_laborable.cpy".

      *Comprobacion del estado del articulo antes de venderlo.
       copy "parrafo_estado_articulo.cpy".
