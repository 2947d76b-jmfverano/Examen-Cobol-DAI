       program-id. valoracion_proveedores
           as "valoracion_proveedores".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero de recepciones de mercancia.
       copy "file_control_recepciones.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para agrupar por proveedor, pedido y
      *articulo y fichero de salida del informe.
       select ordenacion_valoracion assign to "ordenvalprov.tmp".
       select salida_valoracion
           assign to ".\valoracion_proveedores.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero de recepciones de mercancia.
       copy "estructura_recepcion.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Un movimiento por recepcion (1), por linea de pedido (2) y por
      *factura (3); las facturas van tras las lineas de su pedido.
       sd ordenacion_valoracion.
       01 registro_orden_valoracion.
          02 orden_val_proveedor pic x(4).
          02 orden_val_pedido pic 9(6).
          02 orden_val_articulo pic x(4).
          02 orden_val_tipo pic x.
          02 orden_val_dias pic 9(5).
          02 orden_val_unidades pic 9(5).
          02 orden_val_recibidas pic 9(5).
          02 orden_val_coste pic 9(7)v99.
          02 orden_val_tarifa pic 9(7)v99.
          02 orden_val_con_tarifa pic x.
          02 orden_val_importe pic 9(9)v99.
          02 orden_val_discrepante pic x.
       fd salida_valoracion
         value of file-id is ".\valoracion_proveedores.csv".
       01 registro_salida_valoracion pic x(250).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "valoracion_proveedores".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-fact-prov pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 recepciones_abiertas pic 9 value 0.
       77 facturas_abiertas pic 9 value 0.
       77 vinculos_abiertos pic 9 value 0.
       77 fin_pedidos pic 9 value 0.
       77 fin_lineas pic 9 value 0.
       77 fin_recepciones pic 9 value 0.
       77 fin_facturas pic 9 value 0.
       77 fin_orden pic 9 value 0.
       77 pedido_valido pic 9 value 0.
       77 idx_iva pic 9 value 0.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Periodo valorado: los pedidos de los doce ultimos meses.
       01 fecha_proceso pic 9(8) value 0.
       01 fecha_proceso_det redefines fecha_proceso.
          02 proceso_anio pic 9(4).
          02 proceso_mes  pic 99.
          02 proceso_dia  pic 99.
       77 fecha_desde pic 9(8) value 0.
       01 fecha_pedido_aux pic 9(8) value 0.
       01 fecha_pedido_det redefines fecha_pedido_aux.
          02 pedido_anio_aux pic 9(4).
          02 pedido_mes_aux  pic 99.
          02 pedido_dia_aux  pic 99.
       01 fecha_recepcion_aux pic 9(8) value 0.
       01 fecha_recepcion_det redefines fecha_recepcion_aux.
          02 recepcion_anio_aux pic 9(4).
          02 recepcion_mes_aux  pic 99.
          02 recepcion_dia_aux  pic 99.
      *Dias desde el pedido hasta la recepcion, sobre el calendario
      *comercial de meses de 30 dias.
       77 dias_entrega pic s9(7) value 0.
       77 plazo_reposicion pic 9(3) value 15.
      *Cortes de control por proveedor, pedido y articulo.
       77 hay_corte pic 9 value 0.
       77 proveedor_corte pic x(4) value spaces.
       77 pedido_corte pic 9(6) value 0.
       77 articulo_corte pic x(4) value spaces.
       77 nombre_proveedor_val pic x(25) value spaces.
       77 plazo_proveedor pic 9(3) value 0.
      *Recepciones de la linea en curso y su peor plazo.
       77 recepciones_articulo pic 9(5) value 0.
       77 peor_dias_articulo pic 9(5) value 0.
      *Valor recibido y facturado del pedido en curso.
       77 recibido_pedido pic 9(11)v99 value 0.
       77 facturado_pedido pic 9(11)v99 value 0.
       77 pedido_facturado pic 9 value 0.
      *Acumulados del proveedor en curso.
       77 recepciones_prov pic 9(7) value 0.
       77 suma_dias_prov pic 9(9) value 0.
       77 peor_dias_prov pic 9(5) value 0.
       77 media_dias_prov pic 9(5)v99 value 0.
       77 lineas_prov pic 9(7) value 0.
       77 lineas_a_tiempo_prov pic 9(7) value 0.
       77 pendientes_prov pic 9(9) value 0.
       77 facturas_prov pic 9(7) value 0.
       77 discrepantes_prov pic 9(7) value 0.
       77 valor_pedido_prov pic 9(11)v99 value 0.
       77 valor_tarifa_prov pic 9(11)v99 value 0.
       77 valor_recibido_prov pic 9(11)v99 value 0.
       77 valor_facturado_prov pic 9(11)v99 value 0.
       77 porcentaje_a_tiempo pic 999v99 value 0.
       77 desvio_tarifa pic s9(5)v99 value 0.
       77 desvio_factura pic s9(5)v99 value 0.
       77 porcentaje_edit pic zz9.99.
       77 desvio_tarifa_edit pic -(5)9.99.
       77 desvio_factura_edit pic -(5)9.99.
       77 media_dias_edit pic z(4)9.99.
       77 total_proveedores pic 9(7) value 0.
       77 total_lineas pic 9(7) value 0.
      *Campos de la conversion entre unidad de compra y de stock,
      *con el factor del vinculo al que va la tarifa.
       copy "ws_unidad_compra.cpy".
       77 factor_tarifa pic 9(5) value 1.

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
       if parametros_leidos = 1
          and par_plazo_reposicion is numeric
          and par_plazo_reposicion not = 0
           move par_plazo_reposicion to plazo_reposicion
       end-if.
      *Valoracion de proveedores para la negociacion de precios: por
      *cada proveedor, sobre los pedidos de compra de los doce
      *ultimos meses, el plazo medio y el peor desde el pedido hasta
      *cada recepcion, el porcentaje de lineas servidas completas
      *dentro de su plazo de entrega, las unidades que siguen sin
      *servir, las facturas que salieron discrepantes en el casado
      *de tres vias y la desviacion de precio del coste pedido
      *frente a la tarifa del vinculo articulo-proveedor y de lo
      *facturado frente a lo recibido valorado al coste del pedido.
       accept fecha_proceso from DATE YYYYMMDD.
       compute fecha_desde = fecha_proceso - 10000.
       open input pedidos_compra.
       if ws-estado-ped-compra not = "00"
           display "No hay pedidos de compra."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input pedidos_compra_detalle.
       move 1 to recepciones_abiertas.
       open input recepciones.
       if ws-estado-recepciones not = "00"
           move 0 to recepciones_abiertas
       end-if.
       move 1 to facturas_abiertas.
       open input facturas_proveedor.
       if ws-estado-fact-prov not = "00"
           move 0 to facturas_abiertas
       end-if.
       open input proveedores.
       move 1 to vinculos_abiertos.
       open input articulos_proveedor.
       if ws-estado-art-prov not = "00"
           move 0 to vinculos_abiertos
       end-if.
       sort ordenacion_valoracion
         on ascending key orden_val_proveedor
                          orden_val_pedido
                          orden_val_articulo
                          orden_val_tipo
         input procedure is seleccionar_valoracion
         output procedure is escribir_valoracion.
       close pedidos_compra.
       close pedidos_compra_detalle.
       if recepciones_abiertas = 1
           close recepciones
       end-if.
       if facturas_abiertas = 1
           close facturas_proveedor
       end-if.
       close proveedores.
       if vinculos_abiertos = 1
           close articulos_proveedor
       end-if.
       display "Proveedores valorados: " total_proveedores.
       move total_proveedores to bit_contador_1.
       move total_lineas to bit_contador_2.
       if total_proveedores = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Libera las lineas de los pedidos del periodo, las recepciones
      *contra ellos y las facturas de proveedor.
       seleccionar_valoracion.
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
             if pco_fecha not < fecha_desde
                and not pedido_compra_anulado
                and not pedido_compra_sin_aprobar
                 perform seleccionar_lineas_pedido
             end-if
         end-read
       end-perform.
       if recepciones_abiertas = 1
           perform seleccionar_recepciones
       end-if.
       if facturas_abiertas = 1
           perform seleccionar_facturas
       end-if.

      *Libera cada linea del pedido leido con la tarifa actual del
      *vinculo articulo-proveedor, si lo hay.
       seleccionar_lineas_pedido.
       move pco_numero to pcd_numero.
       move 0 to pcd_linea.
       move 0 to fin_lineas.
       start pedidos_compra_detalle
         key is not less than pcd_clave
         invalid key
           move 1 to fin_lineas
       end-start.
       perform until fin_lineas = 1
         read pedidos_compra_detalle next
           at end
             move 1 to fin_lineas
           not at end
             if pcd_numero not = pco_numero
                 move 1 to fin_lineas
             else
                 perform liberar_linea_pedido
             end-if
         end-read
       end-perform.

      *Prepara el movimiento de la linea de pedido. Si el vinculo
      *cambio de unidad de compra despues del pedido, su tarifa se
      *lleva a la unidad de la linea para compararlas.
       liberar_linea_pedido.
       move pco_codigo_proveedor to orden_val_proveedor.
       move pco_numero to orden_val_pedido.
       move pcd_codigo_articulo to orden_val_articulo.
       move "2" to orden_val_tipo.
       move 0 to orden_val_dias.
       move pcd_unidades to orden_val_unidades.
       move pcd_recibidas to orden_val_recibidas.
       move pcd_coste to orden_val_coste.
       move 0 to orden_val_tarifa.
       move "N" to orden_val_con_tarifa.
       move 0 to orden_val_importe.
       move "N" to orden_val_discrepante.
       if vinculos_abiertos = 1
           move pcd_codigo_articulo to ap_codigo_articulo
           move pco_codigo_proveedor to ap_codigo_proveedor
           read articulos_proveedor
             key is ap_clave
             invalid key
               continue
             not invalid key
               move ap_factor_conversion to conv_factor
               perform normalizar_factor_conversion
               move conv_factor to factor_tarifa
               move pcd_factor to conv_factor
               perform normalizar_factor_conversion
               compute orden_val_tarifa rounded =
                   ap_coste * conv_factor / factor_tarifa
               move "S" to orden_val_con_tarifa
           end-read
       end-if.
       release registro_orden_valoracion.

      *Libera las recepciones que entraron contra un pedido del
      *periodo, con los dias que pasaron desde el pedido.
       seleccionar_recepciones.
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
             if rec_pedido_compra not = 0
                 move rec_pedido_compra to pco_numero
                 perform leer_pedido_periodo
                 if pedido_valido = 1
                     perform liberar_recepcion
                 end-if
             end-if
         end-read
       end-perform.

      *Comprueba que el pedido de pco_numero existe, es del periodo
      *y no esta anulado ni sin aprobar.
       leer_pedido_periodo.
       move 0 to pedido_valido.
       read pedidos_compra
         key is pco_numero
         invalid key
           continue
         not invalid key
           if pco_fecha not < fecha_desde
              and not pedido_compra_anulado
              and not pedido_compra_sin_aprobar
               move 1 to pedido_valido
           end-if
       end-read.

      *Prepara el movimiento de la recepcion leida.
       liberar_recepcion.
       move pco_fecha to fecha_pedido_aux.
       move rec_fecha to fecha_recepcion_aux.
       compute dias_entrega =
           (recepcion_anio_aux - pedido_anio_aux) * 360
           + (recepcion_mes_aux - pedido_mes_aux) * 30
           + (recepcion_dia_aux - pedido_dia_aux).
       if dias_entrega < 0
           move 0 to dias_entrega
       end-if.
       move pco_codigo_proveedor to orden_val_proveedor.
       move pco_numero to orden_val_pedido.
       move rec_codigo_articulo to orden_val_articulo.
       move "1" to orden_val_tipo.
       move dias_entrega to orden_val_dias.
       move 0 to orden_val_unidades.
       move rec_unidades to orden_val_recibidas.
       move 0 to orden_val_coste.
       move 0 to orden_val_tarifa.
       move "N" to orden_val_con_tarifa.
       move 0 to orden_val_importe.
       move "N" to orden_val_discrepante.
       release registro_orden_valoracion.

      *Libera las facturas (no los abonos) de los pedidos del
      *periodo y, sin pedido, las que tienen fecha del periodo; de
      *estas solo cuenta si salieron discrepantes.
       seleccionar_facturas.
       move low-values to fpr_clave.
       move 0 to fin_facturas.
       start facturas_proveedor
         key is not less than fpr_clave
         invalid key
           move 1 to fin_facturas
       end-start.
       perform until fin_facturas = 1
         read facturas_proveedor next
           at end
             move 1 to fin_facturas
           not at end
             if factura_prov_ordinaria
                 perform preparar_factura_valoracion
             end-if
         end-read
       end-perform.

      *Prepara el movimiento de la factura leida.
       preparar_factura_valoracion.
       move 0 to pedido_valido.
       if fpr_pedido_compra not = 0
           move fpr_pedido_compra to pco_numero
           perform leer_pedido_periodo
       end-if.
       move fpr_codigo_proveedor to orden_val_proveedor.
       move high-values to orden_val_articulo.
       move "3" to orden_val_tipo.
       move 0 to orden_val_dias.
       move 0 to orden_val_unidades.
       move 0 to orden_val_recibidas.
       move 0 to orden_val_coste.
       move 0 to orden_val_tarifa.
       move "N" to orden_val_con_tarifa.
       move 0 to orden_val_importe.
       if factura_prov_discrepante
           move "S" to orden_val_discrepante
       else
           move "N" to orden_val_discrepante
       end-if.
       if pedido_valido = 1
           move pco_numero to orden_val_pedido
           perform varying idx_iva from 1 by 1 until idx_iva > 3
               add fpr_base(idx_iva) to orden_val_importe
           end-perform
           release registro_orden_valoracion
       else
           if fpr_fecha not < fecha_desde
               move 0 to orden_val_pedido
               release registro_orden_valoracion
           end-if
       end-if.

      *Recoge los movimientos ordenados y escribe una linea por
      *proveedor.
       escribir_valoracion.
       open output salida_valoracion.
       move spaces to registro_salida_valoracion.
       string "PROVEEDOR,NOMBRE,PLAZO,RECEPCIONES,PLAZO MEDIO,"
              delimited by size
              "PEOR PLAZO,LINEAS,COMPLETAS A TIEMPO,% A TIEMPO,"
              delimited by size
              "UNIDADES PENDIENTES,FACTURAS,DISCREPANTES,"
              delimited by size
              "VALOR PEDIDO,VALOR TARIFA,% PEDIDO/TARIFA,"
              delimited by size
              "VALOR RECIBIDO,FACTURADO,% FACTURA/RECIBIDO"
              delimited by size
         into registro_salida_valoracion
       end-string.
       write registro_salida_valoracion.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_valoracion
             at end
               move 1 to fin_orden
             not at end
               perform acumular_valoracion
           end-return
       end-perform.
       if hay_corte = 1
           perform cerrar_pedido_valoracion
           perform escribir_linea_proveedor
       end-if.
       close salida_valoracion.

      *Cierra el pedido y el proveedor que terminan y suma el
      *movimiento devuelto por la ordenacion.
       acumular_valoracion.
       if hay_corte = 1
          and (orden_val_proveedor not = proveedor_corte
               or orden_val_pedido not = pedido_corte)
           perform cerrar_pedido_valoracion
       end-if.
       if hay_corte = 1
          and orden_val_proveedor not = proveedor_corte
           perform escribir_linea_proveedor
       end-if.
       if hay_corte = 0
          or orden_val_proveedor not = proveedor_corte
           move 1 to hay_corte
           move orden_val_proveedor to proveedor_corte
           perform empezar_proveedor
       end-if.
       if orden_val_pedido not = pedido_corte
          or orden_val_articulo not = articulo_corte
           move orden_val_pedido to pedido_corte
           move orden_val_articulo to articulo_corte
           move 0 to recepciones_articulo
           move 0 to peor_dias_articulo
       end-if.
       evaluate orden_val_tipo
         when "1"
           perform acumular_recepcion_val
         when "2"
           perform acumular_linea_val
         when other
           perform acumular_factura_val
       end-evaluate.

      *Recepcion: plazo del pedido a la entrada del genero.
       acumular_recepcion_val.
       add 1 to recepciones_articulo.
       add 1 to recepciones_prov.
       add orden_val_dias to suma_dias_prov.
       if orden_val_dias > peor_dias_articulo
           move orden_val_dias to peor_dias_articulo
       end-if.
       if orden_val_dias > peor_dias_prov
           move orden_val_dias to peor_dias_prov
       end-if.

      *Linea de pedido: completa a tiempo si se recibio entera y
      *ninguna de sus recepciones paso del plazo del proveedor.
       acumular_linea_val.
       add 1 to lineas_prov.
       add 1 to total_lineas.
       if orden_val_recibidas < orden_val_unidades
           compute pendientes_prov = pendientes_prov
               + orden_val_unidades - orden_val_recibidas
       else
           if recepciones_articulo > 0
              and peor_dias_articulo not > plazo_proveedor
               add 1 to lineas_a_tiempo_prov
           end-if
       end-if.
       compute recibido_pedido = recibido_pedido
           + orden_val_recibidas * orden_val_coste.
       if orden_val_con_tarifa = "S"
           compute valor_pedido_prov = valor_pedido_prov
               + orden_val_unidades * orden_val_coste
           compute valor_tarifa_prov = valor_tarifa_prov
               + orden_val_unidades * orden_val_tarifa
       end-if.

      *Factura: cuenta si salio discrepante y suma su base al
      *facturado de su pedido.
       acumular_factura_val.
       add 1 to facturas_prov.
       if orden_val_discrepante = "S"
           add 1 to discrepantes_prov
       end-if.
       if orden_val_pedido not = 0
           add orden_val_importe to facturado_pedido
           move 1 to pedido_facturado
       end-if.

      *Solo los pedidos con factura comparan lo facturado con lo
      *recibido.
       cerrar_pedido_valoracion.
       if pedido_facturado = 1
           add recibido_pedido to valor_recibido_prov
           add facturado_pedido to valor_facturado_prov
       end-if.
       move 0 to recibido_pedido.
       move 0 to facturado_pedido.
       move 0 to pedido_facturado.

      *Pone a cero los acumulados del proveedor que empieza y toma
      *su nombre y su plazo de entrega.
       empezar_proveedor.
       move 0 to recepciones_prov.
       move 0 to suma_dias_prov.
       move 0 to peor_dias_prov.
       move 0 to lineas_prov.
       move 0 to lineas_a_tiempo_prov.
       move 0 to pendientes_prov.
       move 0 to facturas_prov.
       move 0 to discrepantes_prov.
       move 0 to valor_pedido_prov.
       move 0 to valor_tarifa_prov.
       move 0 to valor_recibido_prov.
       move 0 to valor_facturado_prov.
       move 0 to recibido_pedido.
       move 0 to facturado_pedido.
       move 0 to pedido_facturado.
       move 0 to pedido_corte.
       move spaces to articulo_corte.
       move spaces to nombre_proveedor_val.
       move plazo_reposicion to plazo_proveedor.
       move proveedor_corte to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           continue
         not invalid key
           move prov_nombre to nombre_proveedor_val
           if prov_plazo_entrega is numeric
              and prov_plazo_entrega not = 0
               move prov_plazo_entrega to plazo_proveedor
           end-if
       end-read.

      *Linea del proveedor que termina con sus indicadores.
       escribir_linea_proveedor.
       add 1 to total_proveedores.
       move 0 to media_dias_prov.
       if recepciones_prov > 0
           compute media_dias_prov rounded =
               suma_dias_prov / recepciones_prov
       end-if.
       move 0 to porcentaje_a_tiempo.
       if lineas_prov > 0
           compute porcentaje_a_tiempo rounded =
               lineas_a_tiempo_prov * 100 / lineas_prov
       end-if.
       move 0 to desvio_tarifa.
       if valor_tarifa_prov > 0
           compute desvio_tarifa rounded =
               (valor_pedido_prov - valor_tarifa_prov) * 100
               / valor_tarifa_prov
             on size error
               move 99999.99 to desvio_tarifa
           end-compute
       end-if.
       move 0 to desvio_factura.
       if valor_recibido_prov > 0
           compute desvio_factura rounded =
               (valor_facturado_prov - valor_recibido_prov) * 100
               / valor_recibido_prov
             on size error
               move 99999.99 to desvio_factura
           end-compute
       end-if.
       move media_dias_prov to media_dias_edit.
       move porcentaje_a_tiempo to porcentaje_edit.
       move desvio_tarifa to desvio_tarifa_edit.
       move desvio_factura to desvio_factura_edit.
       move spaces to registro_salida_valoracion.
       string proveedor_corte delimited by size
              "," delimited by size
              nombre_proveedor_val delimited by size
              "," delimited by size
              plazo_proveedor delimited by size
              "," delimited by size
              recepciones_prov delimited by size
              "," delimited by size
              media_dias_edit delimited by size
              "," delimited by size
              peor_dias_prov delimited by size
              "," delimited by size
              lineas_prov delimited by size
              "," delimited by size
              lineas_a_tiempo_prov delimited by size
              "," delimited by size
              porcentaje_edit delimited by size
              "," delimited by size
              pendientes_prov delimited by size
              "," delimited by size
              facturas_prov delimited by size
              "," delimited by size
              discrepantes_prov delimited by size
              "," delimited by size
              valor_pedido_prov delimited by size
              "," delimited by size
              valor_tarifa_prov delimited by size
              "," delimited by size
              desvio_tarifa_edit delimited by size
              "," delimited by size
              valor_recibido_prov delimited by size
              "," delimited by size
              valor_facturado_prov delimited by size
              "," delimited by size
              desvio_factura_edit delimited by size
         into registro_salida_valoracion
       end-string.
       write registro_salida_valoracion.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
