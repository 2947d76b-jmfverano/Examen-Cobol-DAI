       program-id. intrastat_mensual as "intrastat_mensual".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de los ficheros de recepciones.
       copy "file_control_recepciones.cpy".
      *Utiliza el control del registro de albaranes generados.
       copy "file_control_registro_albaranes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Declaraciones de introducciones y de expediciones del mes,
      *en el formato de campos separados por punto y coma que admite
      *la presentacion de la declaracion Intrastat, y listado de las
      *lineas que se quedan fuera por no tener codigo NC8.
       select salida_introducciones
           assign to ".\intrastat_introducciones.txt"
           organization is line sequential.
       select salida_expediciones
           assign to ".\intrastat_expediciones.txt"
           organization is line sequential.
       select listado_sin_codigo
           assign to ".\intrastat_sin_codigo.txt"
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de los ficheros de recepciones.
       copy "estructura_recepcion.cpy".
      *Utiliza la estructura del registro de albaranes generados.
       copy "estructura_registro_albaran.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_introducciones
         value of file-id is ".\intrastat_introducciones.txt".
       01 registro_introduccion pic x(132).
       fd salida_expediciones
         value of file-id is ".\intrastat_expediciones.txt".
       01 registro_expedicion pic x(132).
       fd listado_sin_codigo
         value of file-id is ".\intrastat_sin_codigo.txt".
       01 registro_sin_codigo pic x(100).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "intrastat_mensual".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-recepciones pic xx value spaces.
       77 ws-estado-contador-rec pic xx value spaces.
       77 ws-estado-reg-albaranes pic xx value spaces.
       77 proveedores_abiertos pic 9 value 0.
       77 vinculos_abiertos pic 9 value 0.
       77 pedidos_abiertos pic 9 value 0.
       77 fin_recepciones pic 9 value 0.
       77 fin_albaranes pic 9 value 0.
       77 bucle_detalle pic 9 value 0.
       77 bucle_pedido pic 9 value 0.
       77 articulo_localizado pic 9 value 0.
      *Tiempo de espera y lectura del fichero central de parametros.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
      *Periodo declarado: el mes natural anterior al de hoy.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 anio_declarar pic 9(4) value 0.
       77 mes_declarar pic 99 value 0.
       77 fecha_desde pic 9(8) value 0.
       77 fecha_hasta pic 9(8) value 0.
      *Estados miembros de la Union Europea (XI es Irlanda del Norte
      *para mercancias).
       01 paises_ue_valores.
          02 filler pic x(28) value "ATBEBGCYCZDEDKEEESFIFRGRHRHU".
          02 filler pic x(28) value "IEITLTLULVMTNLPLPTROSESISKXI".
       01 paises_ue redefines paises_ue_valores.
          02 pais_ue pic xx occurs 28 times.
       77 idx_pais pic 99 value 0.
       77 pais_comprobar pic xx value spaces.
       77 pais_intracomunitario pic 9 value 0.
      *Condiciones fijas de las operaciones de la empresa: entrega
      *en destino, compraventa en firme, transporte por carretera y
      *regimen de introduccion o expedicion definitiva.
       77 condiciones_entrega pic x(3) value "DAP".
       77 naturaleza_transaccion pic xx value "11".
       77 modalidad_transporte pic x value "3".
       77 regimen_estadistico pic x value "1".
       77 provincia_declarante pic xx value spaces.
      *Datos de la linea en curso.
       77 flujo_linea pic x value space.
       77 pais_linea pic xx value spaces.
       77 origen_linea pic xx value spaces.
       77 nif_linea pic x(11) value spaces.
       77 documento_linea pic x(8) value spaces.
       77 articulo_linea pic x(4) value spaces.
       77 unidades_linea pic 9(7) value 0.
       77 valor_linea pic 9(11)v99 value 0.
       77 proveedor_linea pic x(4) value spaces.
       77 coste_linea pic 9(7)v99 value 0.
      *Tabla de ventas con albaran en el mes, para declarar cada
      *venta una sola vez, en el mes de su primer albaran.
       77 max_ventas_mes pic 9(4) value 2000.
       77 num_ventas_mes pic 9(4) value 0.
       77 idx_venta_mes pic 9(4) value 0.
       77 venta_en_tabla pic 9 value 0.
       01 tabla_ventas_mes.
          02 vm_codigo_venta pic x(8) occurs 2000 times.
      *Tabla de lineas de la declaracion: flujo (I introduccion, E
      *expedicion), pais, codigo NC8, pais de origen y NIF de la
      *contraparte, con la masa, las unidades y el valor acumulados.
       77 max_lineas pic 9(4) value 2000.
       77 num_lineas pic 9(4) value 0.
       77 idx_linea pic 9(4) value 0.
       77 linea_encontrada pic 9 value 0.
       77 lineas_desbordadas pic 9(7) value 0.
       01 tabla_lineas.
          02 entrada_linea occurs 2000 times.
             03 tl_flujo pic x.
             03 tl_pais pic xx.
             03 tl_codigo_nc pic x(8).
             03 tl_origen pic xx.
             03 tl_nif pic x(11).
             03 tl_masa pic 9(9)v99.
             03 tl_unidades pic 9(9).
             03 tl_valor pic 9(11)v99.
      *Totales del proceso.
       77 total_introducciones pic 9(7) value 0.
       77 total_expediciones pic 9(7) value 0.
       77 total_sin_codigo pic 9(7) value 0.
      *Campos editados de la linea de la declaracion.
       77 masa_redondeada pic 9(9) value 0.
       77 ed_masa pic 9(9).
       77 ed_unidades pic 9(9).
       77 ed_valor pic 9(11).99.
       77 ed_unidades_sin pic z(6)9.
      *Campos de la conversion entre unidad de compra y de stock.
       copy "ws_unidad_compra.cpy".
       01 linea_sin_codigo.
          02 ls_flujo pic x(12).
          02 ls_documento pic x(10).
          02 ls_articulo pic x(6).
          02 ls_descripcion pic x(22).
          02 ls_pais pic x(4).
          02 ls_unidades pic z(6)9.

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
      *Declaracion estadistica Intrastat del mes anterior: las
      *entradas de mercancia de proveedores de otros estados de la
      *Union (introducciones) y las ventas entregadas a clientes de
      *otros estados (expediciones), acumuladas por pais y codigo
      *NC8 con su masa neta segun el peso del articulo. Todos los
      *importes del sistema se guardan ya en euros.
       accept ws-fecha-hoy from date yyyymmdd.
       if wc-mes-hoy = 1
           compute anio_declarar = wc-anio-hoy - 1
           move 12 to mes_declarar
       else
           move wc-anio-hoy to anio_declarar
           compute mes_declarar = wc-mes-hoy - 1
       end-if.
       compute fecha_desde =
           anio_declarar * 10000 + mes_declarar * 100 + 1.
       compute fecha_hasta = fecha_desde + 30.
       if parametros_leidos = 1
           move par_provincia_empresa to provincia_declarante
       end-if.
       open input articulos.
       move 1 to proveedores_abiertos.
       open input proveedores.
       if ws-estado-proveedores not = "00"
           move 0 to proveedores_abiertos
       end-if.
       move 1 to vinculos_abiertos.
       open input articulos_proveedor.
       if ws-estado-art-prov not = "00"
           move 0 to vinculos_abiertos
       end-if.
       move 1 to pedidos_abiertos.
       open input pedidos_compra.
       if ws-estado-ped-compra not = "00"
           move 0 to pedidos_abiertos
       else
           open input pedidos_compra_detalle
       end-if.
       open output listado_sin_codigo.
       perform escribir_cabecera_sin_codigo.
       perform acumular_introducciones.
       perform acumular_expediciones.
       open output salida_introducciones.
       open output salida_expediciones.
       perform varying idx_linea from 1 by 1
         until idx_linea > num_lineas
           perform escribir_linea_declaracion
       end-perform.
       close salida_introducciones.
       close salida_expediciones.
       close listado_sin_codigo.
       if pedidos_abiertos = 1
           close pedidos_compra_detalle
           close pedidos_compra
       end-if.
       if vinculos_abiertos = 1
           close articulos_proveedor
       end-if.
       if proveedores_abiertos = 1
           close proveedores
       end-if.
       close articulos.
       display "Periodo declarado: " mes_declarar "/" anio_declarar.
       display "Lineas de introduccion: " total_introducciones.
       display "Lineas de expedicion: " total_expediciones.
       display "Lineas sin codigo NC8: " total_sin_codigo.
       if lineas_desbordadas > 0
           display "Lineas sin hueco en la tabla: " lineas_desbordadas
       end-if.
       compute bit_contador_1 =
           total_introducciones + total_expediciones.
       move total_sin_codigo to bit_contador_2.
       if lineas_desbordadas > 0
           move "ERROR" to bit_resultado
           move 8 to return-code
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Recorre las recepciones del mes y acumula las de mercancia
      *de proveedores de otros estados de la Union.
       acumular_introducciones.
       open input recepciones.
       if ws-estado-recepciones = "00"
           move 0 to fin_recepciones
           perform until fin_recepciones = 1
               read recepciones next
                 at end
                   move 1 to fin_recepciones
                 not at end
                   if rec_fecha not < fecha_desde
                      and rec_fecha not > fecha_hasta
                       perform acumular_recepcion
                   end-if
               end-read
           end-perform
           close recepciones
       end-if.

      *Localiza el proveedor y el coste de la recepcion en curso:
      *los del pedido de compra si lo tiene, o los del primer
      *proveedor vinculado al articulo; sin coste conocido se toma
      *el coste medio del articulo. Las unidades de la recepcion van
      *en la unidad de stock, asi que el coste se pasa tambien a
      *coste por unidad de stock.
       acumular_recepcion.
       move spaces to proveedor_linea.
       move 0 to coste_linea.
       if rec_pedido_compra not = 0 and pedidos_abiertos = 1
           move rec_pedido_compra to pco_numero
           read pedidos_compra
             key is pco_numero
             invalid key
               continue
             not invalid key
               move pco_codigo_proveedor to proveedor_linea
               perform buscar_coste_pedido
           end-read
       end-if.
       if proveedor_linea = spaces
           perform buscar_vinculo_articulo
       end-if.
       move "ES" to pais_linea.
       if proveedor_linea not = spaces and proveedores_abiertos = 1
           move proveedor_linea to prov_codigo
           read proveedores
             key is prov_codigo
             invalid key
               continue
             not invalid key
               if prov_pais not = spaces
                   move prov_pais to pais_linea
               end-if
           end-read
       end-if.
       move pais_linea to pais_comprobar.
       perform comprobar_pais_ue.
       if pais_intracomunitario = 1
           move "I" to flujo_linea
           move pais_linea to origen_linea
           move spaces to nif_linea
           move rec_numero to documento_linea
           move rec_codigo_articulo to articulo_linea
           move rec_unidades to unidades_linea
           perform leer_articulo_linea
           if coste_linea = 0 and articulo_localizado = 1
               move coste_medio of RArticulo to coste_linea
           end-if
           compute valor_linea rounded = rec_unidades * coste_linea
           perform acumular_linea
       end-if.

      *Busca en las lineas del pedido de compra la del articulo
      *recibido para tomar su coste.
       buscar_coste_pedido.
       move rec_pedido_compra to pcd_numero.
       move 0 to pcd_linea.
       move 0 to bucle_pedido.
       start pedidos_compra_detalle
         key is not less than pcd_clave
         invalid key
           move 1 to bucle_pedido
       end-start.
       perform until bucle_pedido = 1
         read pedidos_compra_detalle next
           at end
             move 1 to bucle_pedido
           not at end
             if pcd_numero not = rec_pedido_compra
                 move 1 to bucle_pedido
             else
                 if pcd_codigo_articulo = rec_codigo_articulo
                     move pcd_factor to conv_factor
                     move pcd_coste to conv_coste_compra
                     move 0 to conv_unidades_compra
                     perform pasar_a_unidad_stock
                     move conv_coste_stock to coste_linea
                     move 1 to bucle_pedido
                 end-if
             end-if
         end-read
       end-perform.

      *Recupera el primer proveedor vinculado al articulo recibido
      *y su coste, igual que hace la entrada de mercancia.
       buscar_vinculo_articulo.
       if vinculos_abiertos = 1
           move rec_codigo_articulo to ap_codigo_articulo
           move low-values to ap_codigo_proveedor
           start articulos_proveedor
             key is not less than ap_clave
             invalid key
               continue
             not invalid key
               read articulos_proveedor next
                 at end
                   continue
                 not at end
                   if ap_codigo_articulo = rec_codigo_articulo
                       move ap_codigo_proveedor to proveedor_linea
                       move ap_factor_conversion to conv_factor
                       move ap_coste to conv_coste_compra
                       move 0 to conv_unidades_compra
                       perform pasar_a_unidad_stock
                       move conv_coste_stock to coste_linea
                   end-if
               end-read
           end-start
       end-if.

      *Reune las ventas con algun albaran generado en el mes y
      *declara las que tuvieron en el mes su primer albaran, de
      *modo que una entrega parcial no se declara dos veces.
       acumular_expediciones.
       open input registro_albaranes.
       if ws-estado-reg-albaranes = "00"
           move 0 to fin_albaranes
           perform until fin_albaranes = 1
               read registro_albaranes next
                 at end
                   move 1 to fin_albaranes
                 not at end
                   if alb_fecha_generacion not < fecha_desde
                      and alb_fecha_generacion not > fecha_hasta
                       perform anotar_venta_mes
                   end-if
               end-read
           end-perform
           open input clientes
           open input ventas
           open input ventas_detalle
           perform varying idx_venta_mes from 1 by 1
             until idx_venta_mes > num_ventas_mes
               perform comprobar_primer_albaran
           end-perform
           close ventas_detalle
           close ventas
           close clientes
           close registro_albaranes
       end-if.

      *Anota la venta del albaran en curso si no estaba ya.
       anotar_venta_mes.
       move 0 to venta_en_tabla.
       perform varying idx_venta_mes from 1 by 1
         until idx_venta_mes > num_ventas_mes
           or venta_en_tabla = 1
           if vm_codigo_venta(idx_venta_mes) = alb_codigo_venta
               move 1 to venta_en_tabla
           end-if
       end-perform.
       if venta_en_tabla = 0
           if num_ventas_mes < max_ventas_mes
               add 1 to num_ventas_mes
               move alb_codigo_venta to vm_codigo_venta(num_ventas_mes)
           else
               add 1 to lineas_desbordadas
           end-if
       end-if.

      *Lee el primer albaran de la venta anotada y, si se genero
      *en el mes declarado, acumula la venta.
       comprobar_primer_albaran.
       move vm_codigo_venta(idx_venta_mes) to alb_codigo_venta.
       start registro_albaranes
         key is = alb_codigo_venta
         invalid key
           continue
         not invalid key
           read registro_albaranes next
             at end
               continue
             not at end
               if alb_fecha_generacion not < fecha_desde
                  and alb_fecha_generacion not > fecha_hasta
                   perform acumular_venta_expedida
               end-if
           end-read
       end-start.

      *Acumula la venta si su cliente es de otro estado de la Union:
      *la linea principal y sus lineas adicionales.
       acumular_venta_expedida.
       move vm_codigo_venta(idx_venta_mes) to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           continue
         not invalid key
           move "ES" to pais_linea
           move spaces to nif_linea
           move codigo_cliente to codigo of RCliente
           read clientes
             key is codigo of RCliente
             invalid key
               continue
             not invalid key
               if pais not = spaces
                   move pais to pais_linea
               end-if
               string pais_linea delimited by size
                      nif delimited by space
                 into nif_linea
               end-string
           end-read
           move pais_linea to pais_comprobar
           perform comprobar_pais_ue
           if pais_intracomunitario = 1
               move "E" to flujo_linea
               move codigo_venta to documento_linea
               move codigo_articulo of articulo to articulo_linea
               move numero_unidades to unidades_linea
               compute valor_linea rounded =
                   precio_venta of articulo * numero_unidades
                   * (1 - descuento / 100)
               perform acumular_linea_expedida
               perform acumular_detalle_expedido
           end-if
       end-read.

      *Recorre las lineas adicionales de la venta expedida.
       acumular_detalle_expedido.
       move codigo_venta to det_codigo_venta.
       move low-values to det_numero_linea.
       move 0 to bucle_detalle.
       start ventas_detalle
         key is not less than det_clave_venta
         invalid key
           move 1 to bucle_detalle
       end-start.
       perform until bucle_detalle = 1
         read ventas_detalle next
           at end
             move 1 to bucle_detalle
           not at end
             if det_codigo_venta not = codigo_venta
                 move 1 to bucle_detalle
             else
                 move det_codigo_articulo to articulo_linea
                 move det_numero_unidades to unidades_linea
                 compute valor_linea rounded =
                     det_precio_venta * det_numero_unidades
                     * (1 - det_descuento / 100)
                 perform acumular_linea_expedida
             end-if
         end-read
       end-perform.

      *Completa la linea expedida con el articulo y el pais de
      *origen de la mercancia, que es el del primer proveedor
      *vinculado al articulo, o Espana si no se conoce.
       acumular_linea_expedida.
       perform leer_articulo_linea.
       move "ES" to origen_linea.
       move spaces to proveedor_linea.
       if vinculos_abiertos = 1 and proveedores_abiertos = 1
           move articulo_linea to ap_codigo_articulo
           move low-values to ap_codigo_proveedor
           start articulos_proveedor
             key is not less than ap_clave
             invalid key
               continue
             not invalid key
               read articulos_proveedor next
                 at end
                   continue
                 not at end
                   if ap_codigo_articulo = articulo_linea
                       move ap_codigo_proveedor to proveedor_linea
                   end-if
               end-read
           end-start
           if proveedor_linea not = spaces
               move proveedor_linea to prov_codigo
               read proveedores
                 key is prov_codigo
                 invalid key
                   continue
                 not invalid key
                   if prov_pais not = spaces
                       move prov_pais to origen_linea
                   end-if
               end-read
           end-if
       end-if.
       perform acumular_linea.

      *Lee el articulo de la linea en curso.
       leer_articulo_linea.
       move 0 to articulo_localizado.
       move articulo_linea to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           move 1 to articulo_localizado
       end-read.

      *Suma la linea en curso a la tabla de la declaracion por
      *flujo, pais, codigo NC8, origen y contraparte; si el
      *articulo no tiene codigo NC8 la lleva al listado.
       acumular_linea.
       if articulo_localizado = 0
          or codigo_nc = spaces
           perform escribir_sin_codigo
       else
           move 0 to linea_encontrada
           perform varying idx_linea from 1 by 1
             until idx_linea > num_lineas
               or linea_encontrada = 1
               if tl_flujo(idx_linea) = flujo_linea
                  and tl_pais(idx_linea) = pais_linea
                  and tl_codigo_nc(idx_linea) = codigo_nc
                  and tl_origen(idx_linea) = origen_linea
                  and tl_nif(idx_linea) = nif_linea
                   move 1 to linea_encontrada
               end-if
           end-perform
           if linea_encontrada = 1
               subtract 1 from idx_linea
           else
               if num_lineas < max_lineas
                   add 1 to num_lineas
                   move num_lineas to idx_linea
                   move flujo_linea to tl_flujo(idx_linea)
                   move pais_linea to tl_pais(idx_linea)
                   move codigo_nc to tl_codigo_nc(idx_linea)
                   move origen_linea to tl_origen(idx_linea)
                   move nif_linea to tl_nif(idx_linea)
                   move 0 to tl_masa(idx_linea)
                   move 0 to tl_unidades(idx_linea)
                   move 0 to tl_valor(idx_linea)
                   move 1 to linea_encontrada
               else
                   add 1 to lineas_desbordadas
               end-if
           end-if
           if linea_encontrada = 1
               compute tl_masa(idx_linea) = tl_masa(idx_linea)
                   + peso_kg * unidades_linea
               add unidades_linea to tl_unidades(idx_linea)
               add valor_linea to tl_valor(idx_linea)
           end-if
       end-if.

      *Comprueba si el pais de la operacion es otro estado de la
      *Union distinto de Espana.
       comprobar_pais_ue.
       move 0 to pais_intracomunitario.
       if pais_comprobar not = "ES"
           perform varying idx_pais from 1 by 1
             until idx_pais > 28
               if pais_ue(idx_pais) = pais_comprobar
                   move 1 to pais_intracomunitario
               end-if
           end-perform
       end-if.

      *Escribe una linea de la declaracion en su fichero: pais,
      *provincia, condiciones de entrega, naturaleza, transporte,
      *puerto, codigo NC8, pais de origen, regimen, masa neta en
      *kilos, unidades, importe facturado, valor estadistico y, en
      *las expediciones, el NIF de la contraparte.
       escribir_linea_declaracion.
       compute masa_redondeada rounded = tl_masa(idx_linea).
       if masa_redondeada = 0 and tl_masa(idx_linea) > 0
           move 1 to masa_redondeada
       end-if.
       move masa_redondeada to ed_masa.
       move tl_unidades(idx_linea) to ed_unidades.
       move tl_valor(idx_linea) to ed_valor.
       if tl_flujo(idx_linea) = "I"
           move spaces to registro_introduccion
           string tl_pais(idx_linea) delimited by size
                  ";" delimited by size
                  provincia_declarante delimited by size
                  ";" delimited by size
                  condiciones_entrega delimited by size
                  ";" delimited by size
                  naturaleza_transaccion delimited by size
                  ";" delimited by size
                  modalidad_transporte delimited by size
                  ";;" delimited by size
                  tl_codigo_nc(idx_linea) delimited by size
                  ";" delimited by size
                  tl_origen(idx_linea) delimited by size
                  ";" delimited by size
                  regimen_estadistico delimited by size
                  ";" delimited by size
                  ed_masa delimited by size
                  ";" delimited by size
                  ed_unidades delimited by size
                  ";" delimited by size
                  ed_valor delimited by size
                  ";" delimited by size
                  ed_valor delimited by size
             into registro_introduccion
           end-string
           write registro_introduccion
           add 1 to total_introducciones
       else
           move spaces to registro_expedicion
           string tl_pais(idx_linea) delimited by size
                  ";" delimited by size
                  provincia_declarante delimited by size
                  ";" delimited by size
                  condiciones_entrega delimited by size
                  ";" delimited by size
                  naturaleza_transaccion delimited by size
                  ";" delimited by size
                  modalidad_transporte delimited by size
                  ";;" delimited by size
                  tl_codigo_nc(idx_linea) delimited by size
                  ";" delimited by size
                  tl_origen(idx_linea) delimited by size
                  ";" delimited by size
                  regimen_estadistico delimited by size
                  ";" delimited by size
                  ed_masa delimited by size
                  ";" delimited by size
                  ed_unidades delimited by size
                  ";" delimited by size
                  ed_valor delimited by size
                  ";" delimited by size
                  ed_valor delimited by size
                  ";" delimited by size
                  tl_nif(idx_linea) delimited by space
             into registro_expedicion
           end-string
           write registro_expedicion
           add 1 to total_expediciones
       end-if.

      *Cabecera del listado de lineas sin codigo NC8.
       escribir_cabecera_sin_codigo.
       move spaces to registro_sin_codigo.
       string "LINEAS INTRASTAT SIN CODIGO NC8 - PERIODO "
                delimited by size
              mes_declarar delimited by size
              "/" delimited by size
              anio_declarar delimited by size
         into registro_sin_codigo
       end-string.
       write registro_sin_codigo.
       move "FLUJO       DOC.    ART.  DESCRIPCION           PAIS UNID."
         to registro_sin_codigo.
       write registro_sin_codigo.

      *Lleva al listado la linea en curso, que no se declara.
       escribir_sin_codigo.
       move spaces to linea_sin_codigo.
       if flujo_linea = "I"
           move "Introduccion" to ls_flujo
       else
           move "Expedicion" to ls_flujo
       end-if.
       move documento_linea to ls_documento.
       move articulo_linea to ls_articulo.
       if articulo_localizado = 1
           move descripcion of RArticulo to ls_descripcion
       else
           move "Articulo no existe" to ls_descripcion
       end-if.
       move pais_linea to ls_pais.
       move unidades_linea to ls_unidades.
       move linea_sin_codigo to registro_sin_codigo.
       write registro_sin_codigo.
       add 1 to total_sin_codigo.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
