       program-id. prevision_demanda as "prevision_demanda".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de resumen mensual.
       copy "file_control_resumen_mensual.cpy".
      *Utiliza el control de los ficheros historicos de ventas.
       copy "file_control_historico.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de propuestas de reposicion.
       copy "file_control_propuestas_reposicion.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de trabajo para ordenar las ventas por articulo y mes
      *y fichero de salida con la revision de las propuestas.
       select ordenacion_demanda assign to "ordendemanda.tmp".
       select salida_prevision
           assign to ".\prevision_demanda.csv"
           organization is line sequential.
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de resumen mensual.
       copy "estructura_resumen_mensual.cpy".
      *Utiliza la estructura de los ficheros historicos de ventas.
       copy "estructura_historico.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de propuestas de reposicion.
       copy "estructura_propuesta_reposicion.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       sd ordenacion_demanda.
       01 registro_orden_demanda.
          02 orden_dem_articulo pic x(4).
          02 orden_dem_mes pic 99.
          02 orden_dem_unidades pic s9(9).
       fd salida_prevision
         value of file-id is ".\prevision_demanda.csv".
       01 registro_salida_prevision pic x(160).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "prevision_demanda".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-resumen pic xx value spaces.
       77 ws-estado-historico pic xx value spaces.
       77 ws-estado-det-historico pic xx value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-propuestas pic xx value spaces.
       77 vinculos_abiertos pic 9 value 0.
       77 proveedores_abiertos pic 9 value 0.
       77 fin_resumen pic 9 value 0.
       77 fin_historico pic 9 value 0.
       77 fin_det_historico pic 9 value 0.
       77 fin_orden pic 9 value 0.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Ventana de la prevision: los 24 meses cerrados antes del mes
      *en curso, contados como meses absolutos (anio * 12 + mes).
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       01 fecha_hoy_num redefines ws-fecha-hoy pic 9(8).
       77 mes_abs_fin pic 9(6) value 0.
       77 mes_abs_inicio pic 9(6) value 0.
       77 mes_abs_venta pic 9(6) value 0.
       77 anio_mes_trabajo pic 9(6) value 0.
       77 anio_trabajo pic 9(4) value 0.
       77 mes_trabajo pic 99 value 0.
      *Unidades vendidas del articulo en curso en cada mes de la
      *ventana; la posicion 24 es el ultimo mes cerrado y la 13 el
      *mes en curso de hace un anio.
       77 hay_corte pic 9 value 0.
       77 articulo_corte pic x(4) value spaces.
       01 tabla_demanda.
          02 unidades_mes pic s9(9) occurs 24 times.
       77 idx_mes pic 99 value 0.
       77 meses_con_venta pic 99 value 0.
      *Calculo de la prevision.
       77 media_movil pic s9(9)v9(4) value 0.
       77 media_anterior pic s9(9)v9(4) value 0.
       77 suma_anio_anterior pic s9(9) value 0.
       77 indice_estacional pic 9v9(4) value 0.
       77 prevision_mes pic 9(9)v9(4) value 0.
       77 media_doce pic s9(9)v9(4) value 0.
       77 diferencia_media pic s9(9)v9(4) value 0.
       77 varianza_mes pic 9(13)v9(4) value 0.
       77 desviacion_mes pic 9(9)v9(4) value 0.
       77 plazo_reposicion pic 9(3) value 15.
       77 plazo_articulo pic 9(3) value 0.
       77 factor_servicio pic 9v99 value 1.65.
       77 nivel_servicio pic 99 value 95.
       77 idx_nivel pic 9 value 0.
       77 factor_plazo pic 9(3)v9(4) value 0.
       77 stock_seguridad pic 9(9)v9(4) value 0.
       77 punto_calculado pic 9(9)v9(4) value 0.
       77 entero_calculado pic 9(9) value 0.
      *Factor de la distribucion normal para cada nivel de
      *servicio: el mayor nivel que no pasa del pedido da el factor.
       01 tabla_niveles_valores.
          02 filler pic x(20) value "50000800848510490128".
          02 filler pic x(20) value "95165971889820599233".
       01 tabla_niveles redefines tabla_niveles_valores.
          02 nivel_z occurs 8 times.
             03 nz_nivel pic 99.
             03 nz_factor pic 9v99.
      *Raiz cuadrada por aproximaciones sucesivas.
       77 raiz_valor pic 9(13)v9(4) value 0.
       77 raiz_resultado pic 9(9)v9(4) value 0.
       77 raiz_iteracion pic 99 value 0.
       77 total_articulos pic 9(7) value 0.
       77 total_cambios pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
       if parametros_leidos = 1
           if par_nivel_servicio is numeric
              and par_nivel_servicio not = 0
               move par_nivel_servicio to nivel_servicio
           end-if
           if par_plazo_reposicion is numeric
              and par_plazo_reposicion not = 0
               move par_plazo_reposicion to plazo_reposicion
           end-if
       end-if.
      *Prevision mensual de demanda: las unidades vendidas de cada
      *articulo en los 24 ultimos meses cerrados (del resumen
      *mensual y, para los meses ya archivados, de los historicos)
      *dan una media movil de tres meses corregida con el indice
      *estacional del mismo mes del anio anterior. Con el plazo de
      *entrega del proveedor y el nivel de servicio se propone un
      *punto de pedido (demanda del plazo mas stock de seguridad) y
      *una cantidad a pedir (un mes de demanda), que quedan para
      *aprobar y salen en el informe de revision.
       accept ws-fecha-hoy from date yyyymmdd.
       compute mes_abs_fin = wc-anio-hoy * 12 + wc-mes-hoy - 1.
       compute mes_abs_inicio = mes_abs_fin - 23.
       perform elegir_factor_servicio.
       open input articulos.
       move 1 to vinculos_abiertos.
       open input articulos_proveedor.
       if ws-estado-art-prov not = "00"
           move 0 to vinculos_abiertos
       end-if.
       move 1 to proveedores_abiertos.
       open input proveedores.
       if ws-estado-proveedores not = "00"
           move 0 to proveedores_abiertos
       end-if.
       open output propuestas_reposicion.
       open output salida_prevision.
       move spaces to registro_salida_prevision.
       string "ARTICULO,DESCRIPCION,PUNTO ACTUAL,PUNTO PROPUESTO,"
              delimited by size
              "CANTIDAD ACTUAL,CANTIDAD PROPUESTA,MEDIA 3 MESES,"
              delimited by size
              "INDICE ESTACIONAL,PREVISION MES,DESVIACION,PLAZO,"
              delimited by size
              "STOCK SEGURIDAD" delimited by size
         into registro_salida_prevision
       end-string.
       write registro_salida_prevision.
       sort ordenacion_demanda
         on ascending key orden_dem_articulo
                          orden_dem_mes
         input procedure is seleccionar_demanda
         output procedure is calcular_propuestas.
       close articulos.
       if vinculos_abiertos = 1
           close articulos_proveedor
       end-if.
       if proveedores_abiertos = 1
           close proveedores
       end-if.
       close propuestas_reposicion.
       close salida_prevision.
       display "Articulos con propuesta: " total_articulos.
       display "Propuestas con cambios:  " total_cambios.
       move total_articulos to bit_contador_1.
       move total_cambios to bit_contador_2.
       if total_articulos = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Factor de servicio del mayor nivel de la tabla que no pasa
      *del nivel pedido en los parametros.
       elegir_factor_servicio.
       move 0 to factor_servicio.
       perform varying idx_nivel from 1 by 1 until idx_nivel > 8
           if nz_nivel(idx_nivel) not > nivel_servicio
               move nz_factor(idx_nivel) to factor_servicio
           end-if
       end-perform.

      *Envia a la ordenacion las unidades de cada articulo y mes de
      *la ventana: primero las del resumen mensual de los meses
      *vivos y despues las de las ventas archivadas.
       seleccionar_demanda.
       open input resumen_mensual.
       if ws-estado-resumen = "00"
           move low-values to res_clave
           move 0 to fin_resumen
           start resumen_mensual
             key is not less than res_clave
             invalid key
               move 1 to fin_resumen
           end-start
           perform until fin_resumen = 1
             read resumen_mensual next
               at end
                 move 1 to fin_resumen
               not at end
                 move res_anio_mes to anio_mes_trabajo
                 perform calcular_mes_ventana
                 if idx_mes > 0 and res_unidades not = 0
                     move res_codigo_articulo to orden_dem_articulo
                     move idx_mes to orden_dem_mes
                     move res_unidades to orden_dem_unidades
                     release registro_orden_demanda
                 end-if
             end-read
           end-perform
           close resumen_mensual
       end-if.
       perform seleccionar_historico.

      *Recorre las ventas archivadas. El cierre escribe las lineas
      *de cada venta en el historico de lineas en el mismo orden que
      *las cabeceras, asi que ambos se leen a la par: las lineas que
      *siguen en el historico de lineas son de la cabecera leida.
       seleccionar_historico.
       open input ventas_historico.
       if ws-estado-historico not = "00"
           exit paragraph
       end-if.
       move 1 to fin_det_historico.
       open input ventas_detalle_historico.
       if ws-estado-det-historico = "00"
           move 0 to fin_det_historico
           perform leer_detalle_historico
       end-if.
       move 0 to fin_historico.
       perform until fin_historico = 1
           read ventas_historico
             at end
               move 1 to fin_historico
             not at end
               move registro_venta_historico to RVenta
               perform seleccionar_venta_historica
           end-read
       end-perform.
       close ventas_historico.
       if ws-estado-det-historico not = "35"
           close ventas_detalle_historico
       end-if.

      *Libera la linea principal de la venta archivada y las lineas
      *adicionales que la siguen en el historico de lineas.
       seleccionar_venta_historica.
       compute anio_mes_trabajo = anio * 100 + mes.
       perform calcular_mes_ventana.
       if idx_mes > 0
           move codigo_articulo of articulo to orden_dem_articulo
           move idx_mes to orden_dem_mes
           move numero_unidades of articulo to orden_dem_unidades
           release registro_orden_demanda
       end-if.
       perform until fin_det_historico = 1
          or det_codigo_venta not = codigo_venta
           if idx_mes > 0
               move det_codigo_articulo to orden_dem_articulo
               move idx_mes to orden_dem_mes
               move det_numero_unidades to orden_dem_unidades
               release registro_orden_demanda
           end-if
           perform leer_detalle_historico
       end-perform.

      *Lee la siguiente linea archivada.
       leer_detalle_historico.
       read ventas_detalle_historico
         at end
           move 1 to fin_det_historico
         not at end
           move registro_detalle_historico to RVentaDetalle
       end-read.

      *Posicion en la ventana (1 a 24) del mes anio_mes_trabajo; a
      *cero si cae fuera.
       calcular_mes_ventana.
       divide anio_mes_trabajo by 100 giving anio_trabajo
         remainder mes_trabajo.
       compute mes_abs_venta = anio_trabajo * 12 + mes_trabajo.
       if mes_abs_venta < mes_abs_inicio
          or mes_abs_venta > mes_abs_fin
           move 0 to idx_mes
       else
           compute idx_mes = mes_abs_venta - mes_abs_inicio + 1
       end-if.

      *Recoge de la ordenacion las unidades de cada articulo por mes
      *y calcula su propuesta al cambiar de articulo.
       calcular_propuestas.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_demanda
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_dem_articulo not = articulo_corte
                   if hay_corte = 1
                       perform calcular_propuesta_articulo
                   end-if
                   move 1 to hay_corte
                   move orden_dem_articulo to articulo_corte
                   initialize tabla_demanda
               end-if
               add orden_dem_unidades to unidades_mes(orden_dem_mes)
           end-return
       end-perform.
       if hay_corte = 1
           perform calcular_propuesta_articulo
       end-if.

      *Prevision y propuesta del articulo que termina, si sigue en el
      *maestro, se sigue comprando (no esta en fin de serie, bloqueado
      *ni descatalogado) y ha tenido ventas en la ventana.
       calcular_propuesta_articulo.
       move 0 to meses_con_venta.
       perform varying idx_mes from 1 by 1 until idx_mes > 24
           if unidades_mes(idx_mes) < 0
               move 0 to unidades_mes(idx_mes)
           end-if
           if unidades_mes(idx_mes) > 0
               add 1 to meses_con_venta
           end-if
       end-perform.
       if meses_con_venta = 0
           exit paragraph
       end-if.
       move articulo_corte to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           exit paragraph
       end-read.
       if not articulo_comprable of RArticulo
           exit paragraph
       end-if.
       perform calcular_prevision_mes.
       perform calcular_desviacion_mes.
       perform buscar_plazo_articulo.
      *Stock de seguridad: factor de servicio por la desviacion
      *mensual escalada a la raiz del plazo en meses.
       compute raiz_valor = plazo_articulo / 30.
       perform calcular_raiz.
       move raiz_resultado to factor_plazo.
       compute stock_seguridad =
           factor_servicio * desviacion_mes * factor_plazo.
       move stock_seguridad to punto_calculado.
       perform redondear_hacia_arriba.
       move entero_calculado to prp_stock_seguridad.
       compute punto_calculado =
           prevision_mes * plazo_articulo / 30
           + prp_stock_seguridad.
       perform redondear_hacia_arriba.
       move entero_calculado to prp_punto_propuesto.
       move prevision_mes to punto_calculado.
       perform redondear_hacia_arriba.
       move entero_calculado to prp_cantidad_propuesta.
       if prp_cantidad_propuesta = 0
           move 1 to prp_cantidad_propuesta
       end-if.
       if prp_punto_propuesto = 0
           move 1 to prp_punto_propuesto
       end-if.
       move codigo_articulo of RArticulo to prp_codigo_articulo.
       move fecha_hoy_num to prp_fecha.
       move punto_pedido to prp_punto_actual.
       move cantidad_pedido to prp_cantidad_actual.
       compute prp_media_movil rounded = media_movil.
       compute prp_indice_estacional rounded = indice_estacional.
       compute prp_prevision_mes rounded = prevision_mes.
       compute prp_desviacion rounded = desviacion_mes.
       move plazo_articulo to prp_plazo_dias.
       set propuesta_pendiente to true.
       write RPropuestaReposicion
         invalid key
           continue
       end-write.
       add 1 to total_articulos.
       if prp_punto_propuesto not = prp_punto_actual
          or prp_cantidad_propuesta not = prp_cantidad_actual
           add 1 to total_cambios
       end-if.
       perform escribir_linea_prevision.

      *Media movil de los tres ultimos meses por el indice del mes
      *que empieza: sus ventas de hace un anio frente a la media de
      *los tres meses que lo precedieron entonces. Sin ventas el
      *anio anterior el indice queda en 1; se acota entre 0,25 y 4.
       calcular_prevision_mes.
       compute media_movil =
           (unidades_mes(22) + unidades_mes(23) + unidades_mes(24))
           / 3.
       compute media_anterior =
           (unidades_mes(10) + unidades_mes(11) + unidades_mes(12))
           / 3.
       move 0 to suma_anio_anterior.
       perform varying idx_mes from 1 by 1 until idx_mes > 12
           add unidades_mes(idx_mes) to suma_anio_anterior
       end-perform.
       move 1 to indice_estacional.
       if suma_anio_anterior > 0 and media_anterior > 0
           compute indice_estacional rounded =
               unidades_mes(13) / media_anterior
             on size error
               move 4 to indice_estacional
           end-compute
           if indice_estacional < 0.25
               move 0.25 to indice_estacional
           end-if
           if indice_estacional > 4
               move 4 to indice_estacional
           end-if
       end-if.
       compute prevision_mes = media_movil * indice_estacional.

      *Desviacion tipica de las ventas mensuales de los doce ultimos
      *meses.
       calcular_desviacion_mes.
       move 0 to media_doce.
       perform varying idx_mes from 13 by 1 until idx_mes > 24
           add unidades_mes(idx_mes) to media_doce
       end-perform.
       compute media_doce = media_doce / 12.
       move 0 to varianza_mes.
       perform varying idx_mes from 13 by 1 until idx_mes > 24
           compute diferencia_media =
               unidades_mes(idx_mes) - media_doce
           compute varianza_mes = varianza_mes
               + diferencia_media * diferencia_media
       end-perform.
       compute raiz_valor = varianza_mes / 12.
       perform calcular_raiz.
       move raiz_resultado to desviacion_mes.

      *Plazo de entrega del primer proveedor vinculado al articulo;
      *sin proveedor o sin plazo, el de reposicion de los parametros.
       buscar_plazo_articulo.
       move plazo_reposicion to plazo_articulo.
       if vinculos_abiertos = 1 and proveedores_abiertos = 1
           move codigo_articulo of RArticulo to ap_codigo_articulo
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
                   if ap_codigo_articulo
                      = codigo_articulo of RArticulo
                       perform leer_plazo_proveedor
                   end-if
               end-read
           end-start
       end-if.

      *Toma el plazo de entrega del proveedor del vinculo leido.
       leer_plazo_proveedor.
       move ap_codigo_proveedor to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           continue
         not invalid key
           if prov_plazo_entrega is numeric
              and prov_plazo_entrega not = 0
               move prov_plazo_entrega to plazo_articulo
           end-if
       end-read.

      *Deja en entero_calculado el entero inmediatamente superior o
      *igual a punto_calculado.
       redondear_hacia_arriba.
       move punto_calculado to entero_calculado.
       if entero_calculado < punto_calculado
           add 1 to entero_calculado
       end-if.

      *Raiz cuadrada de raiz_valor por el metodo de Newton.
       calcular_raiz.
       move 0 to raiz_resultado.
       if raiz_valor > 0
           if raiz_valor > 1
               compute raiz_resultado = raiz_valor / 2
           else
               move 1 to raiz_resultado
           end-if
           perform varying raiz_iteracion from 1 by 1
             until raiz_iteracion > 30
               compute raiz_resultado rounded =
                   (raiz_resultado + raiz_valor / raiz_resultado)
                   / 2
           end-perform
       end-if.

      *Linea del informe de revision del articulo: valores actuales
      *frente a los propuestos y la prevision que los sostiene.
       escribir_linea_prevision.
       move spaces to registro_salida_prevision.
       string prp_codigo_articulo delimited by size
              "," delimited by size
              descripcion of RArticulo delimited by size
              "," delimited by size
              prp_punto_actual delimited by size
              "," delimited by size
              prp_punto_propuesto delimited by size
              "," delimited by size
              prp_cantidad_actual delimited by size
              "," delimited by size
              prp_cantidad_propuesta delimited by size
              "," delimited by size
              prp_media_movil delimited by size
              "," delimited by size
              prp_indice_estacional delimited by size
              "," delimited by size
              prp_prevision_mes delimited by size
              "," delimited by size
              prp_desviacion delimited by size
              "," delimited by size
              prp_plazo_dias delimited by size
              "," delimited by size
              prp_stock_seguridad delimited by size
         into registro_salida_prevision
       end-string.
       write registro_salida_prevision.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
