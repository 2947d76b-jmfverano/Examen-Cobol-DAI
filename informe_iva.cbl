       copy "file_control_clientes.cpy".
      *Utiliza el control de los ficheros historicos de ventas.
       copy "file_control_historico.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control del fichero de liquidaciones de IVA.
       copy "file_control_liquidaciones_iva.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de impagados.
       copy "file_control_impagados.cpy".
      *Utiliza el control de las facturas simplificadas y su
      *contador.
       copy "file_control_facturas_simplificadas.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura de los ficheros historicos de ventas.
       copy "estructura_historico.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura del fichero de liquidaciones de IVA.
       copy "estructura_liquidacion_iva.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de impagados.
       copy "estructura_impagado.cpy".
      *Utiliza la estructura de las facturas simplificadas y su
      *contador.
       copy "estructura_factura_simplificada.cpy".
       working-storage section.
       77 continuar        pic x.
       77 fin_ventas       pic 9 value 0.
       77 wk_cuota         pic 9(13)v99.
       77 wk_recargo       pic 9(13)v99.
       77 wk_lineas        pic 9(6).
       77 wk_venta         pic x(8).
       77 total_base       pic 9(13)v99 value 0.
       77 total_iva        pic 9(13)v99 value 0.
      *Recargo de equivalencia cargado a los clientes minoristas.
       77 venta_con_recargo pic 9 value 0.
       77 recargo_linea    pic 99v99 value 0.
       77 total_lineas     pic 9(6) value 0.
      *Reparto de la base y la cuota entre las dos series: las
      *ventas de mostrador con factura simplificada vigente y las
      *ventas con factura completa (incluidos los tickets ya
      *canjeados, que se liquidan solo como factura). Los abonos y
      *los fallidos se restan de la serie de su venta original, asi
      *que una serie puede quedar en negativo en el trimestre si la
      *venta abonada es de otro anterior.
       77 ws-estado-simplificadas pic xx value spaces.
       77 ws-estado-contador-fsi pic xx value spaces.
       77 simplificadas_abierto pic 9 value 0.
       77 venta_simplificada pic 9 value 0.
       77 venta_serie pic x(8) value spaces.
       77 total_base_simplificadas pic s9(13)v99 value 0.
       77 total_iva_simplificadas pic s9(13)v99 value 0.
       77 total_base_completas pic s9(13)v99 value 0.
       77 total_iva_completas pic s9(13)v99 value 0.
       77 total_alertas    pic 9(6) value 0.
      *Importes de la linea de venta que se esta acumulando.
       77 linea_base       pic 9(13)v99 value 0.
       77 num_alertas      pic 9(3) value 0.
       01 tabla_alertas_iva.
           02 entrada_alerta occurs 200 times.
              03 ta_venta pic x(8).
              03 ta_tasa  pic 99v99.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
          02 dev_aux_anio pic 9(4).
          02 dev_aux_mes  pic 99.
          02 dev_aux_dia  pic 99.
      *Ventas dadas por fallidas en el trimestre: la base y el IVA
      *de su rectificativa se restan de la liquidacion.
       77 ws-estado-impagados pic xx value spaces.
       77 fin_impagados pic 9 value 0.
       77 idx_fallido pic 9 value 0.
       77 total_iva_fallidos pic 9(13)v99 value 0.
       01 fecha_fallido_aux pic 9(8) value 0.
       01 fecha_fallido_det redefines fecha_fallido_aux.
          02 fal_aux_anio pic 9(4).
          02 fal_aux_mes  pic 99.
          02 fal_aux_dia  pic 99.
       77 bucle_detalle    pic 9.
      *Inclusion opcional de las ventas de periodos cerrados, para
      *que la liquidacion del trimestre no salga coja cuando los
       77 ws-estado-det-historico pic xx value spaces.
       77 fin_historico pic 9 value 0.
       77 fin_det_historico pic 9 value 0.
      *IVA soportado de las facturas de proveedor del trimestre y
      *liquidacion neta contra el IVA repercutido.
       77 ws-estado-fact-prov pic xx value spaces.
       77 ws-estado-liquidacion pic xx value spaces.
       77 fin_facturas_prov pic 9 value 0.
       77 idx_desglose pic 9.
      *Los abonos del proveedor restan: un trimestre con mas abonos
      *que facturas deja el soportado en negativo.
       77 total_base_soportado pic s9(13)v99 value 0.
       77 total_soportado pic s9(13)v99 value 0.
       77 total_no_deducible pic s9(13)v99 value 0.
       77 total_facturas_prov pic 9(6) value 0.
       77 compensar_anterior pic 9(13)v99 value 0.
       77 resultado_liquidacion pic s9(13)v99 value 0.
       77 importe_resultado pic 9(13)v99 value 0.
       77 texto_resultado pic x(20) value spaces.
       77 grabar_liquidacion pic x value "N".
       77 anterior_anio pic 9(4) value 0.
       77 anterior_trimestre pic 9 value 0.
       01 fecha_fpr_aux pic 9(8) value 0.
       01 fecha_fpr_det redefines fecha_fpr_aux.
          02 fpr_aux_anio pic 9(4).
          02 fpr_aux_mes  pic 99.
          02 fpr_aux_dia  pic 99.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       copy "p_linea_iva_alerta.cpy".
      *Pregunta si se incluyen las ventas historicas.
       copy "p_incluir_historico.cpy".
      *Liquidacion neta del trimestre contra el IVA soportado.
       copy "p_liquidacion_iva.cpy".

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if ws-estado-tipos not = "00"
           move 0 to tipos_abierto
       end-if
       move 1 to simplificadas_abierto
       open input facturas_simplificadas
       if ws-estado-simplificadas not = "00"
           move 0 to simplificadas_abierto
       end-if
       perform leer_siguiente_venta
       perform acumular_venta_trimestre until fin_ventas = 1
       close ventas
      *Los abonos por devolucion del trimestre se restan de la
      *liquidacion, como sus facturas rectificativas.
       perform restar_devoluciones_trimestre
      *Igual que el IVA recuperado de las ventas dadas por fallidas
      *con su rectificativa.
       perform restar_fallidos_trimestre
      *Si se pidio, se suman las ventas archivadas en los cierres
      *de periodo, con el mismo filtro de trimestre; el maestro de
      *clientes sigue abierto para mirar el recargo de cada una.
           perform acumular_historico_trimestre
       end-if
       close clientes
       if simplificadas_abierto = 1
           close facturas_simplificadas
       end-if
       if tipos_abierto = 1
           close tipos_iva
       end-if
      *El IVA soportado sale de las facturas de proveedor recibidas
      *en el trimestre, segun su desglose por tipo.
       perform acumular_soportado_trimestre
       if total_lineas = 0 and total_facturas_prov = 0
           move spaces to ws-estado-fichero
           move "No hay ventas ni compras en ese trim."
             to ws-descripcion-estado
           display pantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           if total_lineas > 0
               perform mostrar_liquidacion
               if num_alertas > 0
                   perform mostrar_alertas_iva
               end-if
           end-if
           perform mostrar_liquidacion_neta
       end-if
       end-if.
       exit program.
       if anio = trimestre_anio
          and mes not < mes_desde and mes not > mes_hasta
           perform comprobar_recargo_cliente
           move codigo_venta to venta_serie
           perform comprobar_serie_venta
           compute linea_base =
               precio_venta of articulo * numero_unidades of articulo
               * (1 - descuento / 100)
         end-read
       end-perform.

      *Mira si la venta de venta_serie se liquida en la serie de
      *facturas simplificadas: tiene ticket de mostrador y no se ha
      *canjeado.
       comprobar_serie_venta.
       move 0 to venta_simplificada.
       if simplificadas_abierto = 1
           move venta_serie to fsi_codigo_venta
           read facturas_simplificadas
             key is fsi_codigo_venta
             invalid key
               continue
             not invalid key
               if simplificada_emitida
                   move 1 to venta_simplificada
               end-if
           end-read
       end-if.

      *Mira si el cliente de la venta esta en regimen de recargo.
       comprobar_recargo_cliente.
       move 0 to venta_con_recargo.
       end-perform.
       close devoluciones.

      *Recorre los impagados y resta del trimestre la base y la
      *cuota recuperadas de las ventas dadas por fallidas en el
      *periodo.
       restar_fallidos_trimestre.
       open input impagados.
       if ws-estado-impagados not = "00"
           exit paragraph
       end-if.
       move low-values to imp_codigo_venta.
       move 0 to fin_impagados.
       start impagados
         key is not less than imp_codigo_venta
         invalid key
           move 1 to fin_impagados
       end-start.
       perform until fin_impagados = 1
         read impagados next
           at end
             move 1 to fin_impagados
           not at end
             move imp_fecha_fallido to fecha_fallido_aux
             if impagado_fallido
                and fal_aux_anio = trimestre_anio
                and fal_aux_mes not < mes_desde
                and fal_aux_mes not > mes_hasta
                 perform restar_fallido_trimestre
             end-if
         end-read
       end-perform.
       close impagados.

      *Resta el desglose recuperado del fallido leido de la entrada
      *de cada tipo de IVA y de la serie de la venta fallida.
       restar_fallido_trimestre.
       move imp_codigo_venta to venta_serie.
       perform comprobar_serie_venta.
       perform varying idx_fallido from 1 by 1 until idx_fallido > 3
           if imp_base(idx_fallido) not = 0
              or imp_cuota(idx_fallido) not = 0
               move imp_tasa(idx_fallido) to linea_tasa
               move 0 to tasa_encontrada
               perform varying idx_tasa from 1 by 1
                   until idx_tasa > num_tasas or tasa_encontrada = 1
                   if tq_tasa(idx_tasa) = linea_tasa
                       move 1 to tasa_encontrada
                   end-if
               end-perform
               if tasa_encontrada = 1
                   subtract 1 from idx_tasa
                   if tq_base(idx_tasa) not < imp_base(idx_fallido)
                      and tq_iva(idx_tasa) not < imp_cuota(idx_fallido)
                       subtract imp_base(idx_fallido)
                         from tq_base(idx_tasa)
                       subtract imp_cuota(idx_fallido)
                         from tq_iva(idx_tasa)
                       subtract imp_base(idx_fallido) from total_base
                       subtract imp_cuota(idx_fallido) from total_iva
                       add imp_cuota(idx_fallido)
                         to total_iva_fallidos
                       if venta_simplificada = 1
                           subtract imp_base(idx_fallido)
                             from total_base_simplificadas
                           subtract imp_cuota(idx_fallido)
                             from total_iva_simplificadas
                       else
                           subtract imp_base(idx_fallido)
                             from total_base_completas
                           subtract imp_cuota(idx_fallido)
                             from total_iva_completas
                       end-if
                   end-if
               end-if
           end-if
       end-perform.

      *Resta el abono leido de la entrada de su tipo de IVA y de la
      *serie de la venta devuelta.
       restar_abono_trimestre.
       move dev_codigo_venta to venta_serie.
       perform comprobar_serie_venta.
       compute linea_base =
           dev_precio * dev_unidades * (1 - dev_descuento / 100).
       move dev_tasa to linea_tasa.
               compute total_iva = total_iva
                   - (linea_base * linea_tasa / 100)
               add 1 to total_abonos_iva
               if venta_simplificada = 1
                   subtract linea_base from total_base_simplificadas
                   compute total_iva_simplificadas =
                       total_iva_simplificadas
                       - (linea_base * linea_tasa / 100)
               else
                   subtract linea_base from total_base_completas
                   compute total_iva_completas = total_iva_completas
                       - (linea_base * linea_tasa / 100)
               end-if
           end-if
       end-if.

       compute total_iva = total_iva
           + (linea_base * linea_tasa / 100).
       add 1 to total_lineas.
       if venta_simplificada = 1
           add linea_base to total_base_simplificadas
           compute total_iva_simplificadas = total_iva_simplificadas
               + (linea_base * linea_tasa / 100)
       else
           add linea_base to total_base_completas
           compute total_iva_completas = total_iva_completas
               + (linea_base * linea_tasa / 100)
       end-if.
       if venta_con_recargo = 1
           perform buscar_recargo_trimestre
           compute tq_recargo(idx_tasa) = tq_recargo(idx_tasa)
      *                El regimen de recargo se mira por cada venta
      *                archivada, igual que en las vivas.
                       perform comprobar_recargo_cliente
                       move codigo_venta to venta_serie
                       perform comprobar_serie_venta
                       compute linea_base =
                           precio_venta of articulo
                           * numero_unidades of articulo
           end-perform
           close ventas_detalle_historico
       end-if.

      *Recorre las facturas de proveedor y suma las bases y cuotas
      *del desglose de las fechadas dentro del trimestre. El IVA de
      *las marcadas como no deducibles se lleva aparte.
       acumular_soportado_trimestre.
       open input facturas_proveedor.
       if ws-estado-fact-prov not = "00"
           exit paragraph
       end-if.
       move low-values to fpr_clave.
       move 0 to fin_facturas_prov.
       start facturas_proveedor
         key is not less than fpr_clave
         invalid key
           move 1 to fin_facturas_prov
       end-start.
       perform until fin_facturas_prov = 1
         read facturas_proveedor next
           at end
             move 1 to fin_facturas_prov
           not at end
             move fpr_fecha to fecha_fpr_aux
             if fpr_aux_anio = trimestre_anio
                and fpr_aux_mes not < mes_desde
                and fpr_aux_mes not > mes_hasta
                 perform acumular_factura_soportada
             end-if
         end-read
       end-perform.
       close facturas_proveedor.

      *Suma el desglose de la factura de proveedor leida; el de los
      *abonos del proveedor se resta.
       acumular_factura_soportada.
       add 1 to total_facturas_prov.
       perform varying idx_desglose from 1 by 1 until idx_desglose > 3
           if fpr_base(idx_desglose) is numeric
              and fpr_cuota(idx_desglose) is numeric
               evaluate true
                 when factura_prov_abono and fpr_no_deducible
                   subtract fpr_cuota(idx_desglose)
                     from total_no_deducible
                 when factura_prov_abono
                   subtract fpr_base(idx_desglose)
                     from total_base_soportado
                   subtract fpr_cuota(idx_desglose) from total_soportado
                 when fpr_no_deducible
                   add fpr_cuota(idx_desglose) to total_no_deducible
                 when other
                   add fpr_base(idx_desglose) to total_base_soportado
                   add fpr_cuota(idx_desglose) to total_soportado
               end-evaluate
           end-if
       end-perform.

      *Neta el IVA repercutido y el recargo contra el soportado
      *deducible y lo pendiente de compensar del trimestre anterior,
      *y muestra lo que sale a ingresar o a compensar. Si se pide, la
      *liquidacion queda grabada para el trimestre siguiente.
       mostrar_liquidacion_neta.
       open i-o liquidaciones_iva.
       if ws-estado-liquidacion = "35"
           open output liquidaciones_iva
           close liquidaciones_iva
           open i-o liquidaciones_iva
       end-if.
       if trimestre_num = 1
           compute anterior_anio = trimestre_anio - 1
           move 4 to anterior_trimestre
       else
           move trimestre_anio to anterior_anio
           compute anterior_trimestre = trimestre_num - 1
       end-if.
       move 0 to compensar_anterior.
       move anterior_anio to liq_anio.
       move anterior_trimestre to liq_trimestre.
       read liquidaciones_iva
         key is liq_clave
         invalid key
           continue
         not invalid key
           if liq_resultado < 0
               compute compensar_anterior = 0 - liq_resultado
           end-if
       end-read.
       compute resultado_liquidacion = total_iva + total_recargo
           - total_soportado - compensar_anterior.
       if resultado_liquidacion < 0
           move "A compensar:" to texto_resultado
           compute importe_resultado = 0 - resultado_liquidacion
       else
           move "A ingresar:" to texto_resultado
           move resultado_liquidacion to importe_resultado
       end-if.
       move "N" to grabar_liquidacion.
       display pantallaMarco.
       display p_liquidacion_iva.
       display p_grabar_liquidacion.
       accept p_grabar_liquidacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move "N" to grabar_liquidacion
       end-accept.
       if grabar_liquidacion = "S" or grabar_liquidacion = "s"
           move trimestre_anio to liq_anio
           move trimestre_num to liq_trimestre
           move total_iva to liq_repercutido
           move total_recargo to liq_recargo
           move total_soportado to liq_soportado
           move compensar_anterior to liq_compensado
           move resultado_liquidacion to liq_resultado
           accept liq_fecha from DATE YYYYMMDD
           write RLiquidacionIva
             invalid key
               rewrite RLiquidacionIva
                 invalid key
                   continue
               end-rewrite
           end-write
       end-if.
       close liquidaciones_iva.
