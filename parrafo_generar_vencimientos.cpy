      *Parrafos compartidos de la generacion de los vencimientos de
      *una venta al facturarla. El programa que los usa incluye
      *ws_vencimientos.cpy, las estructuras de vencimientos,
      *condiciones de pago y cobros, y parrafo_aplicar_vencimientos;
      *declara cobros_abierto y deja en RVenta la venta facturada,
      *en RCliente su cliente, en fecha_base_vencimientos la fecha
      *de la factura y en importe_vencimientos su total.
       generar_vencimientos_venta.
       if vencimientos_abiertos = 1
           move codigo_venta to venta_vencimientos
           perform borrar_vencimientos_venta
           perform cargar_plazos_vencimiento
           move 0 to importe_repartido
           perform grabar_plazo_vencimiento
             varying idx_plazo_vto from 1 by 1
             until idx_plazo_vto > num_plazos_vto
           perform aplicar_cobros_previos
       end-if.

      *Borra los vencimientos que tuviera ya la venta, de una
      *factura anterior anulada.
       borrar_vencimientos_venta.
       move venta_vencimientos to vto_codigo_venta.
       move 0 to vto_numero.
       move 0 to fin_vencimientos.
       start vencimientos
         key is not less than vto_clave
         invalid key
           move 1 to fin_vencimientos
       end-start.
       perform until fin_vencimientos = 1
         read vencimientos next
           at end
             move 1 to fin_vencimientos
           not at end
             if vto_codigo_venta not = venta_vencimientos
                 move 1 to fin_vencimientos
             else
                 delete vencimientos
                   invalid key
                     continue
                 end-delete
             end-if
         end-read
       end-perform.

      *Toma los plazos de la condicion de pago del cliente; sin
      *condicion asignada la factura vence entera a su plazo de
      *pago en dias.
       cargar_plazos_vencimiento.
       initialize tabla_plazos_vto.
       move 0 to dia_pago_1_vto.
       move 0 to dia_pago_2_vto.
       move 0 to num_plazos_vto.
       if condiciones_abiertas = 1 and condicion_pago not = spaces
           move condicion_pago to cpg_codigo
           read condiciones_pago
             key is cpg_codigo
             invalid key
               continue
             not invalid key
               if cpg_num_plazos > 0
                   move cpg_num_plazos to num_plazos_vto
                   perform varying idx_plazo_vto from 1 by 1
                     until idx_plazo_vto > num_plazos_vto
                       move cpg_dias(idx_plazo_vto)
                         to pv_dias(idx_plazo_vto)
                       move cpg_porcentaje(idx_plazo_vto)
                         to pv_porcentaje(idx_plazo_vto)
                   end-perform
                   move cpg_dia_pago_1 to dia_pago_1_vto
                   move cpg_dia_pago_2 to dia_pago_2_vto
               end-if
           end-read
       end-if.
       if num_plazos_vto = 0
           move 1 to num_plazos_vto
           move 100 to pv_porcentaje(1)
           move 0 to pv_dias(1)
           if plazo_pago_dias is numeric
               move plazo_pago_dias to pv_dias(1)
           end-if
       end-if.

      *Graba un vencimiento; el ultimo se lleva lo que falte para
      *que los plazos sumen exactamente el total de la factura.
       grabar_plazo_vencimiento.
       move venta_vencimientos to vto_codigo_venta.
       move idx_plazo_vto to vto_numero.
       move codigo_cliente to vto_codigo_cliente.
       move factura_anio to vto_factura_anio.
       move factura_numero to vto_factura_numero.
       if idx_plazo_vto = num_plazos_vto
           compute vto_importe =
               importe_vencimientos - importe_repartido
       else
           compute vto_importe rounded =
               importe_vencimientos * pv_porcentaje(idx_plazo_vto)
               / 100
           add vto_importe to importe_repartido
       end-if.
       move fecha_base_vencimientos to fecha_vencimiento_calc.
       perform avanzar_fecha_vencimiento
         varying dias_contados_vto from 1 by 1
         until dias_contados_vto > pv_dias(idx_plazo_vto).
       if dia_pago_1_vto not = 0 or dia_pago_2_vto not = 0
           perform ajustar_dia_pago
       end-if.
       move fecha_vencimiento_calc to vto_fecha_vencimiento.
       move 0 to vto_cobrado.
       if vto_importe = 0
           set vencimiento_cobrado to true
       else
           set vencimiento_pendiente to true
       end-if.
       move 0 to vto_nivel_reclamacion.
       move 0 to vto_fecha_reclamacion.
       move space to vto_tipo.
       move 0 to vto_intereses_hasta.
       move 0 to vto_nota_anio.
       move 0 to vto_nota_numero.
       write RVencimiento
         invalid key
           continue
       end-write.

      *Lleva el vencimiento al primer dia fijo de pago que no sea
      *anterior a el, en su mes o en el siguiente; un dia fijo que
      *no existe en el mes (31 en abril) se paga el ultimo del mes.
       ajustar_dia_pago.
       move 0 to dia_pago_elegido.
       if dia_pago_1_vto not < fvc_dia
           move dia_pago_1_vto to dia_pago_elegido
       end-if.
       if dia_pago_2_vto not < fvc_dia
          and (dia_pago_elegido = 0
               or dia_pago_2_vto < dia_pago_elegido)
           move dia_pago_2_vto to dia_pago_elegido
       end-if.
       if dia_pago_elegido = 0
      *    Ya paso el ultimo dia fijo del mes: el primero del mes
      *    siguiente.
           if fvc_mes < 12
               add 1 to fvc_mes
           else
               move 1 to fvc_mes
               add 1 to fvc_anio
           end-if
           move dia_pago_1_vto to dia_pago_elegido
           if dia_pago_elegido = 0
              or (dia_pago_2_vto not = 0
                  and dia_pago_2_vto < dia_pago_elegido)
               move dia_pago_2_vto to dia_pago_elegido
           end-if
       end-if.
       perform calcular_dias_mes_vencimiento.
       if dia_pago_elegido > dias_mes_vto
           move dias_mes_vto to dia_pago_elegido
       end-if.
       move dia_pago_elegido to fvc_dia.

      *Pasa fecha_vencimiento_calc al dia siguiente del calendario.
       avanzar_fecha_vencimiento.
       perform calcular_dias_mes_vencimiento.
       if fvc_dia < dias_mes_vto
           add 1 to fvc_dia
       else
           move 1 to fvc_dia
           if fvc_mes < 12
               add 1 to fvc_mes
           else
               move 1 to fvc_mes
               add 1 to fvc_anio
           end-if
       end-if.

      *Dias del mes de fecha_vencimiento_calc, con los bisiestos.
       calcular_dias_mes_vencimiento.
       evaluate fvc_mes
         when 4
         when 6
         when 9
         when 11
           move 30 to dias_mes_vto
         when 2
           move 28 to dias_mes_vto
           divide fvc_anio by 4 giving cociente_bis_vto
             remainder resto_bis_vto
           if resto_bis_vto = 0
               move 29 to dias_mes_vto
               divide fvc_anio by 100 giving cociente_bis_vto
                 remainder resto_bis_vto
               if resto_bis_vto = 0
                   move 28 to dias_mes_vto
                   divide fvc_anio by 400 giving cociente_bis_vto
                     remainder resto_bis_vto
                   if resto_bis_vto = 0
                       move 29 to dias_mes_vto
                   end-if
               end-if
           end-if
         when other
           move 31 to dias_mes_vto
       end-evaluate.

      *Aplica a los vencimientos recien generados lo que ya se
      *habia cobrado de la venta (anticipos, cobros de mostrador o
      *entregas a cuenta anteriores a la factura).
       aplicar_cobros_previos.
       move 0 to importe_por_aplicar.
       if cobros_abierto = 1
           move venta_vencimientos to cob_codigo_venta
           move low-values to cob_numero
           move 0 to bucle_cobros_vto
           start cobros
             key is not less than cob_clave
             invalid key
               move 1 to bucle_cobros_vto
           end-start
           perform until bucle_cobros_vto = 1
             read cobros next
               at end
                 move 1 to bucle_cobros_vto
               not at end
                 if cob_codigo_venta not = venta_vencimientos
                     move 1 to bucle_cobros_vto
                 else
                     add cob_importe to importe_por_aplicar
                 end-if
             end-read
           end-perform
       end-if.
       perform aplicar_importe_vencimientos.

      *Abre los ficheros de vencimientos (creandolo vacio la
      *primera vez) y de condiciones de pago, que puede no existir.
       abrir_ficheros_vencimientos.
       move 0 to vencimientos_abiertos.
       open i-o vencimientos.
       if ws-estado-vencimientos = "35"
           open output vencimientos
           close vencimientos
           open i-o vencimientos
       end-if.
       if ws-estado-vencimientos = "00"
           move 1 to vencimientos_abiertos
       end-if.
       move 1 to condiciones_abiertas.
       open input condiciones_pago.
       if ws-estado-condiciones not = "00"
           move 0 to condiciones_abiertas
       end-if.

      *Cierra los ficheros de vencimientos y condiciones de pago.
       cerrar_ficheros_vencimientos.
       if vencimientos_abiertos = 1
           close vencimientos
       end-if.
       if condiciones_abiertas = 1
           close condiciones_pago
       end-if.
