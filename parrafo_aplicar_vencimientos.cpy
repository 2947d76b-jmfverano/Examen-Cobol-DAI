      *Parrafos compartidos de la aplicacion de cobros a los
      *vencimientos. El programa que los usa incluye
      *ws_vencimientos.cpy y la estructura de vencimientos, abierta
      *en i-o con vencimientos_abiertos a 1.
      *aplicar_cobro_vencimientos aplica el cobro recien grabado en
      *RCobro a los vencimientos de su venta, por orden.
       aplicar_cobro_vencimientos.
       move cob_codigo_venta to venta_vencimientos.
       move cob_importe to importe_por_aplicar.
       perform aplicar_importe_vencimientos.

      *Reparte importe_por_aplicar entre los vencimientos pendientes
      *de venta_vencimientos, del primero al ultimo; el que queda
      *cubierto del todo pasa a cobrado.
       aplicar_importe_vencimientos.
       if vencimientos_abiertos = 1 and importe_por_aplicar > 0
           move venta_vencimientos to vto_codigo_venta
           move 0 to vto_numero
           move 0 to fin_vencimientos
           start vencimientos
             key is not less than vto_clave
             invalid key
               move 1 to fin_vencimientos
           end-start
           perform until fin_vencimientos = 1
                      or importe_por_aplicar = 0
             read vencimientos next
               at end
                 move 1 to fin_vencimientos
               not at end
                 if vto_codigo_venta not = venta_vencimientos
                     move 1 to fin_vencimientos
                 else
                     perform aplicar_a_vencimiento
                 end-if
             end-read
           end-perform
       end-if.

      *Aplica lo que se pueda del importe al vencimiento leido.
       aplicar_a_vencimiento.
       compute pendiente_vencimiento = vto_importe - vto_cobrado.
       if pendiente_vencimiento > 0
           if importe_por_aplicar < pendiente_vencimiento
               add importe_por_aplicar to vto_cobrado
               move 0 to importe_por_aplicar
           else
               move vto_importe to vto_cobrado
               subtract pendiente_vencimiento from importe_por_aplicar
               set vencimiento_cobrado to true
           end-if
           rewrite RVencimiento
             invalid key
               continue
           end-rewrite
       end-if.

      *Abre los vencimientos para aplicar cobros. Si el fichero no
      *existe todavia no hay vencimientos que aplicar.
       abrir_vencimientos_cobro.
       move 0 to vencimientos_abiertos.
       open i-o vencimientos.
       if ws-estado-vencimientos = "00"
           move 1 to vencimientos_abiertos
       end-if.

      *Cierra los vencimientos abiertos para aplicar cobros.
       cerrar_vencimientos_cobro.
       if vencimientos_abiertos = 1
           close vencimientos
       end-if.

      *Suma lo pendiente de los gastos de recibos devueltos y de los
      *intereses de demora cargados a venta_vencimientos, que se
      *cobran aparte del total de la venta.
       sumar_gastos_pendientes.
       move 0 to gastos_pendientes_vto.
       if vencimientos_abiertos = 1
           move venta_vencimientos to vto_codigo_venta
           move 0 to vto_numero
           move 0 to fin_vencimientos
           start vencimientos
             key is not less than vto_clave
             invalid key
               move 1 to fin_vencimientos
           end-start
           perform until fin_vencimientos = 1
             read vencimientos next
               at end
                 move 1 to fin_vencimientos
               not at end
                 if vto_codigo_venta not = venta_vencimientos
                     move 1 to fin_vencimientos
                 else
                     if (vencimiento_gastos or vencimiento_intereses)
                        and vencimiento_pendiente
                         compute gastos_pendientes_vto =
                             gastos_pendientes_vto
                             + vto_importe - vto_cobrado
                     end-if
                 end-if
             end-read
           end-perform
       end-if.
