       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de facturas de proveedor.
       copy "file_control_facturas_proveedor.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de facturas de proveedor.
       copy "estructura_factura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       77 importe_venta_iva pic 9(13)v99 value 0.
       77 cobrado_venta pic 9(13)v99 value 0.
       77 pendiente_venta pic 9(13)v99 value 0.
      *Vencimientos de la venta evaluada; la venta sin ellos vence
      *entera a su fecha mas el plazo del cliente.
       copy "ws_vencimientos.cpy".
       77 venta_con_vencimientos pic 9 value 0.

       procedure division.
       perform iniciar_bitacora.
      *Proyeccion semanal de tesoreria a trece semanas: los cobros
      *esperados de las ventas facturadas (cada vencimiento
      *pendiente en su fecha, o la venta sin vencimientos a su
      *fecha mas el plazo del cliente, corregidos con su retardo
      *medio historico de pago) contra los pagos comprometidos con
      *proveedores (sus facturas sin pagar y el genero pedido y aun
      *sin facturar),
      *neteados semana a semana con el acumulado, para que las
      *semanas tiesas se vean con tiempo.
       accept fecha_proceso from DATE YYYYMMDD.
       if ws-estado-cobros not = "00"
           move 0 to cobros_abierto
       end-if.
       move 1 to vencimientos_abiertos.
       open input vencimientos.
       if ws-estado-vencimientos not = "00"
           move 0 to vencimientos_abiertos
       end-if.
       perform aprender_retardos_clientes.
       perform proyectar_cobros.
       perform proyectar_pagos_proveedor.
       if cobros_abierto = 1
           close cobros
       end-if.
       if vencimientos_abiertos = 1
           close vencimientos
       end-if.
       move "OK" to bit_resultado.
       perform grabar_bitacora.
       exit program.
         end-read
       end-perform.

      *Anota el retardo del cobro leido contra su venta; la
      *anulacion de un recibo devuelto no cuenta.
       anotar_retardo_cobro.
       if cob_importe not > 0
           exit paragraph
       end-if.
       move cob_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
         end-read
       end-perform.

      *Programa el cobro pendiente de la venta leida; con
      *vencimientos, cada uno en la semana de su fecha.
       programar_cobro_venta.
       move 0 to plazo_pago_dias.
       move codigo_cliente to codigo of RCliente.
       read clientes
           continue
       end-read.
       perform calcular_lag_medio.
       perform programar_vencimientos_venta.
       if venta_con_vencimientos = 1
           exit paragraph
       end-if.
       perform calcular_pendiente_venta.
       if pendiente_venta not > 0
           exit paragraph
       end-if.
       compute edad_dias =
           (proceso_anio - anio) * 360
           + (proceso_mes - mes) * 30
           add pendiente_venta to sem_cobros(idx_semana)
       end-if.

      *Programa lo pendiente de cada vencimiento de la venta en la
      *semana de su fecha corregida con el retardo del cliente.
       programar_vencimientos_venta.
       move 0 to venta_con_vencimientos.
       if vencimientos_abiertos = 1
           move codigo_venta to vto_codigo_venta
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
                 if vto_codigo_venta not = codigo_venta
                     move 1 to fin_vencimientos
                 else
                     move 1 to venta_con_vencimientos
                     if vencimiento_pendiente
                         perform programar_vencimiento
                     end-if
                 end-if
             end-read
           end-perform
       end-if.

      *Situa lo pendiente del vencimiento leido en su semana.
       programar_vencimiento.
       compute pendiente_vencimiento = vto_importe - vto_cobrado.
       if pendiente_vencimiento > 0
           move vto_fecha_vencimiento to fecha_aux
           compute dias_hasta_vencer =
               (aux_anio - proceso_anio) * 360
               + (aux_mes - proceso_mes) * 30
               + (aux_dia - proceso_dia)
               + lag_medio
           perform situar_semana
           if idx_semana not = 0
               add pendiente_vencimiento to sem_cobros(idx_semana)
           end-if
       end-if.

      *Programa los pagos de las facturas de proveedor sin pagar,
      *con vencimiento a treinta dias de su fecha.
       proyectar_pagos_proveedor.
             move 1 to fin_recorrido
           not at end
             if not factura_prov_pagada
                and not factura_prov_abono
                 move fpr_fecha to fecha_aux
                 compute edad_dias =
                     (proceso_anio - aux_anio) * 360
