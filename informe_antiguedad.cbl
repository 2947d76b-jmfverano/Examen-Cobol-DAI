       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de saldos a favor.
       copy "file_control_saldos_favor.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
       working-storage section.
       77 continuar        pic x.
       77 fin_ventas       pic 9 value 0.
       77 importe_venta_iva pic 9(13)v99 value 0.
       77 cobrado_venta     pic 9(13)v99 value 0.
       77 pendiente_venta   pic s9(13)v99 value 0.
      *Fecha del dia y dias vencidos del saldo evaluado, calculados
      *sobre un calendario comercial de meses de 30 dias.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
       77 dias_antiguedad  pic s9(7) value 0.
      *Vencimientos de la venta evaluada; la venta sin ellos vence
      *entera a su fecha mas el plazo del cliente.
       copy "ws_vencimientos.cpy".
       77 venta_con_vencimientos pic 9 value 0.
       01 tabla_clientes.
           02 entrada_cliente occurs 500 times indexed by idx_cli.
              03 tc_codigo       pic x(4).
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
      *Saldos a favor de los clientes, que se muestran al final
      *frente a lo pendiente de cada uno.
       copy "ws_saldo_favor.cpy".
       77 hubo_saldo_favor pic 9 value 0.
       77 fin_lista_favor  pic 9 value 0.
       77 wk_favor         pic s9(13)v99.
       77 wk_neto          pic s9(13)v99.
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       copy "p_titulo_antiguedad.cpy".
      *Una linea del informe de antiguedad de saldos.
       copy "p_linea_antiguedad.cpy".
      *Cabecera de los saldos a favor de los clientes.
       01 p_titulo_saldos_favor
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 1 col 5 value
               "Saldos a favor de los clientes".
           02 line 2 col 5 value "Cliente".
           02 line 2 col 27 value "Pendiente".
           02 line 2 col 40 value "Saldo a favor".
           02 line 2 col 62 value "Neto".
      *Una linea de saldo a favor: lo pendiente del cliente, su
      *saldo a favor y lo que queda neto por cobrar (en negativo,
      *lo que se le debe).
       01 p_linea_saldo_favor
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic x(4) using wk_codigo.
           02 line linea_actual col 10 pic x(10) using wk_nombre.
           02 line linea_actual col 23 pic zzzzzzzzzz9.99
              using wk_total.
           02 line linea_actual col 39 pic -zzzzzzzzz9.99
              using wk_favor.
           02 line linea_actual col 55 pic -zzzzzzzzz9.99
              using wk_neto.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Recorre todas las ventas y acumula por cliente lo pendiente de
      *cada vencimiento (la venta sin vencimientos, su importe con
      *IVA menos cobros anotados, vencida a su fecha mas el plazo
      *del cliente) en tramos de 0-30, 31-60, 61-90 y mas de 90 dias
      *vencidos; lo que aun no vence va al primer tramo. Asi la
      *oficina sabe a que clientes reclamar.
       move 0 to sesion-expirada-llamada.
       accept ws-fecha-hoy from date yyyymmdd.
       open input ventas.
       if ws-estado-cobros not = "00"
           move 0 to cobros_abierto
       end-if.
       move 1 to vencimientos_abiertos.
       open input vencimientos.
       if ws-estado-vencimientos not = "00"
           move 0 to vencimientos_abiertos
       end-if.
       perform leer_siguiente_venta.
       perform evaluar_venta until fin_ventas = 1.
       close ventas.
       close ventas_detalle.
       if cobros_abierto = 1
           close cobros
       end-if.
       if vencimientos_abiertos = 1
           close vencimientos
       end-if.
       if num_clientes = 0
           move spaces to ws-estado-fichero
           move "No hay saldos pendientes de cobro."
               accept continuar
           end-if
       end-if.
       if sesion-expirada-llamada = 0
           perform mostrar_saldos_favor
       end-if.
       close clientes.
       exit program.

      *Lee la siguiente venta del fichero maestro.
       end-read.

      *Calcula el saldo pendiente de la venta leida y, si queda algo
      *por cobrar, lo acumula en el tramo de antiguedad del cliente;
      *con vencimientos, cada uno en el suyo. Las ventas dadas por
      *fallidas ya no son saldo del cliente y no cuentan.
       evaluar_venta.
       if venta_fallida
           perform leer_siguiente_venta
           exit paragraph
       end-if.
       perform evaluar_vencimientos_venta.
       if venta_con_vencimientos = 0
           perform calcular_importe_venta
           perform calcular_cobrado_venta
           compute pendiente_venta = importe_venta_iva - cobrado_venta
           if pendiente_venta > 0
               perform calcular_dias_antiguedad
               perform acumular_pendiente_cliente
           end-if
       end-if.
       perform leer_siguiente_venta.

      *Acumula lo pendiente de cada vencimiento de la venta leida
      *segun los dias vencidos desde su fecha.
       evaluar_vencimientos_venta.
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
                         perform evaluar_vencimiento
                     end-if
                 end-if
             end-read
           end-perform
       end-if.

      *Acumula lo pendiente del vencimiento leido en su tramo.
       evaluar_vencimiento.
       compute pendiente_venta = vto_importe - vto_cobrado.
       if pendiente_venta > 0
           move vto_fecha_vencimiento to fecha_vencimiento_calc
           compute dias_antiguedad =
               (wc-anio-hoy - fvc_anio) * 360
               + (wc-mes-hoy - fvc_mes) * 30
               + (wc-dia-hoy - fvc_dia)
           if dias_antiguedad < 0
               move 0 to dias_antiguedad
           end-if
           perform acumular_pendiente_cliente
       end-if.

      *Calcula el importe total con IVA de la venta leida, sumando la
      *linea principal y las lineas adicionales de articulo.
           end-perform
       end-if.

      *Calcula los dias vencidos de la venta leida respecto del dia
      *de hoy, sobre su fecha mas el plazo de pago del cliente y un
      *calendario comercial de meses de 30 dias.
       calcular_dias_antiguedad.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move 0 to plazo_pago_dias
       end-read.
       if plazo_pago_dias not numeric
           move 0 to plazo_pago_dias
       end-if.
       compute dias_antiguedad =
           (wc-anio-hoy - anio) * 360
           + (wc-mes-hoy - mes) * 30
           + (wc-dia-hoy - dia)
           - plazo_pago_dias.
       if dias_antiguedad < 0
           move 0 to dias_antiguedad
       end-if.
           move 1 to sesion-expirada-llamada
       end-accept.

      *Muestra los clientes con saldo a favor, cada uno con lo que
      *tiene pendiente en la tabla de antiguedad y el neto.
       mostrar_saldos_favor.
       open input saldos_favor.
       if ws-estado-saldo-favor not = "00"
           exit paragraph
       end-if.
       move 0 to hubo_saldo_favor.
       move spaces to venta_saldo_favor.
       move spaces to documento_saldo_favor.
       move spaces to cliente_saldo_favor.
       move low-values to sf_clave.
       move 0 to fin_lista_favor.
       start saldos_favor
         key is not less than sf_clave
         invalid key
           move 1 to fin_lista_favor
       end-start.
       perform until fin_lista_favor = 1
         read saldos_favor next
           at end
             move 1 to fin_lista_favor
           not at end
             if sf_codigo_cliente not = cliente_saldo_favor
                 move sf_codigo_cliente to cliente_saldo_favor
                 perform calcular_saldo_favor
                 if saldo_favor not = 0
                     perform mostrar_saldo_favor_cliente
                 end-if
      *          Se vuelve a situar tras el ultimo movimiento del
      *          cliente, que el calculo dejo atras.
                 move cliente_saldo_favor to sf_codigo_cliente
                 move 99999 to sf_numero
                 start saldos_favor
                   key is greater than sf_clave
                   invalid key
                     move 1 to fin_lista_favor
                 end-start
             end-if
         end-read
       end-perform.
       close saldos_favor.
       if hubo_saldo_favor = 1
           display p_continuar
           accept continuar
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
           end-accept
       end-if.

      *Muestra la linea del cliente con saldo a favor, paginando.
       mostrar_saldo_favor_cliente.
       if hubo_saldo_favor = 0
           move 1 to hubo_saldo_favor
           display pantallaMarco
           display p_titulo_saldos_favor
           move 4 to linea_actual
           move 0 to contador_pagina
       end-if.
       if contador_pagina = max_por_pagina
           display p_continuar
           accept continuar
           display pantallaMarco
           display p_titulo_saldos_favor
           move 4 to linea_actual
           move 0 to contador_pagina
       end-if.
       move cliente_saldo_favor to wk_codigo.
       move cliente_saldo_favor to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to nombre of RCliente
       end-read.
       move nombre of RCliente to wk_nombre.
       move 0 to wk_total.
       perform varying i from 1 by 1 until i > num_clientes
           if tc_codigo(i) = cliente_saldo_favor
               compute wk_total =
                   tc_t1(i) + tc_t2(i) + tc_t3(i) + tc_t4(i)
           end-if
       end-perform.
       move saldo_favor to wk_favor.
       compute wk_neto = wk_total - saldo_favor.
       display p_linea_saldo_favor.
       add 1 to linea_actual.
       add 1 to contador_pagina.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Saldo a favor de los clientes.
       copy "parrafo_saldo_favor.cpy".
