       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero maestro de formas de pago.
       copy "file_control_formas_pago.cpy".
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
      *Utiliza la estructura del fichero maestro de formas de pago.
       copy "estructura_forma_pago.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
       working-storage section.
       77 continuar        pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-cobros pic xx value spaces.
      *Campos de la aplicacion del cobro a los vencimientos.
       copy "ws_vencimientos.cpy".
       77 bucle_detalle    pic 9 value 0.
       77 bucle_cobros     pic 9 value 0.
      *Importes de la venta sobre la que se anota el cobro.
       77 ws-estado-formas-pago pic xx value spaces.
       77 formas_abierto pic 9 value 0.
       77 forma_valida pic 9 value 1.
      *Forma de pago que gasta el saldo a favor del cliente.
       77 forma_saldo_favor pic x(2) value "SF".
      *Campos del saldo a favor de los clientes.
       copy "ws_saldo_favor.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       open input ventas
       open input ventas_detalle
       perform abrir_fichero_cobros
       perform abrir_vencimientos_cobro
       perform abrir_saldos_favor
       move 1 to formas_abierto
       open input formas_pago
       if ws-estado-formas-pago not = "00"
           perform calcular_importe_venta
           perform calcular_cobrado_venta
           compute pendiente_venta = importe_venta_iva - cobrado_venta
      *    Los gastos de recibos devueltos y los intereses de
      *    demora cargados al cliente tambien se cobran contra la
      *    venta.
           move codigo_venta to venta_vencimientos
           perform sumar_gastos_pendientes
           add gastos_pendientes_vto to pendiente_venta
           move codigo_cliente to cliente_saldo_favor
           move spaces to venta_saldo_favor
           move spaces to documento_saldo_favor
           perform calcular_saldo_favor
           accept fecha_cobro from DATE YYYYMMDD
           display PantallaMarco
           display p_datos_cobro
       close ventas
       close ventas_detalle
       close cobros
       close saldos_favor
       perform cerrar_vencimientos_cobro
       if formas_abierto = 1
           close formas_pago
       end-if
                   display pantalla_opera_error
                   accept continuar
               else
               if forma_pago_cobro = forma_saldo_favor
                  and importe_cobro > saldo_favor
                   move spaces to ws-estado-fichero
                   move "Saldo a favor insuficiente."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
               else
               move codigo_venta to cob_codigo_venta
               move siguiente_numero_cobro to cob_numero
               move fecha_cobro to cob_fecha
               move importe_cobro to cob_importe
               move forma_pago_cobro to cob_forma_pago
               move "N" to cob_contabilizado
               write RCobro
                 invalid key
                   move ws-estado-cobros to ws-estado-fichero
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   perform aplicar_cobro_vencimientos
                   if forma_pago_cobro = forma_saldo_favor
                       perform consumir_saldo_favor
                   end-if
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
               end-if
               end-if
           end-if
       end-if.

      *Anota en el saldo a favor del cliente lo gastado en el cobro.
       consumir_saldo_favor.
       move "C" to sfm_tipo.
       move importe_cobro to sfm_importe.
       move fecha_cobro to sfm_fecha.
       move codigo_venta to sfm_codigo_venta.
       move spaces to sfm_documento.
       string "V" delimited by size
              codigo_venta delimited by size
              "/" delimited by size
              cob_numero delimited by size
         into sfm_documento
       end-string.
       move spaces to sfm_forma_pago.
       perform grabar_movimiento_saldo_favor.

      *Comprueba la forma de pago contra su maestro; en blanco se
      *anota como efectivo. El saldo a favor es una forma propia del
      *programa y no necesita estar en el maestro.
       validar_forma_pago.
       move 1 to forma_valida.
       if forma_pago_cobro = spaces
           move "EF" to forma_pago_cobro
       end-if.
       if forma_pago_cobro = forma_saldo_favor
           exit paragraph
       end-if.
       if formas_abierto = 1
           move forma_pago_cobro to fp_codigo
           read formas_pago

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Aplica el cobro a los vencimientos de la venta.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Saldo a favor de los clientes.
       copy "parrafo_saldo_favor.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
