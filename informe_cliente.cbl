       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de saldos a favor.
       copy "file_control_saldos_favor.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
       working-storage section.
       77 continuar        pic x.
       77 aux_cliente      pic x(4).
       77 transaccion_activa pic 9 value 1.
       77 ws-estado-detalle pic xx value spaces.
       77 bucle_detalle    pic 9.
      *Campos del saldo a favor de los clientes.
       copy "ws_saldo_favor.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       copy "datos_informe.cpy".
      *Muestra el total comprado por el cliente con IVA desglosado.
       copy "p_total_cliente.cpy".
      *Saldo a favor del cliente por abonos de ventas ya cobradas.
       01 p_saldo_favor_extracto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 25 col 5 value "Saldo a favor del cliente: ".
           02 line 25 col 32
              pic -zzzzzzzzzzz9.99 from saldo_favor.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if hubo_venta = 1
           compute total_con_iva = total_importe + total_iva
           display p_total_cliente
           perform consultar_saldo_favor_cliente
           display p_saldo_favor_extracto
           accept continuar
       else
           move spaces to ws-estado-fichero
         end-read
       end-perform.

      *Saldo a favor del cliente del extracto.
       consultar_saldo_favor_cliente.
       move 0 to saldo_favor.
       open input saldos_favor.
       if ws-estado-saldo-favor = "00"
           move aux_cliente to cliente_saldo_favor
           move spaces to venta_saldo_favor
           move spaces to documento_saldo_favor
           perform calcular_saldo_favor
           close saldos_favor
       end-if.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Saldo a favor de los clientes.
       copy "parrafo_saldo_favor.cpy".
