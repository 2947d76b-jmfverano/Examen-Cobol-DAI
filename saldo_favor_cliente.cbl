       program-id. saldo_favor_cliente as "saldo_favor_cliente".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de saldos a favor.
       copy "file_control_saldos_favor.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero maestro de formas de pago.
       copy "file_control_formas_pago.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero maestro de formas de pago.
       copy "estructura_forma_pago.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar    pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-formas-pago pic xx value spaces.
      *Campos del saldo a favor de los clientes.
       copy "ws_saldo_favor.cpy".
      *Listado de los movimientos del cliente.
       77 fin_movimientos pic 9 value 0.
       77 linea_actual pic 99 value 8.
       77 tipo_movimiento pic x(10) value spaces.
      *Reembolso que se paga al cliente.
       77 importe_reembolso pic 9(9)v99 value 0.
       77 forma_reembolso pic x(2) value spaces.
       77 fecha_hoy pic 9(8) value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica que la operación se completo bien.
       copy "p_completa.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla que obtendra el codigo de cliente.
       copy "obten_codigo_cliente.cpy".
      *Cabecera de los movimientos del saldo a favor.
       01 p_cabecera_saldo_favor
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 31 pic x(15) from nombre of RCliente.
           02 line 4 col 47 pic x(15) from apellidos of RCliente.
           02 line 6 col 5 value
              "Fecha    Movimiento Venta     Documento".
           02 line 6 col 58 value "Importe".
      *Una linea por movimiento del saldo a favor.
       01 p_linea_saldo_favor
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic 9(8) from sf_fecha.
           02 line linea_actual col 14 pic x(10) from tipo_movimiento.
           02 line linea_actual col 25 pic x(8) from sf_codigo_venta.
           02 line linea_actual col 35 pic x(16) from sf_documento.
           02 line linea_actual col 52 pic -zzzzzzzz9.99
              from sf_importe.
      *Saldo actual y reembolso opcional.
       01 p_reembolso_saldo_favor
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 19 col 5 value "Saldo a favor: ".
           02 line 19 col 44 pic -zzzzzzzz9.99 from saldo_favor.
           02 line 20 col 5 value "Importe a reembolsar (0=ninguno): ".
           02 line 20 col 44 pic 9(9)v99 using importe_reembolso.
           02 line 21 col 5 value "Forma del reembolso (EF/TR): ".
           02 line 21 col 44 pic x(2) using forma_reembolso.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Saldo a favor de un cliente: muestra los abonos que lo
      *forman y lo que ya se gasto o se le devolvio, y permite pagar
      *un reembolso que lo rebaja.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
       move spaces to codigo of RCliente.
       display PantallaMarco.
       display obten_codigo_cliente.
       accept obten_codigo_cliente
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit program
       end-if.
       open input clientes.
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to ws-estado-fichero
           move "Cliente no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           close clientes
           exit program
       end-read.
       close clientes.
       perform abrir_saldos_favor.
       perform listar_movimientos_saldo.
       move codigo of RCliente to cliente_saldo_favor.
       move spaces to venta_saldo_favor.
       move spaces to documento_saldo_favor.
       perform calcular_saldo_favor.
       if transaccion_activa = 1
           perform pedir_reembolso
       end-if.
       close saldos_favor.
       exit program.

      *Lista los movimientos del saldo a favor del cliente.
       listar_movimientos_saldo.
       display PantallaMarco.
       display obten_codigo_cliente.
       display p_cabecera_saldo_favor.
       move 8 to linea_actual.
       move codigo of RCliente to sf_codigo_cliente.
       move 0 to sf_numero.
       move 0 to fin_movimientos.
       start saldos_favor
         key is not less than sf_clave
         invalid key
           move 1 to fin_movimientos
       end-start.
       perform until fin_movimientos = 1
         read saldos_favor next
           at end
             move 1 to fin_movimientos
           not at end
             if sf_codigo_cliente not = codigo of RCliente
                 move 1 to fin_movimientos
             else
                 perform mostrar_movimiento_saldo
             end-if
         end-read
       end-perform.

      *Muestra un movimiento, pasando de pagina al llenarse.
       mostrar_movimiento_saldo.
       evaluate true
         when sf_abono
           move "Abono" to tipo_movimiento
         when sf_consumo
           move "Consumo" to tipo_movimiento
         when sf_reembolso
           move "Reembolso" to tipo_movimiento
         when other
           move spaces to tipo_movimiento
       end-evaluate.
       display p_linea_saldo_favor.
       add 1 to linea_actual.
       if linea_actual > 17
           display p_continuar
           accept continuar
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
               move 1 to fin_movimientos
           end-accept
           display PantallaMarco
           display obten_codigo_cliente
           display p_cabecera_saldo_favor
           move 8 to linea_actual
       end-if.

      *Pide el reembolso y lo anota si cabe en el saldo.
       pedir_reembolso.
       move 0 to importe_reembolso.
       move "EF" to forma_reembolso.
       display p_reembolso_saldo_favor.
       accept p_reembolso_saldo_favor
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0 or importe_reembolso = 0
           exit paragraph
       end-if.
       if importe_reembolso > saldo_favor
           move spaces to ws-estado-fichero
           move "El reembolso supera el saldo a favor."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       perform validar_forma_reembolso.
       if forma_reembolso = spaces
           move spaces to ws-estado-fichero
           move "Forma de pago no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move "R" to sfm_tipo.
       move importe_reembolso to sfm_importe.
       move fecha_hoy to sfm_fecha.
       move spaces to sfm_codigo_venta.
       move "REEMBOLSO" to sfm_documento.
       move forma_reembolso to sfm_forma_pago.
       perform grabar_movimiento_saldo_favor.
       display PantallaMarco.
       display pantalla_completa.
       accept continuar.

      *Comprueba la forma del reembolso contra el maestro de formas
      *de pago, si existe; la deja en blanco si no es valida.
       validar_forma_reembolso.
       if forma_reembolso = spaces or forma_reembolso = "SF"
           move spaces to forma_reembolso
           exit paragraph
       end-if.
       open input formas_pago.
       if ws-estado-formas-pago = "00"
           move forma_reembolso to fp_codigo
           read formas_pago
             key is fp_codigo
             invalid key
               move spaces to forma_reembolso
           end-read
           close formas_pago
       end-if.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Saldo a favor de los clientes.
       copy "parrafo_saldo_favor.cpy".
