       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
      *Utiliza el control del fichero de codigos de barras.
       copy "file_control_codigos_barras.cpy".
      *Utiliza el control del fichero de saldos a favor.
       copy "file_control_saldos_favor.cpy".
      *Utiliza el control de las facturas simplificadas y su
      *contador.
       copy "file_control_facturas_simplificadas.cpy".
      *Fichero de tickets de mostrador, uno corto por venta.
       select tickets_mostrador
           assign to ".\tickets_mostrador.txt"
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
      *Utiliza la estructura del fichero de codigos de barras.
       copy "estructura_codigo_barras.cpy".
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
      *Utiliza la estructura de las facturas simplificadas y su
      *contador.
       copy "estructura_factura_simplificada.cpy".
       fd tickets_mostrador
         value of file-id is ".\tickets_mostrador.txt".
       01 registro_ticket pic x(80).
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "venta_mostrador".
       77 ws-estado-cobros pic xx value spaces.
      *Contador de codigos de venta.
       77 ws-estado-contador pic xx value spaces.
       77 contador_siguiente pic 9(8) value 0.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
      *Serie anual de facturas simplificadas: anio en curso y
      *ultimo numero utilizado, recuperados de su contador.
       77 ws-estado-simplificadas pic xx value spaces.
       77 ws-estado-contador-fsi pic xx value spaces.
       77 serie_anio pic 9(4) value 0.
       77 serie_numero pic 9(6) value 0.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
      *Desglose del IVA impreso en el ticket.
       77 base_editada pic z(7)9.99.
       77 cuota_editada pic z(7)9.99.
       77 tasa_editada pic z9.99.
      *Movimiento de stock con explosion de kits y almacenes.
       77 ws-estado-kits pic xx value spaces.
       77 kits_abiertos pic 9 value 0.
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 total_mostrador pic 9(9)v99 value 0.
       77 total_editado pic z(7)9.99.
       77 confirma_mostrador pic x value space.
      *Parte del total pagada con el saldo a favor de un cliente y
      *resto en efectivo; con saldo a favor la venta va a nombre
      *de ese cliente en lugar del cliente de mostrador.
       77 cliente_venta_mostrador pic x(4) value spaces.
       77 saldo_mostrador pic 9(9)v99 value 0.
       77 efectivo_mostrador pic 9(9)v99 value 0.
       77 saldo_editado pic z(7)9.99.
       77 efectivo_editado pic z(7)9.99.
       77 numero_cobro_mostrador pic 9(3) value 0.
      *Campos del saldo a favor de los clientes.
       copy "ws_saldo_favor.cpy".
      *Sustituto ofrecido cuando falta stock del articulo pedido.
       copy "ws_sustitucion.cpy".
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
      *Campos de trabajo de los codigos de barras.
       copy "ws_codigo_barras.cpy".
      *Campos de la comprobacion del estado del articulo.
       copy "ws_estado_articulo.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Venta de mostrador".
           02 line 6 col 5 value "Articulo: ".
           02 line 6 col 16 REQUIRED pic x(14)
              using codigo_leido.
           02 line 7 col 5 value "Descripcion: ".
           02 line 7 col 19 pic x(20) from descripcion of articulo.
           02 line 8 col 5 value "Unidades: ".
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 12 col 5 value "Total a cobrar (con IVA): ".
           02 line 12 col 32 pic z(7)9.99 from total_editado.
           02 line 13 col 5 value "Cliente con saldo a favor: ".
           02 line 13 col 33 pic x(4) using cliente_saldo_favor.
           02 line 14 col 5 value "Cobrado en efectivo (S/N)? ".
           02 line 14 col 33 REQUIRED pic x
              using confirma_mostrador.
      *Reparto del cobro entre el saldo a favor y el efectivo.
       01 p_reparto_mostrador
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 12 col 5 value "Total a cobrar (con IVA): ".
           02 line 12 col 32 pic z(7)9.99 from total_editado.
           02 line 13 col 5 value "Con saldo a favor: ".
           02 line 13 col 32 pic z(7)9.99 from saldo_editado.
           02 line 14 col 5 value "Resto en efectivo: ".
           02 line 14 col 32 pic z(7)9.99 from efectivo_editado.
           02 line 16 col 5 value "Confirmar el cobro (S/N)? ".
           02 line 16 col 33 REQUIRED pic x
              using confirma_mostrador.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
           if par_almacen_defecto not = spaces
               move par_almacen_defecto to almacen_mostrador
           end-if
           move par_nif_empresa to rgf_nif_emisor
       end-if.
      *Venta rapida de mostrador: para el que entra a por un cable
      *no hay agente ni cliente que teclear; articulo y unidades,
      *cobro en efectivo en el acto, y la venta queda grabada ya
      *cobrada con su cobro anotado y un ticket corto impreso. El
      *arqueo de caja del dia la recoge como cualquier otro cobro.
      *Si el cliente trae saldo a favor de un abono, se gasta primero
      *y solo el resto se cobra en efectivo.
       move 0 to sesion-expirada-llamada.
       open i-o ventas.
       open i-o articulos.
       move spaces to codigo_articulo of articulo.
       move spaces to descripcion of articulo.
       move 0 to numero_unidades of articulo.
       move spaces to codigo_leido.
       display pantallaMarco.
       display p_venta_mostrador.
       accept p_venta_mostrador
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       perform resolver_codigo_leido
       move codigo_resuelto to codigo_articulo of articulo
       move codigo_articulo of articulo
         to codigo_articulo of RArticulo
       read articulos
           accept continuar
           exit paragraph
       end-if.
       perform comprobar_venta_articulo.
       if articulo_se_vende = 0
           move spaces to ws-estado-fichero
           move motivo_estado_articulo to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move descripcion of RArticulo to descripcion of articulo.
       move precio_venta of RArticulo to precio_venta of articulo.
       move tasa_iva of RArticulo to tasa_iva of articulo.
       move codigo_articulo of articulo to mov_articulo.
       move numero_unidades of articulo to mov_unidades.
       perform comprobar_stock_movimiento.
       if stock_suficiente_mov = 0
           perform ofrecer_sustituto_mostrador
       end-if.
       if stock_suficiente_mov = 0
           display PantallaMarco
           display p_venta_mostrador
               * (1 + tasa_iva of articulo / 100)
           move total_mostrador to total_editado
           move 'N' to confirma_mostrador
           move spaces to cliente_saldo_favor
           display PantallaMarco
           display p_venta_mostrador
           display p_confirma_mostrador
           accept p_confirma_mostrador
           if confirma_mostrador = 'S' or confirma_mostrador = 's'
               perform repartir_saldo_favor
           end-if
           if confirma_mostrador = 'S' or confirma_mostrador = 's'
               perform grabar_venta_mostrador
           end-if
       end-if.

      *Sin cliente con saldo a favor todo se cobra en efectivo a
      *nombre del cliente de mostrador. Con el, se gasta su saldo
      *hasta el total, el resto va en efectivo y se pide de nuevo
      *la confirmacion con el reparto.
       repartir_saldo_favor.
       move cliente_mostrador to cliente_venta_mostrador.
       move 0 to saldo_mostrador.
       move total_mostrador to efectivo_mostrador.
       if cliente_saldo_favor = spaces
           exit paragraph
       end-if.
       move 'N' to confirma_mostrador.
       move 0 to saldo_favor.
       move spaces to venta_saldo_favor.
       move spaces to documento_saldo_favor.
       open input saldos_favor.
       if ws-estado-saldo-favor = "00"
           perform calcular_saldo_favor
           close saldos_favor
       end-if.
       if saldo_favor not > 0
           move spaces to ws-estado-fichero
           move "El cliente no tiene saldo a favor."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       if saldo_favor < total_mostrador
           move saldo_favor to saldo_mostrador
       else
           move total_mostrador to saldo_mostrador
       end-if.
       compute efectivo_mostrador = total_mostrador - saldo_mostrador.
       move saldo_mostrador to saldo_editado.
       move efectivo_mostrador to efectivo_editado.
       move cliente_saldo_favor to cliente_venta_mostrador.
       display PantallaMarco.
       display p_venta_mostrador.
       display p_reparto_mostrador.
       accept p_reparto_mostrador.

      *Ofrece los articulos equivalentes con stock cuando falta el
      *pedido. En el mostrador la venta es de un solo articulo, asi
      *que el sustituto elegido se lleva todas las unidades.
       ofrecer_sustituto_mostrador.
       move codigo_articulo of articulo to sus_articulo.
       move numero_unidades of articulo to sus_unidades.
       move "N" to sus_permite_reparto.
       call "selector_sustituto" using sustitucion.
       if sus_sustituto not = spaces
           move sus_sustituto to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               continue
             not invalid key
               move sus_sustituto to codigo_articulo of articulo
               move sus_sustituto to codigo_leido
               move descripcion of RArticulo to descripcion of articulo
               move precio_venta of RArticulo
                 to precio_venta of articulo
               move tasa_iva of RArticulo to tasa_iva of articulo
               move codigo_articulo of articulo to mov_articulo
               perform comprobar_stock_movimiento
           end-read
       end-if.

      *Graba la venta cobrada, su cobro, el movimiento de stock y
      *el ticket de mostrador.
       grabar_venta_mostrador.
       perform asignar_codigo_venta.
      *El numero de la factura simplificada se reserva antes de
      *grabar la venta, para que ningun ticket salga sin numero.
       if contador_asignado = 1
           accept ws-fecha-hoy from date yyyymmdd
           perform asignar_numero_simplificada
           if contador_asignado = 0
               move spaces to ws-estado-fichero
               move "Contador de tickets en uso; reintente."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               exit paragraph
           end-if
       end-if.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador de ventas en uso; reintente."
             to apellidos of agente_comercial
       end-read
       close agentes
       move cliente_venta_mostrador to codigo_cliente
       move "Mostrador" to nombre_cliente
       move spaces to apellidos_cliente
       move spaces to rgf_nif_cliente
       open input clientes
       move cliente_venta_mostrador to codigo of RCliente
       read clientes
         key is codigo of RCliente
         invalid key
         not invalid key
           move nombre of RCliente to nombre_cliente
           move apellidos of RCliente to apellidos_cliente
           move nif to rgf_nif_cliente
       end-read
       close clientes
       move 0 to descuento
       move 0 to fecha_reclamacion
       move spaces to agente_secundario
       move 0 to porcentaje_secundario
       move 0 to num_direccion_entrega
       write RVenta
         invalid key
           perform obtener_descripcion_estado
           move codigo_venta to mov_venta
           perform mover_stock
           perform grabar_cobro_mostrador
           perform registrar_ticket_mostrador
           perform imprimir_ticket_mostrador
           display PantallaMarco
           display pantalla_completa
       end-write
       end-if.

      *Anota el cobro de la venta de mostrador: lo pagado con saldo
      *a favor, que se descuenta del saldo del cliente, y el
      *efectivo.
       grabar_cobro_mostrador.
       move 0 to numero_cobro_mostrador.
       if saldo_mostrador > 0
           add 1 to numero_cobro_mostrador
           move codigo_venta to cob_codigo_venta
           move numero_cobro_mostrador to cob_numero
           accept cob_fecha from DATE YYYYMMDD
           move saldo_mostrador to cob_importe
           move "SF" to cob_forma_pago
           move "N" to cob_contabilizado
           write RCobro
             invalid key
               continue
           end-write
           perform abrir_saldos_favor
           move cliente_venta_mostrador to cliente_saldo_favor
           move "C" to sfm_tipo
           move saldo_mostrador to sfm_importe
           move cob_fecha to sfm_fecha
           move codigo_venta to sfm_codigo_venta
           move spaces to sfm_documento
           string "V" delimited by size
                  codigo_venta delimited by size
                  "/" delimited by size
                  cob_numero delimited by size
             into sfm_documento
           end-string
           move spaces to sfm_forma_pago
           perform grabar_movimiento_saldo_favor
           close saldos_favor
       end-if.
       if efectivo_mostrador > 0
           add 1 to numero_cobro_mostrador
           move codigo_venta to cob_codigo_venta
           move numero_cobro_mostrador to cob_numero
           accept cob_fecha from DATE YYYYMMDD
           move efectivo_mostrador to cob_importe
           move "EF" to cob_forma_pago
           move "N" to cob_contabilizado
           write RCobro
             invalid key
               continue
           end-write
       end-if.

      *Anota el alta del ticket en el registro encadenado de
      *facturacion, en la serie T de facturas simplificadas con el
      *numero reservado, y lo guarda en el fichero de facturas
      *simplificadas para poder canjearlo despues por una factura
      *completa.
       registrar_ticket_mostrador.
       move "A" to rgf_tipo.
       move "T" to rgf_serie.
       move serie_anio to rgf_anio.
       move serie_numero to rgf_numero.
       move fecha to rgf_fecha.
       move codigo_venta to rgf_codigo_venta.
       compute rgf_base =
           precio_venta of articulo * numero_unidades of articulo.
       compute rgf_cuota =
           rgf_base * tasa_iva of articulo / 100.
       move 0 to rgf_recargo.
       move total_mostrador to rgf_total.
       perform grabar_registro_fiscal.
       move serie_anio to fsi_anio.
       move serie_numero to fsi_numero.
       move codigo_venta to fsi_codigo_venta.
       move fecha to fsi_fecha.
       move tasa_iva of articulo to fsi_tasa_iva.
       move rgf_base to fsi_base.
       move rgf_cuota to fsi_cuota.
       move total_mostrador to fsi_total.
       set simplificada_emitida to true.
       move 0 to fsi_canje_anio.
       move 0 to fsi_canje_numero.
       move 0 to fsi_canje_fecha.
       move spaces to fsi_canje_cliente.
       open i-o facturas_simplificadas.
       if ws-estado-simplificadas = "35"
           open output facturas_simplificadas
           close facturas_simplificadas
           open i-o facturas_simplificadas
       end-if.
       write RFacturaSimplificada
         invalid key
           continue
       end-write.
       close facturas_simplificadas.

      *Imprime el ticket del mostrador como factura simplificada:
      *numero de la serie T, emisor, la linea y el desglose del IVA.
       imprimir_ticket_mostrador.
       open extend tickets_mostrador.
       move "---- FACTURA SIMPLIFICADA -----" to registro_ticket.
       write registro_ticket.
       move spaces to registro_ticket.
       string "Numero: T " delimited by size
              serie_anio delimited by size
              "/" delimited by size
              serie_numero delimited by size
         into registro_ticket
       end-string.
       write registro_ticket.
       if parametros_leidos = 1
           move par_razon_social to registro_ticket
           write registro_ticket
           move spaces to registro_ticket
           string "NIF: " delimited by size
                  par_nif_empresa delimited by size
             into registro_ticket
           end-string
           write registro_ticket
       end-if.
       move spaces to registro_ticket.
       string "Venta: " delimited by size
              codigo_venta delimited by size
              "  Fecha: " delimited by size
         into registro_ticket
       end-string.
       write registro_ticket.
       move fsi_base to base_editada.
       move fsi_cuota to cuota_editada.
       move fsi_tasa_iva to tasa_editada.
       move spaces to registro_ticket.
       string "Base imponible:    " delimited by size
              base_editada delimited by size
         into registro_ticket
       end-string.
       write registro_ticket.
       move spaces to registro_ticket.
       string "IVA " delimited by size
              tasa_editada delimited by size
              "%:        " delimited by size
              cuota_editada delimited by size
         into registro_ticket
       end-string.
       write registro_ticket.
       move spaces to registro_ticket.
       string "TOTAL (IVA incl.): " delimited by size
              total_editado delimited by size
         into registro_ticket
       end-string.
       write registro_ticket.
       if saldo_mostrador > 0
           move spaces to registro_ticket
           string "Saldo a favor:     " delimited by size
                  saldo_editado delimited by size
             into registro_ticket
           end-string
           write registro_ticket
           move spaces to registro_ticket
           string "Efectivo:          " delimited by size
                  efectivo_editado delimited by size
             into registro_ticket
           end-string
           write registro_ticket
       end-if.
       move "Codigo QR de verificacion (VERI*FACTU):"
         to registro_ticket.
       write registro_ticket.
       move qr_url to registro_ticket.
       write registro_ticket.
       move qr_datos to registro_ticket.
       write registro_ticket.
       move "------------------------------" to registro_ticket.
       write registro_ticket.
       close tickets_mostrador.

      *Reserva el siguiente numero de la serie anual de facturas
      *simplificadas en una sola operacion de lectura y regrabacion
      *del contador, igual que la serie de facturas completas. Si
      *cambia el anio, la serie empieza de nuevo en 1.
       asignar_numero_simplificada.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_simplificada
           evaluate true
             when ws-estado-contador-fsi = "00"
               read contador_simplificada
                 at end
                   move wc-anio-hoy to serie_anio
                   move 1 to serie_numero
                   close contador_simplificada
                   open output contador_simplificada
                   perform montar_contador_simplificada
                   write registro_contador_simplificada
                 not at end
                   unstring registro_contador_simplificada
                       delimited by ","
                     into serie_anio serie_numero
                   end-unstring
                   if serie_anio not = wc-anio-hoy
                       move wc-anio-hoy to serie_anio
                       move 0 to serie_numero
                   end-if
                   add 1 to serie_numero
                   perform montar_contador_simplificada
                   rewrite registro_contador_simplificada
               end-read
               close contador_simplificada
               move 1 to contador_asignado
             when ws-estado-contador-fsi = "35"
               move wc-anio-hoy to serie_anio
               move 1 to serie_numero
               open output contador_simplificada
               perform montar_contador_simplificada
               write registro_contador_simplificada
               close contador_simplificada
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Monta la linea del contador con la serie y el numero.
       montar_contador_simplificada.
       move spaces to registro_contador_simplificada.
       string serie_anio delimited by size
              "," delimited by size
              serie_numero delimited by size
         into registro_contador_simplificada
       end-string.

      *Abre el fichero de cobros, creandolo vacio la primera vez.
       abrir_cobros_mostrador.
       open i-o cobros.
      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro encadenado de facturacion y su codigo QR.
       copy "parrafo_registro_fiscal.cpy".

      *Anota el movimiento de stock en el kardex.
       copy "parrafo_grabar_kardex.cpy".

      *Mueve el stock con explosion de kits en sus componentes.
       copy "parrafo_mover_stock.cpy".

      *Resuelve el codigo escaneado al codigo del articulo.
       copy "parrafo_codigo_barras.cpy".

      *Saldo a favor de los clientes.
       copy "parrafo_saldo_favor.cpy".

      *Comprobacion del estado del articulo antes de venderlo.
       copy "parrafo_estado_articulo.cpy".
