       program-id. canjear_ticket as "canjear_ticket".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de facturas y su contador.
       copy "file_control_factura.cpy".
      *Utiliza el control de las facturas simplificadas y su
      *contador.
       copy "file_control_facturas_simplificadas.cpy".
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de facturas y su contador.
       copy "estructura_factura.cpy".
      *Utiliza la estructura de las facturas simplificadas y su
      *contador.
       copy "estructura_factura_simplificada.cpy".
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-contador-fac pic xx value spaces.
       77 ws-estado-simplificadas pic xx value spaces.
       77 ws-estado-contador-fsi pic xx value spaces.
      *Ticket que se canjea y cliente identificado que lo pide.
       77 ticket_anio pic 9(4) value 0.
       77 ticket_numero pic 9(6) value 0.
       77 cliente_canje pic x(4) value spaces.
       77 nombre_canje pic x(40) value spaces.
       77 ed_total pic z(10)9.99.
      *Serie anual de facturacion: anio en curso y ultimo numero
      *utilizado, recuperados del fichero contador.
       77 serie_anio pic 9(4) value 0.
       77 serie_numero pic 9(6) value 0.
      *Resultado y reintentos de la reserva del numero de factura.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       01 ws-fecha-hoy.
           02 wc-anio-hoy pic 9999.
           02 wc-mes-hoy  pic 99.
           02 wc-dia-hoy  pic 99.
      *Campos de edicion para las lineas impresas de la factura.
       77 ed_importe pic zzzzzzzzzzzz9.99.
       77 ed_tasa pic z9.99.
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
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
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Pide el ticket que se canjea y el cliente de la factura.
       01 obten_ticket_canje
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5
              value "Canje de factura simplificada por factura".
           02 line 6 col 5 value "Anio del ticket: ".
           02 line 6 col 28 REQUIRED pic 9(4) using ticket_anio.
           02 line 7 col 5 value "Numero del ticket: ".
           02 line 7 col 28 REQUIRED pic 9(6) using ticket_numero.
           02 line 8 col 5 value "Cliente de la factura: ".
           02 line 8 col 28 REQUIRED pic x(4) using cliente_canje.
      *Datos del ticket y del cliente, y confirmacion.
       01 p_confirma_canje
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 10 col 5 value "Venta: ".
           02 line 10 col 28 pic x(8) from fsi_codigo_venta.
           02 line 11 col 5 value "Fecha del ticket: ".
           02 line 11 col 28 pic 9(8) from fsi_fecha.
           02 line 12 col 5 value "Total del ticket: ".
           02 line 12 col 28 pic x(14) from ed_total.
           02 line 13 col 5 value "Cliente: ".
           02 line 13 col 28 pic x(40) from nombre_canje.
           02 line 14 col 5 value "NIF: ".
           02 line 14 col 28 pic x(9) from nif.
           02 line 16 col 5 value
              "El ticket quedara anulado y sustituido por la factura.".
           02 line 20 col 10 value "Desea emitir la factura (S/N): ".
           02 line 20 col 43 REQUIRED pic x using continuar.
      *Avisa del numero de la factura que sustituye al ticket.
       01 p_canje_emitido
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 15 col 10 value "Factura emitida: ".
           02 line 15 col 28 pic 9(4) from serie_anio.
           02 line 15 col 32 value "/".
           02 line 15 col 33 pic 9(6) from serie_numero.
           02 line 16 col 10
              value "Grabada en el fichero facturas.txt".
           02 line 18 col 15 value "Pulse una tecla para continuar".

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if parametros_leidos = 1
           move par_nif_empresa to rgf_nif_emisor
       end-if.
      *Canjea una factura simplificada de mostrador por una factura
      *completa a nombre de un cliente identificado con su NIF: la
      *factura lleva numero de la serie de facturas completas y la
      *referencia del ticket, el ticket queda anulado en el registro
      *encadenado de facturacion y marcado como canjeado, y la venta
      *pasa al cliente con el numero de la factura. Los importes
      *son los del ticket, que ya estaba cobrado.
       move 0 to sesion-expirada-llamada.
       move 0 to ticket_anio.
       move 0 to ticket_numero.
       move spaces to cliente_canje.
       display pantallaMarco.
       display obten_ticket_canje.
       accept obten_ticket_canje
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           open i-o facturas_simplificadas
           if ws-estado-simplificadas not = "00"
               move spaces to ws-estado-fichero
               move "No hay facturas simplificadas."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               exit program
           end-if
           open i-o ventas
           open input clientes
           perform comprobar_canje
           close facturas_simplificadas
           close ventas
           close clientes
       end-if.
       exit program.

      *Comprueba el ticket, el cliente y la venta antes de pedir la
      *confirmacion del canje.
       comprobar_canje.
       move ticket_anio to fsi_anio.
       move ticket_numero to fsi_numero.
       read facturas_simplificadas
         key is fsi_clave
         invalid key
           move spaces to ws-estado-fichero
           move "Ticket no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-read.
       if simplificada_canjeada
           move spaces to ws-estado-fichero
           move "El ticket ya fue canjeado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move cliente_canje to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to ws-estado-fichero
           move "Cliente no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-read.
       if nif = spaces
           move spaces to ws-estado-fichero
           move "El cliente no tiene NIF." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move fsi_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-read.
       move spaces to nombre_canje.
       string nombre of RCliente delimited by "  "
              " " delimited by size
              apellidos of RCliente delimited by "  "
         into nombre_canje
       end-string.
       move fsi_total to ed_total.
       move "N" to continuar.
       display PantallaMarco.
       display obten_ticket_canje.
       display p_confirma_canje.
       accept p_confirma_canje
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
          and (continuar = "S" or continuar = "s")
           perform emitir_factura_canje
       end-if.

      *Numera la factura completa, anula el ticket y registra la
      *factura, pasa la venta al cliente y escribe el documento.
       emitir_factura_canje.
       accept ws-fecha-hoy from date yyyymmdd.
      *El numero legal se reserva de forma atomica: dos puestos
      *facturando a la vez no pueden recibir el mismo numero.
       perform asignar_numero_factura.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador de facturas en uso; reintente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move cliente_canje to codigo_cliente.
       move nombre of RCliente to nombre_cliente.
       move apellidos of RCliente to apellidos_cliente.
       move serie_anio to factura_anio.
       move serie_numero to factura_numero.
       rewrite RVenta
         invalid key
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-rewrite.
       set simplificada_canjeada to true.
       move serie_anio to fsi_canje_anio.
       move serie_numero to fsi_canje_numero.
       move ws-fecha-hoy to fsi_canje_fecha.
       move cliente_canje to fsi_canje_cliente.
       rewrite RFacturaSimplificada
         invalid key
           continue
       end-rewrite.
       perform registrar_canje.
       perform escribir_factura_canje.
       display PantallaMarco.
       display p_canje_emitido.
       accept continuar.

      *Deja en el registro encadenado la anulacion del ticket y el
      *alta de la factura que lo sustituye, con los importes del
      *ticket, para que el IVA no se declare dos veces.
       registrar_canje.
       move "N" to rgf_tipo.
       move "T" to rgf_serie.
       move fsi_anio to rgf_anio.
       move fsi_numero to rgf_numero.
       move ws-fecha-hoy to rgf_fecha.
       move spaces to rgf_nif_cliente.
       move fsi_codigo_venta to rgf_codigo_venta.
       move fsi_base to rgf_base.
       move fsi_cuota to rgf_cuota.
       move 0 to rgf_recargo.
       move fsi_total to rgf_total.
       perform grabar_registro_fiscal.
       move "A" to rgf_tipo.
       move "F" to rgf_serie.
       move serie_anio to rgf_anio.
       move serie_numero to rgf_numero.
       move ws-fecha-hoy to rgf_fecha.
       move nif to rgf_nif_cliente.
       perform grabar_registro_fiscal.

      *Escribe en el fichero de facturas el documento de la factura
      *completa, con la referencia del ticket que sustituye.
       escribir_factura_canje.
       open extend facturas.
       move "=====================================" to registro_factura.
       write registro_factura.
       move spaces to registro_factura.
       string "FACTURA " delimited by size
              factura_anio delimited by size
              "/" delimited by size
              factura_numero delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move spaces to registro_factura.
       string "Sustituye a la factura simplificada T " delimited by size
              fsi_anio delimited by size
              "/" delimited by size
              fsi_numero delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move spaces to registro_factura.
       string "Venta: " delimited by size
              codigo_venta delimited by size
              "  Fecha venta: " delimited by size
              anio delimited by size
              "/" delimited by size
              mes delimited by size
              "/" delimited by size
              dia delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move spaces to registro_factura.
       string "Cliente: " delimited by size
              codigo of RCliente delimited by size
              " " delimited by size
              nombre of RCliente delimited by size
              " " delimited by size
              apellidos of RCliente delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move spaces to registro_factura.
       string "NIF: " delimited by size
              nif delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move spaces to registro_factura.
       string "Direccion: " delimited by size
              direccion delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move spaces to registro_factura.
       string "          " delimited by size
              codigo_postal delimited by size
              " " delimited by size
              ciudad delimited by size
              " (" delimited by size
              provincia delimited by size
              ")" delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move "Codigo Descripcion          Precio    Unid.  IVA"
         to registro_factura.
       write registro_factura.
       move spaces to registro_factura.
       string codigo_articulo of articulo delimited by size
              "   " delimited by size
              descripcion of articulo delimited by size
              " " delimited by size
              precio_venta of articulo delimited by size
              " " delimited by size
              numero_unidades of articulo delimited by size
              " " delimited by size
              tasa_iva of articulo delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move "Desglose por tipo de IVA:" to registro_factura.
       write registro_factura.
       move fsi_tasa_iva to ed_tasa.
       move fsi_base to ed_importe.
       move spaces to registro_factura.
       string "  Tipo " delimited by size
              ed_tasa delimited by size
              "%  Base " delimited by size
              ed_importe delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move fsi_cuota to ed_importe.
       move spaces to registro_factura.
       string "            Cuota " delimited by size
              ed_importe delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move fsi_base to ed_importe.
       move spaces to registro_factura.
       string "Base imponible total: " delimited by size
              ed_importe delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move fsi_cuota to ed_importe.
       move spaces to registro_factura.
       string "IVA total:            " delimited by size
              ed_importe delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move fsi_total to ed_importe.
       move spaces to registro_factura.
       string "TOTAL FACTURA:        " delimited by size
              ed_importe delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       move "Cobrada en el ticket que sustituye." to registro_factura.
       write registro_factura.
       if qr_datos not = spaces
           move "Codigo QR de verificacion (VERI*FACTU):"
             to registro_factura
           write registro_factura
           move qr_url to registro_factura
           write registro_factura
           move qr_datos to registro_factura
           write registro_factura
       end-if.
       move "=====================================" to registro_factura.
       write registro_factura.
       close facturas.

      *Reserva el siguiente numero de la serie anual de facturas en
      *una sola operacion de lectura y regrabacion del contador,
      *para que dos puestos facturando a la vez no reciban el mismo
      *numero legal. El fichero solo se crea cuando de verdad no
      *existe (estado 35); un estado de registro en uso se
      *reintenta. Si cambia el anio, la serie empieza de nuevo en 1.
       asignar_numero_factura.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_factura
           evaluate true
             when ws-estado-contador-fac = "00"
               read contador_factura
                 at end
                   move wc-anio-hoy to serie_anio
                   move 1 to serie_numero
                   close contador_factura
                   open output contador_factura
                   perform montar_contador_factura
                   write registro_contador_factura
                 not at end
                   unstring registro_contador_factura
                       delimited by ","
                     into serie_anio serie_numero
                   end-unstring
                   if serie_anio not = wc-anio-hoy
                       move wc-anio-hoy to serie_anio
                       move 0 to serie_numero
                   end-if
                   add 1 to serie_numero
                   perform montar_contador_factura
                   rewrite registro_contador_factura
               end-read
               close contador_factura
               move 1 to contador_asignado
             when ws-estado-contador-fac = "35"
               move wc-anio-hoy to serie_anio
               move 1 to serie_numero
               open output contador_factura
               perform montar_contador_factura
               write registro_contador_factura
               close contador_factura
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Monta la linea del contador con la serie y el numero.
       montar_contador_factura.
       move spaces to registro_contador_factura.
       string serie_anio delimited by size
              "," delimited by size
              serie_numero delimited by size
         into registro_contador_factura
       end-string.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro encadenado de facturacion y su codigo QR.
       copy "parrafo_registro_fiscal.cpy".
