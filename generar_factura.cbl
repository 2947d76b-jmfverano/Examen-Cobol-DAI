       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de condiciones de pago.
       copy "file_control_condiciones_pago.cpy".
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control de las facturas simplificadas y su
      *contador.
       copy "file_control_facturas_simplificadas.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de condiciones de pago.
       copy "estructura_condicion_pago.cpy".
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Utiliza la estructura de las facturas simplificadas y su
      *contador.
       copy "estructura_factura_simplificada.cpy".
       working-storage section.
       77 continuar        pic x.
       77 bucle_detalle    pic 9 value 0.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-contador-fac pic xx value spaces.
       77 ws-estado-simplificadas pic xx value spaces.
       77 ws-estado-contador-fsi pic xx value spaces.
      *Marca de venta de mostrador con factura simplificada vigente.
       77 venta_con_ticket pic 9 value 0.
      *Serie anual de facturacion: anio en curso y ultimo numero
      *utilizado, recuperados del fichero contador.
       77 serie_anio       pic 9(4) value 0.
      *Campos de edicion para las lineas impresas de la factura.
       77 ed_importe       pic zzzzzzzzzzzz9.99.
       77 ed_tasa          pic z9.99.
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
      *Campos de los vencimientos de la factura.
       copy "ws_vencimientos.cpy".
       77 ed_fecha_vto pic 9999/99/99.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if parametros_leidos = 1
           move par_nif_empresa to rgf_nif_emisor
       end-if.
      *Emite la factura de una venta con numeracion legal de serie
      *anual, desglosando la base imponible y el IVA por cada tipo
      *aplicado; si la venta ya tenia factura asignada, la reimprime
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
       accept ws-fecha-hoy from date yyyymmdd
       open i-o ventas
       if ws-estado-cobros not = "00"
           move 0 to cobros_abierto
       end-if
       perform abrir_ficheros_vencimientos
       read ventas
         key is codigo_venta
         invalid key
       if cobros_abierto = 1
           close cobros
       end-if
       perform cerrar_ficheros_vencimientos
       end-if.
       exit program.

      *Asigna numero de la serie anual si la venta aun no lo tiene,
      *marcandola ademas como facturada, y escribe el documento.
       emitir_o_reimprimir_factura.
      *Una venta de mostrador ya tiene su factura simplificada; la
      *factura completa solo se obtiene canjeando el ticket, que
      *queda anulado, para no facturar dos veces la misma venta.
       if factura_numero = 0
           perform comprobar_ticket_venta
           if venta_con_ticket = 1
               move spaces to ws-estado-fichero
               move "Venta con ticket; use el canje."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               exit paragraph
           end-if
       end-if.
       if factura_numero = 0
      *    El numero legal se reserva de forma atomica: dos puestos
      *    facturando a la vez no pueden recibir el mismo numero.
               display pantalla_opera_error
               accept continuar
             not invalid key
               perform registrar_factura_emitida
               perform generar_vencimientos_factura
               perform escribir_factura
               perform encolar_factura
               display PantallaMarco
               display p_factura_generada
               accept continuar
           end-rewrite
           end-if
       else
      *    La reimpresion lleva el codigo QR del alta ya registrada.
           move "F" to rgf_serie
           move factura_anio to rgf_anio
           move factura_numero to rgf_numero
           perform buscar_registro_fiscal
           perform escribir_factura
           display PantallaMarco
           display p_factura_generada
       write registro_factura.
       perform escribir_total_en_moneda.
       perform escribir_a_cuenta.
       perform escribir_vencimientos_factura.
       if qr_datos not = spaces
           perform escribir_qr_factura
       end-if.
       move "=====================================" to registro_factura.
       write registro_factura.
       close facturas.

      *Pone la factura recien emitida en la cola de correo, a la
      *direccion de facturacion del cliente. La reimpresion no se
      *vuelve a enviar.
       encolar_factura.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to email_facturacion
       end-read.
       move "C" to correo_tipo_interlocutor.
       move codigo_cliente to correo_interlocutor.
       move email_facturacion to correo_destinatario.
       move "FACTURA" to correo_tipo_documento.
       move spaces to correo_referencia.
       string factura_anio delimited by size
              "/" delimited by size
              factura_numero delimited by size
         into correo_referencia
       end-string.
       move spaces to correo_asunto.
       string "Factura " delimited by size
              correo_referencia delimited by space
              " - venta " delimited by size
              codigo_venta delimited by size
         into correo_asunto
       end-string.
       move "facturas.txt" to correo_fichero.
       perform encolar_documento.

      *Anota el alta de la factura recien numerada en el registro
      *encadenado de facturacion, con el NIF del cliente del
      *maestro y los totales del documento.
       registrar_factura_emitida.
       perform acumular_desglose_factura.
       move spaces to rgf_nif_cliente.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move nif to rgf_nif_cliente
       end-read.
       move "A" to rgf_tipo.
       move "F" to rgf_serie.
       move factura_anio to rgf_anio.
       move factura_numero to rgf_numero.
       accept rgf_fecha from date yyyymmdd.
       move codigo_venta to rgf_codigo_venta.
       move total_base to rgf_base.
       move total_iva to rgf_cuota.
       move total_recargo to rgf_recargo.
       move total_factura to rgf_total.
       perform grabar_registro_fiscal.

      *Reparte el total de la factura recien numerada en sus
      *vencimientos segun las condiciones de pago del cliente.
       generar_vencimientos_factura.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to condicion_pago
           move 0 to plazo_pago_dias
       end-read.
       move ws-fecha-hoy to fecha_base_vencimientos.
       move total_factura to importe_vencimientos.
       perform generar_vencimientos_venta.

      *Escribe los vencimientos de la factura con su fecha e
      *importe.
       escribir_vencimientos_factura.
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
                     move vto_fecha_vencimiento to ed_fecha_vto
                     move vto_importe to ed_importe
                     move spaces to registro_factura
                     string "Vencimiento " delimited by size
                            vto_numero delimited by size
                            " " delimited by size
                            ed_fecha_vto delimited by size
                            ": " delimited by size
                            ed_importe delimited by size
                       into registro_factura
                     end-string
                     write registro_factura
                 end-if
             end-read
           end-perform
       end-if.

      *Busca la factura simplificada emitida para la venta en el
      *mostrador; la canjeada ya lleva la factura en la venta.
       comprobar_ticket_venta.
       move 0 to venta_con_ticket.
       open input facturas_simplificadas.
       if ws-estado-simplificadas = "00"
           move codigo_venta to fsi_codigo_venta
           read facturas_simplificadas
             key is fsi_codigo_venta
             invalid key
               continue
             not invalid key
               if simplificada_emitida
                   move 1 to venta_con_ticket
               end-if
           end-read
           close facturas_simplificadas
       end-if.

      *Escribe los datos del codigo QR de cotejo de la factura.
       escribir_qr_factura.
       move "Codigo QR de verificacion (VERI*FACTU):"
         to registro_factura.
       write registro_factura.
       move qr_url to registro_factura.
       write registro_factura.
       move qr_datos to registro_factura.
       write registro_factura.

      *Si la venta trae entregas a cuenta (anticipos u otros cobros
      *previos), la factura las resta y muestra el neto a pagar.
       escribir_a_cuenta.
           end-string
           write registro_factura
           end-write
           move spaces to registro_factura
           string "NIF: " delimited by size
                  nif delimited by size
             into registro_factura
           end-string
           write registro_factura
           end-write
           string "Direccion: " delimited by size
                  direccion delimited by size
             into registro_factura
      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro encadenado de facturacion y su codigo QR.
       copy "parrafo_registro_fiscal.cpy".

      *Busca el cambio de la moneda a una fecha.
       copy "parrafo_cambio_moneda.cpy".

      *Genera los vencimientos de la venta facturada.
       copy "parrafo_generar_vencimientos.cpy".

      *Aplica los cobros de la venta a sus vencimientos.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".
