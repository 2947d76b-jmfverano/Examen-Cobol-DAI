       copy "file_control_rectificativas.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de saldos a favor.
       copy "file_control_saldos_favor.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_rectificativa.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de saldos a favor.
       copy "estructura_saldo_favor.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 abono_total pic 9(13)v99 value 0.
       77 ed_importe pic -zzzzzzzzzzz9.99.
       77 ed_tasa pic z9.99.
      *Abono de una venta ya cobrada, que pasa a saldo a favor del
      *cliente hasta lo que llego a cobrarse de la venta.
       77 ws-estado-cobros pic xx value spaces.
       77 bucle_cobros pic 9 value 0.
       77 cobrado_venta pic s9(13)v99 value 0.
       77 disponible_abono pic s9(13)v99 value 0.
       77 abono_saldo_favor pic s9(13)v99 value 0.
      *Campos del saldo a favor de los clientes.
       copy "ws_saldo_favor.cpy".
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
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
       01 obten_abono
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de venta: ".
           02 line 4 col 23 REQUIRED pic x(8)
              using dev_codigo_venta.
           02 line 5 col 5 value "Numero de abono: ".
           02 line 5 col 23 REQUIRED pic 9(3) using dev_numero.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if parametros_leidos = 1
           move par_nif_empresa to rgf_nif_emisor
       end-if.
      *Emite la factura rectificativa de un abono por devolucion,
      *con su serie anual propia, referenciando la factura original
      *de la venta y con el IVA en negativo; si el abono ya tenia
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move dev_codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to dev_codigo_venta.
       if transaccion_activa = 1
       accept ws-fecha-hoy from date yyyymmdd
       open i-o devoluciones
             invalid key
               continue
           end-rewrite
           perform registrar_rectificativa
           perform abonar_saldo_favor
       else
      *    La reimpresion lleva el codigo QR del alta ya registrada.
           move "R" to rgf_serie
           move dev_rect_anio to rgf_anio
           move dev_rect_numero to rgf_numero
           perform buscar_registro_fiscal
       end-if.
       perform escribir_rectificativa.
       display PantallaMarco.
      *factura original, cliente, la linea devuelta y el desglose
      *en negativo.
       escribir_rectificativa.
       perform calcular_importes_abono.
       move spaces to nombre_cliente.
       move spaces to apellidos_cliente.
       move dev_codigo_venta to codigo_venta.
         into registro_rectificativa
       end-string.
       write registro_rectificativa.
       perform consultar_abono_saldo_favor.
       if abono_saldo_favor > 0
           move abono_saldo_favor to ed_importe
           move spaces to registro_rectificativa
           string "Queda como saldo a favor del cliente: "
                    delimited by size
                  ed_importe delimited by size
             into registro_rectificativa
           end-string
           write registro_rectificativa
       end-if.
       if qr_datos not = spaces
           move "Codigo QR de verificacion (VERI*FACTU):"
             to registro_rectificativa
           write registro_rectificativa
           move qr_url to registro_rectificativa
           write registro_rectificativa
           move qr_datos to registro_rectificativa
           write registro_rectificativa
       end-if.
       move "====================================="
         to registro_rectificativa.
       write registro_rectificativa.
       close rectificativas.

      *Importes del abono a partir de la linea devuelta.
       calcular_importes_abono.
       compute abono_base =
           dev_precio * dev_unidades * (1 - dev_descuento / 100).
       compute abono_iva = abono_base * dev_tasa / 100.
       compute abono_total = abono_base + abono_iva.

      *Anota el alta de la rectificativa recien numerada en el
      *registro encadenado de facturacion, con los importes en
      *negativo como en el documento.
       registrar_rectificativa.
       perform calcular_importes_abono.
       move spaces to rgf_nif_cliente.
       move dev_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           move spaces to codigo_cliente
       end-read.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           move nif to rgf_nif_cliente
       end-read.
       move "A" to rgf_tipo.
       move "R" to rgf_serie.
       move dev_rect_anio to rgf_anio.
       move dev_rect_numero to rgf_numero.
       move ws-fecha-hoy to rgf_fecha.
       move dev_codigo_venta to rgf_codigo_venta.
       compute rgf_base = 0 - abono_base.
       compute rgf_cuota = 0 - abono_iva.
       move 0 to rgf_recargo.
       compute rgf_total = 0 - abono_total.
       perform grabar_registro_fiscal.

      *Si la venta abonada ya estaba cobrada, el abono (hasta lo
      *cobrado y no abonado antes) queda como saldo a favor del
      *cliente, para que pueda gastarlo o pedir su reembolso.
       abonar_saldo_favor.
       move 0 to cobrado_venta.
       open input cobros.
       if ws-estado-cobros = "00"
           move dev_codigo_venta to cob_codigo_venta
           move 0 to cob_numero
           move 0 to bucle_cobros
           start cobros
             key is not less than cob_clave
             invalid key
               move 1 to bucle_cobros
           end-start
           perform until bucle_cobros = 1
             read cobros next
               at end
                 move 1 to bucle_cobros
               not at end
                 if cob_codigo_venta not = dev_codigo_venta
                     move 1 to bucle_cobros
                 else
                     add cob_importe to cobrado_venta
                 end-if
             end-read
           end-perform
           close cobros
       end-if.
       if cobrado_venta not > 0 or codigo_cliente = spaces
           exit paragraph
       end-if.
       perform abrir_saldos_favor.
       move codigo_cliente to cliente_saldo_favor.
       move dev_codigo_venta to venta_saldo_favor.
       move spaces to documento_saldo_favor.
       perform calcular_saldo_favor.
       compute disponible_abono = cobrado_venta - abonado_venta_saldo.
       if disponible_abono > 0
           if abono_total < disponible_abono
               move abono_total to sfm_importe
           else
               move disponible_abono to sfm_importe
           end-if
           move "A" to sfm_tipo
           move ws-fecha-hoy to sfm_fecha
           move dev_codigo_venta to sfm_codigo_venta
           perform montar_documento_saldo_favor
           move documento_saldo_favor to sfm_documento
           move spaces to sfm_forma_pago
           perform grabar_movimiento_saldo_favor
       end-if.
       close saldos_favor.

      *Busca lo que la rectificativa dejo como saldo a favor, para
      *imprimirlo tanto al emitirla como al reimprimirla.
       consultar_abono_saldo_favor.
       move 0 to abono_saldo_favor.
       open input saldos_favor.
       if ws-estado-saldo-favor not = "00"
           exit paragraph
       end-if.
       move codigo_cliente to cliente_saldo_favor.
       move dev_codigo_venta to venta_saldo_favor.
       perform montar_documento_saldo_favor.
       perform calcular_saldo_favor.
       move abonado_documento_saldo to abono_saldo_favor.
       close saldos_favor.

      *Documento de la rectificativa en el saldo a favor.
       montar_documento_saldo_favor.
       move spaces to documento_saldo_favor.
       string "R" delimited by size
              dev_rect_anio delimited by size
              "/" delimited by size
              dev_rect_numero delimited by size
         into documento_saldo_favor
       end-string.

      *Escribe los datos del cliente de la venta abonada.
       escribir_cliente_rectificativa.
       move codigo_cliente to codigo of RCliente.
           end-string
           write registro_rectificativa
           end-write
           move spaces to registro_rectificativa
           string "NIF: " delimited by size
                  nif delimited by size
             into registro_rectificativa
           end-string
           write registro_rectificativa
           end-write
       end-read.

      *Reserva el siguiente numero de la serie anual propia de las

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro encadenado de facturacion y su codigo QR.
       copy "parrafo_registro_fiscal.cpy".

      *Saldo a favor de los clientes.
       copy "parrafo_saldo_favor.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
