       copy "file_control_tipos_iva.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de registros de facturacion.
       copy "file_control_registro_fiscal.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de condiciones de pago.
       copy "file_control_condiciones_pago.cpy".
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_tipos_iva.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de registros de facturacion.
       copy "estructura_registro_fiscal.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de condiciones de pago.
       copy "estructura_condicion_pago.cpy".
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "facturacion_mensual".
       77 maximo_ventas_mes pic 9(3) value 200.
       01 tabla_ventas_mes.
          02 venta_mes occurs 200 times.
             03 vm_codigo pic x(8).
      *Desglose de bases e IVA por tipo, combinado de todas las
      *ventas de la factura mensual.
       77 num_tasas        pic 99 value 0.
       77 ed_importe       pic zzzzzzzzzzzz9.99.
       77 ed_tasa          pic z9.99.
       77 cliente_en_curso pic x(4) value spaces.
      *Campos del registro encadenado de facturacion.
       copy "ws_registro_fiscal.cpy".
      *Campos de los vencimientos de cada venta facturada; los
      *cobros a cuenta anteriores se aplican a ellos.
       copy "ws_vencimientos.cpy".
       77 ws-estado-cobros pic xx value spaces.
       77 cobros_abierto pic 9 value 0.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-tiempo-espera pic 9(8) value 180000.

      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
       if parametros_leidos = 1
           move par_nif_empresa to rgf_nif_emisor
       end-if.
      *Facturacion mensual consolidada: para cada cliente marcado
      *con facturacion mensual, reune sus ventas entregadas y sin
      *facturar del mes natural anterior, emite una unica factura
       if ws-estado-tipos not = "00"
           move 0 to tipos_abierto
       end-if.
       move 1 to cobros_abierto.
       open input cobros.
       if ws-estado-cobros not = "00"
           move 0 to cobros_abierto
       end-if.
       perform abrir_ficheros_vencimientos.
       perform recorrer_clientes_mensuales.
       if cobros_abierto = 1
           close cobros
       end-if.
       perform cerrar_ficheros_vencimientos.
       close ventas.
       close ventas_detalle.
       close clientes.
       end-if.
       display "Facturas mensuales emitidas: " facturas_emitidas.
       display "Ventas cubiertas: " ventas_facturadas.
       display "Facturas sin direccion de correo: "
           mensajes_sin_direccion.
       move facturas_emitidas to bit_contador_1.
       move ventas_facturadas to bit_contador_2.
       move "OK" to bit_resultado.
               cliente_en_curso " sin facturar."
       else
           perform acumular_desglose_mensual
           perform registrar_factura_mensual
           perform escribir_factura_mensual
           perform estampar_ventas_mes
           perform encolar_factura_mensual
           add 1 to facturas_emitidas
       end-if.

      *Pone la factura mensual en la cola de correo, a la direccion
      *de facturacion del cliente que se esta recorriendo.
       encolar_factura_mensual.
       move "C" to correo_tipo_interlocutor.
       move cliente_en_curso to correo_interlocutor.
       move email_facturacion to correo_destinatario.
       move "FACTURA" to correo_tipo_documento.
       move spaces to correo_referencia.
       string serie_anio delimited by size
              "/" delimited by size
              serie_numero delimited by size
         into correo_referencia
       end-string.
       move spaces to correo_asunto.
       string "Factura mensual " delimited by size
              correo_referencia delimited by space
              " - " delimited by size
              mes_facturar delimited by size
              "/" delimited by size
              anio_facturar delimited by size
         into correo_asunto
       end-string.
       move "facturas.txt" to correo_fichero.
       perform encolar_documento.

      *Acumula el desglose de IVA de todas las ventas de la tabla.
       acumular_desglose_mensual.
       move 0 to num_tasas.
         into registro_factura
       end-string.
       write registro_factura.
       move spaces to registro_factura.
       string "NIF: " delimited by size
              nif delimited by size
         into registro_factura
       end-string.
       write registro_factura.
       string "Direccion: " delimited by size
              direccion delimited by size
         into registro_factura
         into registro_factura
       end-string.
       write registro_factura.
       move "Codigo QR de verificacion (VERI*FACTU):"
         to registro_factura.
       write registro_factura.
       move qr_url to registro_factura.
       write registro_factura.
       move qr_datos to registro_factura.
       write registro_factura.
       move "=====================================" to registro_factura.
       write registro_factura.
       close facturas.

      *Anota el alta de la factura mensual en el registro
      *encadenado de facturacion; la factura cubre varias ventas,
      *asi que no lleva codigo de venta.
       registrar_factura_mensual.
       move "A" to rgf_tipo.
       move "F" to rgf_serie.
       move serie_anio to rgf_anio.
       move serie_numero to rgf_numero.
       move ws-fecha-hoy to rgf_fecha.
       move nif to rgf_nif_cliente.
       move spaces to rgf_codigo_venta.
       move total_base to rgf_base.
       move total_iva to rgf_cuota.
       move total_recargo to rgf_recargo.
       move total_factura to rgf_total.
       perform grabar_registro_fiscal.

      *Escribe el desglose del recargo de equivalencia por tipo y
      *su total, como linea propia de la factura, igual que en la
      *facturacion por venta.
       end-perform.

      *Estampa el numero de la factura mensual en cada venta
      *cubierta, las marca facturadas y genera los vencimientos de
      *cada una por su importe, con la fecha de la factura.
       estampar_ventas_mes.
       perform varying idx_venta from 1 by 1
         until idx_venta > num_ventas_mes
                   continue
               end-rewrite
               add 1 to ventas_facturadas
               perform generar_vencimientos_mes
           end-read
       end-perform.

      *Total con IVA y recargo de la venta leida, repartido en sus
      *vencimientos. El desglose combinado ya se escribio, asi que
      *sus acumulados se pueden reutilizar.
       generar_vencimientos_mes.
       move 0 to num_tasas.
       move 0 to total_base.
       move 0 to total_iva.
       move 0 to total_recargo.
       perform acumular_desglose_venta.
       compute importe_vencimientos =
           total_base + total_iva + total_recargo.
       move ws-fecha-hoy to fecha_base_vencimientos.
       perform generar_vencimientos_venta.

      *Reserva el siguiente numero de la serie anual de facturas,
      *con el mismo patron atomico que la facturacion por venta.
       asignar_numero_factura.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro encadenado de facturacion y su codigo QR.
       copy "parrafo_registro_fiscal.cpy".

      *Genera los vencimientos de la venta facturada.
       copy "parrafo_generar_vencimientos.cpy".

      *Aplica los cobros de la venta a sus vencimientos.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".
