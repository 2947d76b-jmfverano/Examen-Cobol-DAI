       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero de cobros de clientes.
       copy "file_control_cobros.cpy".
      *Utiliza el control del fichero de vencimientos.
       copy "file_control_vencimientos.cpy".
      *Utiliza el control del fichero de festivos.
       copy "file_control_festivos.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       select salida_reclamos
           assign to ".\reclamaciones.txt"
           organization is line sequential.
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_detalle.cpy".
      *Utiliza la estructura del fichero de cobros de clientes.
       copy "estructura_cobros.cpy".
      *Utiliza la estructura del fichero de vencimientos.
       copy "estructura_vencimiento.cpy".
      *Utiliza la estructura del fichero de festivos.
       copy "estructura_festivo.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       sd ordenacion_reclamos.
       01 registro_orden_reclamo.
          02 orden_rec_cliente pic x(4).
          02 orden_rec_venta pic x(8).
          02 orden_rec_vencimiento pic 99.
          02 orden_rec_factura_anio pic 9(4).
          02 orden_rec_factura_num pic 9(6).
          02 orden_rec_nivel pic 9.
       fd salida_reclamos
         value of file-id is ".\reclamaciones.txt".
       01 registro_salida_reclamo pic x(100).
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "generar_reclamaciones".
       77 dias_desde_venta pic s9(7) value 0.
       77 dias_retraso pic s9(7) value 0.
       77 nivel_objetivo pic 9 value 0.
      *Vencimientos de la venta evaluada; la venta sin ellos vence
      *entera a su fecha mas el plazo del cliente.
       copy "ws_vencimientos.cpy".
       77 venta_con_vencimientos pic 9 value 0.
      *Pendiente vivo de la venta evaluada.
       77 importe_venta_iva pic 9(13)v99 value 0.
       77 cobrado_venta pic 9(13)v99 value 0.
      *Campos del calendario laboral compartido.
       copy "ws_dia_laborable.cpy".

      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       procedure division.
       perform iniciar_bitacora.
      *Tirada de reclamaciones de impagados: recorre las ventas
      *facturadas sin cobrar, calcula el retraso de cada
      *vencimiento pendiente sobre su fecha (la venta sin
      *vencimientos, sobre su fecha mas el plazo de pago del
      *cliente) y escala el aviso (primer aviso, segundo, ultimo)
      *segun los dias; imprime una carta por cliente con sus
      *vencimientos abiertos y deja anotados el nivel y la fecha en
      *cada vencimiento y en la venta, de forma que la siguiente
      *tirada escala en vez de repetir. Al final cuenta cuantos
      *vencimientos pasaron al ultimo aviso.
       accept fecha_proceso from DATE YYYYMMDD.
      *Las cartas solo salen en dia laborable: en domingo o en
      *festivo la tirada se aplaza sola al siguiente dia habil.
       if ws-estado-cobros not = "00"
           move 0 to cobros_abierto
       end-if.
       perform abrir_vencimientos_cobro.
       sort ordenacion_reclamos
         on ascending key orden_rec_cliente
                          orden_rec_venta
                          orden_rec_vencimiento
         input procedure is seleccionar_reclamos
         output procedure is imprimir_cartas.
       close ventas.
       if cobros_abierto = 1
           close cobros
       end-if.
       perform cerrar_vencimientos_cobro.
       display "Cartas emitidas: " cartas_emitidas.
       display "Ventas en ultimo aviso: " pasaron_a_final.
       display "Cartas sin direccion de correo: "
           mensajes_sin_direccion.
       move cartas_emitidas to bit_contador_1.
       move pasaron_a_final to bit_contador_2.
       move "OK" to bit_resultado.
       end-perform.

      *Evalua el retraso de la venta y la libera si su nivel de
      *reclamacion debe subir. Con vencimientos, se evalua cada uno.
       evaluar_venta_reclamo.
       move codigo_cliente to codigo of RCliente.
       read clientes
         invalid key
           continue
         not invalid key
           perform reclamar_vencimientos_venta
           if venta_con_vencimientos = 0
               compute dias_desde_venta =
                   (proceso_anio - anio) * 360
                   + (proceso_mes - mes) * 30
                   + (proceso_dia - dia)
               compute dias_retraso =
                   dias_desde_venta - plazo_pago_dias
               perform calcular_nivel_objetivo
               if nivel_objetivo > nivel_reclamacion
                   perform calcular_pendiente_venta
                   if pendiente_venta > 0
                       move 0 to orden_rec_vencimiento
                       perform liberar_reclamo
                   end-if
               end-if
           end-if
       end-read.

      *Nivel de aviso que corresponde a los dias de retraso.
       calcular_nivel_objetivo.
       evaluate true
         when dias_retraso not > 0
           move 0 to nivel_objetivo
         when dias_retraso not > 30
           move 1 to nivel_objetivo
         when dias_retraso not > 60
           move 2 to nivel_objetivo
         when other
           move 3 to nivel_objetivo
       end-evaluate.

      *Recorre los vencimientos pendientes de la venta y libera los
      *que deben escalar, anotando el nivel en el vencimiento.
       reclamar_vencimientos_venta.
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
                         perform evaluar_vencimiento_reclamo
                     end-if
                 end-if
             end-read
           end-perform
       end-if.

      *Evalua el retraso del vencimiento leido sobre su fecha.
       evaluar_vencimiento_reclamo.
       move vto_fecha_vencimiento to fecha_vencimiento_calc.
       compute dias_retraso =
           (proceso_anio - fvc_anio) * 360
           + (proceso_mes - fvc_mes) * 30
           + (proceso_dia - fvc_dia).
       perform calcular_nivel_objetivo.
       compute pendiente_vencimiento = vto_importe - vto_cobrado.
       if nivel_objetivo > vto_nivel_reclamacion
          and pendiente_vencimiento > 0
           move nivel_objetivo to vto_nivel_reclamacion
           move fecha_proceso to vto_fecha_reclamacion
           rewrite RVencimiento
             invalid key
               continue
           end-rewrite
           move vto_numero to orden_rec_vencimiento
           move pendiente_vencimiento to pendiente_venta
           perform liberar_reclamo
       end-if.

      *Libera el reclamo al fichero de trabajo y deja en la venta
      *el nivel alcanzado con la fecha de la tirada; la venta con
      *vencimientos guarda el nivel mas alto de ellos.
       liberar_reclamo.
       move codigo_cliente to orden_rec_cliente.
       move codigo_venta to orden_rec_venta.
       if nivel_objetivo = 3
           add 1 to pasaron_a_final
       end-if.
       if nivel_objetivo > nivel_reclamacion
           move nivel_objetivo to nivel_reclamacion
       end-if.
       move fecha_proceso to fecha_reclamacion.
       rewrite RVenta
         invalid key
       write registro_salida_reclamo.
       move spaces to nombre of RCliente.
       move spaces to apellidos of RCliente.
       move spaces to email_facturacion of RCliente.
       move cliente_corte to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         into registro_salida_reclamo
       end-string.
       write registro_salida_reclamo.
       move "Factura        Venta     Vto  Nivel  Dias  Pendiente"
         to registro_salida_reclamo.
       write registro_salida_reclamo.

              orden_rec_factura_num delimited by size
              "  " delimited by size
              orden_rec_venta delimited by size
              "  " delimited by size
              orden_rec_vencimiento delimited by size
              "   " delimited by size
              orden_rec_nivel delimited by size
              "    " delimited by size
       move "====================================="
         to registro_salida_reclamo.
       write registro_salida_reclamo.
       perform encolar_carta_cliente.

      *Deja la carta en la cola de correo, a la direccion de
      *facturacion del cliente leido al abrirla.
       encolar_carta_cliente.
       move "C" to correo_tipo_interlocutor.
       move cliente_corte to correo_interlocutor.
       move email_facturacion of RCliente to correo_destinatario.
       move "RECLAMACION" to correo_tipo_documento.
       move spaces to correo_referencia.
       string fecha_proceso delimited by size
              "/" delimited by size
              cliente_corte delimited by size
         into correo_referencia
       end-string.
       move spaces to correo_asunto.
       string "Reclamacion de pago - pendiente " delimited by size
              ed_importe delimited by size
         into correo_asunto
       end-string.
       move "reclamaciones.txt" to correo_fichero.
       perform encolar_documento.

      *Calcula el pendiente vivo de la venta leida.
       calcular_pendiente_venta.
       end-if.
       compute pendiente_venta = importe_venta_iva - cobrado_venta.

      *Apertura de los vencimientos de las ventas.
       copy "parrafo_aplicar_vencimientos.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Calendario laboral: sabados, domingos y festivos.
       copy "parrafo_dia_laborable.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".
