       copy "file_control_registro_albaranes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
      *Utiliza el control de los ficheros de transportistas y
      *tarifas de portes.
       copy "file_control_transportistas.cpy".
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control del fichero de lineas de envio directo.
       copy "file_control_ventas_directas.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_registro_albaran.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
      *Utiliza la estructura de los ficheros de transportistas y
      *tarifas de portes.
       copy "estructura_transportista.cpy".
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Utiliza la estructura del fichero de lineas de envio directo.
       copy "estructura_venta_directa.cpy".
       working-storage section.
       77 continuar        pic x.
       77 modo_albaran     pic 9 value 0.
       77 unidades_enviadas_total pic 9(7) value 0.
       77 entrega_completa pic 9 value 0.
       77 fin_comprobacion pic 9 value 0.
      *Lineas de servicios o cargos, que no salen en el albaran y se
      *dan por entregadas.
       77 linea_servicio pic 9 value 0.
       77 servicios_entregados pic 9 value 0.
      *Registro estructurado del albaran generado, para la entrega
      *firmada y el manifiesto.
       77 ws-estado-reg-albaranes pic xx value spaces.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos de la resolucion de la direccion de entrega.
       copy "ws_direccion_entrega.cpy".
      *Campos de las lineas de venta de envio directo.
       copy "ws_venta_directa.cpy".
      *Transportista elegido por el operador para el envio (en
      *blanco lo elige el manifiesto por la regla por defecto).
       77 ws-estado-transportistas pic xx value spaces.
       77 ws-estado-tarifas-porte pic xx value spaces.
       77 ws-estado-zonas-porte pic xx value spaces.
       77 transportistas_abiertos pic 9 value 0.
       77 transportista_envio pic x(4) value spaces.
       77 transportista_valido pic 9 value 0.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
           02 line 15 col 5 value
              "Unidades que salen (0=todo lo pendiente): ".
           02 line 15 col 48 pic 9(5) using envio_unidades.
      *Pide el transportista del envio.
       01 p_transportista_envio
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 12 col 5 value "Transportista: ".
           02 line 12 col 20 pic x(4) using transportista_envio.
           02 line 13 col 5 value
              "(en blanco, el mas barato para el destino y el peso)".

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
       if transaccion_activa = 1
           open i-o ventas
           open i-o ventas_detalle
           open input clientes
           open input articulos
           perform abrir_fichero_kits_albaran
           perform abrir_ventas_directas_albaran
           perform abrir_registro_albaranes
           perform abrir_direcciones_entrega
           perform abrir_transportistas_albaran
           open extend albaran
           read ventas
             key is codigo_venta
           close clientes
           close articulos
           close registro_albaranes
           perform cerrar_direcciones_entrega
           if transportistas_abiertos = 1
               close transportistas
           end-if
           if kits_abiertos = 1
               close kits
           end-if
           if directas_abiertas = 1
               close ventas_directas
           end-if
           perform mostrar_resultado
       end-if.

           open input clientes
           open input articulos
           perform abrir_fichero_kits_albaran
           perform abrir_ventas_directas_albaran
           perform abrir_registro_albaranes
           perform abrir_direcciones_entrega
           perform abrir_transportistas_albaran
           open extend albaran
           move 0 to bucle
           perform until bucle = 1
           close clientes
           close articulos
           close registro_albaranes
           perform cerrar_direcciones_entrega
           if transportistas_abiertos = 1
               close transportistas
           end-if
           if kits_abiertos = 1
               close kits
           end-if
           if directas_abiertas = 1
               close ventas_directas
           end-if
           perform mostrar_resultado
       end-if.

      *tiene nada pendiente (o el operador no envia nada) no se
      *genera albaran.
       perform recoger_lineas_albaran.
       if transaccion_activa = 0
           exit paragraph
       end-if.
      *Si solo quedaban servicios por entregar, la venta se cierra
      *sin albaran.
       if unidades_enviadas_total = 0
           if servicios_entregados = 1
               perform comprobar_entrega_completa
           end-if
           exit paragraph
       end-if.
       perform decidir_transportista_envio.
       if transaccion_activa = 0
           exit paragraph
       end-if.
      *El numero de albaran se reserva de forma atomica para que dos
       end-string.
       write registro_albaran.
       perform escribir_direccion_cliente.
       if transportista_envio not = spaces
           string "Transportista: " delimited by size
                  transportista_envio delimited by size
                  " " delimited by size
                  tra_nombre delimited by size
             into registro_albaran
           end-string
           write registro_albaran
       end-if.
       move "Ubic.  Codigo Descripcion          Unidades"
         to registro_albaran.
       write registro_albaran.
       perform apuntar_entregas_albaran.
       perform comprobar_entrega_completa.
       perform grabar_registro_albaran.
       perform encolar_albaran.

      *Deja el albaran en la cola de correo, a la direccion de
      *entrega del cliente o, si no tiene, a la de facturacion.
       encolar_albaran.
       if numero_albaran = 0
           exit paragraph
       end-if.
       move "C" to correo_tipo_interlocutor.
       move codigo_cliente to correo_interlocutor.
       if email_entrega of RCliente not = spaces
           move email_entrega of RCliente to correo_destinatario
       else
           move email_facturacion of RCliente to correo_destinatario
       end-if.
       move "ALBARAN" to correo_tipo_documento.
       move numero_albaran to correo_referencia.
       move spaces to correo_asunto.
       string "Albaran de entrega " delimited by size
              numero_albaran delimited by size
              " - venta " delimited by size
              codigo_venta delimited by size
         into correo_asunto
       end-string.
       move "albaran.txt" to correo_fichero.
       perform encolar_documento.

      *Escribe los datos del cliente de la venta, leidos del
      *fichero maestro de clientes, y la direccion de entrega
      *elegida en la venta (la sucursal del cliente, o la del
      *maestro si no tiene direcciones de entrega); si el cliente ya
      *no esta en el maestro se escribe solo el nombre que lleva la
      *venta.
       escribir_direccion_cliente.
       move 0 to ent_numero.
       move spaces to ent_codigo_postal.
       move spaces to ent_ciudad.
       move spaces to email_facturacion of RCliente.
       move spaces to email_entrega of RCliente.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
             into registro_albaran
           end-string
           write registro_albaran
           move codigo_cliente to ent_cliente
           move num_direccion_entrega to ent_numero
           perform obtener_direccion_entrega
           if ent_sede not = spaces
               string "Entregar en: " delimited by size
                      ent_sede delimited by size
                 into registro_albaran
               end-string
               write registro_albaran
           end-if
           string "Direccion: " delimited by size
                  ent_direccion delimited by size
             into registro_albaran
           end-string
           write registro_albaran
           string "          " delimited by size
                  ent_codigo_postal delimited by size
                  " " delimited by size
                  ent_ciudad delimited by size
                  " (" delimited by size
                  ent_provincia delimited by size
                  ")" delimited by size
             into registro_albaran
           end-string
       recoger_lineas_albaran.
       move 0 to num_lineas_alb.
       move 0 to unidades_enviadas_total.
       move 0 to servicios_entregados.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       compute envio_pendiente =
           numero_unidades of articulo - unidades_entregadas.
      *La linea de envio directo la sirve el proveedor y no sale en
      *el albaran del almacen.
       move codigo_venta to vd_codigo_venta.
       move 1 to vd_numero_linea.
       perform buscar_linea_directa.
       if linea_directa = 1
           move 0 to envio_pendiente
       end-if.
      *Los servicios y cargos no salen del almacen: quedan
      *entregados sin pasar por el albaran.
       if envio_pendiente > 0
           move codigo_articulo of articulo to envio_articulo
           perform comprobar_linea_servicio
           if linea_servicio = 1
               move numero_unidades of articulo to unidades_entregadas
               move 1 to servicios_entregados
               move 0 to envio_pendiente
           end-if
       end-if.
       if envio_pendiente > 0
           move 1 to envio_linea_num
           move codigo_articulo of articulo to envio_articulo
                 compute envio_pendiente =
                     det_numero_unidades
                     - det_unidades_entregadas
                 move det_codigo_venta to vd_codigo_venta
                 move det_numero_linea to vd_numero_linea
                 perform buscar_linea_directa
                 if linea_directa = 1
                     move 0 to envio_pendiente
                 end-if
                 if envio_pendiente > 0
                     move det_codigo_articulo to envio_articulo
                     perform comprobar_linea_servicio
                     if linea_servicio = 1
                         perform entregar_linea_servicio
                         move 0 to envio_pendiente
                     end-if
                 end-if
                 if envio_pendiente > 0
                    and num_lineas_alb < 50
                     move det_numero_linea to envio_linea_num
         end-read
       end-perform.

      *Mira si el articulo de la linea es un servicio o un cargo
      *sin stock.
       comprobar_linea_servicio.
       move 0 to linea_servicio.
       move envio_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           if articulo_sin_stock of RArticulo
               move 1 to linea_servicio
           end-if
       end-read.

      *Deja entregada la linea adicional de servicio recien leida.
       entregar_linea_servicio.
       move det_numero_unidades to det_unidades_entregadas.
       rewrite RVentaDetalle
         invalid key
           continue
         not invalid key
           move 1 to servicios_entregados
       end-rewrite.

      *Decide cuantas unidades de la linea salen en este viaje: en
      *el albaran por venta lo elige el operador (a cero vale todo
      *lo pendiente); en la tirada por dia sale todo lo pendiente.
           move 0 to alb_fecha_entrega
           move spaces to alb_receptor
           move spaces to alb_referencia_transporte
           move ent_numero to alb_direccion_entrega
           move ent_codigo_postal to alb_codigo_postal_destino
           move ent_ciudad to alb_ciudad_destino
           move transportista_envio to alb_transportista
           move 0 to alb_peso_envio
           move 0 to alb_coste_porte
           move 0 to alb_porte_cobrado
           write RRegistroAlbaran
             invalid key
               continue
           end-write
       end-if.

      *En el albaran por venta el operador puede elegir el
      *transportista, que tiene que estar en el maestro; en blanco,
      *o en la tirada por dia, lo elige el manifiesto de expediciones
      *por la regla por defecto.
       decidir_transportista_envio.
       move spaces to transportista_envio.
       if modo_albaran not = 1 or transportistas_abiertos = 0
           exit paragraph
       end-if.
       move 0 to transportista_valido.
       perform until transportista_valido = 1
          or transaccion_activa = 0
           display PantallaMarco
           display p_transportista_envio
           accept p_transportista_envio
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               if transportista_envio = spaces
                   move 1 to transportista_valido
               else
                   move transportista_envio to tra_codigo
                   read transportistas
                     key is tra_codigo
                     invalid key
                       move spaces to ws-estado-fichero
                       move "Transportista no encontrado."
                         to ws-descripcion-estado
                       display PantallaMarco
                       display pantalla_opera_error
                       accept continuar
                     not invalid key
                       move 1 to transportista_valido
                   end-read
               end-if
           end-if
       end-perform.

      *Abre el maestro de transportistas si existe.
       abrir_transportistas_albaran.
       move 1 to transportistas_abiertos.
       open input transportistas.
       if ws-estado-transportistas not = "00"
           move 0 to transportistas_abiertos
       end-if.

      *Abre el registro de albaranes, creandolo la primera vez.
       abrir_registro_albaranes.
       open i-o registro_albaranes.
           end-perform
       end-if.

      *Resolucion de la direccion de entrega del cliente.
       copy "parrafo_direccion_entrega.cpy".

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".

      *Abre las lineas de envio directo si existen; sin ellas todas
      *las lineas salen del almacen.
       abrir_ventas_directas_albaran.
       move 1 to directas_abiertas.
       open input ventas_directas.
       if ws-estado-ventas-directas not = "00"
           move 0 to directas_abiertas
       end-if.

      *Lineas de venta de envio directo.
       copy "parrafo_venta_directa.cpy".
