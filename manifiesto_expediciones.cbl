       copy "file_control_registro_albaranes.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
      *Utiliza el control de los ficheros de transportistas y
      *tarifas de portes.
       copy "file_control_transportistas.cpy".
      *Fichero de trabajo para agrupar por transportista y fichero
      *CSV del manifiesto.
       select ordenacion_manifiesto assign to "ordenmanifiesto.tmp".
       select salida_manifiesto
           assign to ".\manifiesto.csv"
           organization is line sequential.
       copy "estructura_registro_albaran.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
      *Utiliza la estructura de los ficheros de transportistas y
      *tarifas de portes.
       copy "estructura_transportista.cpy".
       sd ordenacion_manifiesto.
       01 registro_orden_manifiesto.
          02 orden_man_transportista pic x(4).
          02 orden_man_albaran       pic 9(6).
          02 orden_man_venta         pic x(8).
          02 orden_man_cliente       pic x(4).
          02 orden_man_direccion     pic x(25).
          02 orden_man_ciudad        pic x(15).
          02 orden_man_codigo_postal pic x(5).
          02 orden_man_bultos        pic 9(5).
          02 orden_man_peso          pic 9(9)v99.
          02 orden_man_coste         pic 9(7)v99.
          02 orden_man_cobrado       pic 9(7)v99.
          02 orden_man_referencia    pic x(20).
       fd salida_manifiesto
         value of file-id is ".\manifiesto.csv".
       01 registro_salida_manifiesto pic x(160).
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-reg-albaranes pic xx value spaces.
       77 albaranes_salidos pic 9(5) value 0.
       77 fin_orden pic 9 value 0.
      *Peso y bultos del albaran evaluado y totales del dia. Cada
      *albaran cuenta como un bulto por linea de articulo.
       77 peso_albaran pic 9(9)v99 value 0.
       77 bultos_albaran pic 9(5) value 0.
       77 peso_total pic 9(11)v99 value 0.
       77 bultos_total pic 9(7) value 0.
      *Transportista en curso en la salida, sus subtotales y el
      *coste de portes y lo cargado a clientes en el dia.
       77 hay_corte pic 9 value 0.
       77 transportista_corte pic x(4) value spaces.
       77 nombre_transportista pic x(25) value spaces.
       77 bultos_transportista pic 9(7) value 0.
       77 peso_transportista pic 9(11)v99 value 0.
       77 coste_transportista pic 9(9)v99 value 0.
       77 cobrado_transportista pic 9(9)v99 value 0.
       77 coste_total pic 9(9)v99 value 0.
       77 cobrado_total pic 9(9)v99 value 0.
      *Carga de los portes en la venta: el cliente paga el envio
      *si no tiene portes pagados, y la linea se numera tras la
      *ultima de la venta.
       77 cobrar_portes pic 9 value 0.
       77 ultima_linea_venta pic 9(3) value 0.
       77 portes_cargados pic 9(5) value 0.
      *Referencia de seguimiento generada para el transportista.
       77 referencia_seguimiento pic x(20) value spaces.
       01 fecha_proceso pic 9(8) value 0.
      *Campos de la resolucion de la direccion de entrega.
       copy "ws_direccion_entrega.cpy".
      *Campos del calculo de portes.
       copy "ws_porte.cpy".

       procedure division.
       perform iniciar_bitacora.
      *Manifiesto de expediciones de fin de dia: recoge todos los
      *albaranes generados hoy, escribe una linea por albaran con
      *el destino del cliente, los bultos, el peso y el coste de
      *portes, agrupadas por transportista con su subtotal, totaliza
      *el dia y graba en cada albaran la referencia de seguimiento,
      *con la que la consulta de venta puede responder "donde esta
      *mi pedido". Al albaran sin transportista se le asigna el de
      *la regla por defecto, y a los clientes sin portes pagados se
      *les carga el envio como una linea mas de la venta, que sale
      *en su factura.
       accept fecha_proceso from DATE YYYYMMDD.
       open i-o registro_albaranes.
       if ws-estado-reg-albaranes not = "00"
           perform grabar_bitacora
           exit program
       end-if.
       open i-o ventas.
       open i-o ventas_detalle.
       open input clientes.
       open input articulos.
       perform abrir_direcciones_entrega.
       perform abrir_ficheros_porte.
       sort ordenacion_manifiesto
         on ascending key orden_man_transportista
                          orden_man_albaran
         input procedure is recorrer_albaranes_dia
         output procedure is escribir_manifiesto.
       close ventas.
       close ventas_detalle.
       close clientes.
       close articulos.
       perform cerrar_direcciones_entrega.
       perform cerrar_ficheros_porte.
       close registro_albaranes.
       display "Albaranes en el manifiesto: " albaranes_salidos.
       display "Ventas con portes cargados: " portes_cargados.
       move albaranes_salidos to bit_contador_1.
       move portes_cargados to bit_contador_2.
       move "OK" to bit_resultado.
       perform grabar_bitacora.
       exit program.
         end-read
       end-perform.

      *Calcula el envio del albaran, le graba el transportista, el
      *coste y la referencia de seguimiento, y lo pasa al fichero de
      *trabajo. Un albaran que ya salio en un manifiesto anterior
      *conserva su transportista y sus portes, para no cargarlos
      *dos veces al cliente.
       expedir_albaran.
       move alb_codigo_venta to codigo_venta.
       read ventas
           perform pesar_venta_albaran
           perform leer_destino_cliente
           perform generar_referencia_seguimiento
           if alb_referencia_transporte = spaces
               perform calcular_porte_albaran
           end-if
           add 1 to albaranes_salidos
           move referencia_seguimiento
             to alb_referencia_transporte
           rewrite RRegistroAlbaran
             invalid key
               continue
           end-rewrite
           move alb_transportista to orden_man_transportista
           move alb_numero to orden_man_albaran
           move codigo_venta to orden_man_venta
           move codigo_cliente to orden_man_cliente
           move ent_direccion to orden_man_direccion
           move ent_ciudad to orden_man_ciudad
           move ent_codigo_postal to orden_man_codigo_postal
           move bultos_albaran to orden_man_bultos
           move peso_albaran to orden_man_peso
           move alb_coste_porte to orden_man_coste
           move alb_porte_cobrado to orden_man_cobrado
           move referencia_seguimiento to orden_man_referencia
           release registro_orden_manifiesto
       end-read.

      *Elige el transportista del albaran si el operador no lo
      *eligio, calcula el coste con su tarifa y, si el cliente no
      *tiene portes pagados, se lo carga en la venta.
       calcular_porte_albaran.
       move peso_albaran to por_peso.
       move ent_codigo_postal to por_codigo_postal.
       if alb_transportista = spaces
           perform elegir_transportista_porte
       else
           move alb_transportista to por_transportista
           perform calcular_porte
       end-if.
       move por_transportista to alb_transportista.
       move peso_albaran to alb_peso_envio.
       move por_importe to alb_coste_porte.
       move 0 to alb_porte_cobrado.
       if cobrar_portes = 1 and por_importe > 0
           perform cargar_porte_venta
       end-if.

      *Anade a la venta una linea de portes por el coste del envio,
      *al tipo de IVA de la primera linea de la venta (el del
      *cliente), ya entregada para que no salga en otro albaran.
      *Solo se carga en ventas aun sin facturar.
       cargar_porte_venta.
       if factura_numero not = 0
          or venta_facturada or venta_cobrada
           display "Venta " codigo_venta
               " ya facturada: portes sin cargar."
           exit paragraph
       end-if.
       if ultima_linea_venta not < 999
           exit paragraph
       end-if.
       move codigo_venta to det_codigo_venta.
       compute det_numero_linea = ultima_linea_venta + 1.
       move "PORT" to det_codigo_articulo.
       move spaces to det_descripcion.
       string "Portes alb. " delimited by size
              alb_numero delimited by size
         into det_descripcion
       end-string.
       move por_importe to det_precio_venta.
       move 1 to det_numero_unidades.
       move tasa_iva of articulo to det_tasa_iva.
       move 0 to det_descuento.
       move 1 to det_unidades_entregadas.
       write RVentaDetalle
         invalid key
           display "No se pudieron cargar los portes de la venta "
               codigo_venta
         not invalid key
           move por_importe to alb_porte_cobrado
           add 1 to portes_cargados
       end-write.

      *Suma el peso de las lineas de la venta del albaran, con el
      *peso unitario del maestro, cuenta un bulto por linea y anota
      *el numero de la ultima linea de la venta.
       pesar_venta_albaran.
       move 0 to peso_albaran.
       move 0 to bultos_albaran.
       move 1 to ultima_linea_venta.
       add 1 to bultos_albaran.
       perform pesar_linea_cabecera.
       move codigo_venta to det_codigo_venta.
             if det_codigo_venta not = codigo_venta
                 move 1 to fin_detalle
             else
                 move det_numero_linea to ultima_linea_venta
             end-if
      *      Las lineas de portes de envios anteriores no son
      *      mercancia: ni pesan ni cuentan como bulto.
             if fin_detalle = 0
                and det_codigo_articulo not = "PORT"
                 add 1 to bultos_albaran
                 move det_codigo_articulo
                   to codigo_articulo of RArticulo
                 * numero_unidades of articulo
       end-read.

      *Lee la direccion de entrega elegida en la venta: la sucursal
      *del cliente o, si no tiene direcciones de entrega, la del
      *maestro de clientes.
       leer_destino_cliente.
       move 0 to cobrar_portes.
       move codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to ent_direccion
           move spaces to ent_ciudad
           move spaces to ent_codigo_postal
         not invalid key
           if not cliente_portes_pagados
               move 1 to cobrar_portes
           end-if
           move codigo_cliente to ent_cliente
           move num_direccion_entrega to ent_numero
           perform obtener_direccion_entrega
       end-read.

      *Forma la referencia de seguimiento del transportista con la
         into referencia_seguimiento
       end-string.

      *Escribe el manifiesto agrupado por transportista: una linea
      *de cabecera por transportista, sus albaranes y su subtotal, y
      *al final el total del dia.
       escribir_manifiesto.
       open output salida_manifiesto.
       move "ALBARAN,VENTA,CLIENTE,DIRECCION,CIUDAD,CP,BULTOS,"
         & "PESO,REFERENCIA,COSTE PORTE,PORTE COBRADO"
         to registro_salida_manifiesto.
       write registro_salida_manifiesto.
       move 0 to hay_corte.
       move 0 to fin_orden.
       perform until fin_orden = 1
           return ordenacion_manifiesto
             at end
               move 1 to fin_orden
             not at end
               if hay_corte = 0
                  or orden_man_transportista not = transportista_corte
                   if hay_corte = 1
                       perform escribir_subtotal_transportista
                   end-if
                   move 1 to hay_corte
                   move orden_man_transportista to transportista_corte
                   perform escribir_cabecera_transportista
               end-if
               perform escribir_linea_manifiesto
           end-return
       end-perform.
       if hay_corte = 1
           perform escribir_subtotal_transportista
       end-if.
       perform escribir_total_manifiesto.
       close salida_manifiesto.

      *Cabecera del transportista que empieza, con su nombre.
       escribir_cabecera_transportista.
       move 0 to bultos_transportista.
       move 0 to peso_transportista.
       move 0 to coste_transportista.
       move 0 to cobrado_transportista.
       move "(sin transportista)" to nombre_transportista.
       if transportistas_abiertos = 1
          and transportista_corte not = spaces
           move transportista_corte to tra_codigo
           read transportistas
             key is tra_codigo
             invalid key
               move spaces to nombre_transportista
             not invalid key
               move tra_nombre to nombre_transportista
           end-read
       end-if.
       move spaces to registro_salida_manifiesto.
       string "TRANSPORTISTA," delimited by size
              transportista_corte delimited by size
              "," delimited by size
              nombre_transportista delimited by size
         into registro_salida_manifiesto
       end-string.
       write registro_salida_manifiesto.

      *Linea de un albaran del manifiesto.
       escribir_linea_manifiesto.
       add orden_man_bultos to bultos_transportista.
       add orden_man_peso to peso_transportista.
       add orden_man_coste to coste_transportista.
       add orden_man_cobrado to cobrado_transportista.
       move spaces to registro_salida_manifiesto.
       string orden_man_albaran delimited by size
              "," delimited by size
              orden_man_venta delimited by size
              "," delimited by size
              orden_man_cliente delimited by size
              "," delimited by size
              orden_man_direccion delimited by size
              "," delimited by size
              orden_man_ciudad delimited by size
              "," delimited by size
              orden_man_codigo_postal delimited by size
              "," delimited by size
              orden_man_bultos delimited by size
              "," delimited by size
              orden_man_peso delimited by size
              "," delimited by size
              orden_man_referencia delimited by size
              "," delimited by size
              orden_man_coste delimited by size
              "," delimited by size
              orden_man_cobrado delimited by size
         into registro_salida_manifiesto
       end-string.
       write registro_salida_manifiesto.

      *Subtotal del transportista que termina.
       escribir_subtotal_transportista.
       add bultos_transportista to bultos_total.
       add peso_transportista to peso_total.
       add coste_transportista to coste_total.
       add cobrado_transportista to cobrado_total.
       move spaces to registro_salida_manifiesto.
       string "SUBTOTAL," delimited by size
              transportista_corte delimited by size
              ",,,,," delimited by size
              bultos_transportista delimited by size
              "," delimited by size
              peso_transportista delimited by size
              ",," delimited by size
              coste_transportista delimited by size
              "," delimited by size
              cobrado_transportista delimited by size
         into registro_salida_manifiesto
       end-string.
       write registro_salida_manifiesto.

      *Linea de totales del manifiesto del dia.
       escribir_total_manifiesto.
       move spaces to registro_salida_manifiesto.
              bultos_total delimited by size
              "," delimited by size
              peso_total delimited by size
              ",," delimited by size
              coste_total delimited by size
              "," delimited by size
              cobrado_total delimited by size
         into registro_salida_manifiesto
       end-string.
       write registro_salida_manifiesto.

      *Resolucion de la direccion de entrega del cliente.
       copy "parrafo_direccion_entrega.cpy".

      *Calculo de portes y eleccion del transportista.
       copy "parrafo_porte.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
