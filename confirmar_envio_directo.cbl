       program-id. confirmar_envio_directo
           as "confirmar_envio_directo".

       environment division.
       configuration section.
       input-output section.
      *Utiliza las librerias del control de ficheros.
       copy "file_control.cpy".
      *Utiliza el control del fichero de lineas adicionales de
      *articulo por venta.
       copy "file_control_detalle.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control de los ficheros de pedidos de compra.
       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero de lineas de envio directo.
       copy "file_control_ventas_directas.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       copy "estructura_venta.cpy".
      *Utiliza la estructura del fichero de lineas adicionales de
      *articulo por venta.
       copy "estructura_detalle.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de pedidos de compra.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero de lineas de envio directo.
       copy "estructura_venta_directa.cpy".
       working-storage section.
       77 continuar    pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-detalle pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 ws-estado-ped-compra pic xx value spaces.
       77 ws-estado-ped-compra-det pic xx value spaces.
       77 ws-estado-contador-pco pic xx value spaces.
       77 ws-estado-ventas-directas pic xx value spaces.
       77 fecha_hoy pic 9(8) value 0.
      *Pedido de compra y referencia de envio tecleados, y los
      *datos de la linea de venta que se muestran para confirmar.
       77 pedido_confirmar pic 9(6) value 0.
       77 referencia_confirmar pic x(20) value spaces.
       77 confirma_envio pic x value space.
       77 nombre_cliente_envio pic x(31) value spaces.
       77 nombre_proveedor_envio pic x(25) value spaces.
       77 envio_valido pic 9 value 0.
       77 entrega_completa pic 9 value 0.
       77 fin_comprobacion pic 9 value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
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
      *Pide el pedido de compra de envio directo y la referencia de
      *envio que comunica el proveedor.
       01 obten_envio_directo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Envio directo del proveedor".
           02 line 6 col 5 value "Pedido de compra: ".
           02 line 6 col 27 REQUIRED pic 9(6) using pedido_confirmar.
           02 line 7 col 5 value "Referencia de envio: ".
           02 line 7 col 27 pic x(20) using referencia_confirmar.
      *Linea de venta que sirve el pedido.
       01 p_ficha_envio_directo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 9 col 5 value "Proveedor: ".
           02 line 9 col 27 pic x(4) from vd_codigo_proveedor.
           02 line 9 col 33 pic x(25) from nombre_proveedor_envio.
           02 line 10 col 5 value "Venta y linea: ".
           02 line 10 col 27 pic x(8) from vd_codigo_venta.
           02 line 10 col 37 pic zz9 from vd_numero_linea.
           02 line 11 col 5 value "Cliente: ".
           02 line 11 col 27 pic x(4) from vd_codigo_cliente.
           02 line 11 col 33 pic x(31) from nombre_cliente_envio.
           02 line 12 col 5 value "Articulo: ".
           02 line 12 col 27 pic x(4) from vd_codigo_articulo.
           02 line 13 col 5 value "Unidades: ".
           02 line 13 col 27 pic zzzz9 from vd_unidades.
           02 line 15 col 5 value "Confirmar el envio (S/N)? ".
           02 line 15 col 32 REQUIRED pic x using confirma_envio.

       procedure division using sesion-expirada-llamada.
      *Confirmacion de los envios directos: cuando el proveedor
      *comunica que ha enviado la mercancia al cliente, la linea de
      *venta de su pedido queda entregada sin mover stock ni
      *almacen, el pedido de compra queda recibido y, si ya no le
      *queda nada por servir, la venta pasa a entregada.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
       open i-o ventas_directas.
       if ws-estado-ventas-directas not = "00"
           move ws-estado-ventas-directas to ws-estado-fichero
           move "No hay ventas de envio directo."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit program
       end-if.
       open i-o ventas.
       open i-o ventas_detalle.
       open input clientes.
       open input proveedores.
       open i-o pedidos_compra.
       open i-o pedidos_compra_detalle.
       move 0 to pedido_confirmar.
       move spaces to referencia_confirmar.
       display PantallaMarco.
       display obten_envio_directo.
       accept obten_envio_directo
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform validar_envio_directo
           if envio_valido = 1
               perform mostrar_envio_directo
           end-if
       end-if.
       close ventas_directas.
       close ventas.
       close ventas_detalle.
       close clientes.
       close proveedores.
       close pedidos_compra.
       close pedidos_compra_detalle.
       exit program.

      *Busca la linea de envio directo del pedido tecleado; tiene
      *que seguir pendiente y su pedido abierto, es decir, aprobado
      *y sin recibir ni anular.
       validar_envio_directo.
       move 0 to envio_valido.
       move spaces to ws-estado-fichero.
       move pedido_confirmar to vd_pedido_compra.
       read ventas_directas
         key is vd_pedido_compra
         invalid key
           move "El pedido no es de envio directo."
             to ws-descripcion-estado
           perform mostrar_error_envio
           exit paragraph
       end-read.
       if not directa_pendiente
           move "El envio ya estaba confirmado o anulado."
             to ws-descripcion-estado
           perform mostrar_error_envio
           exit paragraph
       end-if.
       move vd_pedido_compra to pco_numero.
       read pedidos_compra
         key is pco_numero
         invalid key
           move "Pedido de compra no encontrado."
             to ws-descripcion-estado
           perform mostrar_error_envio
           exit paragraph
       end-read.
       if pedido_compra_por_aprobar
           move "El pedido esta pendiente de aprobacion."
             to ws-descripcion-estado
           perform mostrar_error_envio
           exit paragraph
       end-if.
       if not pedido_compra_abierto
           move "El pedido ya no esta abierto."
             to ws-descripcion-estado
           perform mostrar_error_envio
           exit paragraph
       end-if.
       move 1 to envio_valido.

      *Presenta la linea de venta del pedido y, si se confirma,
      *anota el envio.
       mostrar_envio_directo.
       move spaces to nombre_cliente_envio.
       move vd_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           string nombre of RCliente delimited by "  "
                  " " delimited by size
                  apellidos of RCliente delimited by "  "
             into nombre_cliente_envio
           end-string
       end-read.
       move spaces to nombre_proveedor_envio.
       move vd_codigo_proveedor to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           continue
         not invalid key
           move prov_nombre to nombre_proveedor_envio
       end-read.
       move 'N' to confirma_envio.
       display PantallaMarco.
       display obten_envio_directo.
       display p_ficha_envio_directo.
       accept p_ficha_envio_directo
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
          and (confirma_envio = 'S' or confirma_envio = 's')
           perform anotar_envio_directo
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-if.

      *Deja la linea de envio directo enviada, la linea de venta
      *entregada y el pedido de compra recibido.
       anotar_envio_directo.
       set directa_enviada to true.
       move fecha_hoy to vd_fecha_envio.
       move referencia_confirmar to vd_referencia_envio.
       rewrite RVentaDirecta
         invalid key
           continue
       end-rewrite.
       move pco_numero to pcd_numero.
       move 1 to pcd_linea.
       read pedidos_compra_detalle
         key is pcd_clave
         invalid key
           continue
         not invalid key
           move pcd_unidades to pcd_recibidas
           rewrite RPedidoCompraDetalle
             invalid key
               continue
           end-rewrite
       end-read.
       set pedido_compra_recibido to true.
       rewrite RPedidoCompra
         invalid key
           continue
       end-rewrite.
       if vd_numero_linea > 1
           move vd_codigo_venta to det_codigo_venta
           move vd_numero_linea to det_numero_linea
           read ventas_detalle
             key is det_clave_venta
             invalid key
               continue
             not invalid key
               move det_numero_unidades to det_unidades_entregadas
               rewrite RVentaDetalle
                 invalid key
                   continue
               end-rewrite
           end-read
       end-if.
       move vd_codigo_venta to codigo_venta.
       read ventas
         key is codigo_venta
         invalid key
           continue
         not invalid key
           if vd_numero_linea = 1
               move numero_unidades of articulo
                 to unidades_entregadas
           end-if
           perform comprobar_entrega_completa
       end-read.

      *Marca la venta como entregada cuando ya no le queda nada por
      *servir, ni en la primera linea ni en las adicionales.
       comprobar_entrega_completa.
       move 1 to entrega_completa.
       if unidades_entregadas < numero_unidades of articulo
           move 0 to entrega_completa
       end-if.
       move codigo_venta to det_codigo_venta.
       move low-values to det_numero_linea.
       move 0 to fin_comprobacion.
       start ventas_detalle
         key is not less than det_clave_venta
         invalid key
           move 1 to fin_comprobacion
       end-start.
       perform until fin_comprobacion = 1
         read ventas_detalle next
           at end
             move 1 to fin_comprobacion
           not at end
             if det_codigo_venta not = codigo_venta
                 move 1 to fin_comprobacion
             else
                 if det_unidades_entregadas < det_numero_unidades
                     move 0 to entrega_completa
                 end-if
             end-if
         end-read
       end-perform.
       if entrega_completa = 1 and venta_pendiente
           set venta_entregada to true
       end-if.
       rewrite RVenta
         invalid key
           continue
       end-rewrite.

      *Muestra el error de la validacion del envio.
       mostrar_error_envio.
       display PantallaMarco.
       display pantalla_opera_error.
       accept continuar.
