       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control del fichero de permisos de menu.
       copy "file_control_permisos.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Utiliza la estructura del fichero de permisos de menu.
       copy "estructura_permisos.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
       working-storage section.

      *Selector de codigos: con una interrogacion en un campo de
       77 ws-estado-contador-pco pic xx value spaces.
       77 contador_siguiente_pco pic 9(6) value 0.
      *Resultado y reintentos de la reserva del numero de pedido.
       77 contador_pco_asignado pic 9 value 0.
       77 reintentos_pco pic 9(3) value 0.
       77 linea_siguiente pic 9(3) value 1.
       77 fin_lineas pic 9 value 0.
       77 lineas_pedido pic 9(3) value 0.
       77 importe_pedido pic 9(13)v99 value 0.
       77 importe_editado pic z(9)9.99.
       77 importe_linea_editado pic z(7)9.99.
      *Campos de la conversion entre unidad de compra y de stock,
      *para proponer las unidades y para el documento impreso.
       copy "ws_unidad_compra.cpy".
       77 unidades_stock_editadas pic z(8)9.
       77 unidad_compra_doc pic x(3) value spaces.
      *Solo se piden articulos activos.
       copy "ws_estado_articulo.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       77 ws-estado-permisos pic xx value spaces.
      *Limite de importe de los pedidos que el usuario envia sin
      *aprobacion y hasta el que puede aprobar los de otros.
       copy "ws_limite_compra.cpy".
      *Campos de la resolucion de la direccion de entrega.
       copy "ws_direccion_entrega.cpy".
       77 fecha_hoy pic 9(8) value 0.
      *Revision de los pedidos pendientes de aprobacion: el pedido
      *en pantalla, la decision y hasta diez lineas con los ultimos
      *costes pedidos al mismo proveedor por cada articulo.
       77 numero_revisado pic 9(6) value 0.
       77 proveedor_revisado pic x(4) value spaces.
       77 fin_aprobacion pic 9 value 0.
       77 fin_pendientes pic 9 value 0.
       77 pendiente_hallado pic 9 value 0.
       77 pedidos_revisados pic 9(5) value 0.
       77 decision_aprobacion pic x value space.
          88 decision_aprobar   value "A" "a".
          88 decision_rechazar  value "R" "r".
          88 decision_siguiente value "S" "s".
       77 motivo_decision pic x(40) value spaces.
       77 autorizado_aprobar pic 9 value 0.
       77 num_revision pic 99 value 0.
       77 idx_revision pic 99 value 0.
       77 idx_historial pic 9 value 0.
       77 lineas_no_mostradas pic 9(3) value 0.
       77 linea_actual pic 99 value 8.
       77 fin_historial pic 9 value 0.
       01 tabla_revision.
          02 revision_linea occurs 10 times.
             03 rev_linea       pic 9(3).
             03 rev_articulo    pic x(4).
             03 rev_descripcion pic x(15).
             03 rev_unidades    pic 9(5).
             03 rev_coste       pic 9(7)v99.
             03 rev_historial   pic 9(7)v99 occurs 3 times.
       linkage section.
      *Rol del usuario que abrio la sesion, recibido de Principal:
      *el administrador sin limite propio no tiene limite de compra.
       01 rol-usuario-llamada pic x.
          88 rol_admin_llamada value "A".
      *Login del usuario, recibido de Principal, que queda como autor
      *o aprobador del pedido.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line 8 col 23 pic x(25) from prov_nombre.
           02 line 9 col 5 value "Estado: ".
           02 line 9 col 14 pic x from estado_pedido_compra.
           02 line 9 col 16 value
              "(A abierto, E por aprobar, D rechazado, R recibido,".
           02 line 9 col 68 value "X anulado)".
           02 line 10 col 5 value "Lineas: ".
           02 line 10 col 14 pic 9(3) from lineas_pedido.
           02 line 11 col 5 value "Importe al coste: ".
           02 line 11 col 24 pic z(9)9.99 from importe_editado.
           02 line 12 col 5 value "Alta por: ".
           02 line 12 col 15 pic x(12) from pco_usuario.
           02 line 13 col 5 value "Aprobado o rechazado por: ".
           02 line 13 col 31 pic x(12) from pco_aprobador.
           02 line 13 col 44 value "el ".
           02 line 13 col 47 pic 9(8) from pco_fecha_aprobacion.
           02 line 14 col 5 value "Motivo del rechazo: ".
           02 line 14 col 25 pic x(40) from pco_motivo_rechazo.
      *Aviso de que el pedido recien grabado supera el limite del
      *usuario y queda pendiente de aprobacion.
       01 p_aviso_aprobacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 8 col 5
              value "El pedido supera su limite de compra:".
           02 line 9 col 5
              value "queda pendiente de aprobacion y no se envia.".
      *Cabecera del pedido pendiente de aprobacion.
       01 p_pedido_por_aprobar
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 3 col 5 value "Aprobacion de pedidos de compra".
           02 line 3 col 45 value "Su limite: ".
           02 line 3 col 56 pic x(12) from texto_limite.
           02 line 4 col 5 value "Pedido: ".
           02 line 4 col 13 pic 9(6) from pco_numero.
           02 line 4 col 21 value "Fecha: ".
           02 line 4 col 28 pic 9(8) from pco_fecha.
           02 line 4 col 38 value "Alta por: ".
           02 line 4 col 48 pic x(12) from pco_usuario.
           02 line 5 col 5 value "Proveedor: ".
           02 line 5 col 16 pic x(4) from pco_codigo_proveedor.
           02 line 5 col 21 pic x(25) from prov_nombre.
           02 line 5 col 48 value "Importe: ".
           02 line 5 col 57 pic z(9)9.99 from importe_editado.
           02 line 7 col 3 value
              "Lin Art  Descripcion     Unidades     Coste".
           02 line 7 col 46 value "Costes anteriores al proveedor".
      *Una linea del pedido con sus costes anteriores, del mas
      *reciente al mas antiguo.
       01 p_linea_por_aprobar
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 3 pic 9(3)
              from rev_linea(idx_revision).
           02 line linea_actual col 7 pic x(4)
              from rev_articulo(idx_revision).
           02 line linea_actual col 12 pic x(15)
              from rev_descripcion(idx_revision).
           02 line linea_actual col 30 pic z(4)9
              from rev_unidades(idx_revision).
           02 line linea_actual col 36 pic z(6)9.99
              from rev_coste(idx_revision).
           02 line linea_actual col 46 pic z(6)9.99
              from rev_historial(idx_revision 3).
           02 line linea_actual col 57 pic z(6)9.99
              from rev_historial(idx_revision 2).
           02 line linea_actual col 68 pic z(6)9.99
              from rev_historial(idx_revision 1).
      *Lineas del pedido que no caben en la pantalla.
       01 p_mas_lineas_aprobar
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 18 col 3 value "Lineas no mostradas: ".
           02 line 18 col 24 pic zz9 from lineas_no_mostradas.
      *Decision sobre el pedido y motivo, si se rechaza.
       01 p_decision_aprobacion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 20 col 3 value
              "A=aprobar R=rechazar S=siguiente F=fin: ".
           02 line 20 col 43 pic x using decision_aprobacion.
           02 line 21 col 3 value "Motivo del rechazo: ".
           02 line 21 col 23 pic x(40) using motivo_decision.

       procedure division using rol-usuario-llamada login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       perform fijar_limite_compra.
      *Pedidos de compra a proveedor: el comprador crea el pedido a
      *partir de la propuesta de compras, con el coste y la
      *referencia del vinculo articulo-proveedor, lo retoca o lo
      *anula mientras siga abierto, y lo imprime para enviarlo al
      *proveedor en lugar de reescribirlo a mano. El pedido que
      *supera el limite de compra de quien lo da de alta queda
      *pendiente hasta que lo apruebe o rechace otro usuario con
      *limite suficiente.
       move 0 to sesion-expirada-llamada.
       perform abrir_ficheros_pedido_compra.
       display pantallaMarco.
         when 3 perform modificar_linea_pedido
         when 4 perform anular_pedido_compra
         when 5 perform imprimir_pedido_compra
         when 6 perform aprobar_pedidos_compra
         when 7 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
       close proveedores.
       close articulos_proveedor.
       close articulos.
       close clientes.
       exit program.

      *Da de alta un pedido de compra: valida el proveedor, reserva
      *Reserva el numero, graba la cabecera y pasa a las lineas.
       grabar_pedido_compra.
       perform asignar_numero_pedido_compra.
       if contador_pco_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador en uso; reintente."
             to ws-descripcion-estado
       else
       accept pco_fecha from DATE YYYYMMDD
       set pedido_compra_abierto to true
       move login-usuario to pco_usuario
       move 0 to pco_importe
       move spaces to pco_aprobador
       move 0 to pco_fecha_aprobacion
       move spaces to pco_motivo_rechazo
       move "N" to pco_envio_directo
       move spaces to pco_venta_directa
       move 0 to pco_linea_directa
       move spaces to pco_cliente_entrega
       move 0 to pco_direccion_entrega
       write RPedidoCompra
         invalid key
           move ws-estado-ped-compra to ws-estado-fichero
         not invalid key
           move 1 to linea_siguiente
           perform anadir_lineas_pedido
           perform comprobar_limite_pedido
           display PantallaMarco
           display pantalla_completa
           display obten_numero_ped_compra
           if pedido_compra_por_aprobar
               display p_aviso_aprobacion
           end-if
           accept continuar
       end-write
       end-if.
       end-perform.

      *Captura una linea del pedido: valida el articulo, toma el
      *coste, la referencia y la unidad de compra del vinculo con el
      *proveedor del pedido, y con las unidades a cero usa la
      *cantidad a pedir propia del articulo.
       capturar_linea_pedido.
       move spaces to pcd_codigo_articulo.
       move 0 to pcd_unidades.
       move spaces to pcd_unidad_compra.
       move 0 to pcd_factor.
       move spaces to descripcion of RArticulo.
       display PantallaMarco.
       display p_linea_pedido_compra.
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform comprobar_compra_articulo
           if articulo_se_compra = 0
               move spaces to ws-estado-fichero
               move motivo_estado_articulo to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               perform grabar_linea_pedido
           end-if
       end-read
       end-if.

      *Graba la linea con el coste, la referencia y la unidad de
      *compra del vinculo; si el articulo no tiene vinculo con el
      *proveedor del pedido la linea se rechaza, porque el documento
      *saldria sin coste. Las unidades van en la unidad de compra:
      *la cantidad a pedir del articulo, que esta en unidades de
      *stock, se pasa a unidades de compra enteras.
       grabar_linea_pedido.
       move pcd_codigo_articulo to ap_codigo_articulo.
       move pco_codigo_proveedor to ap_codigo_proveedor.
           move linea_siguiente to pcd_linea
           move ap_coste to pcd_coste
           move ap_referencia to pcd_referencia
           move ap_factor_conversion to conv_factor
           perform normalizar_factor_conversion
           move conv_factor to pcd_factor
           move ap_unidad_compra to pcd_unidad_compra
           if pcd_unidad_compra = spaces
               move unidad_stock of RArticulo to pcd_unidad_compra
           end-if
           if pcd_unidades = 0
               move cantidad_pedido to conv_unidades_stock
               perform pasar_a_unidad_compra
               move conv_unidades_compra to pcd_unidades
           end-if
           move 0 to pcd_recibidas
           write RPedidoCompraDetalle
             invalid key
       end-perform.

      *Permite corregir las unidades o el coste de una linea de un
      *pedido que siga abierto o pendiente de aprobacion.
       modificar_linea_pedido.
       move 1 to transaccion_activa.
       display PantallaMarco.
           accept continuar
         not invalid key
           if not pedido_compra_abierto
              and not pedido_compra_por_aprobar
               move spaces to ws-estado-fichero
               move "El pedido ya no esta abierto."
                 to ws-descripcion-estado
               display pantalla_opera_error
               accept continuar
             not invalid key
               perform comprobar_limite_pedido
               display PantallaMarco
               display pantalla_completa
               if pedido_compra_por_aprobar
                   display p_aviso_aprobacion
               end-if
               accept continuar
           end-rewrite
           end-if
       end-read
       end-if.

      *Anula un pedido de compra que siga abierto o pendiente de
      *aprobacion; las lineas se conservan para que quede rastro de
      *lo que se iba a pedir. El pedido de envio directo se anula
      *con la venta que lo origino, no desde aqui.
       anular_pedido_compra.
       move 1 to transaccion_activa.
       display PantallaMarco.
           accept continuar
         not invalid key
           if not pedido_compra_abierto
              and not pedido_compra_por_aprobar
               move spaces to ws-estado-fichero
               move "El pedido ya no esta abierto."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
           if pedido_envio_directo
               move spaces to ws-estado-fichero
               move "Envio directo: se anula desde la venta."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               set pedido_compra_anulado to true
               rewrite RPedidoCompra
                   accept continuar
               end-rewrite
           end-if
           end-if
       end-read
       end-if.

      *Escribe el documento del pedido de compra para enviarlo al
      *proveedor, con sus datos, las lineas y el total al coste. Un
      *pedido pendiente de aprobacion o rechazado no se envia.
       imprimir_pedido_compra.
       move 1 to transaccion_activa.
       display PantallaMarco.
           display pantalla_opera_error
           accept continuar
         not invalid key
           evaluate true
             when pedido_compra_por_aprobar
               move spaces to ws-estado-fichero
               move "El pedido esta pendiente de aprobacion."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             when pedido_compra_rechazado
               move spaces to ws-estado-fichero
               move "El pedido fue rechazado; no se envia."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             when other
               perform escribir_documento_pedido
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-evaluate
       end-read
       end-if.

       move pco_codigo_proveedor to prov_codigo.
       move spaces to prov_nombre.
       move spaces to prov_telefono.
       move spaces to prov_email.
       read proveedores
         key is prov_codigo
         invalid key
         into registro_doc_ped_compra
       end-string.
       write registro_doc_ped_compra.
       if pedido_envio_directo
           perform escribir_entrega_directa
       end-if.
       move "Articulo Referencia      Cant. Ud.       Coste  Equivale"
         to registro_doc_ped_compra.
       write registro_doc_ped_compra.
       move 0 to lineas_pedido.
                 compute importe_pedido = importe_pedido
                     + pcd_coste * pcd_unidades
                 move pcd_coste to importe_linea_editado
                 perform equivalencia_linea_pedido
                 string pcd_codigo_articulo delimited by size
                        "     " delimited by size
                        pcd_referencia delimited by size
                        " " delimited by size
                        pcd_unidades delimited by size
                        " " delimited by size
                        unidad_compra_doc delimited by size
                        " " delimited by size
                        importe_linea_editado delimited by size
                        " " delimited by size
                        unidades_stock_editadas delimited by size
                        " " delimited by size
                        unidad_stock of RArticulo delimited by size
                   into registro_doc_ped_compra
                 end-string
                 write registro_doc_ped_compra
         to registro_doc_ped_compra.
       write registro_doc_ped_compra.
       close documento_pedido_compra.
       perform encolar_pedido_compra.

      *Calcula para el documento cuantas unidades de stock suponen
      *las unidades de compra de la linea, para que el proveedor vea
      *las dos cifras. La linea sin unidad de compra (la de envio
      *directo) se pide en la unidad de stock.
       equivalencia_linea_pedido.
       move pcd_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move spaces to unidad_stock of RArticulo
       end-read.
       move pcd_unidad_compra to unidad_compra_doc.
       if unidad_compra_doc = spaces
           move unidad_stock of RArticulo to unidad_compra_doc
       end-if.
       move pcd_factor to conv_factor.
       move pcd_unidades to conv_unidades_compra.
       move pcd_coste to conv_coste_compra.
       perform pasar_a_unidad_stock.
       move conv_unidades_stock to unidades_stock_editadas.

      *En el pedido de envio directo, escribe el cliente y la
      *direccion a la que el proveedor tiene que servir la
      *mercancia, que es la de entrega de la venta.
       escribir_entrega_directa.
       move pco_cliente_entrega to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           string "Entregar directamente al cliente "
                  delimited by size
                  pco_cliente_entrega delimited by size
             into registro_doc_ped_compra
           end-string
           write registro_doc_ped_compra
           exit paragraph
       end-read.
       string "Entregar directamente a: " delimited by size
              nombre of RCliente delimited by "  "
              " " delimited by size
              apellidos of RCliente delimited by "  "
         into registro_doc_ped_compra
       end-string.
       write registro_doc_ped_compra.
       perform abrir_direcciones_entrega.
       move pco_cliente_entrega to ent_cliente.
       move pco_direccion_entrega to ent_numero.
       perform obtener_direccion_entrega.
       perform cerrar_direcciones_entrega.
       if ent_sede not = spaces
           string "Entregar en: " delimited by size
                  ent_sede delimited by size
             into registro_doc_ped_compra
           end-string
           write registro_doc_ped_compra
       end-if.
       string "Direccion: " delimited by size
              ent_direccion delimited by size
         into registro_doc_ped_compra
       end-string.
       write registro_doc_ped_compra.
       string "          " delimited by size
              ent_codigo_postal delimited by size
              " " delimited by size
              ent_ciudad delimited by size
              " (" delimited by size
              ent_provincia delimited by size
              ")" delimited by size
         into registro_doc_ped_compra
       end-string.
       write registro_doc_ped_compra.
       string "Referencia de la venta: " delimited by size
              pco_venta_directa delimited by size
         into registro_doc_ped_compra
       end-string.
       write registro_doc_ped_compra.

      *Deja el documento del pedido en la cola de correo, a la
      *direccion de compras del proveedor.
       encolar_pedido_compra.
       move "P" to correo_tipo_interlocutor.
       move pco_codigo_proveedor to correo_interlocutor.
       move prov_email to correo_destinatario.
       move "PEDIDO COMPRA" to correo_tipo_documento.
       move pco_numero to correo_referencia.
       move spaces to correo_asunto.
       string "Pedido de compra " delimited by size
              pco_numero delimited by size
              " - fecha " delimited by size
              pco_fecha delimited by size
         into correo_asunto
       end-string.
       move "pedidos_compra.txt" to correo_fichero.
       perform encolar_documento.

      *Totaliza el pedido leido y lo compara con el limite del
      *usuario cuando su importe sube o ya estaba pendiente: por
      *encima queda pendiente de aprobacion, dentro del limite
      *queda abierto. Bajar el importe de un pedido abierto no
      *exige aprobarlo de nuevo.
       comprobar_limite_pedido.
       perform totalizar_lineas_pedido.
       if importe_pedido > pco_importe or pedido_compra_por_aprobar
           if sin_limite_compra = 0
              and importe_pedido > limite_usuario
               set pedido_compra_por_aprobar to true
               move spaces to pco_aprobador
               move 0 to pco_fecha_aprobacion
               move spaces to pco_motivo_rechazo
           else
               set pedido_compra_abierto to true
           end-if
       end-if.
       move importe_pedido to pco_importe.
       rewrite RPedidoCompra
         invalid key
           move ws-estado-ped-compra to ws-estado-fichero
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-rewrite.

      *Recorre los pedidos pendientes de aprobacion mostrando cada
      *uno con sus lineas y los costes anteriores del proveedor, y
      *deja que el usuario lo apruebe, lo rechace con un motivo o
      *pase al siguiente.
       aprobar_pedidos_compra.
       move 1 to transaccion_activa.
       accept fecha_hoy from DATE YYYYMMDD.
       move 0 to numero_revisado.
       move 0 to pedidos_revisados.
       move 0 to fin_aprobacion.
       perform until fin_aprobacion = 1
           perform buscar_siguiente_pendiente
           if pendiente_hallado = 0
               move 1 to fin_aprobacion
           else
               add 1 to pedidos_revisados
               perform revisar_pedido_pendiente
           end-if
       end-perform.
       if pedidos_revisados = 0 and transaccion_activa = 1
           move spaces to ws-estado-fichero
           move "No hay pedidos pendientes de aprobacion."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Busca el primer pedido pendiente de aprobacion con numero
      *mayor que el ultimo revisado.
       buscar_siguiente_pendiente.
       move 0 to pendiente_hallado.
       move numero_revisado to pco_numero.
       move 0 to fin_pendientes.
       start pedidos_compra
         key is greater than pco_numero
         invalid key
           move 1 to fin_pendientes
       end-start.
       perform until fin_pendientes = 1
         read pedidos_compra next
           at end
             move 1 to fin_pendientes
           not at end
             if pedido_compra_por_aprobar
                 move 1 to pendiente_hallado
                 move 1 to fin_pendientes
                 move pco_numero to numero_revisado
             end-if
         end-read
       end-perform.

      *Muestra el pedido pendiente y aplica la decision tomada.
       revisar_pedido_pendiente.
       move pco_codigo_proveedor to proveedor_revisado.
       perform cargar_lineas_revision.
       perform cargar_costes_anteriores.
      *La busqueda de costes anteriores recorre otros pedidos del
      *proveedor; se vuelve a leer el pedido en revision.
       move numero_revisado to pco_numero.
       read pedidos_compra
         key is pco_numero
         invalid key
           exit paragraph
       end-read.
       move pco_codigo_proveedor to prov_codigo.
       move spaces to prov_nombre.
       read proveedores
         key is prov_codigo
         invalid key
           continue
       end-read.
       move pco_importe to importe_editado.
       move space to decision_aprobacion.
       move spaces to motivo_decision.
       display PantallaMarco.
       display p_pedido_por_aprobar.
       move 8 to linea_actual.
       perform varying idx_revision from 1 by 1
         until idx_revision > num_revision
           display p_linea_por_aprobar
           add 1 to linea_actual
       end-perform.
       if lineas_no_mostradas > 0
           display p_mas_lineas_aprobar
       end-if.
       accept p_decision_aprobacion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
           move 1 to fin_aprobacion
       end-accept.
       if transaccion_activa = 1
       evaluate true
         when decision_aprobar
           perform comprobar_autorizacion
           if autorizado_aprobar = 1
               set pedido_compra_abierto to true
               move spaces to pco_motivo_rechazo
               perform grabar_decision_pedido
           end-if
         when decision_rechazar
           perform comprobar_autorizacion
           if autorizado_aprobar = 1
               if motivo_decision = spaces
                   move spaces to ws-estado-fichero
                   move "Indique el motivo del rechazo."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
               else
                   set pedido_compra_rechazado to true
                   move motivo_decision to pco_motivo_rechazo
                   perform grabar_decision_pedido
               end-if
           end-if
         when decision_siguiente
           continue
         when other
           move 1 to fin_aprobacion
       end-evaluate
       end-if.

      *Solo puede decidir sobre un pedido un usuario distinto del que
      *lo dio de alta y con limite suficiente para su importe.
       comprobar_autorizacion.
       move 1 to autorizado_aprobar.
       if pco_usuario = login-usuario
           move 0 to autorizado_aprobar
           move spaces to ws-estado-fichero
           move "No puede aprobar sus propios pedidos."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           if sin_limite_compra = 0
              and pco_importe > limite_usuario
               move 0 to autorizado_aprobar
               move spaces to ws-estado-fichero
               move "El importe supera su limite de compra."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           end-if
       end-if.

      *Anota quien decide y cuando y regraba el pedido.
       grabar_decision_pedido.
       move login-usuario to pco_aprobador.
       move fecha_hoy to pco_fecha_aprobacion.
       rewrite RPedidoCompra
         invalid key
           move ws-estado-ped-compra to ws-estado-fichero
           perform obtener_descripcion_estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-rewrite.

      *Carga en la tabla de revision las diez primeras lineas del
      *pedido y cuenta las que no caben en la pantalla.
       cargar_lineas_revision.
       move 0 to num_revision.
       move 0 to lineas_no_mostradas.
       move pco_numero to pcd_numero.
       move 0 to pcd_linea.
       move 0 to fin_lineas.
       start pedidos_compra_detalle
         key is not less than pcd_clave
         invalid key
           move 1 to fin_lineas
       end-start.
       perform until fin_lineas = 1
         read pedidos_compra_detalle next
           at end
             move 1 to fin_lineas
           not at end
             if pcd_numero not = pco_numero
                 move 1 to fin_lineas
             else
                 if num_revision < 10
                     perform anotar_linea_revision
                 else
                     add 1 to lineas_no_mostradas
                 end-if
             end-if
         end-read
       end-perform.

      *Pasa la linea leida a la tabla de revision.
       anotar_linea_revision.
       add 1 to num_revision.
       move pcd_linea to rev_linea(num_revision).
       move pcd_codigo_articulo to rev_articulo(num_revision).
       move pcd_unidades to rev_unidades(num_revision).
       move pcd_coste to rev_coste(num_revision).
       move 0 to rev_historial(num_revision 1).
       move 0 to rev_historial(num_revision 2).
       move 0 to rev_historial(num_revision 3).
       move pcd_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move spaces to rev_descripcion(num_revision)
         not invalid key
           move descripcion of RArticulo
             to rev_descripcion(num_revision)
       end-read.

      *Recorre, por la clave alternativa del proveedor, los pedidos
      *anteriores al revisado que llegaron a enviarse y guarda para
      *cada articulo los tres ultimos costes pedidos.
       cargar_costes_anteriores.
       move 0 to fin_historial.
       start pedidos_compra
         key is = pco_codigo_proveedor
         invalid key
           move 1 to fin_historial
       end-start.
       perform until fin_historial = 1
         read pedidos_compra next
           at end
             move 1 to fin_historial
           not at end
             if pco_codigo_proveedor not = proveedor_revisado
                 move 1 to fin_historial
             else
                 if pco_numero < numero_revisado
                    and not pedido_compra_anulado
                    and not pedido_compra_sin_aprobar
                     perform costes_pedido_anterior
                 end-if
             end-if
         end-read
       end-perform.

      *Anota los costes de las lineas del pedido anterior leido en
      *las lineas de la revision con el mismo articulo.
       costes_pedido_anterior.
       move pco_numero to pcd_numero.
       move 0 to pcd_linea.
       move 0 to fin_lineas.
       start pedidos_compra_detalle
         key is not less than pcd_clave
         invalid key
           move 1 to fin_lineas
       end-start.
       perform until fin_lineas = 1
         read pedidos_compra_detalle next
           at end
             move 1 to fin_lineas
           not at end
             if pcd_numero not = pco_numero
                 move 1 to fin_lineas
             else
                 perform varying idx_revision from 1 by 1
                   until idx_revision > num_revision
                     if rev_articulo(idx_revision)
                        = pcd_codigo_articulo
                         perform anotar_coste_anterior
                     end-if
                 end-perform
             end-if
         end-read
       end-perform.

      *Desplaza los costes guardados de la linea y deja el leido
      *como el mas reciente (los pedidos se leen en orden).
       anotar_coste_anterior.
       move rev_historial(idx_revision 2)
         to rev_historial(idx_revision 1).
       move rev_historial(idx_revision 3)
         to rev_historial(idx_revision 2).
       move pcd_coste to rev_historial(idx_revision 3).

      *Contador de pedidos de compra.
       copy "parrafo_contador_pedido_compra.cpy".

      *Abre los ficheros de pedidos de compra y de proveedores,
      *creando los de pedidos vacios la primera vez.
       abrir_ficheros_pedido_compra.
       open input proveedores.
       open input articulos_proveedor.
       open input articulos.
       open input clientes.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Cola de correo saliente de documentos.
       copy "parrafo_cola_correo.cpy".

      *Limite de importe de los pedidos de compra del usuario.
       copy "parrafo_limite_compra.cpy".

      *Resolucion de la direccion de entrega del cliente.
       copy "parrafo_direccion_entrega.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".

      *Comprobacion del estado del articulo antes de comprarlo.
       copy "parrafo_estado_articulo.cpy".
