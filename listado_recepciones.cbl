       copy "file_control_pedidos_compra.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control de los ficheros de devoluciones a proveedor.
       copy "file_control_devoluciones_proveedor.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       copy "estructura_pedido_compra.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura de los ficheros de devoluciones a
      *proveedor.
       copy "estructura_devolucion_proveedor.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 fin_lineas_pedido pic 9 value 0.
       77 hubo_pendiente pic 9 value 0.
       77 unidades_pendientes pic s9(6) value 0.
      *Campos del listado de devoluciones pendientes de abono.
       77 ws-estado-dev-prov pic xx value spaces.
       77 ws-estado-contador-dvp pic xx value spaces.
       77 fin_devoluciones pic 9 value 0.
       77 total_pendiente_abono pic 9(11)v99 value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       copy "p_linea_recepcion.cpy".
      *Pantalla de una linea de pedido de compra pendiente.
       copy "p_linea_pendiente_compra.cpy".
      *Pantalla de una devolucion a proveedor pendiente de abono.
       copy "p_linea_devolucion_prov.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
       procedure division using sesion-expirada-llamada.
      *Lista las recepciones de mercancia de un dia, de una en una,
      *para que el almacen tenga el diario de entradas del dia, o
      *bien los pedidos de compra abiertos con lo que queda por
      *servir de cada proveedor, o las devoluciones a proveedor de
      *las que todavia no ha llegado el abono.
       move 0 to sesion-expirada-llamada.
       display pantallaMarco.
       display obten_modo_recepciones.
       evaluate modo_recepciones
         when 1 perform diario_del_dia
         when 2 perform listar_pedidos_pendientes
         when 3 perform listar_devoluciones_pendientes
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           end-if
       end-if.

      *Recorre las devoluciones a proveedor y muestra, una a una,
      *las que siguen esperando el abono del proveedor, con lo que
      *se lleva acumulado pendiente de abonar.
       listar_devoluciones_pendientes.
       open input devoluciones_proveedor.
       if ws-estado-dev-prov not = "00"
           move ws-estado-dev-prov to ws-estado-fichero
           move "No hay devoluciones a proveedor."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           open input proveedores
           open input articulos
           move 0 to hubo_pendiente
           move 0 to total_pendiente_abono
           move low-values to dvp_numero
           move 0 to fin_devoluciones
           start devoluciones_proveedor
             key is not less than dvp_numero
             invalid key
               move 1 to fin_devoluciones
           end-start
           perform until fin_devoluciones = 1
             read devoluciones_proveedor next
               at end
                 move 1 to fin_devoluciones
               not at end
                 if devolucion_pendiente_abono
                     move 1 to hubo_pendiente
                     perform mostrar_devolucion_pendiente
                 end-if
             end-read
           end-perform
           close articulos
           close proveedores
           close devoluciones_proveedor
           if hubo_pendiente = 0
               move spaces to ws-estado-fichero
               move "Sin devoluciones pendientes de abono."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           end-if
       end-if.

      *Muestra una devolucion pendiente con el nombre del proveedor
      *y la descripcion del articulo.
       mostrar_devolucion_pendiente.
       add dvp_importe to total_pendiente_abono.
       move dvp_codigo_proveedor to prov_codigo.
       read proveedores
         key is prov_codigo
         invalid key
           move spaces to prov_nombre
       end-read.
       move dvp_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move spaces to descripcion of RArticulo
       end-read.
       display PantallaMarco.
       display p_linea_devolucion_prov.
       display p_continuar.
       accept continuar.

      *Recorre el fichero de pedidos y trata los que siguen abiertos.
       recorrer_pedidos_abiertos.
       move low-values to pco_numero.
