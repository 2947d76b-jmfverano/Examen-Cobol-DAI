       copy "file_control_familias.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_familia.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 hay_vinculo pic 9 value 0.
       77 nombre_proveedor_coste pic x(25) value spaces.
       77 margen_articulo pic s9(7)v99 value 0.
      *Campos de la conversion entre unidad de compra y de stock.
       copy "ws_unidad_compra.cpy".
      *Campos usados para validar la tasa de IVA contra el maestro.
       77 ws-estado-tipos pic xx value spaces.
       77 tipos_abierto pic 9 value 0.
       77 ws-estado-familias pic xx value spaces.
       77 familias_abierto pic 9 value 0.
       77 familia_valida pic 9 value 1.
      *Campos del historico de precios.
       copy "ws_historico_precio.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_articulo.cpy".
      *Articulo que se copia al catalogo de las demas empresas.
       01 articulo_para_replicar pic x(112) value spaces.
       linkage section.
      *Login del operador, recibido de Principal, para el historico
      *de precios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
      *Muestra el coste y el margen del primer proveedor vinculado.
       copy "p_coste_articulo.cpy".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "articulo_mantenimiento" to cam_programa.
       move "ARTICULOS" to cam_fichero.
       move campos_cambio_articulo to tabla_campos_cambio.
       move num_campos_articulo to num_campos_cambio.
       move login-usuario to hist_usuario.
       move "articulo_mantenimiento" to hist_programa.
       move 0 to sesion-expirada-llamada.
       open i-o articulos.
       move 1 to tipos_abierto.
      *Da de alta un nuevo articulo del catalogo.
       alta_articulo.
       move 1 to transaccion_activa.
      *Por defecto el articulo es de stock, se lleva por unidades y
      *nace activo.
       move "S" to tipo_articulo of RArticulo.
       move "UD" to unidad_stock of RArticulo.
       move "A" to estado_articulo of RArticulo.
       display PantallaMarco.
       display p_datos_articulo.
       accept p_datos_articulo
           display pantalla_opera_error
           accept continuar
       else
       if codigo_nc of RArticulo not = spaces
          and codigo_nc of RArticulo is not numeric
           move spaces to ws-estado-fichero
           move "Codigo NC8 no valido." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       if not articulo_de_stock of RArticulo
          and not articulo_sin_stock of RArticulo
           move spaces to ws-estado-fichero
           move "Tipo de articulo no valido (S/V/C)."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       if not articulo_activo of RArticulo
          and not articulo_fin_serie of RArticulo
          and not articulo_bloqueado of RArticulo
          and not articulo_descatalogado of RArticulo
           move spaces to ws-estado-fichero
           move "Estado de articulo no valido (A/F/B/D)."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
      *Los servicios y cargos no llevan stock.
       if articulo_sin_stock of RArticulo
           move 0 to stock_actual of RArticulo
       end-if
       if unidad_stock of RArticulo = spaces
           move "UD" to unidad_stock of RArticulo
       end-if
       if estado_articulo of RArticulo = space
           move "A" to estado_articulo of RArticulo
       end-if
      *El coste medio arranca a cero y lo fijan las recepciones.
       move 0 to coste_medio of RArticulo
       move 0 to stock_reservado of RArticulo
           display pantalla_opera_error
           accept continuar
         not invalid key
           move codigo_articulo of RArticulo to hist_articulo
           move 0 to hist_precio_anterior
           move 0 to hist_coste_anterior
           move precio_venta of RArticulo to hist_precio_nuevo
           move 0 to hist_coste_nuevo
           perform grabar_historico_precio
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_articulo
           perform replicar_catalogo_empresas
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-write
       end-if
       end-if
       end-if
       end-if
       end-if
       end-if.

      *Muestra los datos de un articulo existente del catalogo.
       if vinculos_abiertos = 1
           close articulos_proveedor
       end-if.
      *El coste del vinculo va por unidad de compra; el margen se
      *mide sobre la unidad de stock, que es en la que se vende.
       if hay_vinculo = 1
           move ap_factor_conversion to conv_factor
           move ap_coste to conv_coste_compra
           move 0 to conv_unidades_compra
           perform pasar_a_unidad_stock
           compute margen_articulo =
               precio_venta of RArticulo - conv_coste_stock
           move spaces to nombre_proveedor_coste
           open input proveedores
           if ws-estado-proveedores = "00"
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RArticulo to imagen_anterior_maestro
           move precio_venta of RArticulo to hist_precio_anterior
           move coste_medio of RArticulo to hist_coste_anterior
           display PantallaMarco
           display p_datos_articulo
           accept p_datos_articulo
               display pantalla_opera_error
               accept continuar
           else
           if codigo_nc of RArticulo not = spaces
              and codigo_nc of RArticulo is not numeric
               move spaces to ws-estado-fichero
               move "Codigo NC8 no valido." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
           if not articulo_de_stock of RArticulo
              and not articulo_sin_stock of RArticulo
               move spaces to ws-estado-fichero
               move "Tipo de articulo no valido (S/V/C)."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
           if not articulo_activo of RArticulo
              and not articulo_fin_serie of RArticulo
              and not articulo_bloqueado of RArticulo
              and not articulo_descatalogado of RArticulo
               move spaces to ws-estado-fichero
               move "Estado de articulo no valido (A/F/B/D)."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
      *    Un articulo con existencias no puede pasar a servicio o
      *    cargo: antes hay que darlas de baja o regularizarlas.
           if articulo_sin_stock of RArticulo
              and (stock_actual of RArticulo > 0
                   or stock_reservado of RArticulo > 0)
               move spaces to ws-estado-fichero
               move "Tiene stock: no puede ser servicio."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
           if unidad_stock of RArticulo = spaces
               move "UD" to unidad_stock of RArticulo
           end-if
           if estado_articulo of RArticulo = space
               move "A" to estado_articulo of RArticulo
           end-if
           rewrite RArticulo
             invalid key
               move spaces to ws-estado-fichero
               display pantalla_opera_error
               accept continuar
             not invalid key
               move codigo_articulo of RArticulo to hist_articulo
               move precio_venta of RArticulo to hist_precio_nuevo
               move coste_medio of RArticulo to hist_coste_nuevo
               perform grabar_historico_precio
               move "M" to cam_operacion
               perform anotar_cambio_articulo
               perform replicar_catalogo_empresas
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
       end-read
       end-if.

           end-if
       end-if.

      *Anota en el registro de cambios los campos del articulo que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_articulo.
       move codigo_articulo of RArticulo to cam_clave.
       move RArticulo to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *El catalogo de articulos es comun a todas las empresas: copia
      *el articulo grabado al maestro de articulos de las demas.
       replicar_catalogo_empresas.
       move RArticulo to articulo_para_replicar.
       call "replicar_articulo" using articulo_para_replicar.
       cancel "replicar_articulo".

      *Comprueba la tasa contra el maestro de tipos de IVA.
       copy "parrafo_validar_tasa.cpy".

      *Anota en el historico los cambios de precio y coste.
       copy "parrafo_historico_precio.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".

      *Conversion entre la unidad de compra y la de stock.
       copy "parrafo_unidad_compra.cpy".
