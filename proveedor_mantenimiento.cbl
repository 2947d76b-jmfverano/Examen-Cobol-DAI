       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 vinculo_existente pic 9 value 0.
       77 coste_vinculo pic 9(7)v99 value 0.
       77 referencia_vinculo pic x(15) value spaces.
       77 unidad_vinculo pic x(3) value spaces.
       77 factor_vinculo pic 9(5) value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos de la validacion compartida del NIF.
       copy "ws_validar_nif.cpy".
      *Campos de la validacion compartida del IBAN y el BIC.
       copy "ws_validar_iban.cpy".
      *Campos de la validacion de la direccion de correo.
       copy "ws_validar_correo.cpy".
      *Busqueda de otro proveedor activo con el mismo NIF; el
      *registro tecleado se guarda aqui mientras se recorre el
      *fichero.
       77 nif_repetido pic 9 value 0.
       77 nif_titular pic x(4) value spaces.
       77 fin_proveedores pic 9 value 0.
       01 proveedor_guardado.
          02 codigo_guardado pic x(4).
          02 filler          pic x(137).
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_proveedor.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       copy "p_datos_proveedor.cpy".
      *Pantalla del vinculo articulo-proveedor.
       copy "p_datos_vinculo.cpy".
      *Aviso de NIF repetido en otro proveedor activo.
       copy "p_aviso_nif_duplicado.cpy".
      *Pantalla que obtendra el codigo de proveedor a buscar.
       01 obten_codigo_proveedor
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de proveedor: ".
           02 line 4 col 27 REQUIRED pic x(4) using prov_codigo.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "proveedor_mantenimiento" to cam_programa.
       move "PROVEEDORES" to cam_fichero.
       move campos_cambio_proveedor to tabla_campos_cambio.
       move num_campos_proveedor to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
       perform abrir_ficheros_proveedor.
       display pantallaMarco.
      *Da de alta un nuevo proveedor.
       alta_proveedor.
       move 1 to transaccion_activa.
       move 0 to prov_plazo_entrega.
       display PantallaMarco.
       display p_datos_proveedor.
       accept p_datos_proveedor
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform validar_nif_proveedor
       end-if.
       if transaccion_activa = 1
           perform validar_cuenta_proveedor
       end-if.
       if transaccion_activa = 1
           perform validar_correo_proveedor
       end-if.
       if transaccion_activa = 1
       set proveedor_activo to true
       write RProveedor
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_proveedor
           display PantallaMarco
           display pantalla_completa
           accept continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform comprobar_plazo_entrega
           display PantallaMarco
           display p_datos_proveedor
           display p_continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RProveedor to imagen_anterior_maestro
           perform comprobar_plazo_entrega
           display PantallaMarco
           display p_datos_proveedor
           accept p_datos_proveedor
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_nif_proveedor
           end-if
           if transaccion_activa = 1
               perform validar_cuenta_proveedor
           end-if
           if transaccion_activa = 1
               perform validar_correo_proveedor
           end-if
           if transaccion_activa = 1
           rewrite RProveedor
             invalid key
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_proveedor
               display PantallaMarco
               display pantalla_completa
               accept continuar
       end-read
       end-if.

      *Un proveedor grabado antes de existir el plazo de entrega lo
      *trae en blanco; se propone a cero.
       comprobar_plazo_entrega.
       if prov_plazo_entrega is not numeric
           move 0 to prov_plazo_entrega
       end-if.

      *Da de baja (desactiva) un proveedor sin borrar sus vinculos.
       baja_proveedor.
       move 1 to transaccion_activa.
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RProveedor to imagen_anterior_maestro
           set proveedor_inactivo to true
           rewrite RProveedor
             invalid key
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_proveedor
               display PantallaMarco
               display pantalla_completa
               accept continuar
       end-if.

      *Da de alta o actualiza el vinculo de un articulo con un
      *proveedor, con su precio de coste, su referencia y la unidad
      *en que vende el proveedor. Sin unidad de compra se compra en
      *la unidad de stock del articulo, con factor 1.
       vincular_articulo.
       move 1 to transaccion_activa.
       move spaces to ap_codigo_articulo.
       move spaces to ap_codigo_proveedor.
       move 0 to ap_coste.
       move spaces to ap_referencia.
       move spaces to ap_unidad_compra.
       move 0 to ap_factor_conversion.
       display PantallaMarco.
       display p_datos_vinculo.
       accept p_datos_vinculo
       if transaccion_activa = 1
           move ap_coste to coste_vinculo
           move ap_referencia to referencia_vinculo
           if ap_factor_conversion = 0
               move 1 to ap_factor_conversion
           end-if
           if ap_unidad_compra not = spaces
               move ap_unidad_compra to unidad_vinculo
           end-if
           move ap_factor_conversion to factor_vinculo
           move 0 to vinculo_existente
           move spaces to imagen_anterior_maestro
           read articulos_proveedor
             key is ap_clave
             invalid key
               continue
             not invalid key
               move 1 to vinculo_existente
               move RArticuloProveedor to imagen_anterior_maestro
           end-read
           move coste_vinculo to ap_coste
           move referencia_vinculo to ap_referencia
           move unidad_vinculo to ap_unidad_compra
           move factor_vinculo to ap_factor_conversion
           if vinculo_existente = 1
               rewrite RArticuloProveedor
                 invalid key
                   continue
                 not invalid key
                   move "M" to cam_operacion
                   perform anotar_cambio_vinculo
               end-rewrite
           else
               write RArticuloProveedor
                 invalid key
                   continue
                 not invalid key
                   move "A" to cam_operacion
                   perform anotar_cambio_vinculo
               end-write
           end-if
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
         not invalid key
           move unidad_stock of RArticulo to unidad_vinculo
       end-read.
       close articulos.
       if transaccion_activa = 1
           end-read
       end-if.

      *Valida el pais y el NIF tecleados y avisa si otro proveedor
      *activo ya tiene el NIF; el operador decide si se graba
      *igualmente. El identificador de un proveedor extranjero no sigue
      *el algoritmo espanol y se guarda tal como se teclea.
       validar_nif_proveedor.
       perform validar_pais_proveedor.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       move prov_nif to nif_validar.
       if prov_pais = "ES"
           perform validar_nif
       else
           inspect nif_validar converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move 1 to nif_valido
       end-if.
       move nif_validar to prov_nif.
       if nif_valido = 0
           move spaces to ws-estado-fichero
           move "NIF/CIF no valido." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       else
           if prov_nif not = spaces
               perform buscar_nif_repetido
               if nif_repetido = 1
                   move "N" to continuar
                   display p_aviso_nif_duplicado
                   accept p_aviso_nif_duplicado
                   if continuar not = "S" and continuar not = "s"
                       move 0 to transaccion_activa
                   end-if
               end-if
           end-if
       end-if.

      *Recorre el maestro buscando otro proveedor activo con el
      *mismo NIF, y deja despues el registro tecleado como estaba.
       buscar_nif_repetido.
       move 0 to nif_repetido.
       move RProveedor to proveedor_guardado.
       move low-values to prov_codigo.
       move 0 to fin_proveedores.
       start proveedores
         key is not less than prov_codigo
         invalid key
           move 1 to fin_proveedores
       end-start.
       perform until fin_proveedores = 1
         read proveedores next
           at end
             move 1 to fin_proveedores
           not at end
             if prov_nif = nif_validar
                and prov_codigo not = codigo_guardado
                and proveedor_activo
                 move 1 to nif_repetido
                 move prov_codigo to nif_titular
                 move 1 to fin_proveedores
             end-if
         end-read
       end-perform.
       move proveedor_guardado to RProveedor.

      *Pasa el pais a mayusculas, toma Espana si se deja en blanco
      *y comprueba que es un codigo de dos letras.
       validar_pais_proveedor.
       inspect prov_pais converting "abcdefghijklmnopqrstuvwxyz"
                          to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       if prov_pais = spaces
           move "ES" to prov_pais
       end-if.
       if prov_pais is not alphabetic
          or prov_pais(1:1) = space or prov_pais(2:1) = space
           move spaces to ws-estado-fichero
           move "Pais no valido (codigo ISO)." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-if.

      *Comprueba el IBAN y el BIC de la cuenta de pago, que se
      *guardan en mayusculas y el IBAN sin espacios.
       validar_cuenta_proveedor.
       move prov_iban to iban_validar.
       perform validar_iban.
       move iban_validar to prov_iban.
       move prov_bic to bic_validar.
       perform validar_bic.
       move bic_validar to prov_bic.
       if iban_valido = 0 or bic_valido = 0
           move spaces to ws-estado-fichero
           if iban_valido = 0
               move "IBAN no valido." to ws-descripcion-estado
           else
               move "BIC no valido." to ws-descripcion-estado
           end-if
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-if.

      *La direccion de correo de compras, si se teclea, debe tener
      *forma de direccion de correo.
       validar_correo_proveedor.
       move prov_email to correo_validar.
       perform validar_correo.
       if correo_valido = 0
           move spaces to ws-estado-fichero
           move "Direccion de correo no valida."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-if.

      *Valida el NIF, NIE o CIF con su letra o digito de control.
       copy "parrafo_validar_nif.cpy".

      *Valida la forma de una direccion de correo electronico.
       copy "parrafo_validar_correo.cpy".

      *Valida la cuenta IBAN y el codigo BIC.
       copy "parrafo_validar_iban.cpy".

      *Abre los ficheros de proveedores, creandolos vacios la
      *primera vez que se utiliza el mantenimiento.
       abrir_ficheros_proveedor.
           open i-o articulos_proveedor
       end-if.

      *Anota en el registro de cambios los campos del proveedor
      *que cambiaron respecto de la imagen anterior.
       anotar_cambio_proveedor.
       move "PROVEEDORES" to cam_fichero.
       move campos_cambio_proveedor to tabla_campos_cambio.
       move num_campos_proveedor to num_campos_cambio.
       move prov_codigo to cam_clave.
       move RProveedor to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lo mismo para el vinculo articulo-proveedor, con la clave
      *articulo y proveedor.
       anotar_cambio_vinculo.
       move "ART_PROV" to cam_fichero.
       move campos_cambio_articulo_proveedor to tabla_campos_cambio.
       move num_campos_articulo_proveedor to num_campos_cambio.
       move ap_clave to cam_clave.
       move RArticuloProveedor to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
