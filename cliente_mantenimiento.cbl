       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de condiciones de pago.
       copy "file_control_condiciones_pago.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
      *Utiliza el control de la clave de las cuentas bancarias y de
      *su registro de accesos.
       copy "file_control_cuentas_bancarias.cpy".
      *Utiliza el control del fichero de permisos de menu.
       copy "file_control_permisos.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de condiciones de pago.
       copy "estructura_condicion_pago.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
      *Utiliza la estructura de la clave de las cuentas bancarias y
      *de su registro de accesos.
       copy "estructura_cuentas_bancarias.cpy".
      *Utiliza la estructura del fichero de permisos de menu.
       copy "estructura_permisos.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos de la validacion compartida del NIF.
       copy "ws_validar_nif.cpy".
      *Campos de la validacion de las direcciones de correo.
       copy "ws_validar_correo.cpy".
      *Busqueda de otro cliente activo con el mismo NIF; el registro
      *tecleado se guarda aqui mientras se recorre el fichero.
       77 nif_repetido pic 9 value 0.
       77 nif_titular pic x(4) value spaces.
       77 fin_clientes pic 9 value 0.
       01 cliente_guardado.
          02 codigo_guardado pic x(4).
          02 filler          pic x(254).
      *Maestro de condiciones de pago, si existe.
       77 ws-estado-condiciones pic xx value spaces.
       77 condiciones_abiertas pic 9 value 0.
      *Exclusion de remesas antes de la modificacion: al volver a
      *incluir al cliente se pone a cero su cuenta de devoluciones.
       77 excluido_anterior pic x value space.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_cliente.cpy".
      *Cuenta bancaria: en pantalla solo se ve enmascarada y, si se
      *teclea otra, se valida su IBAN y se guarda cifrada. Quien
      *tiene el permiso de ver cuentas puede mostrarla completa.
       copy "ws_cuenta_bancaria.cpy".
       copy "ws_validar_iban.cpy".
       01 cuenta_pantalla pic x(24) value spaces.
       01 cuenta_mostrada pic x(24) value spaces.
       77 cuenta_cambiada pic 9 value 0.
       77 ultimas_anteriores pic x(4) value spaces.
       77 permiso_ver_cuentas pic 9 value 0.
       77 ws-estado-permisos pic xx value spaces.
       linkage section.
      *Rol del usuario: sin registro de permisos, el administrador
      *puede ver las cuentas completas.
       01 rol-usuario-llamada pic x.
          88 rol_admin_llamada value "A".
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       copy "p_datos_cliente.cpy".
      *Pantalla que obtendra el codigo de cliente a buscar.
       copy "obten_codigo_cliente.cpy".
      *Aviso de NIF repetido en otro cliente activo.
       copy "p_aviso_nif_duplicado.cpy".
      *Pregunta si se muestra completa la cuenta del cliente.
       01 p_pregunta_cuenta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 23 col 5 value "Mostrar la cuenta completa (S/N): ".
           02 line 23 col 40 pic x using continuar.
      *Cuenta bancaria completa, en lugar de la enmascarada.
       01 p_cuenta_completa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 16 col 23 pic x(24) from cuenta_clara.
           02 line 23 col 5 value
              "                                          ".

       procedure division using rol-usuario-llamada login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       perform fijar_permiso_cuentas.
       move login-usuario to acc_usuario.
       move "cliente_mantenimiento" to acc_programa.
       move login-usuario to cam_usuario.
       move "cliente_mantenimiento" to cam_programa.
       move "CLIENTES" to cam_fichero.
       move campos_cambio_cliente to tabla_campos_cambio.
       move num_campos_cliente to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
       open i-o clientes.
       move 1 to condiciones_abiertas.
       open input condiciones_pago.
       if ws-estado-condiciones not = "00"
           move 0 to condiciones_abiertas
       end-if.
       display pantallaMarco.
       display p_menu_cliente.
       accept p_menu_cliente
         when 2 perform consulta_cliente
         when 3 perform modificar_cliente
         when 4 perform baja_cliente
         when 5 perform contactos_cliente
         when 6 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
       end-evaluate
       end-if.
       close clientes.
       if condiciones_abiertas = 1
           close condiciones_pago
       end-if.
       exit program.

      *Da de alta un nuevo cliente.
       alta_cliente.
       move 1 to transaccion_activa.
       move space to excluido_anterior.
       move 0 to devoluciones_recibo.
       move spaces to cuenta_bancaria.
       move "N" to cuenta_cifrada.
       move spaces to cuenta_ultimas.
       move spaces to cuenta_pantalla.
       move spaces to cuenta_mostrada.
       move spaces to ultimas_anteriores.
       display PantallaMarco.
       display p_datos_cliente.
       accept p_datos_cliente
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform validar_nif_cliente
       end-if.
       if transaccion_activa = 1
       set cliente_activo to true
      *El puntero de fusion no esta en la pantalla: se limpia para
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_cliente
           perform anotar_cambio_cuenta
           display PantallaMarco
           display pantalla_completa
           accept continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform preparar_cuenta_pantalla
           display PantallaMarco
           display p_datos_cliente
           if permiso_ver_cuentas = 1 and cuenta_bancaria not = spaces
               perform mostrar_cuenta_completa
           end-if
           display p_continuar
           accept continuar
       end-read
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RCliente to imagen_anterior_maestro
           move excluido_remesa to excluido_anterior
           perform preparar_cuenta_pantalla
           display PantallaMarco
           display p_datos_cliente
           accept p_datos_cliente
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_nif_cliente
           end-if
           if transaccion_activa = 1
           rewrite RCliente
             invalid key
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_cliente
               perform anotar_cambio_cuenta
               display PantallaMarco
               display pantalla_completa
               accept continuar
       end-read
       end-if.

      *Anotacion y consulta de los contactos con clientes y agenda
      *de seguimientos de los agentes.
       contactos_cliente.
       call "contacto_cliente" using sesion-expirada-llamada.

      *Da de baja (desactiva) un cliente sin borrar su historico.
       baja_cliente.
       move 1 to transaccion_activa.
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RCliente to imagen_anterior_maestro
           set cliente_inactivo to true
           rewrite RCliente
             invalid key
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_cliente
               display PantallaMarco
               display pantalla_completa
               accept continuar
       end-read
       end-if.

      *Valida el pais y el NIF tecleados y avisa si otro cliente
      *activo ya tiene el NIF; el operador decide si se graba
      *igualmente. El identificador de un cliente extranjero no sigue
      *el algoritmo espanol y se guarda tal como se teclea.
       validar_nif_cliente.
       perform validar_pais_cliente.
       perform validar_portes_cliente.
       perform validar_remesa_cliente.
       perform validar_intereses_cliente.
       if transaccion_activa = 1
           perform validar_condicion_cliente
       end-if.
       if transaccion_activa = 1
           perform validar_correos_cliente
       end-if.
       if transaccion_activa = 1
           perform validar_cuenta_cliente
       end-if.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       move nif to nif_validar.
       if pais = "ES"
           perform validar_nif
       else
           inspect nif_validar converting "abcdefghijklmnopqrstuvwxyz"
                                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move 1 to nif_valido
       end-if.
       move nif_validar to nif.
       if nif_valido = 0
           move spaces to ws-estado-fichero
           move "NIF/CIF no valido." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       else
           if nif not = spaces
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

      *Recorre el maestro buscando otro cliente activo con el mismo
      *NIF, y deja despues el registro tecleado como estaba.
       buscar_nif_repetido.
       move 0 to nif_repetido.
       move RCliente to cliente_guardado.
       move low-values to codigo.
       move 0 to fin_clientes.
       start clientes
         key is not less than codigo
         invalid key
           move 1 to fin_clientes
       end-start.
       perform until fin_clientes = 1
         read clientes next
           at end
             move 1 to fin_clientes
           not at end
             if nif = nif_validar and codigo not = codigo_guardado
                and cliente_activo
                 move 1 to nif_repetido
                 move codigo to nif_titular
                 move 1 to fin_clientes
             end-if
         end-read
       end-perform.
       move cliente_guardado to RCliente.

      *Pasa el pais a mayusculas, toma Espana si se deja en blanco
      *y comprueba que es un codigo de dos letras.
       validar_pais_cliente.
       inspect pais converting "abcdefghijklmnopqrstuvwxyz"
                          to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       if pais = spaces
           move "ES" to pais
       end-if.
       if pais is not alphabetic
          or pais(1:1) = space or pais(2:1) = space
           move spaces to ws-estado-fichero
           move "Pais no valido (codigo ISO)." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-if.

      *Las condiciones de portes solo admiten S; cualquier otra cosa
      *se guarda como N y el cliente paga el envio.
       validar_portes_cliente.
       if portes_pagados = "s"
           move "S" to portes_pagados
       end-if.
       if portes_pagados not = "S"
           move "N" to portes_pagados
       end-if.

      *Exclusion de las remesas de recibos: S o N. Al levantar la
      *exclusion la cuenta de recibos devueltos vuelve a cero.
       validar_remesa_cliente.
       if excluido_remesa = "s"
           move "S" to excluido_remesa
       end-if.
       if excluido_remesa not = "S"
           move "N" to excluido_remesa
       end-if.
       if devoluciones_recibo is not numeric
           move 0 to devoluciones_recibo
       end-if.
       if excluido_anterior = "S" and excluido_remesa = "N"
           move 0 to devoluciones_recibo
       end-if.

      *La exencion de intereses de demora solo admite S; cualquier
      *otra cosa se guarda como N y se le cargan si paga tarde.
       validar_intereses_cliente.
       if exento_intereses = "s"
           move "S" to exento_intereses
       end-if.
       if exento_intereses not = "S"
           move "N" to exento_intereses
       end-if.

      *Las condiciones de pago, si se teclean, deben existir en su
      *maestro; en blanco el cliente paga a su plazo en dias.
       validar_condicion_cliente.
       if condicion_pago not = spaces and condiciones_abiertas = 1
           move condicion_pago to cpg_codigo
           read condiciones_pago
             key is cpg_codigo
             invalid key
               move spaces to ws-estado-fichero
               move "Condiciones de pago no validas."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               move 0 to transaccion_activa
           end-read
       end-if.

      *Las direcciones de correo de facturacion y de entrega, si se
      *teclean, deben tener forma de direccion de correo.
       validar_correos_cliente.
       move email_facturacion to correo_validar.
       perform validar_correo.
       if correo_valido = 1
           move email_entrega to correo_validar
           perform validar_correo
       end-if.
       if correo_valido = 0
           move spaces to ws-estado-fichero
           move "Direccion de correo no valida."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-if.

      *Si se tecleo una cuenta distinta de la mostrada, comprueba los
      *digitos de control del IBAN y la guarda cifrada; en blanco el
      *cliente se queda sin cuenta.
       validar_cuenta_cliente.
       move 0 to cuenta_cambiada.
       if cuenta_pantalla = cuenta_mostrada
           exit paragraph
       end-if.
       move cuenta_pantalla to iban_validar.
       perform validar_iban.
       if iban_valido = 0
           move spaces to ws-estado-fichero
           move "IBAN no valido." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
           exit paragraph
       end-if.
       if iban_validar not = spaces
           perform cargar_clave_cuentas
           if clave_cargada = 0
               move spaces to ws-estado-fichero
               move "Falta la clave de cifrado de cuentas."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               move 0 to transaccion_activa
               exit paragraph
           end-if
       end-if.
       move iban_validar to cuenta_clara.
       perform cifrar_cuenta_bancaria.
       move spaces to cuenta_clara.
       move 1 to cuenta_cambiada.

      *Deja en el registro de accesos el cambio de la cuenta, con
      *las ultimas cifras de la anterior si se borro.
       anotar_cambio_cuenta.
       if cuenta_cambiada = 1
           move codigo of RCliente to acc_cliente
           if cuenta_bancaria = spaces
               move "BORRADA" to acc_operacion
               move ultimas_anteriores to acc_ultimas
           else
               move "CAMBIADA" to acc_operacion
               move cuenta_ultimas to acc_ultimas
           end-if
           perform anotar_acceso_cuenta
           move 0 to cuenta_cambiada
       end-if.

      *Prepara la cuenta enmascarada que se ve en la pantalla.
       preparar_cuenta_pantalla.
       move 0 to cuenta_cambiada.
       perform enmascarar_cuenta_bancaria.
       move cuenta_mascara to cuenta_pantalla.
       move cuenta_mascara to cuenta_mostrada.
       move acc_ultimas to ultimas_anteriores.

      *Con el permiso de ver cuentas, pregunta si se muestra la
      *cuenta completa; si se muestra, queda anotado.
       mostrar_cuenta_completa.
       move "N" to continuar.
       display p_pregunta_cuenta.
       accept p_pregunta_cuenta.
       if continuar = "S" or continuar = "s"
           perform cargar_clave_cuentas
           if clave_cargada = 0 and cuenta_bancaria_cifrada
               move spaces to ws-estado-fichero
               move "Falta la clave de cifrado de cuentas."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
               display PantallaMarco
               display p_datos_cliente
           else
               perform descifrar_cuenta_bancaria
               display p_cuenta_completa
               move codigo of RCliente to acc_cliente
               move "REVELADA" to acc_operacion
               perform anotar_acceso_cuenta
               move spaces to cuenta_clara
           end-if
       end-if.

      *Fija si el usuario puede ver las cuentas completas: el
      *permiso de su registro de permisos o, si no tiene registro,
      *solo el administrador.
       fijar_permiso_cuentas.
       move 0 to permiso_ver_cuentas.
       if rol_admin_llamada
           move 1 to permiso_ver_cuentas
       end-if.
       open input permisos.
       if ws-estado-permisos = "00"
           move login-usuario to perm_login
           read permisos
             key is perm_login
             invalid key
               continue
             not invalid key
               if perm_ver_cuentas = "S"
                   move 1 to permiso_ver_cuentas
               else
                   move 0 to permiso_ver_cuentas
               end-if
           end-read
           close permisos
       end-if.

      *Anota en el registro de cambios los campos del cliente que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_cliente.
       move codigo of RCliente to cam_clave.
       move RCliente to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Valida el NIF, NIE o CIF con su letra o digito de control.
       copy "parrafo_validar_nif.cpy".

      *Valida la forma de una direccion de correo electronico.
       copy "parrafo_validar_correo.cpy".

      *Valida los digitos de control de la cuenta IBAN.
       copy "parrafo_validar_iban.cpy".

      *Mascara de las cuentas bancarias y registro de sus accesos.
       copy "parrafo_cuenta_bancaria.cpy".

      *Cifrado de las cuentas bancarias de los clientes.
       copy "parrafo_cifrado_cuenta.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
