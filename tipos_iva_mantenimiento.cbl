       copy "file_control_tipos_iva.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de tipos de IVA.
       copy "estructura_tipos_iva.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_tipos_iva.cpy".
      *La tasa lleva decimales: como clave del registro de cambios se
      *anota editada, con el punto decimal.
       77 clave_tasa_editada pic 99.99.
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
      *Pantalla que obtendra el tipo de IVA a buscar.
       copy "obten_tasa_iva.cpy".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "tipos_iva_mantenimiento" to cam_programa.
       move "TIPOS_IVA" to cam_fichero.
       move campos_cambio_tipo_iva to tabla_campos_cambio.
       move num_campos_tipo_iva to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
      *El fichero de tipos se crea vacio la primera vez que se entra
      *en el mantenimiento, para poder dar de alta el primer tipo.
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_tipo_iva
           display PantallaMarco
           display pantalla_completa
           accept continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RTipoIva to imagen_anterior_maestro
           delete tipos_iva
             invalid key
               move spaces to ws-estado-fichero
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "B" to cam_operacion
               perform anotar_cambio_tipo_iva
               display PantallaMarco
               display pantalla_completa
               accept continuar
       end-read
       end-if.

      *Anota en el registro de cambios los campos del tipo de IVA que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_tipo_iva.
       move tipo_tasa to clave_tasa_editada.
       move clave_tasa_editada to cam_clave.
       move RTipoIva to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
