       copy "file_control_monedas.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de monedas y cambios.
       copy "estructura_moneda.cpy".
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
       copy "ws_cambio_moneda.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line linea_actual col 16 pic z(4)9.9(4)
              from mon_cambio.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "moneda_mantenimiento" to cam_programa.
       move "MONEDAS" to cam_fichero.
       move campos_cambio_moneda to tabla_campos_cambio.
       move num_campos_moneda to num_campos_cambio.
      *Monedas y cambios con fecha: los importes de la aplicacion
      *siguen en euros, y las pantallas y facturas de los clientes
      *extranjeros muestran ademas el importe en su moneda al
               display pantalla_opera_error
               accept continuar
             not invalid key
               move spaces to imagen_anterior_maestro
               move "A" to cam_operacion
               perform anotar_cambio_moneda
               display PantallaMarco
               display pantalla_completa
               accept continuar
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read monedas
         key is mon_clave
         invalid key
           continue
         not invalid key
           move RMoneda to imagen_anterior_maestro
       end-read
       delete monedas
         invalid key
           move spaces to ws-estado-fichero
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_moneda
           display PantallaMarco
           display pantalla_completa
           accept continuar
           open i-o monedas
       end-if.

      *Anota en el registro de cambios los campos del cambio de moneda
      *que cambiaron respecto de la imagen anterior.
       anotar_cambio_moneda.
       move mon_clave to cam_clave.
       move RMoneda to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
