       copy "file_control_precios_cliente.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_precio_cliente.cpy".
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
       copy "ws_cambio_precio_cliente.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line 10 col 5 value "Vigente hasta (0=sin fin): ".
           02 line 10 col 33 pic 9(8) using pre_hasta.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "precio_cliente_mantenimiento" to cam_programa.
       move "PRECIOS_CLI" to cam_fichero.
       move campos_cambio_precio_cliente to tabla_campos_cambio.
       move num_campos_precio_cliente to num_campos_cambio.
      *Precios pactados por cliente y articulo con sus fechas de
      *vigencia: el alta de venta los aplica sola en lugar del
      *descuento de memoria que tecleaba el operador.
               display pantalla_opera_error
               accept continuar
             not invalid key
               move spaces to imagen_anterior_maestro
               move "A" to cam_operacion
               perform anotar_cambio_pacto
               display PantallaMarco
               display pantalla_completa
               accept continuar
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
         not invalid key
           move RPrecioCliente to imagen_anterior_maestro
       end-read
       end-if.

               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_pacto
               display PantallaMarco
               display pantalla_completa
               accept continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_pacto
           display PantallaMarco
           display pantalla_completa
           accept continuar
           open i-o precios_cliente
       end-if.

      *Anota en el registro de cambios los campos del precio pactado
      *que cambiaron respecto de la imagen anterior.
       anotar_cambio_pacto.
       move pre_clave to cam_clave.
       move RPrecioCliente to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
