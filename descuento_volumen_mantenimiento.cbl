       copy "file_control_descuentos_volumen.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_descuento_volumen.cpy".
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
       copy "ws_cambio_descuento_volumen.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
              from dv_unidades_desde.
           02 line linea_actual col 14 pic z9.99 from dv_descuento.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "descuento_volumen_mantenimiento" to cam_programa.
       move "DESC_VOLUMEN" to cam_fichero.
       move campos_cambio_descuento_volumen to tabla_campos_cambio.
       move num_campos_descuento_volumen to num_campos_cambio.
      *Tramos de descuento por volumen por articulo: el alta de
      *venta aplica sola el tramo que corresponde a las unidades, y
      *el descuento manual solo puede mejorarlo dentro del tope del
               display pantalla_opera_error
               accept continuar
             not invalid key
               move spaces to imagen_anterior_maestro
               move "A" to cam_operacion
               perform anotar_cambio_tramo
               display PantallaMarco
               display pantalla_completa
               accept continuar
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read descuentos_volumen
         key is dv_clave
         invalid key
           continue
         not invalid key
           move RDescuentoVolumen to imagen_anterior_maestro
       end-read
       delete descuentos_volumen
         invalid key
           move spaces to ws-estado-fichero
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_tramo
           display PantallaMarco
           display pantalla_completa
           accept continuar
           open i-o descuentos_volumen
       end-if.

      *Anota en el registro de cambios los campos del tramo de
      *descuento que cambiaron respecto de la imagen anterior.
       anotar_cambio_tramo.
       move dv_clave to cam_clave.
       move RDescuentoVolumen to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
