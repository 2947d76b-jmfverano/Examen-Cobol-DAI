       copy "file_control_festivos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de festivos.
       copy "estructura_festivo.cpy".
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
       copy "ws_cambio_festivo.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line linea_actual col 15 pic x(20)
              from fes_descripcion.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "festivo_mantenimiento" to cam_programa.
       move "FESTIVOS" to cam_fichero.
       move campos_cambio_festivo to tabla_campos_cambio.
       move num_campos_festivo to num_campos_cambio.
      *Calendario de festivos de la empresa: la generacion de
      *ventas de contrato y la cadena nocturna lo consultan para no
      *disparar trabajo en domingo ni en dia de fiesta.
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_festivo
           display PantallaMarco
           display pantalla_completa
           accept continuar
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read festivos
         key is fes_fecha
         invalid key
           continue
         not invalid key
           move RFestivo to imagen_anterior_maestro
       end-read
       delete festivos
         invalid key
           move spaces to ws-estado-fichero
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_festivo
           display PantallaMarco
           display pantalla_completa
           accept continuar
           open i-o festivos
       end-if.

      *Anota en el registro de cambios los campos del festivo que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_festivo.
       move fes_fecha to cam_clave.
       move RFestivo to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
