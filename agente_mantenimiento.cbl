       copy "file_control_agentes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de agentes.
       copy "estructura_agente.cpy".
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
       copy "ws_cambio_agente.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
      *Pantalla que obtendra el codigo de agente a buscar.
       copy "obten_codigo_agente.cpy".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "agente_mantenimiento" to cam_programa.
       move "AGENTES" to cam_fichero.
       move campos_cambio_agente to tabla_campos_cambio.
       move num_campos_agente to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
       open i-o agentes.
       display pantallaMarco.
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_agente
           display PantallaMarco
           display pantalla_completa
           accept continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RAgente to imagen_anterior_maestro
           display PantallaMarco
           display p_datos_agente
           accept p_datos_agente
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_agente
               display PantallaMarco
               display pantalla_completa
               accept continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RAgente to imagen_anterior_maestro
           set agente_inactivo to true
           rewrite RAgente
             invalid key
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_agente
               display PantallaMarco
               display pantalla_completa
               accept continuar
       end-read
       end-if.

      *Anota en el registro de cambios los campos del agente que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_agente.
       move codigo of RAgente to cam_clave.
       move RAgente to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
