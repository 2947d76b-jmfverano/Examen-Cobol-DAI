       copy "file_control_objetivos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de agentes.
       copy "estructura_objetivo.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar pic x.
       77 opcion_mtto pic 9.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_objetivo.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       copy "p_menu_objetivo.cpy".
      *Pantalla del objetivo mensual de un agente.
       copy "p_datos_objetivo.cpy".
       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "objetivo_mantenimiento" to cam_programa.
       move "OBJETIVOS" to cam_fichero.
       move campos_cambio_objetivo to tabla_campos_cambio.
       move num_campos_objetivo to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_objetivos.
       display pantallaMarco.
       if transaccion_activa = 1
           move obj_importe to importe_tecleado
           move 0 to objetivo_existente
           move spaces to imagen_anterior_maestro
           read objetivos
             key is obj_clave
             invalid key
               continue
             not invalid key
               move 1 to objetivo_existente
               move RObjetivo to imagen_anterior_maestro
           end-read
           move importe_tecleado to obj_importe
           if objetivo_existente = 1
               rewrite RObjetivo
                 invalid key
                   continue
                 not invalid key
                   move "M" to cam_operacion
                   perform anotar_cambio_objetivo
               end-rewrite
           else
               write RObjetivo
                 invalid key
                   continue
                 not invalid key
                   move "A" to cam_operacion
                   perform anotar_cambio_objetivo
               end-write
           end-if
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RObjetivo to imagen_anterior_maestro
           delete objetivos record
             invalid key
               continue
             not invalid key
               move "B" to cam_operacion
               perform anotar_cambio_objetivo
           end-delete
           display PantallaMarco
           display pantalla_completa
           open i-o objetivos
       end-if.

      *Anota en el registro de cambios los campos del objetivo del
      *agente que cambiaron respecto de la imagen anterior.
       anotar_cambio_objetivo.
       move obj_clave to cam_clave.
       move RObjetivo to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
