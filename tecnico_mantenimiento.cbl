       program-id. tecnico_mantenimiento as "tecnico_mantenimiento".

       environment division.
       configuration section.
       input-output section.
      *Utiliza el control del fichero maestro de tecnicos.
       copy "file_control_tecnicos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de tecnicos.
       copy "estructura_tecnico.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-tecnicos pic xx value spaces.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_tecnico.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica que la operación se completo bien.
       copy "p_completa.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla del menu de mantenimiento.
       copy "p_menu_tecnico.cpy".
      *Pantalla de alta/consulta/modificacion de un tecnico.
       copy "p_datos_tecnico.cpy".
      *Pantalla que obtendra el codigo de tecnico a buscar.
       copy "obten_codigo_tecnico.cpy".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "tecnico_mantenimiento" to cam_programa.
       move "TECNICOS" to cam_fichero.
       move campos_cambio_tecnico to tabla_campos_cambio.
       move num_campos_tecnico to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
      *El maestro de tecnicos se crea vacio la primera vez.
       open i-o tecnicos.
       if ws-estado-tecnicos = "35"
           open output tecnicos
           close tecnicos
           open i-o tecnicos
       end-if.
       display pantallaMarco.
       display p_menu_tecnico.
       accept p_menu_tecnico
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_tecnico
         when 2 perform consulta_tecnico
         when 3 perform modificar_tecnico
         when 4 perform baja_tecnico
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close tecnicos.
       exit program.

      *Da de alta un nuevo tecnico del taller.
       alta_tecnico.
       move 1 to transaccion_activa.
       display PantallaMarco.
       display p_datos_tecnico.
       accept p_datos_tecnico
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       set tecnico_activo to true
       write RTecnico
         invalid key
           move spaces to ws-estado-fichero
           move "Codigo de tecnico duplicado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_tecnico
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-write
       end-if.

      *Muestra los datos de un tecnico del taller existente.
       consulta_tecnico.
       move 1 to transaccion_activa.
       display PantallaMarco.
       display obten_codigo_tecnico.
       accept obten_codigo_tecnico
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read tecnicos
         key is tec_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Tecnico no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           display PantallaMarco
           display p_datos_tecnico
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Permite corregir nombre, especialidad o estado de un tecnico.
       modificar_tecnico.
       move 1 to transaccion_activa.
       display PantallaMarco.
       display obten_codigo_tecnico.
       accept obten_codigo_tecnico
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read tecnicos
         key is tec_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Tecnico no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RTecnico to imagen_anterior_maestro
           display PantallaMarco
           display p_datos_tecnico
           accept p_datos_tecnico
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
           rewrite RTecnico
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo modificar el tecnico."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_tecnico
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-rewrite
           end-if
       end-read
       end-if.

      *Da de baja (desactiva) un tecnico sin borrar sus horas anotadas.
       baja_tecnico.
       move 1 to transaccion_activa.
       display PantallaMarco.
       display obten_codigo_tecnico.
       accept obten_codigo_tecnico
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read tecnicos
         key is tec_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Tecnico no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RTecnico to imagen_anterior_maestro
           set tecnico_inactivo to true
           rewrite RTecnico
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo dar de baja el tecnico."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_tecnico
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-rewrite
       end-read
       end-if.

      *Anota en el registro de cambios los campos del tecnico que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_tecnico.
       move tec_codigo to cam_clave.
       move RTecnico to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
