       program-id. regla_segregacion_mantenimiento
           as "regla_segregacion_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de reglas de segregacion.
       copy "file_control_reglas_segregacion.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de reglas de segregacion.
       copy "estructura_regla_segregacion.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-reglas pic xx value spaces.
      *Comprobacion de las opciones tecleadas.
       77 regla_valida pic 9 value 1.
       77 idx_opcion pic 9 value 0.
       77 idx_anterior pic 9 value 0.
       77 opciones_validas pic 9 value 0.
      *Opciones tecleadas, que se compactan al principio de la regla.
       01 opciones_tecleadas.
          02 opcion_tecleada pic 99 occurs 6 times.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_regla_segregacion.cpy".
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
      *Menu de reglas de segregacion de funciones.
       01 p_menu_regla
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Reglas de segregacion de funciones".
           02 line 6 col 10 value "1.- Alta de regla".
           02 line 7 col 10 value "2.- Consulta de regla".
           02 line 8 col 10 value "3.- Modificacion de regla".
           02 line 9 col 10 value "4.- Baja de regla".
           02 line 10 col 10 value "5.- Salir".
           02 line 12 col 10 value "Opcion: ".
           02 line 12 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide el codigo de la regla.
       01 obten_codigo_regla
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de regla: ".
           02 line 4 col 23 REQUIRED pic x(4) using sod_codigo.
      *Datos de una regla: las opciones del menu incompatibles y
      *cuantas de ellas hacen conflicto.
       01 p_datos_regla
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de regla: ".
           02 line 4 col 23 pic x(4) from sod_codigo.
           02 line 5 col 5 value "Descripcion: ".
           02 line 5 col 19 pic x(40) using sod_descripcion.
           02 line 7 col 5 value "Opciones del menu (0 = libre): ".
           02 line 7 col 37 pic 99 using opcion_tecleada(1).
           02 line 7 col 40 pic 99 using opcion_tecleada(2).
           02 line 7 col 43 pic 99 using opcion_tecleada(3).
           02 line 7 col 46 pic 99 using opcion_tecleada(4).
           02 line 7 col 49 pic 99 using opcion_tecleada(5).
           02 line 7 col 52 pic 99 using opcion_tecleada(6).
           02 line 9 col 5
              value "Conflicto al reunir (0 = todas): ".
           02 line 9 col 39 pic 9 using sod_minimo.
           02 line 11 col 5
              value "Una pareja es conflicto al reunir las dos; en un".
           02 line 12 col 5
              value "grupo, 2 = cualquier combinacion es incompatible.".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "regla_segregacion_mantenimiento" to cam_programa.
       move "REGLAS_SOD" to cam_fichero.
       move campos_cambio_regla_segregacion to tabla_campos_cambio.
       move num_campos_regla_segregacion to num_campos_cambio.
      *Reglas de segregacion de funciones: parejas y grupos de
      *opciones del menu que una misma persona no debe reunir. El
      *mantenimiento de permisos avisa al crear un conflicto y el
      *informe de segregacion lista los usuarios que los tienen.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_reglas.
       display pantallaMarco.
       display p_menu_regla.
       accept p_menu_regla
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_regla
         when 2 perform consulta_regla
         when 3 perform modificar_regla
         when 4 perform baja_regla
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close reglas_segregacion.
       exit program.

      *Da de alta una regla de segregacion.
       alta_regla.
       move 1 to transaccion_activa.
       initialize RReglaSegregacion.
       perform pedir_codigo_regla.
       if transaccion_activa = 1
           move sod_opcion(1) to opcion_tecleada(1)
           move sod_opcion(2) to opcion_tecleada(2)
           move sod_opcion(3) to opcion_tecleada(3)
           move sod_opcion(4) to opcion_tecleada(4)
           move sod_opcion(5) to opcion_tecleada(5)
           move sod_opcion(6) to opcion_tecleada(6)
           display PantallaMarco
           display p_datos_regla
           accept p_datos_regla
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
       end-if.
       if transaccion_activa = 1
           perform validar_regla
           if regla_valida = 1
               write RReglaSegregacion
                 invalid key
                   move spaces to ws-estado-fichero
                   move "La regla ya existe."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_regla
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
       end-if.

      *Muestra las opciones de una regla.
       consulta_regla.
       move 1 to transaccion_activa.
       perform pedir_codigo_regla.
       if transaccion_activa = 1
       read reglas_segregacion
         key is sod_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Regla no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform cargar_opciones_regla
           display PantallaMarco
           display p_datos_regla
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Corrige las opciones o el minimo de una regla.
       modificar_regla.
       move 1 to transaccion_activa.
       perform pedir_codigo_regla.
       if transaccion_activa = 1
       read reglas_segregacion
         key is sod_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Regla no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RReglaSegregacion to imagen_anterior_maestro
           perform cargar_opciones_regla
           display PantallaMarco
           display p_datos_regla
           accept p_datos_regla
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_regla
               if regla_valida = 1
                   rewrite RReglaSegregacion
                     invalid key
                       move spaces to ws-estado-fichero
                       move "No se pudo modificar la regla."
                         to ws-descripcion-estado
                       display PantallaMarco
                       display pantalla_opera_error
                       accept continuar
                     not invalid key
                       move "M" to cam_operacion
                       perform anotar_cambio_regla
                       display PantallaMarco
                       display pantalla_completa
                       accept continuar
                   end-rewrite
               end-if
           end-if
       end-read
       end-if.

      *Borra una regla; los usuarios que la reunian dejan de salir
      *en el informe por ella.
       baja_regla.
       move 1 to transaccion_activa.
       perform pedir_codigo_regla.
       if transaccion_activa = 1
       read reglas_segregacion
         key is sod_codigo
         invalid key
           continue
         not invalid key
           move RReglaSegregacion to imagen_anterior_maestro
       end-read
       delete reglas_segregacion
         invalid key
           move spaces to ws-estado-fichero
           move "Regla no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_regla
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Pide el codigo de la regla.
       pedir_codigo_regla.
       move spaces to sod_codigo.
       display PantallaMarco.
       display obten_codigo_regla.
       accept obten_codigo_regla
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.

      *Pasa las opciones de la regla leida a la pantalla.
       cargar_opciones_regla.
       perform varying idx_opcion from 1 by 1
         until idx_opcion > 6
           move sod_opcion(idx_opcion) to opcion_tecleada(idx_opcion)
       end-perform.

      *Comprueba las opciones: de dos a seis opciones del menu
      *distintas, sin la salida, que se compactan al principio; un
      *minimo a cero se toma como todas, y no puede pasar de las
      *opciones ni bajar de dos.
       validar_regla.
       move 1 to regla_valida.
       move spaces to ws-descripcion-estado.
       move 0 to opciones_validas.
       perform varying idx_opcion from 1 by 1
         until idx_opcion > 6
           move 0 to sod_opcion(idx_opcion)
       end-perform.
       perform varying idx_opcion from 1 by 1
         until idx_opcion > 6
           if opcion_tecleada(idx_opcion) = 5
               move "La salida no puede entrar en una regla."
                 to ws-descripcion-estado
           end-if
           if opcion_tecleada(idx_opcion) > 0
              and opcion_tecleada(idx_opcion) not = 5
               perform varying idx_anterior from 1 by 1
                 until idx_anterior > opciones_validas
                   if sod_opcion(idx_anterior)
                      = opcion_tecleada(idx_opcion)
                       move "Opcion repetida en la regla."
                         to ws-descripcion-estado
                   end-if
               end-perform
               add 1 to opciones_validas
               move opcion_tecleada(idx_opcion)
                 to sod_opcion(opciones_validas)
           end-if
       end-perform.
       move opciones_validas to sod_num_opciones.
       if ws-descripcion-estado = spaces
          and opciones_validas < 2
           move "La regla necesita dos opciones o mas."
             to ws-descripcion-estado
       end-if.
       if ws-descripcion-estado = spaces
           if sod_minimo = 0
               move opciones_validas to sod_minimo
           end-if
           if sod_minimo < 2 or sod_minimo > opciones_validas
               move "Minimo entre 2 y el numero de opciones."
                 to ws-descripcion-estado
           end-if
       end-if.
       if ws-descripcion-estado not = spaces
           move 0 to regla_valida
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Abre el fichero de reglas de segregacion, creandolo vacio la
      *primera vez.
       abrir_fichero_reglas.
       open i-o reglas_segregacion.
       if ws-estado-reglas = "35"
           open output reglas_segregacion
           close reglas_segregacion
           open i-o reglas_segregacion
       end-if.

      *Anota en el registro de cambios los campos de la regla que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_regla.
       move sod_codigo to cam_clave.
       move RReglaSegregacion to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
