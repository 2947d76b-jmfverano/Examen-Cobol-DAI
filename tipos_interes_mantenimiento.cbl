       program-id. tipos_interes_mantenimiento
           as "tipos_interes_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de tipos de interes de demora.
       copy "file_control_tipos_interes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de tipos de interes de
      *demora.
       copy "estructura_tipo_interes.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-tipos-interes pic xx value spaces.
       77 fin_tipos pic 9 value 0.
       77 hubo_tipo pic 9 value 0.
       77 anio_desde pic 9(4) value 0.
       77 linea_actual pic 99 value 6.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_tipos_interes.cpy".
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
      *Pantalla del menu de tipos de interes de demora.
       01 p_menu_tipo_interes
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Tipos de interes de demora".
           02 line 6 col 10 value "1.- Alta de tipo de un semestre".
           02 line 8 col 10 value "2.- Consulta de tipos".
           02 line 10 col 10 value "3.- Baja de tipo de un semestre".
           02 line 12 col 10 value "4.- Salir".
           02 line 14 col 10 value "Opcion: ".
           02 line 14 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pantalla del tipo de un semestre.
       01 p_datos_tipo_interes
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Tipo de interes de demora".
           02 line 6 col 5 value "Anio: ".
           02 line 6 col 12 REQUIRED pic 9(4) using ti_anio.
           02 line 7 col 5 value "Semestre (1/2): ".
           02 line 7 col 22 REQUIRED pic 9 using ti_semestre.
           02 line 8 col 5 value "Tipo anual (%): ".
           02 line 8 col 22 pic 99V99 using ti_tipo.
      *Pantalla que obtendra el primer anio de la consulta.
       01 obten_anio_interes
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Tipos de interes desde el anio: ".
           02 line 4 col 38 REQUIRED pic 9(4) using anio_desde.
      *Una linea de la consulta de tipos.
       01 p_linea_tipo_interes
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic 9(4) from ti_anio.
           02 line linea_actual col 11 value "semestre".
           02 line linea_actual col 20 pic 9 from ti_semestre.
           02 line linea_actual col 24 pic z9.99 from ti_tipo.
           02 line linea_actual col 30 value "%".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "tipos_interes_mantenimiento" to cam_programa.
       move "TIPO_INTERES" to cam_fichero.
       move campos_cambio_tipo_interes to tabla_campos_cambio.
       move num_campos_tipo_interes to num_campos_cambio.
      *Tipo legal de interes de demora de cada semestre, con el que
      *la tirada de intereses de demora cuenta dia a dia lo que se
      *carga a los clientes que pagan tarde.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_tipos_interes.
       display pantallaMarco.
       display p_menu_tipo_interes.
       accept p_menu_tipo_interes
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_tipo_interes
         when 2 perform listar_tipos_interes
         when 3 perform baja_tipo_interes
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close tipos_interes.
       exit program.

      *Da de alta el tipo de un semestre.
       alta_tipo_interes.
       move 1 to transaccion_activa.
       move 0 to ti_anio.
       move 0 to ti_semestre.
       move 0 to ti_tipo.
       display PantallaMarco.
       display p_datos_tipo_interes.
       accept p_datos_tipo_interes
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       if ti_semestre not = 1 and ti_semestre not = 2
           move spaces to ws-estado-fichero
           move "El semestre debe ser 1 o 2." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       if ti_tipo = 0
           move spaces to ws-estado-fichero
           move "Tipo de interes no valido." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           write RTipoInteres
             invalid key
               move spaces to ws-estado-fichero
               move "Ya hay tipo para ese semestre."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move spaces to imagen_anterior_maestro
               move "A" to cam_operacion
               perform anotar_cambio_tipo_interes
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-write
       end-if
       end-if
       end-if.

      *Lista los tipos de los semestres desde el anio pedido.
       listar_tipos_interes.
       move 1 to transaccion_activa.
       move 0 to anio_desde.
       display PantallaMarco.
       display obten_anio_interes.
       accept obten_anio_interes
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       move anio_desde to ti_anio
       move 0 to ti_semestre
       move 0 to fin_tipos
       move 0 to hubo_tipo
       move 6 to linea_actual
       display PantallaMarco
       display obten_anio_interes
       start tipos_interes
         key is not less than ti_clave
         invalid key
           move 1 to fin_tipos
       end-start
       perform until fin_tipos = 1
         read tipos_interes next
           at end
             move 1 to fin_tipos
           not at end
             move 1 to hubo_tipo
             display p_linea_tipo_interes
             add 1 to linea_actual
             if linea_actual > 21
                 move 1 to fin_tipos
             end-if
         end-read
       end-perform
       if hubo_tipo = 0
           move spaces to ws-estado-fichero
           move "No hay tipos desde ese anio." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           display p_continuar
           accept continuar
       end-if
       end-if.

      *Borra el tipo de un semestre.
       baja_tipo_interes.
       move 1 to transaccion_activa.
       move 0 to ti_anio.
       move 0 to ti_semestre.
       move 0 to ti_tipo.
       display PantallaMarco.
       display p_datos_tipo_interes.
       accept p_datos_tipo_interes
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read tipos_interes
         key is ti_clave
         invalid key
           continue
         not invalid key
           move RTipoInteres to imagen_anterior_maestro
       end-read
       delete tipos_interes
         invalid key
           move spaces to ws-estado-fichero
           move "Tipo no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_tipo_interes
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Abre el fichero de tipos de interes, creandolo vacio la
      *primera vez.
       abrir_fichero_tipos_interes.
       open i-o tipos_interes.
       if ws-estado-tipos-interes = "35"
           open output tipos_interes
           close tipos_interes
           open i-o tipos_interes
       end-if.

      *Anota en el registro de cambios los campos del tipo de interes
      *que cambiaron respecto de la imagen anterior.
       anotar_cambio_tipo_interes.
       move ti_clave to cam_clave.
       move RTipoInteres to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
