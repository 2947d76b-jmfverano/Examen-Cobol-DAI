       program-id. equivalencia_mantenimiento
           as "equivalencia_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de articulos equivalentes.
       copy "file_control_equivalencias.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de articulos equivalentes.
       copy "estructura_equivalencia.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-equivalencias pic xx value spaces.
       77 equivalencia_valida pic 9 value 0.
       77 fin_equivalencias pic 9 value 0.
      *Articulo consultado y linea de la lista de sustitutos.
       77 articulo_consulta pic x(4) value spaces.
       77 descripcion_consulta pic x(20) value spaces.
       77 descripcion_sustituto pic x(20) value spaces.
       77 linea_actual pic 99 value 8.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_equivalencia.cpy".
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
      *Pantalla del menu de articulos equivalentes.
       01 p_menu_equivalencias
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Articulos equivalentes".
           02 line 6 col 10 value "1.- Alta".
           02 line 8 col 10 value "2.- Consulta".
           02 line 10 col 10 value "3.- Modificar".
           02 line 12 col 10 value "4.- Baja".
           02 line 14 col 10 value "5.- Salir".
           02 line 16 col 10 value "Opcion: ".
           02 line 16 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide la clave de la equivalencia: articulo y prioridad.
       01 obten_clave_equivalencia
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Equivalencia de articulos".
           02 line 6 col 5 value "Articulo: ".
           02 line 6 col 22 REQUIRED pic x(4) using eqv_codigo_articulo.
           02 line 7 col 5 value "Prioridad: ".
           02 line 7 col 22 REQUIRED pic 99 using eqv_prioridad.
           02 line 7 col 26 value "(1 = el primero que se ofrece)".
      *Sustituto y nota de la equivalencia.
       01 p_datos_equivalencia
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 9 col 5 value "Sustituto: ".
           02 line 9 col 22 REQUIRED pic x(4) using eqv_sustituto.
           02 line 10 col 5 value "Nota: ".
           02 line 10 col 22 pic x(30) using eqv_nota.
           02 line 12 col 5 value
              "Ejemplos de nota: sustitucion directa, necesita".
           02 line 13 col 5 value "adaptador.".
      *Pide el articulo cuyos sustitutos se listan.
       01 obten_articulo_consulta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Sustitutos del articulo: ".
           02 line 4 col 31 REQUIRED pic x(4) using articulo_consulta.
      *Cabecera de la lista de sustitutos.
       01 p_titulo_consulta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 37 pic x(20) from descripcion_consulta.
           02 line 6 col 5 value
              "Prio. Sustituto Descripcion          Nota".
      *Una linea de la lista de sustitutos.
       01 p_linea_consulta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 6 pic 99 from eqv_prioridad.
           02 line linea_actual col 11 pic x(4) from eqv_sustituto.
           02 line linea_actual col 21 pic x(20)
              from descripcion_sustituto.
           02 line linea_actual col 42 pic x(30) from eqv_nota.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "equivalencia_mantenimiento" to cam_programa.
       move "EQUIVALENCIA" to cam_fichero.
       move campos_cambio_equivalencia to tabla_campos_cambio.
       move num_campos_equivalencia to num_campos_cambio.
      *Mantiene los articulos equivalentes que se ofrecen en las
      *pantallas de venta cuando falta stock del articulo pedido.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_equivalencias.
       open input articulos.
       display pantallaMarco.
       display p_menu_equivalencias.
       accept p_menu_equivalencias
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_equivalencia
         when 2 perform consulta_equivalencias
         when 3 perform modificar_equivalencia
         when 4 perform baja_equivalencia
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close equivalencias.
       close articulos.
       exit program.

      *Da de alta un sustituto de un articulo con su prioridad.
       alta_equivalencia.
       move 1 to transaccion_activa.
       move spaces to REquivalencia.
       move 0 to eqv_prioridad.
       perform pedir_clave_equivalencia.
       if transaccion_activa = 1
       display p_datos_equivalencia
       accept p_datos_equivalencia
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept
       if transaccion_activa = 1
           perform validar_equivalencia
           if equivalencia_valida = 1
               write REquivalencia
                 invalid key
                   move spaces to ws-estado-fichero
                   move "Prioridad ya usada en ese articulo."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_equivalencia
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
       end-if
       end-if.

      *Lista los sustitutos de un articulo por orden de prioridad.
       consulta_equivalencias.
       move 1 to transaccion_activa.
       move spaces to articulo_consulta.
       display PantallaMarco.
       display obten_articulo_consulta.
       accept obten_articulo_consulta
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       move articulo_consulta to codigo_articulo of RArticulo
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move spaces to descripcion_consulta
         not invalid key
           move descripcion of RArticulo to descripcion_consulta
       end-read
       display p_titulo_consulta
       move 8 to linea_actual
       move articulo_consulta to eqv_codigo_articulo
       move 0 to eqv_prioridad
       move 0 to fin_equivalencias
       start equivalencias
         key is not less than eqv_clave
         invalid key
           move 1 to fin_equivalencias
       end-start
       perform until fin_equivalencias = 1
          or linea_actual > 20
         read equivalencias next
           at end
             move 1 to fin_equivalencias
           not at end
             if eqv_codigo_articulo not = articulo_consulta
                 move 1 to fin_equivalencias
             else
                 perform mostrar_linea_equivalencia
             end-if
         end-read
       end-perform
       if linea_actual = 8
           move spaces to ws-estado-fichero
           move "El articulo no tiene sustitutos."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           display p_continuar
           accept continuar
       end-if
       end-if.

      *Muestra un sustituto de la lista con su descripcion.
       mostrar_linea_equivalencia.
       move eqv_sustituto to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move spaces to descripcion_sustituto
         not invalid key
           move descripcion of RArticulo to descripcion_sustituto
       end-read.
       display p_linea_consulta.
       add 1 to linea_actual.

      *Permite cambiar el sustituto o la nota de una equivalencia.
       modificar_equivalencia.
       move 1 to transaccion_activa.
       move spaces to REquivalencia.
       move 0 to eqv_prioridad.
       perform pedir_clave_equivalencia.
       if transaccion_activa = 1
       read equivalencias
         key is eqv_clave
         invalid key
           move spaces to ws-estado-fichero
           move "Equivalencia no encontrada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move REquivalencia to imagen_anterior_maestro
           display p_datos_equivalencia
           accept p_datos_equivalencia
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_equivalencia
               if equivalencia_valida = 1
                   rewrite REquivalencia
                     invalid key
                       move spaces to ws-estado-fichero
                       move "No se pudo modificar la equivalencia."
                         to ws-descripcion-estado
                       display PantallaMarco
                       display pantalla_opera_error
                       accept continuar
                     not invalid key
                       move "M" to cam_operacion
                       perform anotar_cambio_equivalencia
                       display PantallaMarco
                       display pantalla_completa
                       accept continuar
                   end-rewrite
               end-if
           end-if
       end-read
       end-if.

      *Borra una equivalencia; el sustituto deja de ofrecerse.
       baja_equivalencia.
       move 1 to transaccion_activa.
       move spaces to REquivalencia.
       move 0 to eqv_prioridad.
       perform pedir_clave_equivalencia.
       if transaccion_activa = 1
       read equivalencias
         key is eqv_clave
         invalid key
           continue
         not invalid key
           move REquivalencia to imagen_anterior_maestro
       end-read
       delete equivalencias
         invalid key
           move spaces to ws-estado-fichero
           move "Equivalencia no encontrada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_equivalencia
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Pide el articulo y la prioridad de la equivalencia.
       pedir_clave_equivalencia.
       display PantallaMarco.
       display obten_clave_equivalencia.
       accept obten_clave_equivalencia
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           display obten_clave_equivalencia
       end-if.

      *El articulo y su sustituto tienen que existir en el maestro
      *y ser distintos.
       validar_equivalencia.
       move 1 to equivalencia_valida.
       move spaces to ws-estado-fichero.
       if eqv_sustituto = eqv_codigo_articulo
           move 0 to equivalencia_valida
           move "El sustituto es el mismo articulo."
             to ws-descripcion-estado
       end-if.
       if equivalencia_valida = 1
           move eqv_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               move 0 to equivalencia_valida
               move "El articulo no existe."
                 to ws-descripcion-estado
           end-read
       end-if.
       if equivalencia_valida = 1
           move eqv_sustituto to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               move 0 to equivalencia_valida
               move "El articulo sustituto no existe."
                 to ws-descripcion-estado
           end-read
       end-if.
       if equivalencia_valida = 0
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Abre el fichero de equivalencias, creandolo vacio la primera
      *vez.
       abrir_fichero_equivalencias.
       open i-o equivalencias.
       if ws-estado-equivalencias = "35"
           open output equivalencias
           close equivalencias
           open i-o equivalencias
       end-if.

      *Anota en el registro de cambios los campos de la equivalencia que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_equivalencia.
       move eqv_clave to cam_clave.
       move REquivalencia to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
