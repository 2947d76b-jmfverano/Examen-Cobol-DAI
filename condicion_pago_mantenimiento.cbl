       program-id. condicion_pago_mantenimiento
           as "condicion_pago_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de condiciones de pago.
       copy "file_control_condiciones_pago.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de condiciones de pago.
       copy "estructura_condicion_pago.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-condiciones pic xx value spaces.
      *Comprobacion de los plazos tecleados.
       77 condicion_valida pic 9 value 1.
       77 idx_plazo pic 9 value 0.
       77 suma_porcentajes pic 9(5)v99 value 0.
       77 dias_anteriores pic 9(3) value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_condicion_pago.cpy".
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
      *Menu de condiciones de pago.
       01 p_menu_condicion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Condiciones de pago".
           02 line 6 col 10 value "1.- Alta de condicion".
           02 line 7 col 10 value "2.- Consulta de condicion".
           02 line 8 col 10 value "3.- Modificacion de condicion".
           02 line 9 col 10 value "4.- Baja de condicion".
           02 line 10 col 10 value "5.- Salir".
           02 line 12 col 10 value "Opcion: ".
           02 line 12 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide el codigo de la condicion.
       01 obten_codigo_condicion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo: ".
           02 line 4 col 14 REQUIRED pic xx using cpg_codigo.
      *Datos de una condicion de pago.
       01 p_datos_condicion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo: ".
           02 line 4 col 14 pic xx from cpg_codigo.
           02 line 5 col 5 value "Descripcion: ".
           02 line 5 col 19 pic x(30) using cpg_descripcion.
           02 line 6 col 5 value "Numero de vencimientos (1-6): ".
           02 line 6 col 36 REQUIRED pic 9 using cpg_num_plazos.
           02 line 8 col 5 value "Vencimiento  Dias  Porcentaje".
           02 line 9 col 5 value "1".
           02 line 9 col 18 pic 9(3) using cpg_dias(1).
           02 line 9 col 24 pic 9(3)v99 using cpg_porcentaje(1).
           02 line 10 col 5 value "2".
           02 line 10 col 18 pic 9(3) using cpg_dias(2).
           02 line 10 col 24 pic 9(3)v99 using cpg_porcentaje(2).
           02 line 11 col 5 value "3".
           02 line 11 col 18 pic 9(3) using cpg_dias(3).
           02 line 11 col 24 pic 9(3)v99 using cpg_porcentaje(3).
           02 line 12 col 5 value "4".
           02 line 12 col 18 pic 9(3) using cpg_dias(4).
           02 line 12 col 24 pic 9(3)v99 using cpg_porcentaje(4).
           02 line 13 col 5 value "5".
           02 line 13 col 18 pic 9(3) using cpg_dias(5).
           02 line 13 col 24 pic 9(3)v99 using cpg_porcentaje(5).
           02 line 14 col 5 value "6".
           02 line 14 col 18 pic 9(3) using cpg_dias(6).
           02 line 14 col 24 pic 9(3)v99 using cpg_porcentaje(6).
           02 line 16 col 5 value "Dias fijos de pago (0 = ninguno): ".
           02 line 16 col 40 pic 99 using cpg_dia_pago_1.
           02 line 16 col 44 pic 99 using cpg_dia_pago_2.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "condicion_pago_mantenimiento" to cam_programa.
       move "COND_PAGO" to cam_fichero.
       move campos_cambio_condicion_pago to tabla_campos_cambio.
       move num_campos_condicion_pago to num_campos_cambio.
      *Maestro de condiciones de pago: cada condicion reparte el
      *total de la factura en varios vencimientos (30/60/90 dias,
      *por ejemplo) con su porcentaje, y puede llevar dias fijos de
      *pago del mes. Se asigna a cada cliente en su ficha.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_condiciones.
       display pantallaMarco.
       display p_menu_condicion.
       accept p_menu_condicion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_condicion
         when 2 perform consulta_condicion
         when 3 perform modificar_condicion
         when 4 perform baja_condicion
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close condiciones_pago.
       exit program.

      *Da de alta una condicion de pago.
       alta_condicion.
       move 1 to transaccion_activa.
       initialize RCondicionPago.
       perform pedir_codigo_condicion.
       if transaccion_activa = 1
           display PantallaMarco
           display p_datos_condicion
           accept p_datos_condicion
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
       end-if.
       if transaccion_activa = 1
           perform validar_condicion
           if condicion_valida = 1
               write RCondicionPago
                 invalid key
                   move spaces to ws-estado-fichero
                   move "La condicion ya existe."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_condicion
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
       end-if.

      *Muestra los plazos de una condicion de pago.
       consulta_condicion.
       move 1 to transaccion_activa.
       perform pedir_codigo_condicion.
       if transaccion_activa = 1
       read condiciones_pago
         key is cpg_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Condicion no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           display PantallaMarco
           display p_datos_condicion
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Corrige los plazos de una condicion; las facturas ya
      *emitidas conservan los vencimientos que se generaron.
       modificar_condicion.
       move 1 to transaccion_activa.
       perform pedir_codigo_condicion.
       if transaccion_activa = 1
       read condiciones_pago
         key is cpg_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Condicion no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RCondicionPago to imagen_anterior_maestro
           display PantallaMarco
           display p_datos_condicion
           accept p_datos_condicion
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_condicion
               if condicion_valida = 1
                   rewrite RCondicionPago
                     invalid key
                       move spaces to ws-estado-fichero
                       move "No se pudo modificar la condicion."
                         to ws-descripcion-estado
                       display PantallaMarco
                       display pantalla_opera_error
                       accept continuar
                     not invalid key
                       move "M" to cam_operacion
                       perform anotar_cambio_condicion
                       display PantallaMarco
                       display pantalla_completa
                       accept continuar
                   end-rewrite
               end-if
           end-if
       end-read
       end-if.

      *Borra una condicion; los clientes que la tenian pasan a
      *pagar a su plazo en dias.
       baja_condicion.
       move 1 to transaccion_activa.
       perform pedir_codigo_condicion.
       if transaccion_activa = 1
       read condiciones_pago
         key is cpg_codigo
         invalid key
           continue
         not invalid key
           move RCondicionPago to imagen_anterior_maestro
       end-read
       delete condiciones_pago
         invalid key
           move spaces to ws-estado-fichero
           move "Condicion no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_condicion
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Pide el codigo de la condicion.
       pedir_codigo_condicion.
       move spaces to cpg_codigo.
       display PantallaMarco.
       display obten_codigo_condicion.
       accept obten_codigo_condicion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.

      *Comprueba los plazos: entre uno y seis, dias crecientes,
      *porcentajes que suman cien y dias fijos de pago validos. Los
      *plazos que sobran se dejan a cero.
       validar_condicion.
       move 1 to condicion_valida.
       move spaces to ws-descripcion-estado.
       if cpg_num_plazos < 1 or cpg_num_plazos > 6
           move "Entre 1 y 6 vencimientos." to ws-descripcion-estado
       else
           move 0 to suma_porcentajes
           move 0 to dias_anteriores
           perform varying idx_plazo from 1 by 1
             until idx_plazo > 6
               if idx_plazo > cpg_num_plazos
                   move 0 to cpg_dias(idx_plazo)
                   move 0 to cpg_porcentaje(idx_plazo)
               else
                   if cpg_porcentaje(idx_plazo) = 0
                      or cpg_dias(idx_plazo) < dias_anteriores
                       move "Dias o porcentaje no validos."
                         to ws-descripcion-estado
                   end-if
                   move cpg_dias(idx_plazo) to dias_anteriores
                   add cpg_porcentaje(idx_plazo) to suma_porcentajes
               end-if
           end-perform
           if ws-descripcion-estado = spaces
              and suma_porcentajes not = 100
               move "Los porcentajes deben sumar 100."
                 to ws-descripcion-estado
           end-if
       end-if.
       if ws-descripcion-estado = spaces
          and (cpg_dia_pago_1 > 31 or cpg_dia_pago_2 > 31)
           move "Dia fijo de pago no valido." to ws-descripcion-estado
       end-if.
       if ws-descripcion-estado not = spaces
           move 0 to condicion_valida
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Abre el maestro de condiciones de pago, creandolo vacio la
      *primera vez.
       abrir_fichero_condiciones.
       open i-o condiciones_pago.
       if ws-estado-condiciones = "35"
           open output condiciones_pago
           close condiciones_pago
           open i-o condiciones_pago
       end-if.

      *Anota en el registro de cambios los campos de la condicion de
      *pago que cambiaron respecto de la imagen anterior.
       anotar_cambio_condicion.
       move cpg_codigo to cam_clave.
       move RCondicionPago to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
