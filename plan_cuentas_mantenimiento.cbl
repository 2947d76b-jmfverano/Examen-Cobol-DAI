       program-id. plan_cuentas_mantenimiento
           as "plan_cuentas_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de correspondencia con el plan
      *de cuentas.
       copy "file_control_cuentas_contables.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de correspondencia con el
      *plan de cuentas.
       copy "estructura_cuenta_contable.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-cuentas pic xx value spaces.
       77 cuenta_valida pic 9 value 0.
      *Codigos admitidos en las cuentas generales.
       01 codigos_generales_valores.
          02 filler pic x(20) value "VENTIVARIVASCLIEPROV".
          02 filler pic x(16) value "COMPTESOMERMEXIS".
          02 filler pic x(24) value "DUDODETEPDETINCOREVEINTD".
       01 codigos_generales redefines codigos_generales_valores.
          02 codigo_general pic x(4) occurs 15 times.
       77 idx_general pic 99 value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_cuenta_contable.cpy".
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
      *Pantalla del menu del plan de cuentas.
       01 p_menu_plan_cuentas
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Plan de cuentas contable".
           02 line 6 col 10 value "1.- Alta".
           02 line 8 col 10 value "2.- Consulta".
           02 line 10 col 10 value "3.- Modificar".
           02 line 12 col 10 value "4.- Baja".
           02 line 14 col 10 value "5.- Salir".
           02 line 16 col 10 value "Opcion: ".
           02 line 16 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide la clave de la correspondencia: tipo y codigo.
       01 obten_clave_cuenta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value
              "Correspondencia con el plan de cuentas".
           02 line 6 col 5 value "Tipo: ".
           02 line 6 col 17 REQUIRED pic x using ccc_tipo.
           02 line 7 col 5 value "Codigo: ".
           02 line 7 col 17 REQUIRED pic x(4) using ccc_codigo.
           02 line 14 col 5 value
              "Tipos: F familia, I tipo de IVA (2100 = 21 %),".
           02 line 15 col 5 value
              "P forma de pago, C cliente, S proveedor, G general.".
           02 line 16 col 5 value
              "Generales: VENT ventas, IVAR IVA repercutido, IVAS IVA".
           02 line 17 col 5 value
              "soportado, CLIE clientes, PROV proveedores,".
           02 line 18 col 5 value "COMP compras,".
           02 line 18 col 19 value
              "TESO tesoreria, MERM mermas, EXIS existencias,".
           02 line 19 col 5 value
              "DUDO dudoso cobro, DETE perdidas por deterioro,".
           02 line 20 col 5 value
              "PDET deterioro de creditos, INCO incobrables,".
           02 line 21 col 5 value
              "REVE reversion del deterioro, INTD intereses de demora.".
      *Cuentas asignadas a la clave.
       01 p_datos_cuenta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 9 col 5 value "Cuenta principal: ".
           02 line 9 col 28 REQUIRED pic x(10) using ccc_cuenta.
           02 line 10 col 5 value "Cuenta secundaria: ".
           02 line 10 col 28 pic x(10) using ccc_cuenta_2.
           02 line 11 col 5 value "Descripcion: ".
           02 line 11 col 28 pic x(20) using ccc_descripcion.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "plan_cuentas_mantenimiento" to cam_programa.
       move "CUENTAS_CONT" to cam_fichero.
       move campos_cambio_cuenta_contable to tabla_campos_cambio.
       move num_campos_cuenta_contable to num_campos_cambio.
      *Mantiene la correspondencia entre los maestros de la
      *aplicacion y las cuentas del mayor que usa la exportacion a
      *contabilidad para montar los asientos.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_cuentas.
       display pantallaMarco.
       display p_menu_plan_cuentas.
       accept p_menu_plan_cuentas
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_cuenta
         when 2 perform consulta_cuenta
         when 3 perform modificar_cuenta
         when 4 perform baja_cuenta
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close cuentas_contables.
       exit program.

      *Da de alta la correspondencia de una clave con sus cuentas.
       alta_cuenta.
       move 1 to transaccion_activa.
       move spaces to RCuentaContable.
       perform pedir_clave_cuenta.
       if transaccion_activa = 1
       display p_datos_cuenta
       accept p_datos_cuenta
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept
       if transaccion_activa = 1
           perform validar_cuentas
           if cuenta_valida = 1
               write RCuentaContable
                 invalid key
                   move spaces to ws-estado-fichero
                   move "Correspondencia ya existente."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_cuenta
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
       end-if
       end-if.

      *Muestra las cuentas asignadas a una clave.
       consulta_cuenta.
       move 1 to transaccion_activa.
       move spaces to RCuentaContable.
       perform pedir_clave_cuenta.
       if transaccion_activa = 1
       read cuentas_contables
         key is ccc_clave
         invalid key
           move spaces to ws-estado-fichero
           move "Correspondencia no encontrada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           display p_datos_cuenta
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Permite cambiar las cuentas asignadas a una clave.
       modificar_cuenta.
       move 1 to transaccion_activa.
       move spaces to RCuentaContable.
       perform pedir_clave_cuenta.
       if transaccion_activa = 1
       read cuentas_contables
         key is ccc_clave
         invalid key
           move spaces to ws-estado-fichero
           move "Correspondencia no encontrada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RCuentaContable to imagen_anterior_maestro
           display p_datos_cuenta
           accept p_datos_cuenta
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_cuentas
               if cuenta_valida = 1
                   rewrite RCuentaContable
                     invalid key
                       move spaces to ws-estado-fichero
                       move "No se pudo modificar la cuenta."
                         to ws-descripcion-estado
                       display PantallaMarco
                       display pantalla_opera_error
                       accept continuar
                     not invalid key
                       move "M" to cam_operacion
                       perform anotar_cambio_cuenta
                       display PantallaMarco
                       display pantalla_completa
                       accept continuar
                   end-rewrite
               end-if
           end-if
       end-read
       end-if.

      *Borra una correspondencia; la exportacion vuelve a usar la
      *cuenta general para esa clave.
       baja_cuenta.
       move 1 to transaccion_activa.
       move spaces to RCuentaContable.
       perform pedir_clave_cuenta.
       if transaccion_activa = 1
       read cuentas_contables
         key is ccc_clave
         invalid key
           continue
         not invalid key
           move RCuentaContable to imagen_anterior_maestro
       end-read
       delete cuentas_contables
         invalid key
           move spaces to ws-estado-fichero
           move "Correspondencia no encontrada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_cuenta
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Pide el tipo y el codigo, los pasa a mayusculas y comprueba
      *que el tipo existe y que el codigo tiene la forma que le toca.
       pedir_clave_cuenta.
       display PantallaMarco.
       display obten_clave_cuenta.
       accept obten_clave_cuenta
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           inspect ccc_clave converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           evaluate true
             when not ccc_tipo_valido
               move spaces to ws-estado-fichero
               move "Tipo de correspondencia no valido."
                 to ws-descripcion-estado
               perform rechazar_clave
             when ccc_tipo_iva and ccc_codigo is not numeric
               move spaces to ws-estado-fichero
               move "Tipo de IVA en cuatro cifras (2100)."
                 to ws-descripcion-estado
               perform rechazar_clave
             when ccc_tipo_general
               perform comprobar_codigo_general
             when other
               continue
           end-evaluate
       end-if.
       if transaccion_activa = 1
           display obten_clave_cuenta
       end-if.

      *Comprueba que el codigo de una cuenta general es uno de los
      *que usa la exportacion.
       comprobar_codigo_general.
       move 0 to cuenta_valida.
       perform varying idx_general from 1 by 1
         until idx_general > 15
           if codigo_general(idx_general) = ccc_codigo
               move 1 to cuenta_valida
           end-if
       end-perform.
       if cuenta_valida = 0
           move spaces to ws-estado-fichero
           move "Codigo de cuenta general no valido."
             to ws-descripcion-estado
           perform rechazar_clave
       end-if.

      *Muestra el error de la clave y abandona la operacion.
       rechazar_clave.
       display PantallaMarco.
       display pantalla_opera_error.
       accept continuar.
       move 0 to transaccion_activa.

      *Las cuentas del mayor son numericas y empiezan en la primera
      *posicion; la secundaria puede quedar en blanco.
       validar_cuentas.
       move 1 to cuenta_valida.
       if ccc_cuenta(1:1) is not numeric
          or (ccc_cuenta_2 not = spaces
              and ccc_cuenta_2(1:1) is not numeric)
           move 0 to cuenta_valida
           move spaces to ws-estado-fichero
           move "Cuenta contable no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Abre el fichero del plan de cuentas, creandolo vacio la
      *primera vez.
       abrir_fichero_cuentas.
       open i-o cuentas_contables.
       if ws-estado-cuentas = "35"
           open output cuentas_contables
           close cuentas_contables
           open i-o cuentas_contables
       end-if.

      *Anota en el registro de cambios los campos de la correspondencia
      *contable que cambiaron respecto de la imagen anterior.
       anotar_cambio_cuenta.
       move ccc_clave to cam_clave.
       move RCuentaContable to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
