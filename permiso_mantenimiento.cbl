       copy "file_control_permisos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de reglas de segregacion.
       copy "file_control_reglas_segregacion.cpy".
      *Utiliza el control del registro de excepciones de segregacion.
       copy "file_control_excepciones_segregacion.cpy".
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de usuarios.
       copy "estructura_permisos.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de reglas de segregacion.
       copy "estructura_regla_segregacion.cpy".
      *Utiliza la estructura del registro de excepciones.
       copy "estructura_excepcion_segregacion.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-permisos pic xx value spaces.
       77 permiso_existente pic 9 value 0.
       77 indice_permiso pic 9(3) value 0.
      *Rol del usuario consultado, apartado antes de cerrar el
      *fichero de usuarios.
       77 rol_usuario_leido pic x value "V".
       77 rol_plantilla pic x value "V".
          88 rol_plantilla_admin    value "A".
          88 rol_plantilla_operador value "O".
       01 cadena_permisos pic x(99) value spaces.
       01 tabla_permisos redefines cadena_permisos.
          02 permiso_opcion pic x occurs 99 times.
      *La matriz se edita en dos tramos de la pantalla.
       01 tramos_permisos redefines cadena_permisos.
          02 permisos_tramo_1 pic x(50).
          02 permisos_tramo_2 pic x(49).
      *Conflictos de segregacion que crea el cambio: las reglas que
      *la matriz nueva reune y la anterior no, y el motivo con el
      *que el administrador los autoriza.
       copy "ws_segregacion.cpy".
       77 ws-estado-excepciones pic xx value spaces.
       77 conflictos_nuevos pic 9(3) value 0.
       77 linea_conflicto pic 99 value 7.
       77 motivo_excepcion pic x(60) value spaces.
      *Limite de pedidos de compra del usuario.
       77 limite_compra_usuario pic 9(9)v99 value 0.
      *Permiso de ver completas las cuentas bancarias de clientes.
       77 ver_cuentas_usuario pic x value "N".
      *Empresas en las que puede entrar el usuario, validadas contra
      *el maestro de empresas.
       copy "ws_empresa.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_permisos.cpy".
       linkage section.
      *Login del administrador, para el registro de excepciones y el
      *de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       copy "obten_login_usuario.cpy".
      *Pantalla de edicion de la matriz de permisos.
       copy "p_datos_permisos.cpy".
      *Pantallas del aviso de conflicto de segregacion.
       copy "p_conflicto_segregacion.cpy".
       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "permiso_mantenimiento" to cam_programa.
       move "PERMISOS" to cam_fichero.
       move campos_cambio_permisos to tabla_campos_cambio.
       move num_campos_permisos to num_campos_cambio.
      *Edita la matriz de permisos de menu de un usuario: pide el
      *login, presenta sus permisos actuales (o la plantilla de su
      *rol si aun no tiene registro) y graba la matriz corregida.
      *Si el cambio reune opciones que una regla de segregacion
      *declara incompatibles, solo se graba con un motivo, que queda
      *en el registro de excepciones. En la misma pantalla se fijan
      *las empresas en las que puede entrar el usuario, su limite
      *de pedidos de compra y si puede ver completas las cuentas
      *bancarias de los clientes.
       move 0 to sesion-expirada-llamada.
       display pantallaMarco.
       display obten_login_usuario.
           close usuarios
           perform abrir_fichero_permisos
           perform cargar_permisos_actuales
           perform conflictos_previos
           display PantallaMarco
           display p_datos_permisos
           accept p_datos_permisos
           end-accept
           if transaccion_activa = 1
               perform normalizar_permisos
               perform validar_empresas_permitidas
           end-if
           if transaccion_activa = 1
               perform comprobar_conflictos_nuevos
           end-if
           if transaccion_activa = 1
               perform grabar_permisos
           end-if
           close permisos
      *la plantilla por defecto de su rol.
       cargar_permisos_actuales.
       move 0 to permiso_existente.
       move spaces to imagen_anterior_maestro.
       move login_usuario to perm_login.
       read permisos
         key is perm_login
         invalid key
           move rol_usuario_leido to rol_plantilla
           perform permisos_por_defecto
           move spaces to empresas_permitidas
           move 0 to limite_compra_usuario
           if rol_plantilla_admin
               move "S" to ver_cuentas_usuario
           else
               move "N" to ver_cuentas_usuario
           end-if
         not invalid key
           move 1 to permiso_existente
           move RPermiso to imagen_anterior_maestro
           move perm_cadena to cadena_permisos
           move perm_empresas to empresas_permitidas
           move perm_limite_compra to limite_compra_usuario
           if limite_compra_usuario is not numeric
               move 0 to limite_compra_usuario
           end-if
           move perm_ver_cuentas to ver_cuentas_usuario
       end-read.

      *Cualquier posicion que no sea una S queda como N, y la salida
       normalizar_permisos.
       inspect cadena_permisos converting "s" to "S".
       perform varying indice_permiso from 1 by 1
         until indice_permiso > 99
           if permiso_opcion(indice_permiso) not = "S"
               move "N" to permiso_opcion(indice_permiso)
           end-if
       end-perform.
       move "S" to permiso_opcion(5).
       if ver_cuentas_usuario = "s"
           move "S" to ver_cuentas_usuario
       end-if.
       if ver_cuentas_usuario not = "S"
           move "N" to ver_cuentas_usuario
       end-if.

      *Graba la matriz corregida, creando el registro si el usuario
      *no lo tenia.
       grabar_permisos.
       move login_usuario to perm_login.
       move cadena_permisos to perm_cadena.
       move empresas_permitidas to perm_empresas.
       move limite_compra_usuario to perm_limite_compra.
       move ver_cuentas_usuario to perm_ver_cuentas.
       if permiso_existente = 1
           rewrite RPermiso
             invalid key
               display pantalla_opera_error
               accept continuar
             not invalid key
               perform anotar_excepciones
               move "M" to cam_operacion
               perform anotar_cambio_permisos
               display PantallaMarco
               display pantalla_completa
               accept continuar
               display pantalla_opera_error
               accept continuar
             not invalid key
               perform anotar_excepciones
               move "A" to cam_operacion
               perform anotar_cambio_permisos
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-write
       end-if.

      *Anota en el registro de cambios lo que cambio en la matriz,
      *las empresas, el limite de compra o el permiso de ver las
      *cuentas del usuario respecto de la imagen anterior.
       anotar_cambio_permisos.
       move perm_login to cam_clave.
       move RPermiso to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Cada codigo de empresa tecleado ha de existir en el maestro
      *de empresas; sin maestro solo se admite la lista en blanco.
       validar_empresas_permitidas.
       if empresas_permitidas = spaces
           exit paragraph
       end-if.
       perform cargar_empresas.
       perform varying idx_empresa_permitida from 1 by 1
         until idx_empresa_permitida > 10
            or transaccion_activa = 0
           if empresa_permitida_usuario(idx_empresa_permitida)
              not = spaces
               move empresa_permitida_usuario(idx_empresa_permitida)
                 to empresa_actual
               perform buscar_empresa
               if empresa_encontrada = 0
                   move 0 to transaccion_activa
               end-if
           end-if
       end-perform.
       if transaccion_activa = 0
           move spaces to ws-estado-fichero
           move "Empresa no valida: no se graba."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Marca las reglas que ya reunia la matriz antes del cambio:
      *esos conflictos no son nuevos y no se vuelven a pedir.
       conflictos_previos.
       perform cargar_reglas_segregacion.
       perform comprobar_segregacion.
       perform varying idx_regla from 1 by 1
         until idx_regla > num_reglas_segregacion
           move rs_conflicto(idx_regla)
             to rs_conflicto_previo(idx_regla)
       end-perform.

      *Comprueba la matriz corregida contra las reglas y, si reune
      *alguna que antes no reunia, la muestra y pide el motivo de la
      *excepcion. Sin motivo el cambio no se graba.
       comprobar_conflictos_nuevos.
       perform comprobar_segregacion.
       move 0 to conflictos_nuevos.
       perform varying idx_regla from 1 by 1
         until idx_regla > num_reglas_segregacion
           if rs_conflicto(idx_regla) = 1
              and rs_conflicto_previo(idx_regla) = 1
               move 0 to rs_conflicto(idx_regla)
           end-if
           if rs_conflicto(idx_regla) = 1
               add 1 to conflictos_nuevos
           end-if
       end-perform.
       if conflictos_nuevos = 0
           exit paragraph
       end-if.
       move spaces to motivo_excepcion.
       display PantallaMarco.
       display p_conflicto_segregacion.
       move 7 to linea_conflicto.
       perform varying idx_regla from 1 by 1
         until idx_regla > num_reglas_segregacion
            or linea_conflicto > 16
           if rs_conflicto(idx_regla) = 1
               display p_linea_conflicto
               add 1 to linea_conflicto
           end-if
       end-perform.
       display p_motivo_excepcion.
       accept p_motivo_excepcion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1 and motivo_excepcion = spaces
           move 0 to transaccion_activa
           move spaces to ws-estado-fichero
           move "Sin motivo: los permisos no se graban."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Anota una excepcion por cada regla nueva en conflicto, con el
      *administrador, el usuario y el motivo dado.
       anotar_excepciones.
       if conflictos_nuevos = 0
           exit paragraph
       end-if.
       open extend excepciones_segregacion.
       if ws-estado-excepciones = "35"
           open output excepciones_segregacion
       end-if.
       perform varying idx_regla from 1 by 1
         until idx_regla > num_reglas_segregacion
           if rs_conflicto(idx_regla) = 1
               accept exs_fecha from date yyyymmdd
               accept exs_hora from time
               move login-usuario to exs_administrador
               move perm_login to exs_usuario
               move rs_codigo(idx_regla) to exs_regla
               move motivo_excepcion to exs_motivo
               write RExcepcionSegregacion
           end-if
       end-perform.
       close excepciones_segregacion.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Plantillas de permisos por rol.
       copy "parrafo_permisos_defecto.cpy".

      *Reglas de segregacion de funciones.
       copy "parrafo_segregacion.cpy".

      *Maestro de empresas.
       copy "parrafo_empresa.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
