       program-id. empresa_mantenimiento as "empresa_mantenimiento".

       environment division.
       configuration section.
       input-output section.
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-empresas pic xx value spaces.
      *Validacion del directorio de datos de la empresa y campos de
      *su creacion en el alta.
       77 empresa_valida pic 9 value 1.
       77 separadores_directorio pic 99 value 0.
       77 directorio_nuevo pic x(40) value spaces.
       77 resultado_directorio pic 9(8) comp-5 value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_empresa.cpy".
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
       copy "p_menu_empresa.cpy".
      *Pantalla de alta/consulta/modificacion de una empresa.
       copy "p_datos_empresa.cpy".
      *Pantalla que obtendra el codigo de empresa a buscar.
       copy "obten_codigo_empresa.cpy".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
      *Mantenimiento del maestro de empresas: cada empresa lleva sus
      *ventas, facturas, cobros, compras, contadores y stock en su
      *propio directorio de datos, junto al directorio comun de los
      *maestros compartidos. El alta crea el directorio si aun no
      *existe; la baja solo desactiva la empresa y conserva sus
      *datos.
       move login-usuario to cam_usuario.
       move "empresa_mantenimiento" to cam_programa.
       move "EMPRESAS" to cam_fichero.
       move campos_cambio_empresa to tabla_campos_cambio.
       move num_campos_empresa to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
      *El maestro de empresas se crea vacio la primera vez.
       open i-o empresas.
       if ws-estado-empresas = "35"
           open output empresas
           close empresas
           open i-o empresas
       end-if.
       display pantallaMarco.
       display p_menu_empresa.
       accept p_menu_empresa
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_empresa
         when 2 perform consulta_empresa
         when 3 perform modificar_empresa
         when 4 perform baja_empresa
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close empresas.
       exit program.

      *Da de alta una nueva empresa y crea su directorio de datos.
       alta_empresa.
       move 1 to transaccion_activa.
       move spaces to REmpresa.
       set empresa_activa to true.
       display PantallaMarco.
       display p_datos_empresa.
       accept p_datos_empresa
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       perform validar_datos_empresa
       if empresa_valida = 0
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       write REmpresa
         invalid key
           move spaces to ws-estado-fichero
           move "Codigo de empresa duplicado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform crear_directorio_empresa
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_empresa
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-write
       end-if
       end-if.

      *Muestra los datos de una empresa existente.
       consulta_empresa.
       move 1 to transaccion_activa.
       display PantallaMarco.
       display obten_codigo_empresa.
       accept obten_codigo_empresa
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read empresas
         key is emp_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Empresa no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           display PantallaMarco
           display p_datos_empresa
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Permite corregir el nombre, el directorio o el estado de una
      *empresa. Cambiar el directorio no mueve sus ficheros.
       modificar_empresa.
       move 1 to transaccion_activa.
       display PantallaMarco.
       display obten_codigo_empresa.
       accept obten_codigo_empresa
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read empresas
         key is emp_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Empresa no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move REmpresa to imagen_anterior_maestro
           display PantallaMarco
           display p_datos_empresa
           accept p_datos_empresa
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
           perform validar_datos_empresa
           if empresa_valida = 0
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
           rewrite REmpresa
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo modificar la empresa."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_empresa
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-rewrite
           end-if
           end-if
       end-read
       end-if.

      *Da de baja (desactiva) una empresa sin tocar sus datos.
       baja_empresa.
       move 1 to transaccion_activa.
       display PantallaMarco.
       display obten_codigo_empresa.
       accept obten_codigo_empresa
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read empresas
         key is emp_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Empresa no encontrada." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move REmpresa to imagen_anterior_maestro
           set empresa_inactiva to true
           rewrite REmpresa
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo dar de baja la empresa."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_empresa
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-rewrite
       end-read
       end-if.

      *El codigo no puede ser ** (reservado al consolidado), el
      *directorio es un nombre simple distinto del comun y el
      *estado ha de ser A o I.
       validar_datos_empresa.
       move 1 to empresa_valida.
       move spaces to ws-estado-fichero.
       move 0 to separadores_directorio.
       inspect emp_directorio tallying separadores_directorio
         for all "\" all "/" all ":" all ".".
       evaluate true
         when emp_codigo = "**" or emp_codigo = spaces
           move 0 to empresa_valida
           move "Codigo de empresa no valido." to ws-descripcion-estado
         when emp_directorio = spaces or emp_directorio = "comun"
           or separadores_directorio not = 0
           move 0 to empresa_valida
           move "Directorio no valido." to ws-descripcion-estado
         when not empresa_activa and not empresa_inactiva
           move 0 to empresa_valida
           move "Estado no valido (A/I)." to ws-descripcion-estado
       end-evaluate.

      *Crea el directorio de datos de la empresa junto al comun; si
      *ya existia se deja como esta.
       crear_directorio_empresa.
       move spaces to directorio_nuevo.
       string "..\" delimited by size
              emp_directorio delimited by space
         into directorio_nuevo
       end-string.
       call "CBL_CREATE_DIR" using directorio_nuevo
         returning resultado_directorio
       end-call.

      *Anota en el registro de cambios los campos de la empresa que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_empresa.
       move emp_codigo to cam_clave.
       move REmpresa to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
