       program-id. informe_cambios_maestros
           as "informe_cambios_maestros".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar pic x.
       77 fin_cambios pic 9 value 0.
       77 cambio_coincide pic 9 value 0.
       77 total_mostrados pic 9(7) value 0.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-cambios pic xx value spaces.
       77 operacion_descrita pic x(12) value spaces.
      *Filtros del informe.
       77 fichero_filtro pic x(12) value spaces.
       77 clave_filtro pic x(16) value spaces.
       77 campo_filtro pic x(24) value spaces.
       77 usuario_filtro pic x(12) value spaces.
       77 fecha_desde pic 9(8) value 0.
       77 fecha_hasta pic 9(8) value 99999999.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Pantalla que obtiene los filtros del informe.
       copy "obten_filtro_cambios.cpy".
      *Pantalla de consulta de un cambio de un maestro.
       copy "p_linea_cambio_maestro.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Informe del registro de cambios de los maestros: filtra los
      *cambios por fichero, clave, campo, usuario y rango de fechas,
      *y los muestra paginados de uno en uno con su valor de antes y
      *de despues.
       move 0 to sesion-expirada-llamada.
       display pantallaMarco.
       display obten_filtro_cambios.
       accept obten_filtro_cambios
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       open input cambios_maestros
       if ws-estado-cambios not = "00"
           move ws-estado-cambios to ws-estado-fichero
           move "No hay cambios de maestros anotados."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           perform revisar_siguiente_cambio
             until fin_cambios = 1
           close cambios_maestros
           if total_mostrados = 0
               move spaces to ws-estado-fichero
               move "Sin cambios en ese filtro."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           end-if
       end-if
       end-if.
       exit program.

      *Lee el siguiente cambio y lo muestra si cumple los filtros
      *pedidos; una sesion caducada corta el recorrido.
       revisar_siguiente_cambio.
       read cambios_maestros
         at end
           move 1 to fin_cambios
         not at end
           perform comprobar_filtros
           if cambio_coincide = 1
               add 1 to total_mostrados
               perform describir_operacion
               display PantallaMarco
               display p_linea_cambio_maestro
               display p_continuar
               accept continuar
                 with time-out ws-tiempo-espera
                 on exception
                   move 1 to sesion-expirada-llamada
                   move 0 to transaccion_activa
                   move 1 to fin_cambios
               end-accept
           end-if
       end-read.

      *Comprueba los filtros de fichero, clave, campo, usuario y
      *fechas.
       comprobar_filtros.
       move 1 to cambio_coincide.
       if fichero_filtro not = spaces
          and cma_fichero not = fichero_filtro
           move 0 to cambio_coincide
       end-if.
       if clave_filtro not = spaces
          and cma_clave not = clave_filtro
           move 0 to cambio_coincide
       end-if.
       if campo_filtro not = spaces
          and cma_campo not = campo_filtro
           move 0 to cambio_coincide
       end-if.
       if usuario_filtro not = spaces
          and cma_usuario not = usuario_filtro
           move 0 to cambio_coincide
       end-if.
       if cma_fecha < fecha_desde or cma_fecha > fecha_hasta
           move 0 to cambio_coincide
       end-if.

      *Pone en claro la operacion que origino el cambio.
       describir_operacion.
       evaluate true
         when cambio_alta
           move "ALTA" to operacion_descrita
         when cambio_modificacion
           move "MODIFICACION" to operacion_descrita
         when cambio_baja
           move "BAJA" to operacion_descrita
         when other
           move spaces to operacion_descrita
       end-evaluate.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".
