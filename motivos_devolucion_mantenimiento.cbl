       program-id. motivos_devolucion_mantenimiento
           as "motivos_devolucion_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de motivos de devolucion.
       copy "file_control_motivos_devolucion.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de motivos de devolucion.
       copy "estructura_motivo_devolucion.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-motivos-dev pic xx value spaces.
       77 fin_motivos_dev pic 9 value 0.
       77 linea_motivo_dev pic 99 value 6.
       77 motivo_existente pic 9 value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_motivos_devolucion.cpy".
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
      *Lista de los motivos de devolucion.
       copy "p_motivos_devolucion.cpy".
      *Pantalla del menu de motivos de devolucion.
       01 p_menu_motivo_dev
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Motivos de devolucion".
           02 line 6 col 10 value "1.- Alta o cambio de motivo".
           02 line 8 col 10 value "2.- Consulta de motivos".
           02 line 10 col 10 value "3.- Baja de motivo".
           02 line 12 col 10 value "4.- Salir".
           02 line 14 col 10 value "Opcion: ".
           02 line 14 col 19 REQUIRED pic 9 using opcion_mtto.
      *Datos de un motivo de devolucion.
       01 p_datos_motivo_dev
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Motivo de devolucion".
           02 line 6 col 5 value "Codigo: ".
           02 line 6 col 19 REQUIRED pic xx using mdv_codigo.
           02 line 7 col 5 value "Descripcion: ".
           02 line 7 col 19 pic x(30) using mdv_descripcion.
           02 line 8 col 5 value "Defecto del producto (S/N): ".
           02 line 8 col 34 pic x using mdv_defecto.
      *Pide el codigo del motivo que se da de baja.
       01 obten_codigo_motivo_dev
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de motivo: ".
           02 line 4 col 24 REQUIRED pic xx using mdv_codigo.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "motivos_devolucion_mantenimiento" to cam_programa.
       move "MOTIVO_DEV" to cam_fichero.
       move campos_cambio_motivo_dev to tabla_campos_cambio.
       move num_campos_motivo_dev to num_campos_cambio.
      *Motivos por los que los clientes devuelven genero, que se
      *piden en cada devolucion y en cada reparacion en garantia;
      *los marcados como defecto del producto son los que cuentan
      *en la tasa de defectos del informe de calidad.
       move 0 to sesion-expirada-llamada.
       perform abrir_motivos_devolucion.
       display pantallaMarco.
       display p_menu_motivo_dev.
       accept p_menu_motivo_dev
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform mantener_motivo_dev
         when 2 perform consultar_motivos_dev
         when 3 perform baja_motivo_dev
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close motivos_devolucion.
       exit program.

      *Da de alta un motivo o cambia uno que ya existe.
       mantener_motivo_dev.
       move 1 to transaccion_activa.
       move spaces to RMotivoDevolucion.
       move "N" to mdv_defecto.
       display PantallaMarco.
       perform listar_motivos_devolucion.
       display p_datos_motivo_dev.
       accept p_datos_motivo_dev
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       if mdv_defecto = "s"
           move "S" to mdv_defecto
       end-if
       if mdv_defecto not = "S"
           move "N" to mdv_defecto
       end-if
       if mdv_descripcion = spaces
           move spaces to ws-estado-fichero
           move "Falta la descripcion del motivo."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           perform grabar_motivo_dev
       end-if
       end-if.

      *Graba el motivo tecleado, como alta o como cambio, y deja
      *anotado el cambio.
       grabar_motivo_dev.
       move RMotivoDevolucion to imagen_nueva_maestro.
       move 0 to motivo_existente.
       read motivos_devolucion
         key is mdv_codigo
         invalid key
           continue
         not invalid key
           move 1 to motivo_existente
       end-read.
       if motivo_existente = 1
           move RMotivoDevolucion to imagen_anterior_maestro
           move imagen_nueva_maestro to RMotivoDevolucion
           rewrite RMotivoDevolucion
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo grabar el motivo."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_motivo_dev
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-rewrite
       else
           move imagen_nueva_maestro to RMotivoDevolucion
           write RMotivoDevolucion
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo grabar el motivo."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move spaces to imagen_anterior_maestro
               move "A" to cam_operacion
               perform anotar_cambio_motivo_dev
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-write
       end-if.

      *Muestra los motivos del maestro.
       consultar_motivos_dev.
       display PantallaMarco.
       perform listar_motivos_devolucion.
       display p_continuar.
       accept continuar.

      *Borra un motivo. Las devoluciones y las ordenes con ese
      *motivo lo conservan y el informe de calidad las sigue
      *contando con su codigo.
       baja_motivo_dev.
       move 1 to transaccion_activa.
       move spaces to RMotivoDevolucion.
       display PantallaMarco.
       display obten_codigo_motivo_dev.
       accept obten_codigo_motivo_dev
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read motivos_devolucion
         key is mdv_codigo
         invalid key
           continue
         not invalid key
           move RMotivoDevolucion to imagen_anterior_maestro
       end-read
       delete motivos_devolucion
         invalid key
           move spaces to ws-estado-fichero
           move "Motivo no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_motivo_dev
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Anota en el registro de cambios los campos del motivo que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_motivo_dev.
       move mdv_codigo to cam_clave.
       move RMotivoDevolucion to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Apertura y lista del maestro de motivos de devolucion.
       copy "parrafo_motivos_devolucion.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
