       program-id. codigos_barras_mantenimiento
           as "codigos_barras_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de codigos de barras.
       copy "file_control_codigos_barras.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de codigos de barras.
       copy "estructura_codigo_barras.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 codigo_valido pic 9 value 0.
       77 fecha_hoy pic 9(8) value 0.
      *Campos del listado de codigos de un articulo.
       77 articulo_consulta pic x(4) value spaces.
       77 fin_codigos pic 9 value 0.
       77 hubo_codigo pic 9 value 0.
       77 linea_actual pic 99 value 8.
      *Campos de trabajo de los codigos de barras.
       copy "ws_codigo_barras.cpy".
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_codigo_barras.cpy".
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
      *Pantalla del menu de codigos de barras.
       01 p_menu_codigos_barras
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Codigos de barras".
           02 line 6 col 10 value "1.- Alta de codigo".
           02 line 7 col 10 value "2.- Baja de codigo".
           02 line 8 col 10 value "3.- Codigos de un articulo".
           02 line 9 col 10 value "4.- Salir".
           02 line 11 col 10 value "Opcion: ".
           02 line 11 col 19 REQUIRED pic 9 using opcion_mtto.
      *Datos del codigo de barras que se da de alta.
       01 p_datos_codigo_barras
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Alta de codigo de barras".
           02 line 6 col 5 value "Codigo de barras: ".
           02 line 6 col 25 REQUIRED pic x(14) using cb_codigo_barras.
           02 line 7 col 5 value "Articulo: ".
           02 line 7 col 25 REQUIRED pic x(4)
              using cb_codigo_articulo.
           02 line 8 col 5 value "Proveedor: ".
           02 line 8 col 25 pic x(4) using cb_codigo_proveedor.
           02 line 8 col 31 value "(en blanco, codigo propio)".
      *Pide el codigo de barras que se da de baja.
       01 obten_codigo_barras
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Baja de codigo de barras".
           02 line 6 col 5 value "Codigo de barras: ".
           02 line 6 col 25 REQUIRED pic x(14) using cb_codigo_barras.
      *Ficha del codigo que se va a dar de baja.
       01 p_ficha_codigo_barras
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 7 col 5 value "Articulo: ".
           02 line 7 col 25 pic x(4) from cb_codigo_articulo.
           02 line 7 col 31 pic x(20) from descripcion of RArticulo.
           02 line 8 col 5 value "Proveedor: ".
           02 line 8 col 25 pic x(4) from cb_codigo_proveedor.
           02 line 9 col 5 value "Fecha de alta: ".
           02 line 9 col 25 pic 9(8) from cb_fecha_alta.
           02 line 11 col 5 value "Confirmar la baja (S/N): ".
           02 line 11 col 31 REQUIRED pic x using continuar.
      *Pide el articulo cuyos codigos se listan.
       01 obten_articulo_codigos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Articulo: ".
           02 line 4 col 16 REQUIRED pic x(4) using articulo_consulta.
           02 line 6 col 5 value
              "Codigo         Tipo Proveedor Alta".
      *Una linea por codigo de barras del articulo.
       01 p_linea_codigo_barras
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic x(14) from cb_codigo_barras.
           02 line linea_actual col 20 pic x from cb_tipo.
           02 line linea_actual col 25 pic x(4)
              from cb_codigo_proveedor.
           02 line linea_actual col 35 pic 9(8) from cb_fecha_alta.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "codigos_barras_mantenimiento" to cam_programa.
       move "COD_BARRAS" to cam_fichero.
       move campos_cambio_codigo_barras to tabla_campos_cambio.
       move num_campos_codigo_barras to num_campos_cambio.
      *Codigos de barras de los articulos: cada articulo puede tener
      *varios codigos EAN/UPC, propios o del genero de cada
      *proveedor, que se validan con su digito de control. Con
      *ellos el mostrador, la recepcion y el inventario aceptan el
      *codigo escaneado en lugar del codigo del articulo.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
       perform abrir_ficheros_barras.
       display pantallaMarco.
       display p_menu_codigos_barras.
       accept p_menu_codigos_barras
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_codigo_barras
         when 2 perform baja_codigo_barras
         when 3 perform codigos_articulo
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       perform cerrar_ficheros_barras.
       exit program.

      *Da de alta un codigo de barras de un articulo.
       alta_codigo_barras.
       move 1 to transaccion_activa.
       move spaces to RCodigoBarras.
       display PantallaMarco.
       display p_datos_codigo_barras.
       accept p_datos_codigo_barras
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       perform validar_alta_codigo.
       if codigo_valido = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move barras_tipo to cb_tipo.
       move fecha_hoy to cb_fecha_alta.
       write RCodigoBarras
         invalid key
           move spaces to ws-estado-fichero
           move "Codigo de barras ya asignado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_codigo_barras
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-write.

      *Comprueba el digito de control, el articulo y el proveedor
      *del codigo tecleado.
       validar_alta_codigo.
       move 1 to codigo_valido.
       move cb_codigo_barras to barras_validar.
       perform validar_codigo_barras.
       if barras_valido = 0
           move 0 to codigo_valido
           move "Codigo de barras no valido."
             to ws-descripcion-estado
           exit paragraph
       end-if.
       move cb_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move 0 to codigo_valido
           move "Articulo no encontrado." to ws-descripcion-estado
           exit paragraph
       end-read.
       if cb_codigo_proveedor not = spaces
           move cb_codigo_proveedor to prov_codigo
           read proveedores
             key is prov_codigo
             invalid key
               move 0 to codigo_valido
               move "Proveedor no encontrado."
                 to ws-descripcion-estado
           end-read
       end-if.

      *Da de baja un codigo de barras tras mostrarlo.
       baja_codigo_barras.
       move 1 to transaccion_activa.
       move spaces to cb_codigo_barras.
       display PantallaMarco.
       display obten_codigo_barras.
       accept obten_codigo_barras
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       read codigos_barras
         key is cb_codigo_barras
         invalid key
           move spaces to ws-estado-fichero
           move "Codigo de barras no encontrado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-read.
       move spaces to descripcion of RArticulo.
       move cb_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
       end-read.
       move "N" to continuar.
       display PantallaMarco.
       display obten_codigo_barras.
       display p_ficha_codigo_barras.
       accept p_ficha_codigo_barras
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
          and (continuar = "S" or continuar = "s")
           move RCodigoBarras to imagen_anterior_maestro
           delete codigos_barras record
           move "B" to cam_operacion
           perform anotar_cambio_codigo_barras
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-if.

      *Lista los codigos de barras de un articulo por la clave
      *alternativa del articulo.
       codigos_articulo.
       move 1 to transaccion_activa.
       move spaces to articulo_consulta.
       display PantallaMarco.
       display obten_articulo_codigos.
       accept obten_articulo_codigos
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       move articulo_consulta to cb_codigo_articulo.
       move 0 to fin_codigos.
       move 0 to hubo_codigo.
       move 8 to linea_actual.
       start codigos_barras
         key is equal to cb_codigo_articulo
         invalid key
           move 1 to fin_codigos
       end-start.
       perform until fin_codigos = 1
         read codigos_barras next
           at end
             move 1 to fin_codigos
           not at end
             if cb_codigo_articulo not = articulo_consulta
                 move 1 to fin_codigos
             else
                 move 1 to hubo_codigo
                 display p_linea_codigo_barras
                 add 1 to linea_actual
                 if linea_actual > 21
                     move 1 to fin_codigos
                 end-if
             end-if
         end-read
       end-perform.
       if hubo_codigo = 0
           move spaces to ws-estado-fichero
           move "El articulo no tiene codigos." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           display p_continuar
           accept continuar
       end-if.

      *Abre los ficheros, creando el de codigos vacio la primera
      *vez.
       abrir_ficheros_barras.
       open i-o codigos_barras.
       if ws-estado-barras = "35"
           open output codigos_barras
           close codigos_barras
           open i-o codigos_barras
       end-if.
       open input articulos.
       open input proveedores.

      *Cierra los ficheros del mantenimiento.
       cerrar_ficheros_barras.
       close codigos_barras.
       close articulos.
       close proveedores.

      *Anota en el registro de cambios los campos del codigo de barras
      *que cambiaron respecto de la imagen anterior.
       anotar_cambio_codigo_barras.
       move cb_codigo_barras to cam_clave.
       move RCodigoBarras to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Validacion de los codigos de barras.
       copy "parrafo_codigo_barras.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
