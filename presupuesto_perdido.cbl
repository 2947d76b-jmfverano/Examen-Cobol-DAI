       program-id. presupuesto_perdido as "presupuesto_perdido".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de presupuestos.
       copy "file_control_presupuestos.cpy".
      *Utiliza el control del fichero de motivos de perdida.
       copy "file_control_motivos_perdida.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura de los ficheros de presupuestos.
       copy "estructura_presupuesto.cpy".
      *Utiliza la estructura del fichero de motivos de perdida.
       copy "estructura_motivo_perdida.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-presupuestos pic xx value spaces.
       77 ws-estado-pres-detalle pic xx value spaces.
       77 ws-estado-contador-pres pic xx value spaces.
       77 ws-estado-motivos pic xx value spaces.
       77 fin_motivos pic 9 value 0.
      *Motivo tecleado al marcar el presupuesto y linea de la lista
      *de motivos.
       77 motivo_tecleado pic xx value spaces.
       77 linea_actual pic 99 value 10.
       77 fecha_cierre_hoy pic 9(8) value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       77 motivo_existente pic 9 value 0.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_motivos_perdida.cpy".
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
      *Pantalla del menu de presupuestos perdidos.
       01 p_menu_perdidos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Presupuestos perdidos".
           02 line 6 col 10 value "1.- Marcar presupuesto perdido".
           02 line 7 col 10 value "2.- Alta o cambio de motivo".
           02 line 8 col 10 value "3.- Baja de motivo".
           02 line 9 col 10 value "4.- Salir".
           02 line 11 col 10 value "Opcion: ".
           02 line 11 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide el presupuesto perdido y el motivo.
       01 p_marcar_perdido
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de presupuesto: ".
           02 line 4 col 29 REQUIRED pic xxxx
              using codigo_presupuesto.
           02 line 6 col 5 value "Motivo de la perdida: ".
           02 line 6 col 29 REQUIRED pic xx using motivo_tecleado.
      *Cabecera de la lista de motivos.
       01 p_titulo_motivos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 9 col 5 value "Motivos:".
      *Una linea de la lista de motivos.
       01 p_linea_motivo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 6 pic xx from mot_codigo.
           02 line linea_actual col 10 pic x(30) from mot_descripcion.
      *Datos de un motivo de perdida.
       01 p_datos_motivo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Motivo de perdida".
           02 line 6 col 5 value "Codigo: ".
           02 line 6 col 19 REQUIRED pic xx using mot_codigo.
           02 line 7 col 5 value "Descripcion: ".
           02 line 7 col 19 pic x(30) using mot_descripcion.
      *Pide el codigo del motivo que se da de baja.
       01 obten_codigo_motivo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Codigo de motivo: ".
           02 line 4 col 24 REQUIRED pic xx using mot_codigo.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "presupuesto_perdido" to cam_programa.
       move "MOTIVO_PER" to cam_fichero.
       move campos_cambio_motivo_per to tabla_campos_cambio.
       move num_campos_motivo_per to num_campos_cambio.
      *Marca como perdido un presupuesto pendiente que el cliente
      *ha rechazado, con el motivo del maestro de motivos, y
      *mantiene ese maestro. El presupuesto perdido ya no se puede
      *convertir en venta y cuenta como perdido en el informe de
      *presupuestos.
       move 0 to sesion-expirada-llamada.
       perform abrir_motivos_perdida.
       display pantallaMarco.
       display p_menu_perdidos.
       accept p_menu_perdidos
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform marcar_presupuesto_perdido
         when 2 perform mantener_motivo
         when 3 perform baja_motivo
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close motivos_perdida.
       exit program.

      *Pide el presupuesto y el motivo, con la lista de motivos a
      *la vista, y deja el presupuesto perdido con la fecha de hoy.
       marcar_presupuesto_perdido.
       move 1 to transaccion_activa.
       move spaces to codigo_presupuesto.
       move spaces to motivo_tecleado.
       display PantallaMarco.
       perform listar_motivos.
       display p_marcar_perdido.
       accept p_marcar_perdido
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       move motivo_tecleado to mot_codigo
       read motivos_perdida
         key is mot_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Motivo no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform grabar_presupuesto_perdido
       end-read
       end-if.

      *Marca el presupuesto leido como perdido, si sigue pendiente.
       grabar_presupuesto_perdido.
       open i-o presupuestos.
       read presupuestos
         key is codigo_presupuesto
         invalid key
           move spaces to ws-estado-fichero
           move "Presupuesto no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           if not presupuesto_pendiente
               move spaces to ws-estado-fichero
               move "El presupuesto ya no esta pendiente."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               accept fecha_cierre_hoy from DATE YYYYMMDD
               set presupuesto_perdido to true
               move fecha_cierre_hoy to pres_fecha_cierre
               move motivo_tecleado to pres_motivo_perdida
               rewrite RPresupuesto
                 invalid key
                   move spaces to ws-estado-fichero
                   move "No se pudo marcar el presupuesto."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-rewrite
           end-if
       end-read.
       close presupuestos.

      *Muestra los motivos del maestro bajo la pantalla de marcado.
       listar_motivos.
       display p_titulo_motivos.
       move 10 to linea_actual.
       move low-values to mot_codigo.
       move 0 to fin_motivos.
       start motivos_perdida
         key is not less than mot_codigo
         invalid key
           move 1 to fin_motivos
       end-start.
       perform until fin_motivos = 1
          or linea_actual > 20
         read motivos_perdida next
           at end
             move 1 to fin_motivos
           not at end
             display p_linea_motivo
             add 1 to linea_actual
         end-read
       end-perform.

      *Da de alta un motivo o cambia la descripcion de uno que ya
      *existe, y deja anotado el cambio.
       mantener_motivo.
       move 1 to transaccion_activa.
       move spaces to RMotivoPerdida.
       display PantallaMarco.
       display p_datos_motivo.
       accept p_datos_motivo
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform grabar_motivo
       end-if.

      *Graba el motivo tecleado, como alta o como cambio.
       grabar_motivo.
       move RMotivoPerdida to imagen_nueva_maestro.
       move 0 to motivo_existente.
       read motivos_perdida
         key is mot_codigo
         invalid key
           continue
         not invalid key
           move 1 to motivo_existente
       end-read.
       if motivo_existente = 1
           move RMotivoPerdida to imagen_anterior_maestro
           move imagen_nueva_maestro to RMotivoPerdida
           rewrite RMotivoPerdida
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo grabar el motivo."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_motivo
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-rewrite
       else
           move imagen_nueva_maestro to RMotivoPerdida
           write RMotivoPerdida
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
               perform anotar_cambio_motivo
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-write
       end-if.

      *Borra un motivo. Los presupuestos perdidos con ese motivo lo
      *conservan y el informe los saca sin descripcion.
       baja_motivo.
       move 1 to transaccion_activa.
       move spaces to RMotivoPerdida.
       display PantallaMarco.
       display obten_codigo_motivo.
       accept obten_codigo_motivo
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read motivos_perdida
         key is mot_codigo
         invalid key
           continue
         not invalid key
           move RMotivoPerdida to imagen_anterior_maestro
       end-read
       delete motivos_perdida
         invalid key
           move spaces to ws-estado-fichero
           move "Motivo no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_motivo
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Anota en el registro de cambios los campos del motivo que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_motivo.
       move mot_codigo to cam_clave.
       move RMotivoPerdida to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Abre el maestro de motivos, creandolo vacio la primera vez.
       abrir_motivos_perdida.
       open i-o motivos_perdida.
       if ws-estado-motivos = "35"
           open output motivos_perdida
           close motivos_perdida
           open i-o motivos_perdida
       end-if.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
