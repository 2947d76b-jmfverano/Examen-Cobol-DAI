       program-id. direccion_entrega_mantenimiento
           as "direccion_entrega_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-direcciones pic xx value spaces.
       77 direccion_valida pic 9 value 0.
       77 fin_direcciones pic 9 value 0.
       77 direcciones_del_cliente pic 99 value 0.
      *Cliente consultado y linea de la lista de direcciones.
       77 cliente_consulta pic x(4) value spaces.
       77 nombre_consulta pic x(15) value spaces.
       77 marca_predeterminada pic x value space.
       77 linea_actual pic 99 value 8.
      *Direccion en curso, retenida mientras se quita la marca de
      *predeterminada a las demas del cliente.
       01 direccion_guardada pic x(87).
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_direccion_entrega.cpy".
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
      *Pantalla del menu de direcciones de entrega.
       01 p_menu_direcciones
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Direcciones de entrega".
           02 line 6 col 10 value "1.- Alta".
           02 line 8 col 10 value "2.- Consulta".
           02 line 10 col 10 value "3.- Modificar".
           02 line 12 col 10 value "4.- Baja".
           02 line 14 col 10 value "5.- Salir".
           02 line 16 col 10 value "Opcion: ".
           02 line 16 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide la clave de la direccion: cliente y numero.
       01 obten_clave_direccion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Direccion de entrega".
           02 line 6 col 5 value "Cliente: ".
           02 line 6 col 22 REQUIRED pic x(4) using dre_codigo_cliente.
           02 line 7 col 5 value "Numero: ".
           02 line 7 col 22 REQUIRED pic 99 using dre_numero.
           02 line 7 col 26 value "(1 a 99 dentro del cliente)".
      *Datos de la direccion de entrega.
       01 p_datos_direccion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 9 col 5 value "Sede: ".
           02 line 9 col 22 pic x(20) using dre_nombre_sede.
           02 line 10 col 5 value "Direccion: ".
           02 line 10 col 22 REQUIRED pic x(25) using dre_direccion.
           02 line 11 col 5 value "Ciudad: ".
           02 line 11 col 22 pic x(15) using dre_ciudad.
           02 line 12 col 5 value "Codigo postal: ".
           02 line 12 col 22 pic x(5) using dre_codigo_postal.
           02 line 13 col 5 value "Provincia: ".
           02 line 13 col 22 pic x(15) using dre_provincia.
           02 line 14 col 5 value "Predeterminada: ".
           02 line 14 col 22 pic x using dre_predeterminada.
           02 line 14 col 26 value "(S/N)".
      *Pide el cliente cuyas direcciones se listan.
       01 obten_cliente_consulta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Direcciones del cliente: ".
           02 line 4 col 31 REQUIRED pic x(4) using cliente_consulta.
      *Cabecera de la lista de direcciones.
       01 p_titulo_consulta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 37 pic x(15) from nombre_consulta.
           02 line 6 col 5 value
              "N.  Sede                 Direccion                 ".
           02 line 6 col 56 value "Ciudad".
      *Una linea de la lista de direcciones; el asterisco marca la
      *predeterminada.
       01 p_linea_consulta
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 3 pic x from marca_predeterminada.
           02 line linea_actual col 5 pic 99 from dre_numero.
           02 line linea_actual col 9 pic x(20) from dre_nombre_sede.
           02 line linea_actual col 30 pic x(25) from dre_direccion.
           02 line linea_actual col 56 pic x(15) from dre_ciudad.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "direccion_entrega_mantenimiento" to cam_programa.
       move "DIR_ENTREGA" to cam_fichero.
       move campos_cambio_direccion_entrega to tabla_campos_cambio.
       move num_campos_direccion_entrega to num_campos_cambio.
      *Mantiene las direcciones de entrega de los clientes con
      *varias sucursales. La predeterminada es la que se propone al
      *dar de alta la venta; la direccion del maestro de clientes
      *sigue siendo la de facturacion.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_direcciones.
       open input clientes.
       display pantallaMarco.
       display p_menu_direcciones.
       accept p_menu_direcciones
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_direccion
         when 2 perform consulta_direcciones
         when 3 perform modificar_direccion
         when 4 perform baja_direccion
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close direcciones_entrega.
       close clientes.
       exit program.

      *Da de alta una direccion de entrega de un cliente. La
      *primera direccion del cliente queda como predeterminada.
       alta_direccion.
       move 1 to transaccion_activa.
       move spaces to RDireccionEntrega.
       move 0 to dre_numero.
       perform pedir_clave_direccion.
       if transaccion_activa = 1
       move "N" to dre_predeterminada
       display p_datos_direccion
       accept p_datos_direccion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept
       if transaccion_activa = 1
           perform validar_direccion
           if direccion_valida = 1
               perform contar_direcciones_cliente
               if direcciones_del_cliente = 0
                   move "S" to dre_predeterminada
               end-if
               write RDireccionEntrega
                 invalid key
                   move spaces to ws-estado-fichero
                   move "Numero ya usado en ese cliente."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_direccion
                   perform quitar_otras_predeterminadas
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
       end-if
       end-if.

      *Lista las direcciones de entrega de un cliente.
       consulta_direcciones.
       move 1 to transaccion_activa.
       move spaces to cliente_consulta.
       display PantallaMarco.
       display obten_cliente_consulta.
       accept obten_cliente_consulta
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       move cliente_consulta to codigo of RCliente
       read clientes
         key is codigo of RCliente
         invalid key
           move spaces to nombre_consulta
         not invalid key
           move nombre of RCliente to nombre_consulta
       end-read
       display p_titulo_consulta
       move 8 to linea_actual
       move cliente_consulta to dre_codigo_cliente
       move 0 to dre_numero
       move 0 to fin_direcciones
       start direcciones_entrega
         key is not less than dre_clave
         invalid key
           move 1 to fin_direcciones
       end-start
       perform until fin_direcciones = 1
          or linea_actual > 20
         read direcciones_entrega next
           at end
             move 1 to fin_direcciones
           not at end
             if dre_codigo_cliente not = cliente_consulta
                 move 1 to fin_direcciones
             else
                 move space to marca_predeterminada
                 if direccion_predeterminada
                     move "*" to marca_predeterminada
                 end-if
                 display p_linea_consulta
                 add 1 to linea_actual
             end-if
         end-read
       end-perform
       if linea_actual = 8
           move spaces to ws-estado-fichero
           move "El cliente no tiene direcciones."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           display p_continuar
           accept continuar
       end-if
       end-if.

      *Permite cambiar los datos de una direccion de entrega o
      *hacerla la predeterminada del cliente.
       modificar_direccion.
       move 1 to transaccion_activa.
       move spaces to RDireccionEntrega.
       move 0 to dre_numero.
       perform pedir_clave_direccion.
       if transaccion_activa = 1
       read direcciones_entrega
         key is dre_clave
         invalid key
           move spaces to ws-estado-fichero
           move "Direccion no encontrada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RDireccionEntrega to imagen_anterior_maestro
           display p_datos_direccion
           accept p_datos_direccion
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_direccion
               if direccion_valida = 1
                   rewrite RDireccionEntrega
                     invalid key
                       move spaces to ws-estado-fichero
                       move "No se pudo modificar la direccion."
                         to ws-descripcion-estado
                       display PantallaMarco
                       display pantalla_opera_error
                       accept continuar
                     not invalid key
                       move "M" to cam_operacion
                       perform anotar_cambio_direccion
                       perform quitar_otras_predeterminadas
                       display PantallaMarco
                       display pantalla_completa
                       accept continuar
                   end-rewrite
               end-if
           end-if
       end-read
       end-if.

      *Borra una direccion de entrega. Las ventas que la llevaban
      *salen a la direccion del maestro.
       baja_direccion.
       move 1 to transaccion_activa.
       move spaces to RDireccionEntrega.
       move 0 to dre_numero.
       perform pedir_clave_direccion.
       if transaccion_activa = 1
       read direcciones_entrega
         key is dre_clave
         invalid key
           continue
         not invalid key
           move RDireccionEntrega to imagen_anterior_maestro
       end-read
       delete direcciones_entrega
         invalid key
           move spaces to ws-estado-fichero
           move "Direccion no encontrada."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_direccion
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Pide el cliente y el numero de la direccion.
       pedir_clave_direccion.
       display PantallaMarco.
       display obten_clave_direccion.
       accept obten_clave_direccion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           display obten_clave_direccion
       end-if.

      *El cliente tiene que existir en el maestro, el numero no
      *puede ser cero y la marca de predeterminada es S o N.
       validar_direccion.
       move 1 to direccion_valida.
       move spaces to ws-estado-fichero.
       if dre_predeterminada = "s"
           move "S" to dre_predeterminada
       end-if.
       if dre_predeterminada not = "S"
           move "N" to dre_predeterminada
       end-if.
       if dre_numero = 0
           move 0 to direccion_valida
           move "El numero de direccion no puede ser 0."
             to ws-descripcion-estado
       end-if.
       if direccion_valida = 1
           move dre_codigo_cliente to codigo of RCliente
           read clientes
             key is codigo of RCliente
             invalid key
               move 0 to direccion_valida
               move "El cliente no existe."
                 to ws-descripcion-estado
           end-read
       end-if.
       if direccion_valida = 0
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Cuenta las direcciones que ya tiene el cliente de la
      *direccion en curso, sin perder la direccion tecleada.
       contar_direcciones_cliente.
       move RDireccionEntrega to direccion_guardada.
       move 0 to direcciones_del_cliente.
       move 0 to dre_numero.
       move 0 to fin_direcciones.
       start direcciones_entrega
         key is not less than dre_clave
         invalid key
           move 1 to fin_direcciones
       end-start.
       perform until fin_direcciones = 1
         read direcciones_entrega next
           at end
             move 1 to fin_direcciones
           not at end
             if dre_codigo_cliente
                not = direccion_guardada(1:4)
                 move 1 to fin_direcciones
             else
                 add 1 to direcciones_del_cliente
             end-if
         end-read
       end-perform.
       move direccion_guardada to RDireccionEntrega.

      *Si la direccion recien grabada es la predeterminada, quita la
      *marca a las demas del mismo cliente: solo puede haber una.
       quitar_otras_predeterminadas.
       if direccion_predeterminada
           move RDireccionEntrega to direccion_guardada
           move 0 to dre_numero
           move 0 to fin_direcciones
           start direcciones_entrega
             key is not less than dre_clave
             invalid key
               move 1 to fin_direcciones
           end-start
           perform until fin_direcciones = 1
             read direcciones_entrega next
               at end
                 move 1 to fin_direcciones
               not at end
                 if dre_codigo_cliente
                    not = direccion_guardada(1:4)
                     move 1 to fin_direcciones
                 else
                     if direccion_predeterminada
                        and dre_clave not = direccion_guardada(1:6)
                         move RDireccionEntrega
                           to imagen_anterior_maestro
                         move "N" to dre_predeterminada
                         rewrite RDireccionEntrega
                           invalid key
                             continue
                           not invalid key
                             move "M" to cam_operacion
                             perform anotar_cambio_direccion
                         end-rewrite
                     end-if
                 end-if
             end-read
           end-perform
           move direccion_guardada to RDireccionEntrega
       end-if.

      *Abre el fichero de direcciones de entrega, creandolo vacio la
      *primera vez.
       abrir_fichero_direcciones.
       open i-o direcciones_entrega.
       if ws-estado-direcciones = "35"
           open output direcciones_entrega
           close direcciones_entrega
           open i-o direcciones_entrega
       end-if.

      *Anota en el registro de cambios los campos de la direccion de
      *entrega que cambiaron respecto de la imagen anterior.
       anotar_cambio_direccion.
       move dre_clave to cam_clave.
       move RDireccionEntrega to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
