       program-id. transportista_mantenimiento
           as "transportista_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de transportistas y
      *tarifas de portes.
       copy "file_control_transportistas.cpy".
      *Utiliza el control del fichero maestro de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura de los ficheros de transportistas y
      *tarifas de portes.
       copy "estructura_transportista.cpy".
      *Utiliza la estructura del fichero maestro de proveedores.
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
       77 ws-estado-transportistas pic xx value spaces.
       77 ws-estado-tarifas-porte pic xx value spaces.
       77 ws-estado-zonas-porte pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
       77 proveedores_abiertos pic 9 value 0.
       77 transportista_valido pic 9 value 0.
       77 fin_transportistas pic 9 value 0.
       77 fin_tarifas pic 9 value 0.
      *Transportista en curso, retenido mientras se quita la marca
      *de predeterminado a los demas.
       01 transportista_guardado pic x(34).
      *Tarifa o zona tecleada y linea de la lista de tramos.
       77 tarifa_transportista pic x(4) value spaces.
       77 tarifa_zona pic 99 value 0.
       77 tarifa_peso pic 9(5)v99 value 0.
       77 tarifa_importe pic 9(5)v99 value 0.
       77 zona_prefijo pic xx value spaces.
       77 zona_numero pic 99 value 0.
       77 linea_actual pic 99 value 10.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_transportista.cpy".
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
      *Pantalla del menu de transportistas.
       01 p_menu_transportistas
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Transportistas y tarifas de portes".
           02 line 6 col 10 value "1.- Alta de transportista".
           02 line 7 col 10 value "2.- Consulta de transportista".
           02 line 8 col 10 value "3.- Modificar transportista".
           02 line 9 col 10 value "4.- Baja de transportista".
           02 line 10 col 10 value "5.- Tarifa por zona y peso".
           02 line 11 col 10 value "6.- Zona de un codigo postal".
           02 line 12 col 10 value "7.- Salir".
           02 line 14 col 10 value "Opcion: ".
           02 line 14 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide el codigo del transportista.
       01 obten_codigo_transportista
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Transportista: ".
           02 line 4 col 22 REQUIRED pic x(4) using tra_codigo.
      *Datos del transportista.
       01 p_datos_transportista
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Nombre: ".
           02 line 6 col 22 REQUIRED pic x(25) using tra_nombre.
           02 line 7 col 5 value "Proveedor: ".
           02 line 7 col 22 pic x(4) using tra_codigo_proveedor.
           02 line 7 col 28 value "(con el que se registran sus".
           02 line 7 col 57 value " facturas)".
           02 line 8 col 5 value "Predeterminado: ".
           02 line 8 col 22 pic x using tra_predeterminado.
           02 line 8 col 26 value "(S/N)".
      *Cabecera de la lista de tramos del transportista.
       01 p_titulo_tarifas
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 10 col 5 value "Zona  Peso hasta (kg)  Importe".
      *Una linea de la lista de tramos.
       01 p_linea_tarifa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 6 pic 99 from trf_zona.
           02 line linea_actual col 12 pic zzzz9.99 from trf_peso_hasta.
           02 line linea_actual col 26 pic zzzz9.99 from trf_importe.
      *Datos de un tramo de tarifa.
       01 p_datos_tarifa
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Tarifa de portes".
           02 line 6 col 5 value "Transportista: ".
           02 line 6 col 22 REQUIRED pic x(4)
              using tarifa_transportista.
           02 line 7 col 5 value "Zona: ".
           02 line 7 col 22 pic 99 using tarifa_zona.
           02 line 8 col 5 value "Peso hasta (kg): ".
           02 line 8 col 22 pic 9(5)v99 using tarifa_peso.
           02 line 9 col 5 value "Importe: ".
           02 line 9 col 22 pic 9(5)v99 using tarifa_importe.
           02 line 11 col 5 value
              "Un importe a cero borra el tramo.".
      *Datos de la zona de un codigo postal.
       01 p_datos_zona
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Zona de portes".
           02 line 6 col 5 value "Transportista: ".
           02 line 6 col 22 REQUIRED pic x(4)
              using tarifa_transportista.
           02 line 7 col 5 value "Prefijo C.P.: ".
           02 line 7 col 22 REQUIRED pic xx using zona_prefijo.
           02 line 7 col 26 value "(dos primeras cifras, ** resto)".
           02 line 8 col 5 value "Zona: ".
           02 line 8 col 22 pic 99 using zona_numero.
           02 line 10 col 5 value
              "Una zona a cero borra la asignacion.".

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "transportista_mantenimiento" to cam_programa.
       move "TRANSPORTIST" to cam_fichero.
       move campos_cambio_transportista to tabla_campos_cambio.
       move num_campos_transportista to num_campos_cambio.
      *Mantiene los transportistas con los que se envian los
      *albaranes, sus tarifas de portes por zona de destino y tramo
      *de peso y la zona que corresponde a cada provincia (las dos
      *primeras cifras del codigo postal).
       move 0 to sesion-expirada-llamada.
       perform abrir_ficheros_transportistas.
       move 1 to proveedores_abiertos.
       open input proveedores.
       if ws-estado-proveedores not = "00"
           move 0 to proveedores_abiertos
       end-if.
       display pantallaMarco.
       display p_menu_transportistas.
       accept p_menu_transportistas
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_transportista
         when 2 perform consulta_transportista
         when 3 perform modificar_transportista
         when 4 perform baja_transportista
         when 5 perform mantener_tarifa
         when 6 perform mantener_zona
         when 7 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close transportistas.
       close tarifas_porte.
       close zonas_porte.
       if proveedores_abiertos = 1
           close proveedores
       end-if.
       exit program.

      *Da de alta un transportista.
       alta_transportista.
       move 1 to transaccion_activa.
       move spaces to RTransportista.
       move "N" to tra_predeterminado.
       perform pedir_codigo_transportista.
       if transaccion_activa = 1
       display p_datos_transportista
       accept p_datos_transportista
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept
       if transaccion_activa = 1
           perform validar_transportista
           if transportista_valido = 1
               write RTransportista
                 invalid key
                   move spaces to ws-estado-fichero
                   move "Codigo de transportista duplicado."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_transportista
                   perform quitar_otros_predeterminados
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
       end-if
       end-if.

      *Muestra los datos de un transportista y sus tramos de
      *tarifa por zona.
       consulta_transportista.
       move 1 to transaccion_activa.
       move spaces to RTransportista.
       perform pedir_codigo_transportista.
       if transaccion_activa = 1
       read transportistas
         key is tra_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Transportista no encontrado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           display p_datos_transportista
           display p_titulo_tarifas
           move 11 to linea_actual
           move tra_codigo to trf_transportista
           move 0 to trf_zona
           move 0 to trf_peso_hasta
           move 0 to fin_tarifas
           start tarifas_porte
             key is not less than trf_clave
             invalid key
               move 1 to fin_tarifas
           end-start
           perform until fin_tarifas = 1
              or linea_actual > 20
             read tarifas_porte next
               at end
                 move 1 to fin_tarifas
               not at end
                 if trf_transportista not = tra_codigo
                     move 1 to fin_tarifas
                 else
                     display p_linea_tarifa
                     add 1 to linea_actual
                 end-if
             end-read
           end-perform
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Permite cambiar los datos de un transportista.
       modificar_transportista.
       move 1 to transaccion_activa.
       move spaces to RTransportista.
       perform pedir_codigo_transportista.
       if transaccion_activa = 1
       read transportistas
         key is tra_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Transportista no encontrado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RTransportista to imagen_anterior_maestro
           display p_datos_transportista
           accept p_datos_transportista
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               perform validar_transportista
               if transportista_valido = 1
                   rewrite RTransportista
                     invalid key
                       move spaces to ws-estado-fichero
                       move "No se pudo modificar el transportista."
                         to ws-descripcion-estado
                       display PantallaMarco
                       display pantalla_opera_error
                       accept continuar
                     not invalid key
                       move "M" to cam_operacion
                       perform anotar_cambio_transportista
                       perform quitar_otros_predeterminados
                       display PantallaMarco
                       display pantalla_completa
                       accept continuar
                   end-rewrite
               end-if
           end-if
       end-read
       end-if.

      *Borra un transportista. Sus tarifas y zonas quedan sin uso:
      *la regla por defecto solo recorre los transportistas del
      *maestro.
       baja_transportista.
       move 1 to transaccion_activa.
       move spaces to RTransportista.
       perform pedir_codigo_transportista.
       if transaccion_activa = 1
       read transportistas
         key is tra_codigo
         invalid key
           continue
         not invalid key
           move RTransportista to imagen_anterior_maestro
       end-read
       delete transportistas
         invalid key
           move spaces to ws-estado-fichero
           move "Transportista no encontrado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_transportista
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-delete
       end-if.

      *Da de alta o cambia el importe de un tramo de tarifa; un
      *importe a cero borra el tramo.
       mantener_tarifa.
       move 1 to transaccion_activa.
       move spaces to tarifa_transportista.
       move 0 to tarifa_zona.
       move 0 to tarifa_peso.
       move 0 to tarifa_importe.
       display PantallaMarco.
       display p_datos_tarifa.
       accept p_datos_tarifa
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform comprobar_transportista_tecleado
       end-if.
       if transaccion_activa = 1
       move tarifa_transportista to trf_transportista
       move tarifa_zona to trf_zona
       move tarifa_peso to trf_peso_hasta
       read tarifas_porte
         key is trf_clave
         invalid key
           if tarifa_importe = 0
               move spaces to ws-estado-fichero
               move "Tramo no encontrado." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               move tarifa_importe to trf_importe
               write RTarifaPorte
                 invalid key
                   move spaces to ws-estado-fichero
                   move "No se pudo grabar el tramo."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_tarifa
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
         not invalid key
           move RTarifaPorte to imagen_anterior_maestro
           if tarifa_importe = 0
               delete tarifas_porte
                 invalid key
                   continue
                 not invalid key
                   move "B" to cam_operacion
                   perform anotar_cambio_tarifa
               end-delete
           else
               move tarifa_importe to trf_importe
               rewrite RTarifaPorte
                 invalid key
                   continue
                 not invalid key
                   move "M" to cam_operacion
                   perform anotar_cambio_tarifa
               end-rewrite
           end-if
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-read
       end-if.

      *Asigna la zona de un prefijo de codigo postal para un
      *transportista; una zona a cero borra la asignacion.
       mantener_zona.
       move 1 to transaccion_activa.
       move spaces to tarifa_transportista.
       move spaces to zona_prefijo.
       move 0 to zona_numero.
       display PantallaMarco.
       display p_datos_zona.
       accept p_datos_zona
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform comprobar_transportista_tecleado
       end-if.
       if transaccion_activa = 1
       move tarifa_transportista to zon_transportista
       move zona_prefijo to zon_prefijo_cp
       read zonas_porte
         key is zon_clave
         invalid key
           if zona_numero = 0
               move spaces to ws-estado-fichero
               move "Zona no encontrada." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               move zona_numero to zon_zona
               write RZonaPorte
                 invalid key
                   move spaces to ws-estado-fichero
                   move "No se pudo grabar la zona."
                     to ws-descripcion-estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   move spaces to imagen_anterior_maestro
                   move "A" to cam_operacion
                   perform anotar_cambio_zona
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-write
           end-if
         not invalid key
           move RZonaPorte to imagen_anterior_maestro
           if zona_numero = 0
               delete zonas_porte
                 invalid key
                   continue
                 not invalid key
                   move "B" to cam_operacion
                   perform anotar_cambio_zona
               end-delete
           else
               move zona_numero to zon_zona
               rewrite RZonaPorte
                 invalid key
                   continue
                 not invalid key
                   move "M" to cam_operacion
                   perform anotar_cambio_zona
               end-rewrite
           end-if
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-read
       end-if.

      *Pide el codigo del transportista.
       pedir_codigo_transportista.
       display PantallaMarco.
       display obten_codigo_transportista.
       accept obten_codigo_transportista
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           display obten_codigo_transportista
       end-if.

      *El proveedor del transportista, si se teclea, tiene que
      *existir; la marca de predeterminado es S o N.
       validar_transportista.
       move 1 to transportista_valido.
       move spaces to ws-estado-fichero.
       if tra_predeterminado = "s"
           move "S" to tra_predeterminado
       end-if.
       if tra_predeterminado not = "S"
           move "N" to tra_predeterminado
       end-if.
       if tra_codigo_proveedor not = spaces
          and proveedores_abiertos = 1
           move tra_codigo_proveedor to prov_codigo
           read proveedores
             key is prov_codigo
             invalid key
               move 0 to transportista_valido
               move "El proveedor no existe."
                 to ws-descripcion-estado
           end-read
       end-if.
       if transportista_valido = 0
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Las tarifas y zonas solo se admiten para transportistas del
      *maestro.
       comprobar_transportista_tecleado.
       move tarifa_transportista to tra_codigo.
       read transportistas
         key is tra_codigo
         invalid key
           move spaces to ws-estado-fichero
           move "Transportista no encontrado."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           move 0 to transaccion_activa
       end-read.

      *Si el transportista recien grabado es el predeterminado,
      *quita la marca a los demas: solo puede haber uno.
       quitar_otros_predeterminados.
       if transportista_predeterminado
           move RTransportista to transportista_guardado
           move low-values to tra_codigo
           move 0 to fin_transportistas
           start transportistas
             key is not less than tra_codigo
             invalid key
               move 1 to fin_transportistas
           end-start
           perform until fin_transportistas = 1
             read transportistas next
               at end
                 move 1 to fin_transportistas
               not at end
                 if transportista_predeterminado
                    and tra_codigo not = transportista_guardado(1:4)
                     move RTransportista to imagen_anterior_maestro
                     move "N" to tra_predeterminado
                     rewrite RTransportista
                       invalid key
                         continue
                       not invalid key
                         move "M" to cam_operacion
                         perform anotar_cambio_transportista
                     end-rewrite
                 end-if
             end-read
           end-perform
           move transportista_guardado to RTransportista
       end-if.

      *Abre los ficheros de transportistas, tarifas y zonas,
      *creandolos vacios la primera vez.
       abrir_ficheros_transportistas.
       open i-o transportistas.
       if ws-estado-transportistas = "35"
           open output transportistas
           close transportistas
           open i-o transportistas
       end-if.
       open i-o tarifas_porte.
       if ws-estado-tarifas-porte = "35"
           open output tarifas_porte
           close tarifas_porte
           open i-o tarifas_porte
       end-if.
       open i-o zonas_porte.
       if ws-estado-zonas-porte = "35"
           open output zonas_porte
           close zonas_porte
           open i-o zonas_porte
       end-if.

      *Anota en el registro de cambios los campos del
      *transportista que cambiaron respecto de la imagen anterior.
       anotar_cambio_transportista.
       move "TRANSPORTIST" to cam_fichero.
       move campos_cambio_transportista to tabla_campos_cambio.
       move num_campos_transportista to num_campos_cambio.
       move tra_codigo to cam_clave.
       move RTransportista to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lo mismo para los tramos de tarifa de porte.
       anotar_cambio_tarifa.
       move "TARIFAS_PORT" to cam_fichero.
       move campos_cambio_tarifa_porte to tabla_campos_cambio.
       move num_campos_tarifa_porte to num_campos_cambio.
       move trf_clave to cam_clave.
       move RTarifaPorte to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lo mismo para las zonas de porte por codigo postal.
       anotar_cambio_zona.
       move "ZONAS_PORTE" to cam_fichero.
       move campos_cambio_zona_porte to tabla_campos_cambio.
       move num_campos_zona_porte to num_campos_cambio.
       move zon_clave to cam_clave.
       move RZonaPorte to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
