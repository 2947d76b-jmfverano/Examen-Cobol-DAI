       select salida_familias
           assign to ".\informe_familias.csv"
           organization is line sequential.
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila las librerias de la estructura de datos.
       fd salida_familias
         value of file-id is ".\informe_familias.csv".
       01 registro_salida_familias pic x(100).
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_familia.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line 4 col 5 value "Codigo de familia: ".
           02 line 4 col 25 REQUIRED pic x(2) using fam_codigo.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "familia_mantenimiento" to cam_programa.
       move "FAMILIAS" to cam_fichero.
       move campos_cambio_familia to tabla_campos_cambio.
       move num_campos_familia to num_campos_cambio.
       move 0 to sesion-expirada-llamada.
       perform abrir_fichero_familias.
       display pantallaMarco.
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_familia
           display PantallaMarco
           display pantalla_completa
           accept continuar
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RFamilia to imagen_anterior_maestro
           display PantallaMarco
           display p_datos_familia
           accept p_datos_familia
               display pantalla_opera_error
               accept continuar
             not invalid key
               move "M" to cam_operacion
               perform anotar_cambio_familia
               display PantallaMarco
               display pantalla_completa
               accept continuar
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read familias
         key is fam_codigo
         invalid key
           continue
         not invalid key
           move RFamilia to imagen_anterior_maestro
       end-read
       delete familias
         invalid key
           move spaces to ws-estado-fichero
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_familia
           display PantallaMarco
           display pantalla_completa
           accept continuar
           open i-o familias
       end-if.

      *Anota en el registro de cambios los campos de la familia que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_familia.
       move fam_codigo to cam_clave.
       move RFamilia to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
