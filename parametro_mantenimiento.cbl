       FILE-CONTROL.
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-fichero pic xx value spaces.
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_parametros.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       copy "p_error_operacion.cpy".
      *Pantalla de edicion de los parametros.
       copy "p_datos_parametros.cpy".
       procedure division using login-usuario
           sesion-expirada-llamada.
      *Edita el fichero central de parametros de explotacion: carga
      *los valores actuales (o los valores de fabrica si el fichero
      *no existe todavia), permite corregirlos y los graba, para que
      *operaciones pueda afinar tiempos, paginas e intervalos sin
      *recompilar nada.
       move 0 to sesion-expirada-llamada.
       move login-usuario to cam_usuario.
       move "parametro_mantenimiento" to cam_programa.
       move "PARAMETROS" to cam_fichero.
       move campos_cambio_parametros to tabla_campos_cambio.
       move num_campos_parametros to num_campos_cambio.
       perform cargar_parametros_actuales.
      *El fichero que no existia se anota como un alta.
       move registro_parametros to imagen_anterior_maestro.
       move "M" to cam_operacion.
       if ws-estado-parametros = "35"
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
       end-if.
       display pantallaMarco.
       display p_datos_parametros.
       accept p_datos_parametros
       else
           write registro_parametros
           close parametros
           perform anotar_cambio_parametros
           display PantallaMarco
           display pantalla_completa
           accept continuar
       if par_tarifa_taller is not numeric
           move 0 to par_tarifa_taller
       end-if.
       if par_umbral_347 is not numeric
           move 0 to par_umbral_347
       end-if.
       if par_dias_taller is not numeric
           move 0 to par_dias_taller
       end-if.
       if par_validez_presupuesto is not numeric
           move 0 to par_validez_presupuesto
       end-if.
       if par_max_devoluciones is not numeric
           move 0 to par_max_devoluciones
       end-if.
       if par_nivel_servicio is not numeric
           move 0 to par_nivel_servicio
       end-if.
       if par_plazo_reposicion is not numeric
           move 0 to par_plazo_reposicion
       end-if.
       if par_ret_fiscal is not numeric
           move 0 to par_ret_fiscal
       end-if.
       if par_limite_compra is not numeric
           move 0 to par_limite_compra
       end-if.
       if par_minimo_intereses is not numeric
           move 0 to par_minimo_intereses
       end-if.
       if par_umbral_defectos is not numeric
           move 0 to par_umbral_defectos
       end-if.

      *Valores de fabrica de los programas, propuestos en la primera
      *edicion del fichero.
       move 0 to par_ret_auditoria.
       move 0 to par_ret_auditoria_op.
       move 0 to par_ret_bitacora.
       move spaces to par_nif_empresa.
       move spaces to par_razon_social.
       move 0 to par_umbral_347.
       move spaces to par_provincia_empresa.
       move spaces to par_iban_empresa.
       move spaces to par_bic_empresa.
       move 10 to par_dias_taller.
       move 30 to par_validez_presupuesto.
       move 3 to par_max_devoluciones.
       move 95 to par_nivel_servicio.
       move 15 to par_plazo_reposicion.
       move spaces to par_almacen_suministro.
       move 6 to par_ret_fiscal.
       move 0 to par_limite_compra.
       move spaces to par_articulo_mano_obra.
       move 0 to par_minimo_intereses.
       move 5 to par_umbral_defectos.

      *Anota en el registro de cambios los parametros que
      *cambiaron respecto de los valores cargados al entrar.
       anotar_cambio_parametros.
       move "GENERAL" to cam_clave.
       move registro_parametros to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
