       copy "file_control_bitacora.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero maestro de formas de pago.
       copy "estructura_bitacora.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
      *Campos de la bitacora, usados para dejar constancia del
      *arqueo y de su descuadre.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_forma_pago.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line 21 col 5 value "Diferencia de caja: ".
           02 line 21 col 26 pic -(9)9.99 from diferencia_caja.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "forma_pago_mantenimiento" to cam_programa.
       move "FORMAS_PAGO" to cam_fichero.
       move campos_cambio_forma_pago to tabla_campos_cambio.
       move num_campos_forma_pago to num_campos_cambio.
      *Formas de pago de los cobros y arqueo de caja de fin de dia:
      *los cobros de hoy totalizados por forma, el efectivo que
      *deberia haber en el cajon contra el contado, y la diferencia
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_forma_pago
           display PantallaMarco
           display pantalla_completa
           accept continuar
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       read formas_pago
         key is fp_codigo
         invalid key
           continue
         not invalid key
           move RFormaPago to imagen_anterior_maestro
       end-read
       delete formas_pago
         invalid key
           move spaces to ws-estado-fichero
           display pantalla_opera_error
           accept continuar
         not invalid key
           move "B" to cam_operacion
           perform anotar_cambio_forma_pago
           display PantallaMarco
           display pantalla_completa
           accept continuar
           at end
             move 1 to fin_cobros
           not at end
             if cob_fecha = fecha_hoy and cob_importe > 0
                 add 1 to cobros_dia
                 perform acumular_forma_cobro
             end-if
           open i-o formas_pago
       end-if.

      *Anota en el registro de cambios los campos de la forma de pago
      *que cambiaron respecto de la imagen anterior.
       anotar_cambio_forma_pago.
       move fp_codigo to cam_clave.
       move RFormaPago to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
