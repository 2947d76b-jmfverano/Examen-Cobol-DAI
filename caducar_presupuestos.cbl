       program-id. caducar_presupuestos as "caducar_presupuestos".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de los ficheros de presupuestos.
       copy "file_control_presupuestos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
       data division.
       file section.
      *Utiliza la estructura de los ficheros de presupuestos.
       copy "estructura_presupuesto.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "caducar_presupuestos".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-presupuestos pic xx value spaces.
       77 ws-estado-pres-detalle pic xx value spaces.
       77 ws-estado-contador-pres pic xx value spaces.
       77 fin_presupuestos pic 9 value 0.
       01 fecha_proceso pic 9(8) value 0.
      *Validez de los presupuestos grabados antes de existir la
      *fecha de validez.
       copy "ws_validez_presupuesto.cpy".
       77 presupuestos_pendientes pic 9(7) value 0.
       77 presupuestos_caducados pic 9(7) value 0.
       77 presupuesto_cambiado pic 9 value 0.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 ws-tiempo-espera pic 9(8) value 180000.

       procedure division.
       perform iniciar_bitacora.
       perform leer_parametros.
       if parametros_leidos = 1
          and par_validez_presupuesto is numeric
          and par_validez_presupuesto not = 0
           move par_validez_presupuesto to dias_validez
       end-if.
      *Caducidad nocturna de presupuestos: todo presupuesto
      *pendiente cuya fecha de validez ya paso queda caducado con la
      *fecha del proceso, y deja de poder convertirse en venta. Los
      *presupuestos grabados antes de existir la fecha de validez
      *la reciben aqui a partir de su fecha de alta.
       accept fecha_proceso from DATE YYYYMMDD.
       open i-o presupuestos.
       if ws-estado-presupuestos not = "00"
           display "No hay presupuestos grabados."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       move low-values to codigo_presupuesto.
       move 0 to fin_presupuestos.
       start presupuestos
         key is not less than codigo_presupuesto
         invalid key
           move 1 to fin_presupuestos
       end-start.
       perform until fin_presupuestos = 1
         read presupuestos next
           at end
             move 1 to fin_presupuestos
           not at end
             if presupuesto_pendiente
                 perform revisar_presupuesto_pendiente
             end-if
         end-read
       end-perform.
       close presupuestos.
       display "Presupuestos caducados: " presupuestos_caducados.
       move presupuestos_caducados to bit_contador_1.
       move presupuestos_pendientes to bit_contador_2.
       if presupuestos_caducados = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Completa la validez que falte y caduca el presupuesto si ya
      *paso.
       revisar_presupuesto_pendiente.
       add 1 to presupuestos_pendientes.
       move 0 to presupuesto_cambiado.
       if pres_fecha_validez is not numeric
          or pres_fecha_validez = 0
           perform calcular_validez_presupuesto
           move 0 to pres_fecha_cierre
           move spaces to pres_motivo_perdida
           move 1 to presupuesto_cambiado
       end-if.
       if pres_fecha_validez < fecha_proceso
           set presupuesto_caducado to true
           move fecha_proceso to pres_fecha_cierre
           add 1 to presupuestos_caducados
           move 1 to presupuesto_cambiado
       end-if.
       if presupuesto_cambiado = 1
           rewrite RPresupuesto
             invalid key
               display "No se pudo actualizar el presupuesto "
                 codigo_presupuesto
           end-rewrite
       end-if.

      *Fecha de validez del presupuesto.
       copy "parrafo_validez_presupuesto.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
