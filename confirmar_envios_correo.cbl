       program-id. confirmar_envios_correo as "confirmar_envios_correo".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de confirmaciones que devuelve la pasarela de correo:
      *numero de mensaje, OK o ERROR y el motivo del error.
       select entrada_confirmaciones
           assign to ".\correo_confirmacion.csv"
           organization is line sequential
           file status is ws-estado-entrada.
       data division.
       file section.
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd entrada_confirmaciones
         value of file-id is ".\correo_confirmacion.csv".
       01 linea_confirmacion pic x(80).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "confirmar_envios_correo".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       77 ws-estado-entrada pic xx value spaces.
       77 fin_entrada pic 9 value 0.
       77 fecha_proceso pic 9(8) value 0.
      *Campos de la linea de la pasarela.
       77 cnf_numero pic 9(8) value 0.
       77 cnf_resultado pic x(5) value spaces.
       77 cnf_motivo pic x(40) value spaces.
       77 total_enviados pic 9(7) value 0.
       77 total_fallidos pic 9(7) value 0.
       77 total_ignorados pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Carga las confirmaciones de la pasarela de correo: cada
      *mensaje entregado a ella queda enviado o fallido, con la
      *fecha y, si fallo, el motivo. Las lineas de mensajes que no
      *estan en la pasarela se cuentan y se ignoran.
       accept fecha_proceso from DATE YYYYMMDD.
       open input entrada_confirmaciones.
       if ws-estado-entrada not = "00"
           display "Sin fichero de confirmaciones de correo."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open i-o cola_correo.
       if ws-estado-cola-correo not = "00"
           display "No hay mensajes en la cola de correo."
           close entrada_confirmaciones
           move 8 to return-code
           move "ERROR" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       move 0 to fin_entrada.
       perform procesar_confirmacion until fin_entrada = 1.
       close entrada_confirmaciones.
       close cola_correo.
       display "Mensajes enviados: " total_enviados.
       display "Mensajes fallidos: " total_fallidos.
       display "Lineas ignoradas: " total_ignorados.
       compute bit_contador_1 = total_enviados + total_fallidos.
       move total_ignorados to bit_contador_2.
       move "OK" to bit_resultado.
       perform grabar_bitacora.
       exit program.

      *Lee una linea de la pasarela y actualiza su mensaje.
       procesar_confirmacion.
       read entrada_confirmaciones
         at end
           move 1 to fin_entrada
         not at end
           move 0 to cnf_numero
           move spaces to cnf_resultado
           move spaces to cnf_motivo
           unstring linea_confirmacion delimited by ","
             into cnf_numero cnf_resultado cnf_motivo
           end-unstring
           if cnf_numero = 0
               add 1 to total_ignorados
           else
               perform anotar_confirmacion
           end-if
       end-read.

      *Deja el mensaje enviado o fallido; solo se admiten mensajes
      *que la cola tiene entregados a la pasarela.
       anotar_confirmacion.
       move cnf_numero to mc_numero.
       read cola_correo
         key is mc_numero
         invalid key
           add 1 to total_ignorados
           exit paragraph
       end-read.
       if not mc_en_pasarela
           add 1 to total_ignorados
           exit paragraph
       end-if.
       if cnf_resultado = "OK" or cnf_resultado = "ok"
           set mc_enviado to true
           move spaces to mc_motivo
       else
           set mc_fallido to true
           move cnf_motivo to mc_motivo
           if mc_motivo = spaces
               move "Rechazado por la pasarela." to mc_motivo
           end-if
       end-if.
       move fecha_proceso to mc_fecha_estado.
       rewrite RMensajeCorreo
         invalid key
           add 1 to total_ignorados
         not invalid key
           if mc_enviado
               add 1 to total_enviados
           else
               add 1 to total_fallidos
           end-if
       end-rewrite.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
