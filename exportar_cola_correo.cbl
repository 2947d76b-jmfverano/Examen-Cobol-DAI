       program-id. exportar_cola_correo as "exportar_cola_correo".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero que recoge la pasarela de correo con los mensajes que
      *tiene que enviar.
       select salida_correo
           assign to ".\correo_salida.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_correo
         value of file-id is ".\correo_salida.csv".
       01 registro_salida_correo pic x(200).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "exportar_cola_correo".
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
       77 fin_cola pic 9 value 0.
       77 fecha_proceso pic 9(8) value 0.
       77 mensajes_exportados pic 9(7) value 0.
       77 mensajes_sin_enviar pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Entrega a la pasarela de correo los mensajes pendientes de la
      *cola: cada uno se escribe en el fichero que la pasarela
      *recoge y queda marcado en la pasarela hasta que llegue su
      *confirmacion. Los mensajes sin direccion no se entregan; solo
      *se cuentan para el informe de envios.
       accept fecha_proceso from DATE YYYYMMDD.
       open i-o cola_correo.
       if ws-estado-cola-correo not = "00"
           display "No hay mensajes en la cola de correo."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open output salida_correo.
       move spaces to registro_salida_correo.
       string "NUMERO,DESTINATARIO,ASUNTO,TIPO,REFERENCIA,FICHERO"
              delimited by size
         into registro_salida_correo
       end-string.
       write registro_salida_correo.
       move low-values to mc_numero.
       move 0 to fin_cola.
       start cola_correo
         key is not less than mc_numero
         invalid key
           move 1 to fin_cola
       end-start.
       perform until fin_cola = 1
         read cola_correo next
           at end
             move 1 to fin_cola
           not at end
             evaluate true
               when mc_pendiente
                 perform exportar_mensaje
               when mc_sin_direccion
                 add 1 to mensajes_sin_enviar
             end-evaluate
         end-read
       end-perform.
       close cola_correo.
       close salida_correo.
       display "Mensajes entregados a la pasarela: "
           mensajes_exportados.
       display "Mensajes sin direccion de correo: "
           mensajes_sin_enviar.
       move mensajes_exportados to bit_contador_1.
       move mensajes_sin_enviar to bit_contador_2.
       if mensajes_exportados = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Escribe el mensaje para la pasarela y lo marca como entregado
      *a ella.
       exportar_mensaje.
       move spaces to registro_salida_correo.
       string mc_numero delimited by size
              "," delimited by size
              mc_destinatario delimited by space
              "," delimited by size
              mc_asunto delimited by "  "
              "," delimited by size
              mc_tipo_documento delimited by "  "
              "," delimited by size
              mc_referencia delimited by space
              "," delimited by size
              mc_fichero delimited by space
         into registro_salida_correo
       end-string.
       write registro_salida_correo.
       set mc_en_pasarela to true.
       move fecha_proceso to mc_fecha_estado.
       rewrite RMensajeCorreo
         invalid key
           continue
         not invalid key
           add 1 to mensajes_exportados
       end-rewrite.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
