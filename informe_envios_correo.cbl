       program-id. informe_envios_correo as "informe_envios_correo".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control de la cola de correo saliente.
       copy "file_control_cola_correo.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control de los ficheros de proveedores.
       copy "file_control_proveedores.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
       select salida_envios_correo
           assign to ".\envios_correo.csv"
           organization is line sequential.
       data division.
       file section.
      *Utiliza la estructura de la cola de correo saliente.
       copy "estructura_cola_correo.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Utiliza la estructura de los ficheros de proveedores.
       copy "estructura_proveedor.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_envios_correo
         value of file-id is ".\envios_correo.csv".
       01 registro_salida_envios pic x(250).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_envios_correo".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-estado-proveedores pic xx value spaces.
       77 ws-estado-art-prov pic xx value spaces.
      *Campos de la cola de correo saliente.
       copy "ws_cola_correo.cpy".
       77 fin_cola pic 9 value 0.
       77 estado_envio pic x(14) value spaces.
       77 nombre_interlocutor pic x(41) value spaces.
       77 total_fallidos pic 9(7) value 0.
       77 total_sin_direccion pic 9(7) value 0.

       procedure division.
       perform iniciar_bitacora.
      *Documentos que no se han podido enviar por correo: los que
      *la pasarela devolvio como fallidos, con su motivo, y los que
      *se emitieron para un cliente o proveedor sin direccion de
      *correo, para enviarlos por otra via o completar la ficha.
       open input cola_correo.
       if ws-estado-cola-correo not = "00"
           display "No hay mensajes en la cola de correo."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       open input clientes.
       open input proveedores.
       open output salida_envios_correo.
       move spaces to registro_salida_envios.
       string "MENSAJE,FECHA,ESTADO,TIPO,REFERENCIA,INTERLOCUTOR,"
              delimited by size
              "NOMBRE,DESTINATARIO,FICHERO,MOTIVO" delimited by size
         into registro_salida_envios
       end-string.
       write registro_salida_envios.
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
             if mc_fallido or mc_sin_direccion
                 perform escribir_linea_envio
             end-if
         end-read
       end-perform.
       close cola_correo.
       close clientes.
       close proveedores.
       close salida_envios_correo.
       display "Envios fallidos: " total_fallidos.
       display "Documentos sin direccion de correo: "
           total_sin_direccion.
       move total_fallidos to bit_contador_1.
       move total_sin_direccion to bit_contador_2.
       if total_fallidos = 0 and total_sin_direccion = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Escribe la linea del documento no enviado con el nombre del
      *cliente o del proveedor.
       escribir_linea_envio.
       if mc_fallido
           add 1 to total_fallidos
           move "FALLIDO" to estado_envio
       else
           add 1 to total_sin_direccion
           move "SIN DIRECCION" to estado_envio
       end-if.
       perform buscar_nombre_interlocutor.
       move spaces to registro_salida_envios.
       string mc_numero delimited by size
              "," delimited by size
              mc_fecha delimited by size
              "," delimited by size
              estado_envio delimited by "  "
              "," delimited by size
              mc_tipo_documento delimited by "  "
              "," delimited by size
              mc_referencia delimited by space
              "," delimited by size
              mc_tipo_interlocutor delimited by size
              mc_interlocutor delimited by size
              "," delimited by size
              nombre_interlocutor delimited by "  "
              "," delimited by size
              mc_destinatario delimited by space
              "," delimited by size
              mc_fichero delimited by space
              "," delimited by size
              mc_motivo delimited by "  "
         into registro_salida_envios
       end-string.
       write registro_salida_envios.

      *Nombre del cliente o del proveedor del mensaje, o en blanco
      *si ya no esta en su maestro.
       buscar_nombre_interlocutor.
       move spaces to nombre_interlocutor.
       if mc_cliente
           move mc_interlocutor to codigo of RCliente
           read clientes
             key is codigo of RCliente
             invalid key
               continue
             not invalid key
               string nombre of RCliente delimited by "  "
                      " " delimited by size
                      apellidos of RCliente delimited by "  "
                 into nombre_interlocutor
               end-string
           end-read
       else
           move mc_interlocutor to prov_codigo
           read proveedores
             key is prov_codigo
             invalid key
               continue
             not invalid key
               move prov_nombre to nombre_interlocutor
           end-read
       end-if.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
