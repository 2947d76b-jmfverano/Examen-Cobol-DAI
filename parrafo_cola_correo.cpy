      *Pone en la cola de correo saliente el documento descrito en
      *los campos correo_ de ws_cola_correo. Sin destinatario el
      *mensaje queda anotado como sin direccion para el informe de
      *envios no realizados. El programa que lo usa declara la cola
      *y su contador.
       encolar_documento.
       perform asignar_numero_correo.
       if numero_correo_asignado = 0
           exit paragraph
       end-if.
       move numero_mensaje_correo to mc_numero.
       accept mc_fecha from date yyyymmdd.
       accept mc_hora from time.
       move correo_tipo_interlocutor to mc_tipo_interlocutor.
       move correo_interlocutor to mc_interlocutor.
       move correo_destinatario to mc_destinatario.
       move correo_asunto to mc_asunto.
       move correo_tipo_documento to mc_tipo_documento.
       move correo_referencia to mc_referencia.
       move correo_fichero to mc_fichero.
       move mc_fecha to mc_fecha_estado.
       if correo_destinatario = spaces
           set mc_sin_direccion to true
           move "Sin direccion de correo." to mc_motivo
       else
           set mc_pendiente to true
           move spaces to mc_motivo
       end-if.
       open i-o cola_correo.
       if ws-estado-cola-correo = "35"
           open output cola_correo
           close cola_correo
           open i-o cola_correo
       end-if.
       write RMensajeCorreo
         invalid key
           continue
         not invalid key
           add 1 to mensajes_encolados
           if mc_sin_direccion
               add 1 to mensajes_sin_direccion
           end-if
       end-write.
       close cola_correo.

      *Reserva el siguiente numero de mensaje en una sola operacion
      *de lectura y regrabacion del contador, como el de pedidos de
      *compra; un estado de registro en uso se reintenta.
       asignar_numero_correo.
       move 0 to numero_mensaje_correo.
       move 0 to numero_correo_asignado.
       move 0 to reintentos_contador_correo.
       perform until numero_correo_asignado = 1
          or reintentos_contador_correo > 50
           open i-o contador_correo
           evaluate true
             when ws-estado-contador-correo = "00"
               read contador_correo
                 at end
                   add 1 to numero_mensaje_correo
                   close contador_correo
                   open output contador_correo
                   move numero_mensaje_correo
                     to registro_contador_correo
                   write registro_contador_correo
                 not at end
                   move registro_contador_correo
                     to numero_mensaje_correo
                   add 1 to numero_mensaje_correo
                   move numero_mensaje_correo
                     to registro_contador_correo
                   rewrite registro_contador_correo
               end-read
               close contador_correo
               move 1 to numero_correo_asignado
             when ws-estado-contador-correo = "35"
               add 1 to numero_mensaje_correo
               open output contador_correo
               move numero_mensaje_correo
                 to registro_contador_correo
               write registro_contador_correo
               close contador_correo
               move 1 to numero_correo_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador_correo
           end-evaluate
       end-perform.
