      *Parrafo compartido del contador de pedidos de compra. El
      *programa que lo usa declara contador_siguiente_pco,
      *ws-estado-contador-pco, contador_pco_asignado y
      *reintentos_pco en su working-storage e incluye el control y
      *la estructura de los ficheros de pedidos de compra, y debe
      *comprobar contador_pco_asignado al volver: a cero significa
      *que no se pudo reservar numero.

      *Reserva el siguiente numero de pedido de compra en una sola
      *operacion de lectura y regrabacion del contador. El fichero
      *solo se crea cuando de verdad no existe (estado 35); un
      *estado de registro en uso se reintenta.
       asignar_numero_pedido_compra.
       move 0 to contador_siguiente_pco.
       move 0 to contador_pco_asignado.
       move 0 to reintentos_pco.
       perform until contador_pco_asignado = 1
          or reintentos_pco > 50
           open i-o contador_pedido_compra
           evaluate true
             when ws-estado-contador-pco = "00"
               read contador_pedido_compra
                 at end
                   add 1 to contador_siguiente_pco
                   close contador_pedido_compra
                   open output contador_pedido_compra
                   move contador_siguiente_pco
                     to registro_contador_pco
                   write registro_contador_pco
                 not at end
                   move registro_contador_pco
                     to contador_siguiente_pco
                   add 1 to contador_siguiente_pco
                   move contador_siguiente_pco
                     to registro_contador_pco
                   rewrite registro_contador_pco
               end-read
               close contador_pedido_compra
               move 1 to contador_pco_asignado
             when ws-estado-contador-pco = "35"
               add 1 to contador_siguiente_pco
               open output contador_pedido_compra
               move contador_siguiente_pco
                 to registro_contador_pco
               write registro_contador_pco
               close contador_pedido_compra
               move 1 to contador_pco_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_pco
           end-evaluate
       end-perform.
       if contador_pco_asignado = 1
           move contador_siguiente_pco to pco_numero
       end-if.
