         not invalid key
           if not presupuesto_pendiente
               move spaces to ws-estado-fichero
               move "El presupuesto ya no esta pendiente."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
