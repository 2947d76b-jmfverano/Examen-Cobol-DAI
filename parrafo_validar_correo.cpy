      *Parrafo compartido de validacion de una direccion de correo
      *electronico. El programa que lo usa incluye
      *ws_validar_correo.cpy en su working-storage y deja la
      *direccion en correo_validar; a la vuelta correo_valido queda
      *a 1 si la direccion no tiene espacios intermedios, lleva una
      *sola arroba que no esta al principio, y detras de ella un
      *dominio con algun punto que no esta ni al principio ni al
      *final. En blanco se admite: el documento se anota como sin
      *direccion.
       validar_correo.
       move 1 to correo_valido.
       if correo_validar = spaces
           exit paragraph
       end-if.
       move 0 to correo_longitud.
       inspect correo_validar tallying correo_longitud
         for characters before initial space.
       if correo_longitud = 0
           move 0 to correo_valido
           exit paragraph
       end-if.
       if correo_longitud < 40
           if correo_validar(correo_longitud + 1:) not = spaces
               move 0 to correo_valido
               exit paragraph
           end-if
       end-if.
       move 0 to correo_arrobas.
       inspect correo_validar tallying correo_arrobas for all "@".
       move 0 to correo_posicion_arroba.
       inspect correo_validar tallying correo_posicion_arroba
         for characters before initial "@".
       if correo_arrobas not = 1 or correo_posicion_arroba = 0
           move 0 to correo_valido
           exit paragraph
       end-if.
       compute correo_inicio_dominio = correo_posicion_arroba + 2.
       compute correo_longitud_dominio =
           correo_longitud - correo_posicion_arroba - 1.
       if correo_longitud_dominio < 3
           move 0 to correo_valido
           exit paragraph
       end-if.
       move 0 to correo_puntos_dominio.
       inspect correo_validar(correo_inicio_dominio:
                              correo_longitud_dominio)
         tallying correo_puntos_dominio for all ".".
       if correo_puntos_dominio = 0
          or correo_validar(correo_inicio_dominio:1) = "."
          or correo_validar(correo_longitud:1) = "."
           move 0 to correo_valido
       end-if.
