      *Parrafos compartidos de los codigos de barras. El programa
      *que los usa incluye ws_codigo_barras.cpy en su
      *working-storage y el control y la estructura del fichero de
      *codigos de barras.
      *
      *Resuelve codigo_leido a un codigo de articulo en
      *codigo_resuelto: si ocupa cuatro posiciones o menos es ya el
      *codigo del articulo; si es mas largo se busca en el fichero
      *de codigos de barras y, si no esta, codigo_resuelto queda con
      *valores altos para que la lectura del articulo falle.
       resolver_codigo_leido.
       if codigo_leido(5:10) = spaces
           move codigo_leido(1:4) to codigo_resuelto
           exit paragraph
       end-if.
       move high-values to codigo_resuelto.
       open input codigos_barras.
       if ws-estado-barras not = "00"
           exit paragraph
       end-if.
       move codigo_leido to cb_codigo_barras.
       read codigos_barras
         key is cb_codigo_barras
         invalid key
           continue
         not invalid key
           move cb_codigo_articulo to codigo_resuelto
       end-read.
       close codigos_barras.

      *Valida el codigo de barras de barras_validar, ajustado a la
      *izquierda: solo cifras, 8, 12, 13 o 14 de ellas, y el ultimo
      *digito de control del modulo 10 de los EAN/UPC (de derecha a
      *izquierda, sin el de control, las cifras pesan 3 y 1
      *alternando; el control es lo que falta hasta la decena). A
      *la vuelta barras_valido queda a 1 si es correcto y
      *barras_tipo con el tipo segun la longitud.
       validar_codigo_barras.
       move 0 to barras_valido.
       move space to barras_tipo.
       move 0 to barras_longitud.
       perform varying barras_idx from 1 by 1 until barras_idx > 14
           if barras_car(barras_idx) not = space
               move barras_idx to barras_longitud
           end-if
       end-perform.
       evaluate barras_longitud
         when 8 move "8" to barras_tipo
         when 12 move "U" to barras_tipo
         when 13 move "E" to barras_tipo
         when 14 move "G" to barras_tipo
         when other
           exit paragraph
       end-evaluate.
       if barras_validar(1:barras_longitud) is not numeric
           exit paragraph
       end-if.
       move 0 to barras_suma.
       move 3 to barras_peso.
       compute barras_idx = barras_longitud - 1.
       perform until barras_idx = 0
           move barras_car(barras_idx) to barras_cifra
           compute barras_suma = barras_suma
               + barras_cifra * barras_peso
           if barras_peso = 3
               move 1 to barras_peso
           else
               move 3 to barras_peso
           end-if
           subtract 1 from barras_idx
       end-perform.
       divide barras_suma by 10 giving barras_cociente
         remainder barras_resto.
       if barras_resto = 0
           move 0 to barras_control
       else
           compute barras_control = 10 - barras_resto
       end-if.
       move barras_car(barras_longitud) to barras_cifra.
       if barras_cifra = barras_control
           move 1 to barras_valido
       end-if.
