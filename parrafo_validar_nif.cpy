      *Parrafo compartido de validacion del identificador fiscal.
      *El programa que lo usa incluye ws_validar_nif.cpy en su
      *working-storage y deja el identificador en nif_validar antes
      *de cada llamada; a la vuelta nif_validar queda en mayusculas
      *y nif_valido a 1 si la letra o el digito de control cuadran.
      *Se admiten DNI (ocho cifras y letra), NIE (X, Y o Z, siete
      *cifras y letra), NIF especiales (K, L o M, siete cifras y
      *letra) y CIF de entidades (letra de forma juridica, siete
      *cifras y digito o letra de control). En blanco se admite:
      *el cliente particular de mostrador no tiene por que darlo.
       validar_nif.
       move 1 to nif_valido.
       inspect nif_validar converting "abcdefghijklmnopqrstuvwxyz"
                                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       if nif_validar = spaces
           exit paragraph
       end-if.
       evaluate true
         when nif_dni_cifras is numeric
           move nif_dni_cifras to nif_numero
           perform comprobar_letra_nif
         when nif_cif_inicial = "X" or "Y" or "Z"
           if nif_cif_cifras is numeric
               move nif_cif_cifras to nif_numero
               evaluate nif_cif_inicial
                 when "Y" add 10000000 to nif_numero
                 when "Z" add 20000000 to nif_numero
               end-evaluate
               perform comprobar_letra_nif
           else
               move 0 to nif_valido
           end-if
         when nif_cif_inicial = "K" or "L" or "M"
           if nif_cif_cifras is numeric
               move nif_cif_cifras to nif_numero
               perform comprobar_letra_nif
           else
               move 0 to nif_valido
           end-if
         when nif_cif_inicial = "A" or "B" or "C" or "D" or "E"
                             or "F" or "G" or "H" or "J" or "N"
                             or "P" or "Q" or "R" or "S" or "U"
                             or "V" or "W"
           if nif_cif_cifras is numeric
               perform comprobar_control_cif
           else
               move 0 to nif_valido
           end-if
         when other
           move 0 to nif_valido
       end-evaluate.

      *Letra de control del DNI y del NIE: el resto del numero entre
      *veintitres indica la letra de la tabla oficial.
       comprobar_letra_nif.
       divide nif_numero by 23 giving nif_cociente
           remainder nif_resto.
       if letra_nif(nif_resto + 1) not = nif_car(9)
           move 0 to nif_valido
       end-if.

      *Digito de control del CIF: las cifras en posicion par se
      *suman tal cual y las de posicion impar se doblan sumando las
      *cifras del resultado; el control es lo que falta hasta la
      *decena siguiente. Las entidades sin animo de lucro, las
      *publicas y las extranjeras lo llevan en letra; las sociedades
      *anonimas y limitadas en cifra; el resto en cualquiera de las
      *dos formas.
       comprobar_control_cif.
       move 0 to nif_suma.
       perform varying nif_idx from 2 by 1 until nif_idx > 8
           move nif_car(nif_idx) to nif_digito
           if nif_idx = 2 or nif_idx = 4 or nif_idx = 6
              or nif_idx = 8
               compute nif_doble = nif_digito * 2
               divide nif_doble by 10 giving nif_cociente
                   remainder nif_resto
               compute nif_suma = nif_suma + nif_cociente + nif_resto
           else
               add nif_digito to nif_suma
           end-if
       end-perform.
       divide nif_suma by 10 giving nif_cociente remainder nif_resto.
       if nif_resto = 0
           move 0 to nif_control
       else
           compute nif_control = 10 - nif_resto
       end-if.
       evaluate true
         when nif_cif_inicial = "N" or "P" or "Q" or "R" or "S"
                             or "W"
           if nif_cif_control not = letra_cif(nif_control + 1)
               move 0 to nif_valido
           end-if
         when nif_cif_inicial = "A" or "B" or "E" or "H"
           if nif_cif_control is not numeric
               move 0 to nif_valido
           else
               move nif_cif_control to nif_digito
               if nif_digito not = nif_control
                   move 0 to nif_valido
               end-if
           end-if
         when other
           if nif_cif_control is numeric
               move nif_cif_control to nif_digito
               if nif_digito not = nif_control
                   move 0 to nif_valido
               end-if
           else
               if nif_cif_control not = letra_cif(nif_control + 1)
                   move 0 to nif_valido
               end-if
           end-if
       end-evaluate.
