      *Parrafo compartido de validacion de la cuenta IBAN. El
      *programa que lo usa incluye ws_validar_iban.cpy en su
      *working-storage y deja la cuenta en iban_validar; a la vuelta
      *iban_validar queda en mayusculas y sin espacios, e iban_valido
      *a 1 si el digito de control cuadra: las cuatro primeras
      *posiciones pasan al final, cada letra vale su numero de orden
      *mas nueve, y el numero resultante entre 97 debe dar resto 1.
      *Una cuenta espanola tiene 24 posiciones. En blanco se admite.
       validar_iban.
       move 1 to iban_valido.
       inspect iban_validar converting "abcdefghijklmnopqrstuvwxyz"
                                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       move spaces to iban_compacto.
       move 0 to iban_longitud.
       perform varying iban_idx from 1 by 1 until iban_idx > 34
           if iban_car_entrada(iban_idx) not = space
               add 1 to iban_longitud
               move iban_car_entrada(iban_idx)
                 to iban_car(iban_longitud)
           end-if
       end-perform.
       move iban_compacto to iban_validar.
       if iban_longitud = 0
           exit paragraph
       end-if.
       if iban_longitud < 15
          or iban_compacto(1:2) is not alphabetic
          or iban_compacto(3:2) is not numeric
          or (iban_compacto(1:2) = "ES" and iban_longitud not = 24)
           move 0 to iban_valido
           exit paragraph
       end-if.
       move 0 to iban_resto.
       perform varying iban_idx from 5 by 1
         until iban_idx > iban_longitud + 4
            or iban_valido = 0
           if iban_idx > iban_longitud
               compute iban_pos = iban_idx - iban_longitud
           else
               move iban_idx to iban_pos
           end-if
           perform sumar_caracter_iban
       end-perform.
       if iban_resto not = 1
           move 0 to iban_valido
       end-if.

      *Anade al resto del control el caracter de la posicion
      *iban_pos: una cifra, o una letra convertida en dos cifras.
       sumar_caracter_iban.
       if iban_car(iban_pos) is numeric
           move iban_car(iban_pos) to iban_valor
           compute iban_resto = iban_resto * 10 + iban_valor
       else
           move 0 to iban_valor
           perform varying iban_letra_idx from 1 by 1
             until iban_letra_idx > 26
               if letra_iban(iban_letra_idx) = iban_car(iban_pos)
                   compute iban_valor = iban_letra_idx + 9
               end-if
           end-perform
           if iban_valor = 0
               move 0 to iban_valido
           end-if
           compute iban_resto = iban_resto * 100 + iban_valor
       end-if.
       divide iban_resto by 97 giving iban_cociente
           remainder iban_resto.

      *Comprueba la forma del codigo BIC que haya en bic_validar:
      *cuatro letras del banco, dos del pais y dos de plaza, con
      *tres mas opcionales de sucursal (8 u 11 posiciones). En
      *blanco se admite, porque dentro de la zona SEPA basta el IBAN.
       validar_bic.
       move 1 to bic_valido.
       inspect bic_validar converting "abcdefghijklmnopqrstuvwxyz"
                                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       if bic_validar not = spaces
           if bic_validar(1:6) is not alphabetic
              or bic_validar(1:1) = space
              or bic_validar(6:1) = space
              or bic_validar(7:1) = space
              or bic_validar(8:1) = space
              or (bic_validar(9:3) not = spaces
                  and (bic_validar(9:1) = space
                       or bic_validar(10:1) = space
                       or bic_validar(11:1) = space))
               move 0 to bic_valido
           end-if
       end-if.
