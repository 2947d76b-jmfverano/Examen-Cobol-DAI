      *Parrafos compartidos del cifrado de las cuentas bancarias de
      *los clientes. Solo los incluyen el mantenimiento de clientes
      *(para cifrar lo tecleado y mostrar la cuenta completa a quien
      *tiene permiso), la remesa de recibos y el cifrado inicial de
      *las cuentas. Se usan junto con parrafo_cuenta_bancaria.
      *
      *Cada caracter de la cuenta se desplaza dentro del alfabeto de
      *cifras, letras y espacio una cantidad que sale de una serie
      *pseudoaleatoria sembrada con la clave y el codigo del
      *cliente, de modo que la misma cuenta queda distinta en cada
      *cliente y sin la clave no se puede recuperar.

      *Lee la clave de cifrado de su fichero; clave_cargada queda a
      *1 si existe y no esta en blanco.
       cargar_clave_cuentas.
       move 0 to clave_cargada.
       move spaces to clave_cifrado.
       open input clave_cuentas.
       if ws-estado-clave-cuentas = "00"
           read clave_cuentas
             at end
               continue
             not at end
               move registro_clave_cuentas to clave_cifrado
           end-read
           close clave_cuentas
       end-if.
       if clave_cifrado not = spaces
           move 1 to clave_cargada
       end-if.

      *Cifra la cuenta de cuenta_clara en la ficha del cliente y
      *guarda aparte sus cuatro ultimas cifras. Una cuenta en blanco
      *deja la ficha sin cuenta.
       cifrar_cuenta_bancaria.
       if cuenta_clara = spaces
           move spaces to cuenta_bancaria
           move "N" to cuenta_cifrada
           move spaces to cuenta_ultimas
           exit paragraph
       end-if.
       perform obtener_ultimas_cuenta.
       perform sembrar_cifrado_cuenta.
       perform varying cifra_posicion from 1 by 1
         until cifra_posicion > 24
           perform avanzar_cifrado_cuenta
           perform buscar_letra_cuenta
           if cifra_letra = 0
               move cuenta_car_clara(cifra_posicion)
                 to cuenta_car_oculta(cifra_posicion)
           else
               compute cifra_letra =
                   cifra_letra + cifra_desplazamiento
               if cifra_letra > 37
                   subtract 37 from cifra_letra
               end-if
               move letra_cuenta(cifra_letra)
                 to cuenta_car_oculta(cifra_posicion)
           end-if
       end-perform.
       move cuenta_oculta to cuenta_bancaria.
       move "S" to cuenta_cifrada.
       move acc_ultimas to cuenta_ultimas.

      *Descifra la cuenta de la ficha del cliente en cuenta_clara.
      *Una cuenta anterior al cifrado se devuelve tal como esta.
       descifrar_cuenta_bancaria.
       move spaces to cuenta_clara.
       if cuenta_bancaria = spaces
           exit paragraph
       end-if.
       if not cuenta_bancaria_cifrada
           move cuenta_bancaria to cuenta_clara
           exit paragraph
       end-if.
       move cuenta_bancaria to cuenta_oculta.
       perform sembrar_cifrado_cuenta.
       perform varying cifra_posicion from 1 by 1
         until cifra_posicion > 24
           perform avanzar_cifrado_cuenta
           move cuenta_car_oculta(cifra_posicion)
             to cuenta_car_clara(cifra_posicion)
           perform buscar_letra_cuenta
           if cifra_letra not = 0
               compute cifra_letra =
                   cifra_letra + 37 - cifra_desplazamiento
               if cifra_letra > 37
                   subtract 37 from cifra_letra
               end-if
               move letra_cuenta(cifra_letra)
                 to cuenta_car_clara(cifra_posicion)
           end-if
       end-perform.

      *Siembra la serie con los caracteres de la clave y del codigo
      *del cliente.
       sembrar_cifrado_cuenta.
       move 0 to cifra_semilla.
       perform varying cifra_idx from 1 by 1 until cifra_idx > 32
           move clave_cifrado(cifra_idx:1) to cifra_byte
           perform mezclar_semilla_cuenta
       end-perform.
       perform varying cifra_idx from 1 by 1 until cifra_idx > 4
           move codigo of RCliente(cifra_idx:1) to cifra_byte
           perform mezclar_semilla_cuenta
       end-perform.

      *Saca el desplazamiento de la posicion cifra_posicion,
      *volviendo a mezclar la semilla con un caracter de la clave.
       avanzar_cifrado_cuenta.
       move clave_cifrado(cifra_posicion:1) to cifra_byte.
       perform mezclar_semilla_cuenta.
       divide cifra_semilla by 37 giving cifra_cociente
           remainder cifra_desplazamiento.

      *Mezcla el caracter de cifra_byte en la semilla.
       mezclar_semilla_cuenta.
       compute cifra_temporal = cifra_semilla * 31 + cifra_codigo.
       divide cifra_temporal by 9999999999
           giving cifra_cociente
           remainder cifra_semilla.

      *Busca en el alfabeto el caracter de la posicion en curso: de
      *la cuenta en claro al cifrar y de la cifrada al descifrar
      *(antes se copia a cuenta_clara); 0 si no esta.
       buscar_letra_cuenta.
       move 0 to cifra_letra.
       perform varying cifra_idx from 1 by 1
         until cifra_idx > 37 or cifra_letra not = 0
           if letra_cuenta(cifra_idx) = cuenta_car_clara(cifra_posicion)
               move cifra_idx to cifra_letra
           end-if
       end-perform.
