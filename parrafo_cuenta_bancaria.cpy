      *Parrafos compartidos de la presentacion de las cuentas
      *bancarias de los clientes y de su registro de accesos. El
      *programa que los usa incluye ws_cuenta_bancaria.cpy, el
      *control y la estructura de cuentas_bancarias y la estructura
      *del maestro de clientes. Aqui no se descifra nada: la
      *mascara sale de las cuatro ultimas cifras, que se guardan en
      *claro junto a la cuenta cifrada.

      *Deja en cuenta_mascara la cuenta del cliente leido con todo
      *oculto menos las cuatro ultimas cifras; en blanco si no
      *tiene cuenta. Una cuenta aun no cifrada se enmascara igual.
       enmascarar_cuenta_bancaria.
       move spaces to cuenta_mascara.
       move spaces to acc_ultimas.
       if cuenta_bancaria = spaces
           exit paragraph
       end-if.
       if cuenta_bancaria_cifrada
           move cuenta_ultimas to acc_ultimas
       else
           move cuenta_bancaria to cuenta_clara
           perform obtener_ultimas_cuenta
           move spaces to cuenta_clara
       end-if.
       string "********************" delimited by size
              acc_ultimas delimited by size
         into cuenta_mascara
       end-string.

      *Toma de cuenta_clara las cuatro ultimas posiciones ocupadas.
       obtener_ultimas_cuenta.
       move spaces to acc_ultimas.
       move 24 to cifra_idx.
       perform until cifra_idx < 1
          or cuenta_car_clara(cifra_idx) not = space
           subtract 1 from cifra_idx
       end-perform.
       if cifra_idx > 3
           move cuenta_clara(cifra_idx - 3:4) to acc_ultimas
       else
           if cifra_idx > 0
               move cuenta_clara(1:cifra_idx) to acc_ultimas
           end-if
       end-if.

      *Anota en el registro de accesos una operacion sobre la cuenta
      *de un cliente, creandolo la primera vez. Solo se anotan las
      *ultimas cifras, nunca la cuenta completa.
       anotar_acceso_cuenta.
       accept acc_fecha from date yyyymmdd.
       accept acc_hora from time.
       move spaces to registro_acceso_cuenta.
       string acc_fecha delimited by size
              "," delimited by size
              acc_hora delimited by size
              "," delimited by size
              acc_usuario delimited by space
              "," delimited by size
              acc_programa delimited by space
              "," delimited by size
              acc_cliente delimited by size
              "," delimited by size
              acc_operacion delimited by space
              ",****" delimited by size
              acc_ultimas delimited by size
         into registro_acceso_cuenta
       end-string.
       open extend accesos_cuentas.
       if ws-estado-accesos-cuentas = "35"
           open output accesos_cuentas
       end-if.
       write registro_acceso_cuenta.
       close accesos_cuentas.
