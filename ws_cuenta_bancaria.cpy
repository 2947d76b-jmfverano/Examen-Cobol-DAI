      *Campos de la proteccion de las cuentas bancarias de los
      *clientes: la cuenta en claro con la que se trabaja, la
      *mascara que se muestra (solo las cuatro ultimas cifras), la
      *clave de cifrado y los auxiliares del cifrado, y la linea del
      *registro de accesos. Acompanan a parrafo_cuenta_bancaria y,
      *en los programas que cifran o descifran, a
      *parrafo_cifrado_cuenta.
       77 ws-estado-clave-cuentas pic xx value spaces.
       77 ws-estado-accesos-cuentas pic xx value spaces.
       01 cuenta_clara pic x(24) value spaces.
       01 cuenta_clara_car redefines cuenta_clara.
          02 cuenta_car_clara pic x occurs 24 times.
       01 cuenta_oculta pic x(24) value spaces.
       01 cuenta_oculta_car redefines cuenta_oculta.
          02 cuenta_car_oculta pic x occurs 24 times.
       77 cuenta_mascara pic x(24) value spaces.
      *Clave leida de su fichero; clave_cargada a 1 si se leyo.
       01 clave_cifrado pic x(32) value spaces.
       77 clave_cargada pic 9 value 0.
      *Alfabeto sobre el que se desplaza cada caracter de la cuenta.
       01 alfabeto_cuenta pic x(37)
           value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ ".
       01 alfabeto_cuenta_det redefines alfabeto_cuenta.
          02 letra_cuenta pic x occurs 37 times.
       77 cifra_idx pic 99 value 0.
       77 cifra_letra pic 99 value 0.
       77 cifra_posicion pic 99 value 0.
       77 cifra_desplazamiento pic 99 value 0.
       77 cifra_semilla pic 9(10) value 0.
       77 cifra_temporal pic 9(15) value 0.
       77 cifra_cociente pic 9(15) value 0.
       01 cifra_car.
          02 cifra_byte pic x.
       01 cifra_val redefines cifra_car.
          02 cifra_codigo pic 9(3) usage comp-x.
      *Datos de la linea del registro de accesos.
       77 acc_usuario pic x(12) value spaces.
       77 acc_programa pic x(24) value spaces.
       77 acc_cliente pic x(4) value spaces.
       77 acc_operacion pic x(10) value spaces.
       77 acc_ultimas pic x(4) value spaces.
       77 acc_fecha pic 9(8) value 0.
       77 acc_hora pic 9(8) value 0.
