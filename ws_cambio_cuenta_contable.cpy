      *Campos de los registros de cuentas contables para el registro de
      *cambios de los maestros: nombre, posicion, longitud y decimales
      *de cada uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_cuenta_contable pic 9(3) value 5.
       01 campos_cambio_cuenta_contable.
          02 filler pic x(32) value "ccc_tipo                00010010".
          02 filler pic x(32) value "ccc_codigo              00020040".
          02 filler pic x(32) value "ccc_cuenta              00060100".
          02 filler pic x(32) value "ccc_cuenta_2            00160100".
          02 filler pic x(32) value "ccc_descripcion         00260200".
