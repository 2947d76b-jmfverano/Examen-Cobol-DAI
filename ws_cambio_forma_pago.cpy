      *Campos de los registros de formas de pago para el registro de
      *cambios de los maestros: nombre, posicion, longitud y decimales
      *de cada uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_forma_pago pic 9(3) value 2.
       01 campos_cambio_forma_pago.
          02 filler pic x(32) value "fp_codigo               00010020".
          02 filler pic x(32) value "fp_descripcion          00030200".
