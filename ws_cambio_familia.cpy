      *Campos de los registros de familias para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_familia pic 9(3) value 2.
       01 campos_cambio_familia.
          02 filler pic x(32) value "fam_codigo              00010020".
          02 filler pic x(32) value "fam_descripcion         00030200".
