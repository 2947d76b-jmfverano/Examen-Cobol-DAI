      *Campos de los registros de almacenes para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_almacen pic 9(3) value 3.
       01 campos_cambio_almacen.
          02 filler pic x(32) value "alm_codigo              00010020".
          02 filler pic x(32) value "alm_descripcion         00030200".
          02 filler pic x(32) value "alm_publicar_web        00230010".
