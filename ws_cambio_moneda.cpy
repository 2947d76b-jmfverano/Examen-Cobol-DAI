      *Campos de los registros de monedas para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_moneda pic 9(3) value 3.
       01 campos_cambio_moneda.
          02 filler pic x(32) value "mon_codigo              00010030".
          02 filler pic x(32) value "mon_fecha               00040080".
          02 filler pic x(32) value "mon_cambio              00120094".
