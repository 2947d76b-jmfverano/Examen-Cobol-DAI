      *Campos de los registros de festivos para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_festivo pic 9(3) value 2.
       01 campos_cambio_festivo.
          02 filler pic x(32) value "fes_fecha               00010080".
          02 filler pic x(32) value "fes_descripcion         00090200".
