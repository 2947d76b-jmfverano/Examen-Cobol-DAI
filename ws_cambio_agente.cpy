      *Campos de los registros de agentes para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_agente pic 9(3) value 5.
       01 campos_cambio_agente.
          02 filler pic x(32) value "codigo                  00010020".
          02 filler pic x(32) value "nombre                  00030150".
          02 filler pic x(32) value "apellidos               00180150".
          02 filler pic x(32) value "estado                  00330010".
          02 filler pic x(32) value "tasa_comision           00340042".
