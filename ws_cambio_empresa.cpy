      *Campos de los registros de empresas para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_empresa pic 9(3) value 4.
       01 campos_cambio_empresa.
          02 filler pic x(32) value "emp_codigo              00010020".
          02 filler pic x(32) value "emp_nombre              00030300".
          02 filler pic x(32) value "emp_directorio          00330300".
          02 filler pic x(32) value "emp_estado              00630010".
