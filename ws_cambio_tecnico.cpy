      *Campos de los registros de tecnicos para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_tecnico pic 9(3) value 4.
       01 campos_cambio_tecnico.
          02 filler pic x(32) value "tec_codigo              00010030".
          02 filler pic x(32) value "tec_nombre              00040300".
          02 filler pic x(32) value "tec_especialidad        00340200".
          02 filler pic x(32) value "tec_estado              00540010".
