      *Campos de los registros de objetivos para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_objetivo pic 9(3) value 3.
       01 campos_cambio_objetivo.
          02 filler pic x(32) value "obj_codigo_agente       00010020".
          02 filler pic x(32) value "obj_anio_mes            00030060".
          02 filler pic x(32) value "obj_importe             00090132".
