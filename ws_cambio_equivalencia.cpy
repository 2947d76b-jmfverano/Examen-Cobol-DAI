      *Campos de los registros de equivalencias para el registro de
      *cambios de los maestros: nombre, posicion, longitud y decimales
      *de cada uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_equivalencia pic 9(3) value 4.
       01 campos_cambio_equivalencia.
          02 filler pic x(32) value "eqv_codigo_articulo     00010040".
          02 filler pic x(32) value "eqv_prioridad           00050020".
          02 filler pic x(32) value "eqv_sustituto           00070040".
          02 filler pic x(32) value "eqv_nota                00110300".
