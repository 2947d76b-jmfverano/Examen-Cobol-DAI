      *Campos de los registros de reglas de segregacion para el
      *registro de cambios de los maestros: nombre, posicion,
      *longitud y decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_regla_segregacion pic 9(3) value 10.
       01 campos_cambio_regla_segregacion.
          02 filler pic x(32) value "sod_codigo              00010040".
          02 filler pic x(32) value "sod_descripcion         00050400".
          02 filler pic x(32) value "sod_num_opciones        00450010".
          02 filler pic x(32) value "sod_opcion(1)           00460020".
          02 filler pic x(32) value "sod_opcion(2)           00480020".
          02 filler pic x(32) value "sod_opcion(3)           00500020".
          02 filler pic x(32) value "sod_opcion(4)           00520020".
          02 filler pic x(32) value "sod_opcion(5)           00540020".
          02 filler pic x(32) value "sod_opcion(6)           00560020".
          02 filler pic x(32) value "sod_minimo              00580010".
