      *Campos de los registros de tipos de interes de demora para el
      *registro de cambios de los maestros: nombre, posicion,
      *longitud y decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_tipo_interes pic 9(3) value 3.
       01 campos_cambio_tipo_interes.
          02 filler pic x(32) value "ti_anio                 00010040".
          02 filler pic x(32) value "ti_semestre             00050010".
          02 filler pic x(32) value "ti_tipo                 00060042".
