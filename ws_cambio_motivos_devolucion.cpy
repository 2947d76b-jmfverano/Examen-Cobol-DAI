      *Campos de los registros de motivos de devolucion para el
      *registro de cambios de los maestros: nombre, posicion,
      *longitud y decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_motivo_dev pic 9(3) value 3.
       01 campos_cambio_motivo_dev.
          02 filler pic x(32) value "mdv_codigo              00010020".
          02 filler pic x(32) value "mdv_descripcion         00030300".
          02 filler pic x(32) value "mdv_defecto             00330010".
