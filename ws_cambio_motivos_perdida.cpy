      *Campos de los registros de motivos de perdida de presupuestos
      *para el registro de cambios de los maestros: nombre, posicion,
      *longitud y decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_motivo_per pic 9(3) value 2.
       01 campos_cambio_motivo_per.
          02 filler pic x(32) value "mot_codigo              00010020".
          02 filler pic x(32) value "mot_descripcion         00030300".
