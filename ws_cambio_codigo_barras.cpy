      *Campos de los registros de codigos de barras para el registro de
      *cambios de los maestros: nombre, posicion, longitud y decimales
      *de cada uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_codigo_barras pic 9(3) value 5.
       01 campos_cambio_codigo_barras.
          02 filler pic x(32) value "cb_codigo_barras        00010140".
          02 filler pic x(32) value "cb_codigo_articulo      00150040".
          02 filler pic x(32) value "cb_tipo                 00190010".
          02 filler pic x(32) value "cb_codigo_proveedor     00200040".
          02 filler pic x(32) value "cb_fecha_alta           00240080".
