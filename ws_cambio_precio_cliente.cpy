      *Campos de los registros de precios por cliente para el registro
      *de cambios de los maestros: nombre, posicion, longitud y
      *decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_precio_cliente pic 9(3) value 5.
       01 campos_cambio_precio_cliente.
          02 filler pic x(32) value "pre_codigo_cliente      00010040".
          02 filler pic x(32) value "pre_codigo_articulo     00050040".
          02 filler pic x(32) value "pre_precio              00090092".
          02 filler pic x(32) value "pre_desde               00180080".
          02 filler pic x(32) value "pre_hasta               00260080".
