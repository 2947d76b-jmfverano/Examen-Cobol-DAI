      *Campos de los registros de tipos de IVA para el registro de
      *cambios de los maestros: nombre, posicion, longitud y decimales
      *de cada uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_tipo_iva pic 9(3) value 3.
       01 campos_cambio_tipo_iva.
          02 filler pic x(32) value "tipo_tasa               00010042".
          02 filler pic x(32) value "tipo_descripcion        00050200".
          02 filler pic x(32) value "tipo_recargo            00250042".
