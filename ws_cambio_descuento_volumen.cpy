      *Campos de los registros de descuentos por volumen para el
      *registro de cambios de los maestros: nombre, posicion, longitud
      *y decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_descuento_volumen pic 9(3) value 3.
       01 campos_cambio_descuento_volumen.
          02 filler pic x(32) value "dv_codigo_articulo      00010040".
          02 filler pic x(32) value "dv_unidades_desde       00050050".
          02 filler pic x(32) value "dv_descuento            00100042".
