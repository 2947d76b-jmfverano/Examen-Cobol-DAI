      *Campos de los registros de articulos para el registro de cambios
      *de los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_articulo pic 9(3) value 19.
       01 campos_cambio_articulo.
          02 filler pic x(32) value "codigo_articulo         00010040".
          02 filler pic x(32) value "descripcion             00050200".
          02 filler pic x(32) value "precio_venta            00250092".
          02 filler pic x(32) value "stock_actual            00340070".
          02 filler pic x(32) value "tasa_iva                00410042".
          02 filler pic x(32) value "punto_pedido            00450070".
          02 filler pic x(32) value "cantidad_pedido         00520070".
          02 filler pic x(32) value "coste_medio             00590092".
          02 filler pic x(32) value "codigo_familia          00680020".
          02 filler pic x(32) value "garantia_meses          00700030".
          02 filler pic x(32) value "ubicacion               00730060".
          02 filler pic x(32) value "peso_kg                 00790052".
          02 filler pic x(32) value "stock_reservado         00840070".
          02 filler pic x(32) value "clase_abc               00910010".
          02 filler pic x(32) value "fecha_ultimo_recuento   00920080".
          02 filler pic x(32) value "codigo_nc               01000080".
          02 filler pic x(32) value "tipo_articulo           01080010".
          02 filler pic x(32) value "unidad_stock            01090030".
          02 filler pic x(32) value "estado_articulo         01120010".
