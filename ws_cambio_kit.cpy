      *Campos de los registros de kits para el registro de cambios de
      *los maestros: nombre, posicion, longitud y decimales de cada
      *uno, que el programa carga en tabla_campos_cambio.
       77 num_campos_kit pic 9(3) value 3.
       01 campos_cambio_kit.
          02 filler pic x(32) value "kit_codigo_articulo     00010040".
          02 filler pic x(32) value "kit_componente          00050040".
          02 filler pic x(32) value "kit_unidades            00090030".
