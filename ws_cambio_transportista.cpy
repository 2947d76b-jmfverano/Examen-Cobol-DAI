      *Campos de los registros de transportistas, tarifas de portes y
      *de zonas de portes para el registro de cambios de los maestros:
      *nombre, posicion, longitud y decimales de cada uno, que el
      *programa carga en tabla_campos_cambio.
       77 num_campos_transportista pic 9(3) value 4.
       01 campos_cambio_transportista.
          02 filler pic x(32) value "tra_codigo              00010040".
          02 filler pic x(32) value "tra_nombre              00050250".
          02 filler pic x(32) value "tra_codigo_proveedor    00300040".
          02 filler pic x(32) value "tra_predeterminado      00340010".
       77 num_campos_tarifa_porte pic 9(3) value 4.
       01 campos_cambio_tarifa_porte.
          02 filler pic x(32) value "trf_transportista       00010040".
          02 filler pic x(32) value "trf_zona                00050020".
          02 filler pic x(32) value "trf_peso_hasta          00070072".
          02 filler pic x(32) value "trf_importe             00140072".
       77 num_campos_zona_porte pic 9(3) value 3.
       01 campos_cambio_zona_porte.
          02 filler pic x(32) value "zon_transportista       00010040".
          02 filler pic x(32) value "zon_prefijo_cp          00050020".
          02 filler pic x(32) value "zon_zona                00070020".
