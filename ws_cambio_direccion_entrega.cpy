      *Campos de los registros de direcciones de entrega para el
      *registro de cambios de los maestros: nombre, posicion, longitud
      *y decimales de cada uno, que el programa carga en
      *tabla_campos_cambio.
       77 num_campos_direccion_entrega pic 9(3) value 8.
       01 campos_cambio_direccion_entrega.
          02 filler pic x(32) value "dre_codigo_cliente      00010040".
          02 filler pic x(32) value "dre_numero              00050020".
          02 filler pic x(32) value "dre_nombre_sede         00070200".
          02 filler pic x(32) value "dre_direccion           00270250".
          02 filler pic x(32) value "dre_ciudad              00520150".
          02 filler pic x(32) value "dre_codigo_postal       00670050".
          02 filler pic x(32) value "dre_provincia           00720150".
          02 filler pic x(32) value "dre_predeterminada      00870010".
