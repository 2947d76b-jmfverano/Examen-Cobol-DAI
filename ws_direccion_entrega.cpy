      *Campos de la resolucion de la direccion de entrega de una
      *venta: cliente y numero de direccion pedidos, y la direccion
      *a la que sale la mercancia.
       77 ws-estado-direcciones pic xx value spaces.
       77 direcciones_abiertas pic 9 value 0.
       77 fin_direcciones_entrega pic 9 value 0.
       77 ent_cliente pic x(4) value spaces.
       77 ent_numero pic 99 value 0.
       77 ent_sede pic x(20) value spaces.
       77 ent_direccion pic x(25) value spaces.
       77 ent_ciudad pic x(15) value spaces.
       77 ent_codigo_postal pic x(5) value spaces.
       77 ent_provincia pic x(15) value spaces.
