       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "deshacer_operacion".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
          02 rv_tipo pic x(12).
          02 rv_fecha pic 9(8).
          02 rv_hora pic 9(8).
          02 rv_codigo_venta pic x(8).
          02 rv_anio pic 9(4).
          02 rv_mes pic 99.
          02 rv_dia pic 99.
       end-if.
      *El reparto de comision con un segundo agente no queda
      *anotado en la reversion: la venta repuesta vuelve sin el.
      *Tampoco la direccion de entrega elegida: sale a la
      *predeterminada del cliente.
       move spaces to agente_secundario.
       move 0 to porcentaje_secundario
       move 0 to num_direccion_entrega.

      *Monta los campos anotados sobre la cabecera de RVenta, sin
      *tocar el estado ni el numero de factura actuales.
