       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "importar_ventas".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 longitud_linea pic 9(3) value 0.
      *Campos de las validaciones contra los maestros y del control
      *de duplicados por agente, articulo y fecha, como en el alta.
       77 venta_respaldo pic x(162) value spaces.
      *Tramos de descuento por volumen, aplicados igual que en el
      *alta en pantalla: el descuento que venga solo se conserva si
      *mejora el del tramo.
       77 tipos_abierto pic 9 value 0.
       77 tasa_validar pic 99v99 value 0.
       77 tasa_valida  pic 9 value 1.
      *Campos del codigo de venta recibido.
       copy "ws_codigo_venta.cpy".

       procedure division.
       perform iniciar_bitacora.
              numero_unidades of articulo
              tasa_iva of articulo
       end-unstring.
       move codigo_venta to venta_tecleada.
       perform normalizar_codigo_venta.
       move venta_tecleada to codigo_venta.
      *Las ventas cargadas por lotes entran pendientes de salir del
      *almacen, igual que las del alta interactiva, con la comision
      *sin liquidar.
       move 0 to nivel_reclamacion
       move 0 to fecha_reclamacion
       move spaces to agente_secundario
       move 0 to porcentaje_secundario
       move 0 to num_direccion_entrega.

      *Valida la linea contra los ficheros maestros igual que el
      *alta en pantalla: el agente y el cliente deben existir (sus

      *Busca el tramo de descuento por volumen del articulo.
       copy "parrafo_descuento_volumen.cpy".

      *Codigo de venta recibido completado con ceros.
       copy "parrafo_codigo_venta.cpy".
