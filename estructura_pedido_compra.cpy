             88 pedido_compra_abierto  value "A".
             88 pedido_compra_recibido value "R".
             88 pedido_compra_anulado  value "X".
      *      Pedido que supera el limite de compra de quien lo dio de
      *      alta: no se imprime ni cuenta como mercancia en camino
      *      hasta que lo apruebe un usuario con limite suficiente.
             88 pedido_compra_por_aprobar value "E".
             88 pedido_compra_rechazado   value "D".
             88 pedido_compra_sin_aprobar value "E" "D".
      *   Usuario que dio de alta el pedido, importe al coste con el
      *   que se comparo su limite, y quien lo aprobo o rechazo, en
      *   que fecha y, si lo rechazo, por que.
          02 pco_usuario          pic x(12).
          02 pco_importe          pic 9(11)v99.
          02 pco_aprobador        pic x(12).
          02 pco_fecha_aprobacion pic 9(8).
          02 pco_motivo_rechazo   pic x(40).
      *   Pedido de envio directo: el proveedor sirve la linea de
      *   venta indicada en la direccion de entrega del cliente, sin
      *   pasar por nuestro almacen.
          02 pco_envio_directo    pic x.
             88 pedido_envio_directo value "S".
          02 pco_venta_directa    pic x(8).
          02 pco_linea_directa    pic 9(3).
          02 pco_cliente_entrega  pic x(4).
          02 pco_direccion_entrega pic 99.
      *Estructura del fichero de lineas de pedido de compra. La
      *numeracion de lineas empieza en 1 dentro de cada pedido.
       fd pedidos_compra_detalle
      *   Unidades ya recibidas contra la linea; lo pendiente de
      *   servir es la diferencia con las unidades pedidas.
          02 pcd_recibidas   pic 9(5).
      *   Unidad de compra y factor del vinculo al crear la linea:
      *   unidades pedidas, recibidas y coste van en la unidad del
      *   proveedor; el stock recibe las unidades por el factor.
          02 pcd_unidad_compra pic x(3).
          02 pcd_factor        pic 9(5).
      *Registro con el ultimo numero de pedido de compra utilizado.
       fd contador_pedido_compra
         value of file-id is ".\contador_pedido_compra.dat".
