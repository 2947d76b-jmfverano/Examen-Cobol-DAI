      *Control del fichero de lineas de venta de envio directo, que
      *el proveedor sirve al cliente sin pasar por el almacen.
           select ventas_directas
               assign to ".\ventas_directas.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is vd_clave
      *        Clave alternativa por pedido de compra, para confirmar
      *        el envio con el numero de pedido del proveedor.
               alternate record key is vd_pedido_compra
               with duplicates
               file status is ws-estado-ventas-directas.
