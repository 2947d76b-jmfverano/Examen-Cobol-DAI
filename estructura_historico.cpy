      *que RVenta y RVentaDetalle.
       fd ventas_historico
         value of file-id is ".\ventas_historico.dat".
       01 registro_venta_historico pic x(162).
       fd ventas_detalle_historico
         value of file-id is ".\ventas_detalle_historico.dat".
       01 registro_detalle_historico pic x(62).
