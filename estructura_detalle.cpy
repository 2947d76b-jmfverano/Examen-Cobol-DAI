         data record is RVentaDetalle.
       01 RVentaDetalle.
          02 det_clave_venta.
             03 det_codigo_venta pic x(8).
             03 det_numero_linea pic 9(3).
          02 det_articulo.
             03 det_codigo_articulo pic x(4).
