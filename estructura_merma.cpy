         data record is RMerma.
       01 RMerma.
          02 mer_clave.
             03 mer_codigo_venta pic x(8).
             03 mer_numero       pic 9(3).
          02 mer_fecha pic 9(8).
          02 mer_codigo_articulo pic x(4).
          02 mer_unidades pic 9(5).
          02 mer_coste pic 9(7)v99.
      *   Si la merma ya salio como asiento en la exportacion a
      *   contabilidad.
          02 mer_contabilizada pic x.
             88 merma_contabilizada value "S".
