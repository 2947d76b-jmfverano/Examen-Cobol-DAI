             88 factura_prov_discrepante value "D".
             88 factura_prov_pagada      value "P".
          02 fpr_fecha_pago pic 9(8).
      *   Desglose de la factura por tipo de IVA, hasta tres tipos:
      *   base imponible, tipo y cuota de cada uno. El importe de la
      *   factura es el total con el IVA incluido y debe cuadrar con
      *   la suma de bases y cuotas.
          02 fpr_desglose_iva occurs 3 times.
             03 fpr_base  pic 9(9)v99.
             03 fpr_tasa  pic 99v99.
             03 fpr_cuota pic 9(9)v99.
      *   Si el IVA soportado de la factura se deduce en la
      *   liquidacion trimestral o queda como mayor coste.
          02 fpr_iva_deducible pic x.
             88 fpr_deducible    value "S".
             88 fpr_no_deducible value "N".
      *   Si la factura y, una vez pagada, su pago ya salieron como
      *   asientos en la exportacion a contabilidad.
          02 fpr_contabilizada pic x.
             88 factura_prov_contabilizada value "S".
          02 fpr_pago_contabilizado pic x.
             88 pago_prov_contabilizado value "S".
      *   Factura o abono del proveedor. El abono es dinero a nuestro
      *   favor, normalmente por una devolucion, y se casa contra la
      *   devolucion que cubre; queda pagado cuando se cobra o se
      *   descuenta.
          02 fpr_tipo_documento pic x.
             88 factura_prov_ordinaria value "F" " ".
             88 factura_prov_abono     value "A".
          02 fpr_devolucion_prov pic 9(6).
