          02 ant_aplicado pic x.
             88 anticipo_pendiente value "N".
             88 anticipo_aplicado  value "S".
          02 ant_venta_aplicada pic x(8).
