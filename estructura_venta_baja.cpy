         data record is RVentaBaja.
       01 RVentaBaja.
      *    Copia integra del registro de venta eliminado.
          02 datos_venta  pic x(162).
          02 fecha_baja.
             03 anio_baja pic 9999.
             03 mes_baja  pic 99.
