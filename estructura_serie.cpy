          02 ser_estado pic x.
             88 serie_libre   value "L".
             88 serie_vendida value "V".
             88 serie_devuelta value "D".
             88 serie_prestada value "P".
      *      Bloqueada por una retirada del fabricante: sigue en
      *      casa pero no se asigna a ninguna venta ni prestamo.
             88 serie_bloqueada value "B".
          02 ser_codigo_venta pic x(8).
          02 ser_fecha_venta pic 9(8).
      *   Devolucion a proveedor con la que salio la unidad; a cero
      *   mientras sigue en casa o se vende.
          02 ser_devolucion_prov pic 9(6).
      *   Prestamo con el que la unidad esta en casa de un cliente;
      *   a cero si no esta prestada.
          02 ser_prestamo pic 9(6).
