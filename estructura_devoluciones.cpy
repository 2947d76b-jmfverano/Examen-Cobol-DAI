         data record is RDevolucion.
       01 RDevolucion.
          02 dev_clave.
             03 dev_codigo_venta pic x(8).
             03 dev_numero       pic 9(3).
          02 dev_fecha           pic 9(8).
          02 dev_numero_linea    pic 9(3).
          02 dev_destino pic x.
             88 dev_a_stock value "R".
             88 dev_a_merma value "M".
      *   Motivo de la devolucion, del maestro de motivos de
      *   devolucion.
          02 dev_motivo pic xx.
