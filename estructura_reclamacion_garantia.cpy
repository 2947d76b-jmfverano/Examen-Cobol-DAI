      *Estructura del fichero de reclamaciones de garantia a
      *proveedor. Cada reparacion en garantia cerrada en el taller
      *deja una reclamacion, con el numero de la orden como clave,
      *contra el proveedor que entrego la unidad (por la recepcion
      *de su numero de serie y el pedido de compra): las piezas a
      *su coste y las horas a la tarifa del taller, hasta que el
      *proveedor las abona o las repone y se liquida.
       fd reclamaciones_garantia
         value of file-id is ".\reclamaciones_garantia.dat"
         data record is RReclamacionGarantia.
       01 RReclamacionGarantia.
          02 rgp_orden pic 9(6).
          02 rgp_fecha pic 9(8).
          02 rgp_codigo_proveedor pic x(4).
          02 rgp_numero_serie pic x(20).
          02 rgp_codigo_articulo pic x(4).
      *   Recepcion por la que entro la unidad reparada.
          02 rgp_recepcion pic 9(6).
          02 rgp_importe_piezas pic 9(7)v99.
          02 rgp_horas pic 9(3).
          02 rgp_importe_mano_obra pic 9(7)v99.
          02 rgp_estado pic x.
             88 reclamacion_abierta value "A".
             88 reclamacion_liquidada value "L".
      *   Importe que el proveedor abono o repuso al liquidarla.
          02 rgp_importe_recuperado pic 9(7)v99.
          02 rgp_fecha_liquidacion pic 9(8).
