      *Estructura del fichero de vencimientos. Al facturar una venta
      *su total se reparte en vencimientos segun las condiciones de
      *pago del cliente; los cobros de la venta se aplican a sus
      *vencimientos por orden, y la antiguedad, la remesa, las
      *reclamaciones y la proyeccion de tesoreria trabajan sobre
      *cada vencimiento.
       fd vencimientos
         value of file-id is ".\vencimientos.dat"
         data record is RVencimiento.
       01 RVencimiento.
          02 vto_clave.
             03 vto_codigo_venta pic x(8).
             03 vto_numero pic 99.
          02 vto_codigo_cliente pic x(4).
          02 vto_factura_anio pic 9(4).
          02 vto_factura_numero pic 9(6).
          02 vto_fecha_vencimiento pic 9(8).
          02 vto_importe pic 9(9)v99.
          02 vto_cobrado pic 9(9)v99.
          02 vto_estado pic x.
             88 vencimiento_pendiente value "P".
             88 vencimiento_cobrado value "C".
      *   Nivel de reclamacion alcanzado por el vencimiento y fecha
      *   de la tirada que lo subio.
          02 vto_nivel_reclamacion pic 9.
          02 vto_fecha_reclamacion pic 9(8).
      *   Vencimiento de la factura (en blanco), cargo al cliente
      *   de los gastos de un recibo devuelto por el banco o de los
      *   intereses de demora de una nota de cargo.
          02 vto_tipo pic x.
             88 vencimiento_gastos value "G".
             88 vencimiento_intereses value "I".
      *   Fecha hasta la que ya se cobraron intereses de demora del
      *   vencimiento de la factura, y nota de cargo que origino el
      *   vencimiento de intereses.
          02 vto_intereses_hasta pic 9(8).
          02 vto_nota_anio pic 9(4).
          02 vto_nota_numero pic 9(6).
