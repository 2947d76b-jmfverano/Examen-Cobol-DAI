         value of file-id is ".\microelectronica.dat"
         data record is RVenta.
       01 RVenta.
          02 codigo_venta pic x(8).
          02 fecha.
             03 anio      pic 9999.
             03 mes       pic 99.
      *      la venta se hizo a precio de catalogo.
             03 descuento       pic 99v99.
      *   Estado de la venta dentro de su ciclo de vida: pendiente de
      *   salir del almacen, entregada, facturada o cobrada. Una
      *   facturada que no se cobra puede pasar a dudoso cobro y
      *   despues a fallida; al no estar ya facturada queda fuera de
      *   las remesas, las reclamaciones y la tesoreria prevista.
          02 estado_venta pic x.
             88 venta_pendiente  value "P".
             88 venta_entregada  value "E".
             88 venta_facturada  value "F".
             88 venta_cobrada    value "C".
             88 venta_dudoso_cobro value "D".
             88 venta_fallida    value "I".
      *   Numero de factura asignado a la venta dentro de la serie
      *   anual; a cero mientras la venta no se ha facturado.
          02 factura.
      *   reparten la venta entre los dos en esa proporcion.
          02 agente_secundario pic xx.
          02 porcentaje_secundario pic 99v99.
      *   Direccion de entrega del cliente a la que sale la venta
      *   (numero dentro de sus direcciones de entrega); a cero sale
      *   a la predeterminada o, si no tiene, a la del maestro. La
      *   factura va siempre a la direccion del maestro.
          02 num_direccion_entrega pic 99.
