      *Estructura del fichero de lineas de venta de envio directo.
      *Cada linea de venta marcada como envio directo levanta un
      *pedido de compra al proveedor del articulo con la direccion
      *de entrega del cliente; la linea no mueve stock ni almacen y
      *queda entregada cuando el proveedor confirma el envio. El
      *coste de la linea es el del pedido de compra.
       fd ventas_directas
         value of file-id is ".\ventas_directas.dat"
         data record is RVentaDirecta.
       01 RVentaDirecta.
      *   Venta y numero de linea (1 = la linea de la cabecera).
          02 vd_clave.
             03 vd_codigo_venta pic x(8).
             03 vd_numero_linea pic 9(3).
          02 vd_codigo_articulo  pic x(4).
          02 vd_unidades         pic 9(5).
          02 vd_codigo_cliente   pic x(4).
          02 vd_codigo_proveedor pic x(4).
          02 vd_pedido_compra    pic 9(6).
          02 vd_coste            pic 9(7)v99.
          02 vd_fecha_alta       pic 9(8).
          02 vd_estado pic x.
             88 directa_pendiente value "P".
             88 directa_enviada   value "E".
             88 directa_anulada   value "X".
      *   Fecha y referencia de envio que confirma el proveedor.
          02 vd_fecha_envio      pic 9(8).
          02 vd_referencia_envio pic x(20).
