      *Estructura del fichero de devoluciones a proveedor. Cada
      *registro es genero que sale del almacen de vuelta al
      *proveedor, roto o sobrante, contra la recepcion por la que
      *entro: las unidades, el coste al que entraron y el abono que
      *se espera del proveedor por ellas hasta que llega y se casa
      *con la devolucion.
       fd devoluciones_proveedor
         value of file-id is ".\devoluciones_proveedor.dat"
         data record is RDevolucionProveedor.
       01 RDevolucionProveedor.
          02 dvp_numero pic 9(6).
          02 dvp_fecha pic 9(8).
      *   Recepcion por la que entro el genero devuelto.
          02 dvp_recepcion pic 9(6).
          02 dvp_codigo_proveedor pic x(4).
          02 dvp_codigo_articulo pic x(4).
          02 dvp_unidades pic 9(5).
      *   Almacen del que sale el genero.
          02 dvp_almacen pic x(2).
      *   Coste unitario al que entro el genero y abono esperado del
      *   proveedor (unidades por coste, sin IVA).
          02 dvp_coste pic 9(7)v99.
          02 dvp_importe pic 9(9)v99.
          02 dvp_motivo pic x(30).
      *   Pendiente de abono hasta que se registra el abono del
      *   proveedor que la cubre.
          02 dvp_estado pic x.
             88 devolucion_pendiente_abono value "P".
             88 devolucion_abonada         value "A".
          02 dvp_abono_numero pic x(15).
          02 dvp_abono_fecha pic 9(8).
      *Registro con el ultimo numero de devolucion a proveedor.
       fd contador_devolucion_prov
         value of file-id is ".\contador_devolucion_prov.dat".
       01 registro_contador_dvp pic 9(6).
