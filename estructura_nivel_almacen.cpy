      *Estructura del fichero de niveles de stock por articulo y
      *almacen. Cuando el saldo de una sucursal baja del minimo, la
      *propuesta de traspasos la repone desde el almacen de
      *suministro hasta el objetivo. En el propio almacen de
      *suministro el minimo es la reserva que no se traspasa.
       fd niveles_almacen
         value of file-id is ".\niveles_almacen.dat"
         data record is RNivelAlmacen.
       01 RNivelAlmacen.
          02 nal_clave.
             03 nal_codigo_articulo pic x(4).
             03 nal_codigo_almacen  pic x(2).
          02 nal_minimo   pic 9(7).
          02 nal_objetivo pic 9(7).
