      *Estructura del fichero de retiradas de producto. Cada
      *registro es una retirada de un lote de piezas pedida por el
      *fabricante, con la seleccion de unidades que se hizo: un
      *articulo y un rango de numeros de serie, una recepcion, o un
      *proveedor y un rango de fechas de recepcion.
       fd retiradas
         value of file-id is ".\retiradas.dat"
         data record is RRetirada.
       01 RRetirada.
          02 rt_numero pic 9(6).
          02 rt_fecha pic 9(8).
          02 rt_motivo pic x(40).
          02 rt_modo pic x.
             88 retirada_por_series    value "S".
             88 retirada_por_recepcion value "R".
             88 retirada_por_proveedor value "P".
          02 rt_codigo_articulo pic x(4).
          02 rt_serie_desde pic x(20).
          02 rt_serie_hasta pic x(20).
          02 rt_recepcion pic 9(6).
          02 rt_codigo_proveedor pic x(4).
          02 rt_fecha_desde pic 9(8).
          02 rt_fecha_hasta pic 9(8).
      *   Unidades encontradas al crear la retirada y clientes a los
      *   que se envio carta.
          02 rt_unidades_stock pic 9(5).
          02 rt_unidades_clientes pic 9(5).
          02 rt_clientes pic 9(5).
      *Estructura de las unidades de cada retirada: donde estaba la
      *unidad al crear la retirada (en el almacen, vendida o
      *prestada a un cliente) y su seguimiento hasta que se
      *devuelve o se sustituye por otra.
       fd retiradas_unidades
         value of file-id is ".\retiradas_unidades.dat"
         data record is RUnidadRetirada.
       01 RUnidadRetirada.
          02 rtu_clave.
             03 rtu_numero pic 9(6).
             03 rtu_serie  pic x(20).
          02 rtu_codigo_articulo pic x(4).
          02 rtu_recepcion pic 9(6).
          02 rtu_ubicacion pic x.
             88 unidad_en_stock    value "S".
             88 unidad_vendida     value "V".
             88 unidad_prestada    value "P".
      *   Cliente, venta y fecha de la venta (o numero y fecha del
      *   prestamo) de la unidad que esta fuera.
          02 rtu_codigo_cliente pic x(4).
          02 rtu_codigo_venta pic x(8).
          02 rtu_prestamo pic 9(6).
          02 rtu_fecha_salida pic 9(8).
          02 rtu_estado pic x.
             88 unidad_pendiente  value "N".
             88 unidad_devuelta   value "D".
             88 unidad_sustituida value "R".
          02 rtu_fecha_resolucion pic 9(8).
          02 rtu_serie_sustituta pic x(20).
      *Registro con el ultimo numero de retirada.
       fd contador_retirada
         value of file-id is ".\contador_retirada.dat".
       01 registro_contador_ret pic 9(6).
