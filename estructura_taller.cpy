             88 orden_taller_abierta value "A".
             88 orden_taller_cerrada value "C".
          02 ot_fecha_cierre pic 9(8).
          02 ot_venta_generada pic x(8).
      *   Numero de serie de la unidad cuando la orden se abre contra
      *   un aparato vendido por nosotros, la venta original de esa
      *   unidad y si la reparacion queda cubierta por la garantia;
      *   una reparacion en garantia se cierra sin venta y deja una
      *   reclamacion al proveedor que entrego la unidad.
          02 ot_numero_serie pic x(20).
          02 ot_venta_original pic x(8).
          02 ot_garantia pic x.
             88 reparacion_en_garantia value "S".
             88 reparacion_con_cargo value "N" " ".
      *   Tarifa por hora a la que se cerro la orden, para valorar
      *   despues las horas de cada tecnico.
          02 ot_tarifa pic 9(5)v99.
      *   Motivo de la reparacion en garantia, del maestro de
      *   motivos de devolucion; en blanco si la reparacion es con
      *   cargo.
          02 ot_motivo_devolucion pic xx.
      *Estructura del fichero de piezas consumidas por orden. La
      *pieza descuenta stock y deja kardex al anotarse, como una
      *venta; la venta generada al cierre ya no vuelve a moverlo.
             03 otp_linea  pic 9(3).
          02 otp_codigo_articulo pic x(4).
          02 otp_unidades pic 9(5).
      *Estructura del fichero de horas de mano de obra por orden.
      *Cada linea es el trabajo de un tecnico en un dia; las horas
      *de la orden son la suma de sus lineas.
       fd ordenes_taller_tiempos
         value of file-id is ".\ordenes_taller_tiempos.dat"
         data record is ROrdenTallerTiempo.
       01 ROrdenTallerTiempo.
          02 ott_clave.
             03 ott_numero pic 9(6).
             03 ott_linea  pic 9(3).
          02 ott_codigo_tecnico pic x(3).
          02 ott_fecha pic 9(8).
          02 ott_horas pic 9(2).
      *Registro con el ultimo numero de orden de taller.
       fd contador_orden_taller
         value of file-id is ".\contador_orden_taller.dat".
