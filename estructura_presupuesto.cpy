      *cabecera de un presupuesto con su primera linea de articulo;
      *las lineas adicionales viven en presupuestos_detalle, igual
      *que las ventas hacen con ventas_detalle. Cuando el presupuesto
      *se convierte en venta queda anotado el codigo generado. Un
      *presupuesto que pasa su fecha de validez sin convertirse
      *queda caducado, y uno que el cliente rechaza queda perdido
      *con el motivo.
       fd presupuestos
         value of file-id is ".\presupuestos.dat"
         data record is RPresupuesto.
          02 estado_presupuesto pic x.
             88 presupuesto_pendiente  value "P".
             88 presupuesto_convertido value "C".
             88 presupuesto_perdido    value "R".
             88 presupuesto_caducado   value "E".
          02 pres_venta_generada pic x(8).
      *   Fecha hasta la que vale el presupuesto, fecha en que se
      *   cerro (convertido, perdido o caducado) y motivo de la
      *   perdida, del maestro de motivos.
          02 pres_fecha_validez pic 9(8).
          02 pres_fecha_cierre  pic 9(8).
          02 pres_motivo_perdida pic xx.
      *Estructura del fichero de lineas adicionales de articulo por
      *presupuesto. pde_numero_linea empieza en 2 porque la primera
      *linea de cada presupuesto es la que ya lleva RPresupuesto.
