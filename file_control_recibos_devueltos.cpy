      *Control del fichero de recibos domiciliados devueltos por el
      *banco. Cada registro es la devolucion de un cobro de remesa,
      *con la clave del cobro original.
           select recibos_devueltos
               assign to ".\recibos_devueltos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is rdv_clave
               file status is ws-estado-recibos-dev.
