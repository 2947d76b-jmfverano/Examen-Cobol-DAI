      *Control del fichero de cambios de precio programados.
           select cambios_precio
               assign to ".\cambios_precio.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is cpr_numero
               file status is ws-estado-cambios-precio.
      *Control del contador de cambios de precio programados.
           select contador_cambio_precio
               assign to ".\contador_cambio_precio.dat"
               organization is line sequential
               file status is ws-estado-contador-cpr.
