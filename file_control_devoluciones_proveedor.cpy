      *Control del fichero de devoluciones a proveedor y del fichero
      *con el ultimo numero de devolucion.
           select devoluciones_proveedor
               assign to ".\devoluciones_proveedor.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is dvp_numero
               file status is ws-estado-dev-prov.
           select contador_devolucion_prov
               assign to ".\contador_devolucion_prov.dat"
               organization is line sequential
               file status is ws-estado-contador-dvp.
