      *Control del fichero de niveles de stock por articulo y
      *almacen (minimo y objetivo de cada sucursal).
           select niveles_almacen
               assign to ".\niveles_almacen.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is nal_clave
               file status is ws-estado-niveles.
