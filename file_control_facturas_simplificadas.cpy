      *Control del fichero de facturas simplificadas (tickets) de
      *mostrador y del fichero con el ultimo numero de su serie
      *anual propia.
           select facturas_simplificadas
               assign to ".\facturas_simplificadas.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is fsi_clave
      *        Clave alternativa por venta, para saber si una venta
      *        lleva ticket sin recorrer el fichero.
               alternate record key is fsi_codigo_venta
               file status is ws-estado-simplificadas.
           select contador_simplificada
               assign to ".\contador_simplificada.dat"
               organization is line sequential
               file status is ws-estado-contador-fsi.
