      *Control del fichero de costes de importacion y del fichero
      *con el ultimo numero utilizado.
           select costes_importacion
               assign to ".\costes_importacion.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is cim_numero
               file status is ws-estado-costes-imp.
           select contador_coste_importacion
               assign to ".\contador_coste_importacion.dat"
               organization is line sequential
               file status is ws-estado-contador-cim.
