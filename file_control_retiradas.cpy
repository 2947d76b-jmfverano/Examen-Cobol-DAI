      *Control de los ficheros de retiradas de producto, de las
      *unidades afectadas por cada retirada y del fichero con el
      *ultimo numero de retirada.
           select retiradas
               assign to ".\retiradas.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is rt_numero
               file status is ws-estado-retiradas.
           select retiradas_unidades
               assign to ".\retiradas_unidades.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is rtu_clave
               file status is ws-estado-ret-unidades.
           select contador_retirada
               assign to ".\contador_retirada.dat"
               organization is line sequential
               file status is ws-estado-contador-ret.
