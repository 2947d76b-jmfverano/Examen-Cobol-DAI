      *Control de los ficheros de transportistas, de sus tarifas de
      *portes por zona y tramo de peso y de sus zonas de destino.
           select transportistas
               assign to ".\transportistas.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is tra_codigo
               file status is ws-estado-transportistas.
           select tarifas_porte
               assign to ".\tarifas_porte.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is trf_clave
               file status is ws-estado-tarifas-porte.
           select zonas_porte
               assign to ".\zonas_porte.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is zon_clave
               file status is ws-estado-zonas-porte.
