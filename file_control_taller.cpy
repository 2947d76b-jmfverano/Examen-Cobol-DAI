      *Control del fichero de ordenes de taller, de sus lineas de
      *piezas, de las horas de sus tecnicos y del contador de
      *ordenes.
           select ordenes_taller
               assign to ".\ordenes_taller.dat"
               organization is indexed
               lock mode is automatic
               record key is otp_clave
               file status is ws-estado-taller-piezas.
           select ordenes_taller_tiempos
               assign to ".\ordenes_taller_tiempos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is ott_clave
               file status is ws-estado-taller-tiempos.
           select contador_orden_taller
               assign to ".\contador_orden_taller.dat"
               organization is line sequential
