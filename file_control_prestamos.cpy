      *Control del fichero de prestamos de equipos a clientes y del
      *fichero con el ultimo numero de prestamo.
           select prestamos
               assign to ".\prestamos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is pst_numero
               file status is ws-estado-prestamos.
           select contador_prestamo
               assign to ".\contador_prestamo.dat"
               organization is line sequential
               file status is ws-estado-contador-pst.
