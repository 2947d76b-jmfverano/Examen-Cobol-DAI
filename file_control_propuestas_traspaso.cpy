      *Control del fichero de traspasos propuestos entre almacenes
      *y del documento de picking de los traspasos.
           select propuestas_traspaso
               assign to ".\propuestas_traspaso.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is ptr_clave
               file status is ws-estado-prop-traspaso.
           select picking_traspasos
               assign to ".\picking_traspasos.txt"
               organization is line sequential.
