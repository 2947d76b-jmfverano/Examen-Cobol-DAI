      *Control de la cola de correo saliente de documentos y del
      *fichero con el ultimo numero de mensaje asignado.
           select cola_correo
               assign to ".\cola_correo.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is mc_numero
               file status is ws-estado-cola-correo.
           select contador_correo
               assign to ".\contador_correo.dat"
               organization is line sequential
               file status is ws-estado-contador-correo.
