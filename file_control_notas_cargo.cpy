      *Control del fichero de notas de cargo de intereses de demora,
      *del fichero con el ultimo numero de nota de la serie anual y
      *del documento impreso que se envia al cliente.
           select notas_cargo
               assign to ".\notas_cargo.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is nc_clave
               file status is ws-estado-notas-cargo.
           select contador_nota_cargo
               assign to ".\contador_nota_cargo.dat"
               organization is line sequential
               file status is ws-estado-contador-nc.
           select documento_nota_cargo
               assign to ".\notas_cargo.txt"
               organization is line sequential.
