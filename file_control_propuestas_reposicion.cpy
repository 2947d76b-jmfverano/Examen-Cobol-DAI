      *Control del fichero de propuestas de reposicion: el punto de
      *pedido y la cantidad a pedir que propone la prevision de
      *demanda para cada articulo, pendientes de aprobar.
           select propuestas_reposicion
               assign to ".\propuestas_reposicion.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is prp_codigo_articulo
               file status is ws-estado-propuestas.
