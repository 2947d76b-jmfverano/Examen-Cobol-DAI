      *Control del fichero maestro de motivos de devolucion de los
      *clientes.
           select motivos_devolucion
               assign to ".\motivos_devolucion.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is mdv_codigo
               file status is ws-estado-motivos-dev.
