      *Control del fichero maestro de motivos de perdida de los
      *presupuestos.
           select motivos_perdida
               assign to ".\motivos_perdida.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is mot_codigo
               file status is ws-estado-motivos.
