      *Control del fichero maestro de empresas.
      *Fichero comun a todas las empresas, en el directorio comun.
           select empresas
               assign to "..\comun\empresas.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is emp_codigo
               file status is ws-estado-empresas.
