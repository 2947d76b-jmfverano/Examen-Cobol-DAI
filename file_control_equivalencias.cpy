      *Control del fichero de articulos equivalentes.
      *Fichero comun a todas las empresas, en el directorio comun.
           select equivalencias
               assign to "..\comun\equivalencias.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is eqv_clave
               file status is ws-estado-equivalencias.
