      *Control del fichero de permisos de menu por usuario.
      *Fichero comun a todas las empresas, en el directorio comun.
           select permisos
               assign to "..\comun\permisos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
