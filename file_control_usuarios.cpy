      *Control del fichero maestro de usuarios de la aplicacion.
      *Fichero comun a todas las empresas, en el directorio comun.
           select usuarios
               assign to "..\comun\usuarios.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
