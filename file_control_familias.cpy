      *Control del fichero maestro de familias de articulo.
      *Fichero comun a todas las empresas, en el directorio comun.
           select familias
               assign to "..\comun\familias.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
