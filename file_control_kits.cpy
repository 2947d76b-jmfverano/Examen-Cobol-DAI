      *Control del fichero de composicion de kits: un registro por
      *componente de cada articulo compuesto.
      *Fichero comun a todas las empresas, en el directorio comun.
           select kits
               assign to "..\comun\kits.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
