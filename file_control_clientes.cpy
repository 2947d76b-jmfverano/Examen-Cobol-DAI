      *Control del fichero maestro de clientes.
      *Fichero comun a todas las empresas, en el directorio comun.
           select clientes
               assign to "..\comun\clientes.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
