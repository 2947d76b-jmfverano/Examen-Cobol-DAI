      *Control del fichero de auditoria de accesos a la aplicacion.
      *Fichero comun a todas las empresas, en el directorio comun.
           select auditoria
               assign to "..\comun\auditoria.log"
               organization is line sequential.
