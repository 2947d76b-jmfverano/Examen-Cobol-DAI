      *Control del fichero de reglas de segregacion de funciones:
      *grupos de opciones del menu que no debe reunir un usuario.
      *Fichero comun a todas las empresas, en el directorio comun.
           select reglas_segregacion
               assign to "..\comun\reglas_segregacion.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is sod_codigo
               file status is ws-estado-reglas.
