      *Control del registro de excepciones autorizadas a la
      *segregacion de funciones. Solo se le anaden registros.
      *Fichero comun a todas las empresas, en el directorio comun.
           select excepciones_segregacion
               assign to "..\comun\excepciones_segregacion.dat"
               organization is line sequential
               file status is ws-estado-excepciones.
