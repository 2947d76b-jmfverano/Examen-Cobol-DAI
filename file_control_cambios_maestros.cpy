      *Control del registro de cambios de los ficheros maestros.
      *Solo se le anaden registros al final.
           select cambios_maestros
               assign to ".\cambios_maestros.dat"
               organization is line sequential
               file status is ws-estado-cambios.
