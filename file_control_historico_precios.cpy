      *Control del fichero historico de precios y costes de los
      *articulos. Solo se le anaden registros al final.
           select historico_precios
               assign to ".\historico_precios.dat"
               organization is line sequential
               file status is ws-estado-historico.
