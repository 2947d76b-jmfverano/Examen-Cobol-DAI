      *Control del fichero registro de las peticiones de proteccion
      *de datos atendidas (extractos y anonimizaciones de clientes).
      *Fichero comun a todas las empresas, en el directorio comun.
           select proteccion_datos
               assign to "..\comun\proteccion_datos.log"
               organization is line sequential
               file status is ws-estado-proteccion.
