      *Estructura del registro de peticiones de proteccion de datos.
      *Se abre en modo extend y se le anade una linea de texto por
      *peticion atendida, con la fecha, la hora, el login de quien la
      *atendio, el cliente, la operacion (EXTRACTO, ANONIMIZACION o
      *RECHAZO) y el fichero generado o el motivo del rechazo.
       fd proteccion_datos
         value of file-id is "..\comun\proteccion_datos.log".
       01 registro_proteccion_datos pic x(100).
