      *Control de la clave de cifrado de las cuentas bancarias de los
      *clientes y del registro de accesos a esas cuentas. La clave
      *vive en su propio directorio, fuera de los de datos, para que
      *no viaje con los ficheros ni con los respaldos; el registro de
      *accesos es comun a todas las empresas.
           select clave_cuentas
               assign to "..\claves\clave_cuentas.dat"
               organization is line sequential
               file status is ws-estado-clave-cuentas.
           select accesos_cuentas
               assign to "..\comun\accesos_cuentas.log"
               organization is line sequential
               file status is ws-estado-accesos-cuentas.
