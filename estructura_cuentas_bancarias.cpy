      *Estructura del fichero con la clave de cifrado de las cuentas
      *bancarias: una sola linea con la clave.
       fd clave_cuentas
         value of file-id is "..\claves\clave_cuentas.dat".
       01 registro_clave_cuentas pic x(32).
      *Estructura del registro de accesos a las cuentas bancarias.
      *Se abre en modo extend y se le anade una linea por cada vez
      *que una cuenta se muestra completa, se descifra para la
      *remesa o se cambia, con la fecha, la hora, el usuario, el
      *programa, el cliente, la operacion y las ultimas cifras.
       fd accesos_cuentas
         value of file-id is "..\comun\accesos_cuentas.log".
       01 registro_acceso_cuenta pic x(100).
