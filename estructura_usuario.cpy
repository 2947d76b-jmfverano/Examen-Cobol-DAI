      *Estructura del fichero maestro de usuarios de la aplicacion.
       fd usuarios
         value of file-id is "..\comun\usuarios.dat"
         data record is RUsuario.
       01 RUsuario.
          02 login_usuario pic x(12).
