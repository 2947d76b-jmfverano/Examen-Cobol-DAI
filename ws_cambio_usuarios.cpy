      *Campos de los registros de usuarios para el registro de
      *cambios de los maestros: nombre, posicion, longitud y
      *decimales de cada uno, que el programa carga en
      *tabla_campos_cambio. Los hashes de la clave actual y de las
      *anteriores no se anotan; el cambio de clave queda a la vista
      *por su fecha.
       77 num_campos_usuarios pic 9(3) value 5.
       01 campos_cambio_usuarios.
          02 filler pic x(32) value "login_usuario           00010120".
          02 filler pic x(32) value "estado                  00230010".
          02 filler pic x(32) value "rol                     00240010".
          02 filler pic x(32) value "clave_fecha_cambio      00250080".
          02 filler pic x(32) value "intentos_fallidos       00630030".
