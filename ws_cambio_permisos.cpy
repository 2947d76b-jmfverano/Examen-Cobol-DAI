      *Campos de los registros de permisos para el registro de
      *cambios de los maestros: nombre, posicion, longitud y
      *decimales de cada uno, que el programa carga en
      *tabla_campos_cambio. La matriz de opciones no cabe en un
      *valor del registro y se anota en tres tramos.
       77 num_campos_permisos pic 9(3) value 7.
       01 campos_cambio_permisos.
          02 filler pic x(32) value "perm_login              00010120".
          02 filler pic x(32) value "perm_cadena_01_40       00130400".
          02 filler pic x(32) value "perm_cadena_41_80       00530400".
          02 filler pic x(32) value "perm_cadena_81_99       00930190".
          02 filler pic x(32) value "perm_empresas           01120200".
          02 filler pic x(32) value "perm_limite_compra      01320112".
          02 filler pic x(32) value "perm_ver_cuentas        01430010".
