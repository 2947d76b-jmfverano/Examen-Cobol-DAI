           move "S" to permiso_opcion(42)
           move "S" to permiso_opcion(43)
           move "S" to permiso_opcion(45)
           move "S" to permiso_opcion(90)
           move "S" to permiso_opcion(92)
           if rol_plantilla_operador
               move "S" to permiso_opcion(1)
               move "S" to permiso_opcion(55)
               move "S" to permiso_opcion(28)
               move "S" to permiso_opcion(29)
               move "S" to permiso_opcion(74)
               move "S" to permiso_opcion(75)
               move "S" to permiso_opcion(38)
               move "S" to permiso_opcion(39)
               move "S" to permiso_opcion(67)
               move "S" to permiso_opcion(91)
           end-if
       end-evaluate.
      *La salida de la aplicacion no se puede denegar. Cambiar de
      *empresa se concede a todos: la empresa pedida se valida
      *contra las permitidas al usuario.
       move "S" to permiso_opcion(5).
       move "S" to permiso_opcion(85).
