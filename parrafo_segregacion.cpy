      *Carga en tabla_reglas_segregacion las reglas del fichero, si
      *existe; sin fichero no hay reglas y nada entra en conflicto.
      *El programa que lo usa declara ws_segregacion y el control y
      *la estructura del fichero de reglas.
       cargar_reglas_segregacion.
       move 0 to num_reglas_segregacion.
       open input reglas_segregacion.
       if ws-estado-reglas not = "00"
           exit paragraph
       end-if.
       move low-values to sod_codigo.
       move 0 to fin_reglas.
       start reglas_segregacion
         key is not less than sod_codigo
         invalid key
           move 1 to fin_reglas
       end-start.
       perform until fin_reglas = 1
         read reglas_segregacion next
           at end
             move 1 to fin_reglas
           not at end
             if num_reglas_segregacion < 100
                 add 1 to num_reglas_segregacion
                 move RReglaSegregacion
                   to rs_regla(num_reglas_segregacion)
             end-if
         end-read
       end-perform.
       close reglas_segregacion.

      *Marca en rs_conflicto las reglas de las que la matriz de
      *tabla_permisos reune al menos el minimo de opciones, y deja
      *en num_conflictos cuantas son.
       comprobar_segregacion.
       move 0 to num_conflictos.
       perform varying idx_regla from 1 by 1
         until idx_regla > num_reglas_segregacion
           move 0 to opciones_reunidas
           perform varying idx_opcion_regla from 1 by 1
             until idx_opcion_regla > rs_num_opciones(idx_regla)
               move rs_opcion(idx_regla, idx_opcion_regla)
                 to opcion_regla
               if opcion_regla > 0
                   if permiso_opcion(opcion_regla) = "S"
                       add 1 to opciones_reunidas
                   end-if
               end-if
           end-perform
           move 0 to rs_conflicto(idx_regla)
           if opciones_reunidas >= rs_minimo(idx_regla)
              and opciones_reunidas > 1
               move 1 to rs_conflicto(idx_regla)
               add 1 to num_conflictos
           end-if
       end-perform.
