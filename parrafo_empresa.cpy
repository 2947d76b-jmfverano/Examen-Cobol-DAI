      *Carga el maestro de empresas en tabla_empresas. Si no existe
      *multiempresa queda a cero y el programa trabaja solo en el
      *directorio actual. El programa que lo usa declara los campos
      *de ws_empresa y el fichero de empresas.
       cargar_empresas.
       move 0 to multiempresa.
       move 0 to num_empresas.
       open input empresas.
       if ws-estado-empresas not = "00"
           exit paragraph
       end-if.
       move low-values to emp_codigo.
       move 0 to fin_empresas.
       start empresas
         key is not less than emp_codigo
         invalid key
           move 1 to fin_empresas
       end-start.
       perform until fin_empresas = 1
         read empresas next
           at end
             move 1 to fin_empresas
           not at end
             if num_empresas < maximo_empresas
                 add 1 to num_empresas
                 move emp_codigo to te_codigo(num_empresas)
                 move emp_nombre to te_nombre(num_empresas)
                 move emp_directorio to te_directorio(num_empresas)
                 move emp_estado to te_estado(num_empresas)
             end-if
         end-read
       end-perform.
       close empresas.
       if num_empresas > 0
           move 1 to multiempresa
       end-if.

      *Busca empresa_actual en la tabla y deja su posicion en
      *idx_empresa, con empresa_encontrada a uno si esta.
       buscar_empresa.
       move 0 to empresa_encontrada.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas or empresa_encontrada = 1
           if te_codigo(idx_empresa) = empresa_actual
               move 1 to empresa_encontrada
           end-if
       end-perform.
       if empresa_encontrada = 1
           subtract 1 from idx_empresa
       end-if.

      *Comprueba si el usuario puede entrar en empresa_actual segun
      *sus empresas_permitidas; en blanco puede entrar en todas.
       comprobar_empresa_permitida.
       move 0 to empresa_permitida.
       if empresas_permitidas = spaces
           move 1 to empresa_permitida
           exit paragraph
       end-if.
       perform varying idx_empresa_permitida from 1 by 1
         until idx_empresa_permitida > 10
           if empresa_permitida_usuario(idx_empresa_permitida)
              = empresa_actual
               move 1 to empresa_permitida
           end-if
       end-perform.

      *Cambia al directorio de la empresa que ocupa la posicion
      *idx_empresa de la tabla; empresa_encontrada queda a cero si
      *el directorio no esta disponible.
       entrar_empresa_indice.
       move te_codigo(idx_empresa) to empresa_actual.
       move spaces to directorio_empresa.
       string "..\" delimited by size
              te_directorio(idx_empresa) delimited by space
         into directorio_empresa
       end-string.
       call "CBL_CHANGE_DIR" using directorio_empresa
         returning resultado_directorio
       end-call.
       if resultado_directorio = 0
           move 1 to empresa_encontrada
       else
           move 0 to empresa_encontrada
       end-if.

      *Aparta el directorio de trabajo antes de recorrer empresas.
       guardar_directorio_inicial.
       move spaces to directorio_inicial.
       call "CBL_GET_CURRENT_DIR" using by value opciones_directorio
           by value longitud_directorio
           by reference directorio_inicial
         returning resultado_directorio
       end-call.

      *Vuelve al directorio apartado tras recorrer empresas.
       volver_directorio_inicial.
       call "CBL_CHANGE_DIR" using directorio_inicial
         returning resultado_directorio
       end-call.

      *Averigua la empresa del directorio apartado comparando su
      *ultimo tramo con los directorios del maestro de empresas.
       identificar_empresa_inicial.
       move spaces to empresa_inicial.
       move 0 to longitud_ruta.
       inspect directorio_inicial tallying longitud_ruta
         for characters before initial "  ".
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
            or empresa_inicial not = spaces
           move 0 to longitud_directorio_empresa
           inspect te_directorio(idx_empresa)
             tallying longitud_directorio_empresa
             for characters before initial " "
           if longitud_directorio_empresa > 0
              and longitud_ruta > longitud_directorio_empresa
               perform comparar_tramo_directorio
           end-if
       end-perform.

      *Compara el ultimo tramo de directorio_inicial con el
      *directorio de la empresa de la posicion idx_empresa.
       comparar_tramo_directorio.
       compute inicio_directorio_empresa =
           longitud_ruta - longitud_directorio_empresa.
       if directorio_inicial(inicio_directorio_empresa:1) not = "\"
          and directorio_inicial(inicio_directorio_empresa:1)
              not = "/"
           exit paragraph
       end-if.
       add 1 to inicio_directorio_empresa.
       if directorio_inicial(inicio_directorio_empresa:
                             longitud_directorio_empresa)
          = te_directorio(idx_empresa)(1:longitud_directorio_empresa)
           move te_codigo(idx_empresa) to empresa_inicial
       end-if.
