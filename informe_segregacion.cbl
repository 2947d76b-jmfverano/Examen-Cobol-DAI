       program-id. informe_segregacion as "informe_segregacion".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de usuarios.
       copy "file_control_usuarios.cpy".
      *Utiliza el control del fichero de permisos de menu.
       copy "file_control_permisos.cpy".
      *Utiliza el control del fichero de reglas de segregacion.
       copy "file_control_reglas_segregacion.cpy".
      *Utiliza el control del registro de excepciones de segregacion.
       copy "file_control_excepciones_segregacion.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
       select salida_segregacion
           assign to ".\conflictos_segregacion.csv"
           organization is line sequential.
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de usuarios.
       copy "estructura_usuario.cpy".
      *Utiliza la estructura del fichero de permisos de menu.
       copy "estructura_permisos.cpy".
      *Utiliza la estructura del fichero de reglas de segregacion.
       copy "estructura_regla_segregacion.cpy".
      *Utiliza la estructura del registro de excepciones.
       copy "estructura_excepcion_segregacion.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd salida_segregacion
         value of file-id is ".\conflictos_segregacion.csv".
       01 registro_salida_segregacion pic x(160).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "informe_segregacion".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-permisos pic xx value spaces.
       77 ws-estado-excepciones pic xx value spaces.
       77 permisos_abierto pic 9 value 0.
       77 fin_usuarios pic 9 value 0.
       77 fin_excepciones pic 9 value 0.
      *Totales del informe.
       77 total_usuarios pic 9(7) value 0.
       77 usuarios_en_conflicto pic 9(7) value 0.
       77 total_conflictos pic 9(7) value 0.
      *Linea de un conflicto.
       77 descripcion_rol pic x(13) value spaces.
       77 opciones_conflicto pic x(18) value spaces.
       77 puntero_opciones pic 99 value 1.
       77 excepcion_autorizada pic x value "N".
       77 motivo_autorizado pic x(60) value spaces.
      *Matriz de permisos del usuario y plantilla de su rol.
       77 rol_plantilla pic x value "V".
          88 rol_plantilla_admin    value "A".
          88 rol_plantilla_operador value "O".
       01 cadena_permisos pic x(99) value spaces.
       01 tabla_permisos redefines cadena_permisos.
          02 permiso_opcion pic x occurs 99 times.
      *Campos de la comprobacion de segregacion de funciones.
       copy "ws_segregacion.cpy".

       procedure division.
       perform iniciar_bitacora.
      *Conflictos de segregacion de funciones: por cada usuario
      *activo, las reglas de opciones incompatibles que reune su
      *matriz de permisos (o la plantilla de su rol si no tiene
      *registro), con su rol, las opciones que reune y si un
      *administrador lo autorizo con una excepcion y por que.
       perform cargar_reglas_segregacion.
       if num_reglas_segregacion = 0
           display "No hay reglas de segregacion definidas."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       move 1 to permisos_abierto.
       open input permisos.
       if ws-estado-permisos not = "00"
           move 0 to permisos_abierto
       end-if.
       open input usuarios.
       open output salida_segregacion.
       move spaces to registro_salida_segregacion.
       string "USUARIO,ROL,REGLA,DESCRIPCION,OPCIONES,"
              delimited by size
              "EXCEPCION,MOTIVO" delimited by size
         into registro_salida_segregacion
       end-string.
       write registro_salida_segregacion.
       move low-values to login_usuario.
       move 0 to fin_usuarios.
       start usuarios
         key is not less than login_usuario
         invalid key
           move 1 to fin_usuarios
       end-start.
       perform until fin_usuarios = 1
         read usuarios next
           at end
             move 1 to fin_usuarios
           not at end
             if usuario_activo
                 perform revisar_usuario
             end-if
         end-read
       end-perform.
       close usuarios.
       if permisos_abierto = 1
           close permisos
       end-if.
       move spaces to registro_salida_segregacion.
       string "TOTAL USUARIOS EN CONFLICTO," delimited by size
              usuarios_en_conflicto delimited by size
         into registro_salida_segregacion
       end-string.
       write registro_salida_segregacion.
       close salida_segregacion.
       display "Usuarios activos revisados:  " total_usuarios.
       display "Usuarios en conflicto:       " usuarios_en_conflicto.
       move usuarios_en_conflicto to bit_contador_1.
       move total_conflictos to bit_contador_2.
       if usuarios_en_conflicto = 0
           move "SINDATOS" to bit_resultado
       else
           move "OK" to bit_resultado
       end-if.
       perform grabar_bitacora.
       exit program.

      *Carga la matriz del usuario, la compara con las reglas y
      *escribe una linea por regla en conflicto.
       revisar_usuario.
       add 1 to total_usuarios.
       move rol of RUsuario to rol_plantilla.
       if permisos_abierto = 1
           move login_usuario to perm_login
           read permisos
             key is perm_login
             invalid key
               perform permisos_por_defecto
             not invalid key
               move perm_cadena to cadena_permisos
           end-read
       else
           perform permisos_por_defecto
       end-if.
       perform comprobar_segregacion.
       if num_conflictos = 0
           exit paragraph
       end-if.
       add 1 to usuarios_en_conflicto.
       evaluate true
         when rol_administrador
           move "ADMINISTRADOR" to descripcion_rol
         when rol_operador
           move "OPERADOR" to descripcion_rol
         when rol_visualizador
           move "VISUALIZADOR" to descripcion_rol
         when other
           move rol of RUsuario to descripcion_rol
       end-evaluate.
       perform varying idx_regla from 1 by 1
         until idx_regla > num_reglas_segregacion
           if rs_conflicto(idx_regla) = 1
               perform escribir_linea_conflicto
           end-if
       end-perform.

      *Escribe la linea del conflicto con las opciones que el
      *usuario reune de la regla.
       escribir_linea_conflicto.
       add 1 to total_conflictos.
       move spaces to opciones_conflicto.
       move 1 to puntero_opciones.
       perform varying idx_opcion_regla from 1 by 1
         until idx_opcion_regla > rs_num_opciones(idx_regla)
           move rs_opcion(idx_regla, idx_opcion_regla) to opcion_regla
           if opcion_regla > 0
               if permiso_opcion(opcion_regla) = "S"
                   string opcion_regla delimited by size
                          " " delimited by size
                     into opciones_conflicto
                     with pointer puntero_opciones
                   end-string
               end-if
           end-if
       end-perform.
       perform buscar_excepcion.
       move spaces to registro_salida_segregacion.
       string login_usuario delimited by size
              "," delimited by size
              descripcion_rol delimited by size
              "," delimited by size
              rs_codigo(idx_regla) delimited by size
              "," delimited by size
              rs_descripcion(idx_regla) delimited by size
              "," delimited by size
              opciones_conflicto delimited by size
              "," delimited by size
              excepcion_autorizada delimited by size
              "," delimited by size
              motivo_autorizado delimited by size
         into registro_salida_segregacion
       end-string.
       write registro_salida_segregacion.

      *Busca en el registro de excepciones la ultima autorizacion de
      *esta regla para este usuario.
       buscar_excepcion.
       move "N" to excepcion_autorizada.
       move spaces to motivo_autorizado.
       open input excepciones_segregacion.
       if ws-estado-excepciones not = "00"
           exit paragraph
       end-if.
       move 0 to fin_excepciones.
       perform until fin_excepciones = 1
         read excepciones_segregacion
           at end
             move 1 to fin_excepciones
           not at end
             if exs_usuario = login_usuario
                and exs_regla = rs_codigo(idx_regla)
                 move "S" to excepcion_autorizada
                 move exs_motivo to motivo_autorizado
             end-if
         end-read
       end-perform.
       close excepciones_segregacion.

      *Plantillas de permisos por rol.
       copy "parrafo_permisos_defecto.cpy".

      *Reglas de segregacion de funciones.
       copy "parrafo_segregacion.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
