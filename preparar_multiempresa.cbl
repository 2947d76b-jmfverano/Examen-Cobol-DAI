       program-id. preparar_multiempresa as "preparar_multiempresa".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Permisos de menu con el formato anterior, con setenta opciones
      *y sin las empresas permitidas, tal como quedaron en el
      *directorio de la empresa.
           select permisos_anterior
               assign to ".\permisos.dat"
               organization is indexed
               access mode is sequential
               record key is pa_login
               file status is ws-estado-anterior.
      *Utiliza el control del fichero de permisos de menu.
       copy "file_control_permisos.cpy".
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
           select informe_preparacion
               assign to ".\preparacion_multiempresa.txt"
               organization is line sequential.
       data division.
       file section.
       fd permisos_anterior
         value of file-id is ".\permisos.dat".
       01 RPermisoAnterior.
          02 pa_login  pic x(12).
          02 pa_cadena pic x(70).
      *Utiliza la estructura del fichero de permisos de menu.
       copy "estructura_permisos.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd informe_preparacion
         value of file-id is ".\preparacion_multiempresa.txt".
       01 registro_informe_preparacion pic x(80).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "preparar_multiempresa".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-permisos pic xx value spaces.
       77 ws-estado-anterior pic xx value spaces.
       77 ws-estado-empresas pic xx value spaces.
       77 fin_lectura pic 9 value 0.
      *Empresa que ocupa el directorio desde el que se lanza.
       77 codigo_empresa_nueva pic x(2) value spaces.
       77 nombre_empresa_nueva pic x(30) value spaces.
       77 directorio_empresa_nueva pic x(30) value spaces.
      *Traslado de cada fichero al directorio comun.
       77 directorio_comun pic x(10) value "..\comun".
       77 nombre_local pic x(40) value spaces.
       77 nombre_comun pic x(40) value spaces.
       77 estado_traslado pic x(12) value spaces.
       77 resultado_copia pic 9(8) comp-5 value 0.
       77 resultado_borrado pic 9(8) comp-5 value 0.
       77 resultado_existe pic 9(8) comp-5 value 0.
       77 resultado_directorio pic 9(8) comp-5 value 0.
       01 detalles_fichero pic x(16) value spaces.
       77 ficheros_trasladados pic 9(3) value 0.
       77 ficheros_erroneos pic 9(3) value 0.
       77 permisos_convertidos pic 9(7) value 0.
      *Ficheros comunes a todas las empresas. Los permisos se tratan
      *aparte porque cambian de formato al pasar al directorio comun.
       01 tabla_ficheros_comunes.
          02 filler pic x(28) value "usuarios.dat".
          02 filler pic x(28) value "auditoria.log".
          02 filler pic x(28) value "reglas_segregacion.dat".
          02 filler pic x(28) value "excepciones_segregacion.dat".
          02 filler pic x(28) value "clientes.dat".
          02 filler pic x(28) value "direcciones_entrega.dat".
          02 filler pic x(28) value "condiciones_pago.dat".
          02 filler pic x(28) value "proveedores.dat".
          02 filler pic x(28) value "articulos_proveedor.dat".
          02 filler pic x(28) value "familias.dat".
          02 filler pic x(28) value "kits.dat".
          02 filler pic x(28) value "codigos_barras.dat".
          02 filler pic x(28) value "equivalencias.dat".
          02 filler pic x(28) value "proteccion_datos.log".
       01 lista_ficheros_comunes redefines tabla_ficheros_comunes.
          02 fichero_comun pic x(28) occurs 14 times.
       77 indice_fichero pic 99 value 0.

       procedure division.
       perform iniciar_bitacora.
      *Prepara una instalacion de una sola empresa para trabajar con
      *varias: crea el directorio comun, hermano del de la empresa,
      *traslada a el los ficheros compartidos por todas las empresas,
      *pasa los permisos de menu al formato con empresas permitidas
      *(en blanco, todas) y da de alta la empresa del directorio
      *actual en el maestro de empresas. Se lanza una sola vez, con
      *la aplicacion parada, desde el directorio de la empresa y
      *despues de respaldo_conjunto. Un fichero que ya esta en el
      *directorio comun no se toca, asi que repetir el proceso no
      *pisa nada; los ficheros comunes que tuviera otra empresa se
      *quedan en su directorio y se juntan a mano. Antes de nada los
      *ficheros de la empresa se pasan al formato actual, que es el
      *que esperan los programas en el directorio comun; si la
      *conversion falla no se traslada nada.
       call "convertir_formato_ficheros".
       if return-code not = 0
           display "ERROR: revise conversion_formato.txt."
           move "ERROR" to bit_resultado
           perform grabar_bitacora
           move 8 to return-code
           exit program
       end-if.
       display "Codigo de la empresa: " with no advancing.
       accept codigo_empresa_nueva.
       display "Nombre de la empresa: " with no advancing.
       accept nombre_empresa_nueva.
       display "Directorio de la empresa: " with no advancing.
       accept directorio_empresa_nueva.
       if codigo_empresa_nueva = spaces or codigo_empresa_nueva = "**"
          or directorio_empresa_nueva = spaces
           display "ERROR: empresa no valida."
           move "ERROR" to bit_resultado
           perform grabar_bitacora
           move 8 to return-code
           exit program
       end-if.
       call "CBL_CREATE_DIR" using directorio_comun
         returning resultado_directorio
       end-call.
       open output informe_preparacion.
       move "FICHERO                      ESTADO"
         to registro_informe_preparacion.
       write registro_informe_preparacion.
       perform varying indice_fichero from 1 by 1
         until indice_fichero > 14
           perform trasladar_fichero_comun
       end-perform.
       perform convertir_permisos.
       perform grabar_empresa_nueva.
       close informe_preparacion.
       display "Ficheros trasladados: " ficheros_trasladados.
       display "Permisos convertidos: " permisos_convertidos.
       move ficheros_trasladados to bit_contador_1.
       move permisos_convertidos to bit_contador_2.
       if ficheros_erroneos = 0
           move "OK" to bit_resultado
       else
           display "ERROR: revise preparacion_multiempresa.txt."
           move "ERROR" to bit_resultado
           move 8 to return-code
       end-if.
       perform grabar_bitacora.
       exit program.

      *Traslada un fichero comun: si aun no esta en el directorio
      *comun se copia alli y se borra el de la empresa.
       trasladar_fichero_comun.
       move spaces to nombre_local.
       string ".\" delimited by size
              fichero_comun(indice_fichero) delimited by space
         into nombre_local
       end-string.
       move spaces to nombre_comun.
       string "..\comun\" delimited by size
              fichero_comun(indice_fichero) delimited by space
         into nombre_comun
       end-string.
       call "CBL_CHECK_FILE_EXIST" using nombre_comun
           detalles_fichero
         returning resultado_existe
       end-call.
       if resultado_existe = 0
           move "YA COMUN" to estado_traslado
           perform anotar_traslado
           exit paragraph
       end-if.
       call "CBL_CHECK_FILE_EXIST" using nombre_local
           detalles_fichero
         returning resultado_existe
       end-call.
       if resultado_existe not = 0
           move "NO EXISTE" to estado_traslado
           perform anotar_traslado
           exit paragraph
       end-if.
       call "CBL_COPY_FILE" using nombre_local nombre_comun
         returning resultado_copia
       end-call.
       if resultado_copia not = 0
           move "ERROR" to estado_traslado
           add 1 to ficheros_erroneos
           perform anotar_traslado
           exit paragraph
       end-if.
       call "CBL_DELETE_FILE" using nombre_local
         returning resultado_borrado
       end-call.
       move "TRASLADADO" to estado_traslado.
       add 1 to ficheros_trasladados.
       perform anotar_traslado.

      *Anota en el informe el fichero tratado y como quedo.
       anotar_traslado.
       move spaces to registro_informe_preparacion.
       move fichero_comun(indice_fichero)
         to registro_informe_preparacion(1:28).
       move estado_traslado to registro_informe_preparacion(30:12).
       write registro_informe_preparacion.

      *Pasa los permisos de menu de la empresa al directorio comun
      *con el formato nuevo, sin restriccion de empresas.
       convertir_permisos.
       move "..\comun\permisos.dat" to nombre_comun.
       call "CBL_CHECK_FILE_EXIST" using nombre_comun
           detalles_fichero
         returning resultado_existe
       end-call.
       move spaces to registro_informe_preparacion.
       move "permisos.dat" to registro_informe_preparacion(1:28).
       if resultado_existe = 0
           move "YA COMUN" to registro_informe_preparacion(30:12)
           write registro_informe_preparacion
           exit paragraph
       end-if.
       open input permisos_anterior.
       if ws-estado-anterior not = "00"
           move "NO EXISTE" to registro_informe_preparacion(30:12)
           write registro_informe_preparacion
           exit paragraph
       end-if.
       open output permisos.
       move 0 to fin_lectura.
       perform until fin_lectura = 1
           read permisos_anterior next
             at end
               move 1 to fin_lectura
             not at end
               move pa_login to perm_login
      *        Las opciones del menu posteriores a la setenta
      *        quedan sin permiso hasta que se concedan a mano.
               move all "N" to perm_cadena
               move pa_cadena to perm_cadena(1:70)
               move spaces to perm_empresas
               move 0 to perm_limite_compra
               move "N" to perm_ver_cuentas
               write RPermiso
                 invalid key
                   continue
                 not invalid key
                   add 1 to permisos_convertidos
               end-write
           end-read
       end-perform.
       close permisos.
       close permisos_anterior.
       move ".\permisos.dat" to nombre_local.
       call "CBL_DELETE_FILE" using nombre_local
         returning resultado_borrado
       end-call.
       add 1 to ficheros_trasladados.
       move "CONVERTIDO" to registro_informe_preparacion(30:12).
       write registro_informe_preparacion.

      *Da de alta, o actualiza, la empresa del directorio actual en
      *el maestro de empresas.
       grabar_empresa_nueva.
       open i-o empresas.
       if ws-estado-empresas = "35"
           open output empresas
           close empresas
           open i-o empresas
       end-if.
       move codigo_empresa_nueva to emp_codigo.
       move nombre_empresa_nueva to emp_nombre.
       move directorio_empresa_nueva to emp_directorio.
       set empresa_activa to true.
       write REmpresa
         invalid key
           rewrite REmpresa
             invalid key
               add 1 to ficheros_erroneos
           end-rewrite
       end-write.
       close empresas.
       move spaces to registro_informe_preparacion.
       string "EMPRESA " delimited by size
              codigo_empresa_nueva delimited by size
              " " delimited by size
              nombre_empresa_nueva delimited by size
              " EN ..\" delimited by size
              directorio_empresa_nueva delimited by space
         into registro_informe_preparacion
       end-string.
       write registro_informe_preparacion.

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
