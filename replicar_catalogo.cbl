       program-id. replicar_catalogo as "replicar_catalogo".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Maestro de articulos de la empresa desde la que se lanza, que
      *hace de origen del catalogo.
           select catalogo_origen
               assign to ".\articulos.dat"
               organization is indexed
               access mode is sequential
               record key is origen_codigo_articulo
               file status is ws-estado-origen.
      *Control del fichero maestro de articulos como en la libreria
      *comun pero con estado propio: una empresa puede no tener aun
      *maestro de articulos.
           select articulos
               assign to ".\articulos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is codigo_articulo of RArticulo
               file status is ws-estado-articulos.
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
      *Utiliza el control del fichero de bitacora de procesos.
       copy "file_control_bitacora.cpy".
      *Fichero de salida del informe.
           select informe_replicacion
               assign to ".\replicacion_catalogo.txt"
               organization is line sequential.
       data division.
       file section.
       fd catalogo_origen
         value of file-id is ".\articulos.dat".
       01 registro_catalogo_origen.
          02 origen_codigo_articulo pic x(4).
          02 filler pic x(108).
      *Utiliza la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
      *Utiliza la estructura del fichero de bitacora de procesos.
       copy "estructura_bitacora.cpy".
       fd informe_replicacion
         value of file-id is ".\replicacion_catalogo.txt".
       01 registro_informe_replicacion pic x(80).
       working-storage section.
      *Campos de la bitacora de procesos por lotes.
       77 bit_programa pic x(24) value "replicar_catalogo".
       77 bit_fecha_inicio pic 9(8) value 0.
       77 bit_hora_inicio pic 9(8) value 0.
       77 bit_fecha_fin pic 9(8) value 0.
       77 bit_hora_fin pic 9(8) value 0.
       77 bit_contador_1 pic 9(7) value 0.
       77 bit_contador_2 pic 9(7) value 0.
       77 bit_resultado pic x(8) value spaces.
       77 ws-estado-bitacora pic xx value spaces.
       77 ws-estado-origen pic xx value spaces.
       77 fin_origen pic 9 value 0.
      *Totales de la replicacion.
       77 empresas_replicadas pic 9(3) value 0.
       77 empresas_erroneas pic 9(3) value 0.
       77 creados_empresa pic 9(7) value 0.
       77 actualizados_empresa pic 9(7) value 0.
      *Campos del maestro de empresas y del cambio de empresa.
       copy "ws_empresa.cpy".
      *Campos de la copia del catalogo de articulos.
       copy "ws_replicar_articulo.cpy".

       procedure division.
       perform iniciar_bitacora.
      *Replicacion completa del catalogo de articulos: copia todos
      *los articulos de la empresa desde la que se lanza al maestro
      *de articulos de cada una de las demas empresas. Sirve para
      *poner en marcha una empresa nueva y para igualar el catalogo
      *si alguna empresa no estaba disponible al modificarlo.
       perform cargar_empresas.
       if multiempresa = 0
           display "No hay maestro de empresas."
           move "SINDATOS" to bit_resultado
           perform grabar_bitacora
           exit program
       end-if.
       perform guardar_directorio_inicial.
       perform identificar_empresa_inicial.
       if empresa_inicial = spaces
           display "ERROR: el directorio actual no es de una empresa."
           move "ERROR" to bit_resultado
           move 8 to return-code
           perform grabar_bitacora
           exit program
       end-if.
       open output informe_replicacion.
       move spaces to registro_informe_replicacion.
       string "REPLICACION DEL CATALOGO DESDE LA EMPRESA "
              delimited by size
              empresa_inicial delimited by size
         into registro_informe_replicacion
       end-string.
       write registro_informe_replicacion.
       move "EMPRESA  CREADOS    ACTUALIZADOS  RESULTADO"
         to registro_informe_replicacion.
       write registro_informe_replicacion.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
           if te_codigo(idx_empresa) not = empresa_inicial
               perform replicar_en_empresa
           end-if
       end-perform.
       perform volver_directorio_inicial.
       close informe_replicacion.
       display "Empresas replicadas: " empresas_replicadas.
       display "Articulos creados:      " articulos_creados_catalogo.
       display "Articulos actualizados: "
           articulos_actualizados_catalogo.
       move articulos_creados_catalogo to bit_contador_1.
       move articulos_actualizados_catalogo to bit_contador_2.
       if empresas_erroneas = 0
           move "OK" to bit_resultado
       else
           display "ERROR: revise replicacion_catalogo.txt."
           move "ERROR" to bit_resultado
           move 8 to return-code
       end-if.
       perform grabar_bitacora.
       exit program.

      *Copia todo el catalogo de origen al maestro de la empresa de
      *la posicion idx_empresa. El origen se abre desde el directorio
      *inicial y sigue abierto al cambiar al de la empresa.
       replicar_en_empresa.
       move articulos_creados_catalogo to creados_empresa.
       move articulos_actualizados_catalogo to actualizados_empresa.
       perform volver_directorio_inicial.
       open input catalogo_origen.
       if ws-estado-origen not = "00"
           perform anotar_empresa_erronea
           exit paragraph
       end-if.
       perform entrar_empresa_indice.
       if empresa_encontrada = 0
           close catalogo_origen
           perform anotar_empresa_erronea
           exit paragraph
       end-if.
       perform abrir_articulos_empresa.
       if ws-estado-articulos not = "00"
           close catalogo_origen
           perform anotar_empresa_erronea
           exit paragraph
       end-if.
       move 0 to fin_origen.
       perform until fin_origen = 1
           read catalogo_origen next
             at end
               move 1 to fin_origen
             not at end
               move registro_catalogo_origen to articulo_catalogo
               perform replicar_articulo_catalogo
           end-read
       end-perform.
       close catalogo_origen.
       close articulos.
       add 1 to empresas_replicadas.
       subtract creados_empresa from articulos_creados_catalogo
         giving creados_empresa.
       subtract actualizados_empresa
         from articulos_actualizados_catalogo
         giving actualizados_empresa.
       move spaces to registro_informe_replicacion.
       string te_codigo(idx_empresa) delimited by size
              "       " delimited by size
              creados_empresa delimited by size
              "    " delimited by size
              actualizados_empresa delimited by size
              "       OK" delimited by size
         into registro_informe_replicacion
       end-string.
       write registro_informe_replicacion.

      *Anota la empresa cuyo maestro no se pudo preparar.
       anotar_empresa_erronea.
       add 1 to empresas_erroneas.
       move spaces to registro_informe_replicacion.
       string te_codigo(idx_empresa) delimited by size
              "       " delimited by size
              "NO DISPONIBLE (" delimited by size
              te_directorio(idx_empresa) delimited by space
              ")" delimited by size
         into registro_informe_replicacion
       end-string.
       write registro_informe_replicacion.

      *Maestro de empresas y cambio de directorio de empresa.
       copy "parrafo_empresa.cpy".

      *Copia de un articulo del catalogo a otra empresa.
       copy "parrafo_replicar_articulo.cpy".

      *Bitacora de procesos por lotes.
       copy "parrafo_grabar_bitacora.cpy".
